      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. actvmon.
       AUTHOR. .
       INSTALLATION.  where.
       DATE-WRITTEN.  14/10/2026.
       DATE-COMPILED. 14/10/2026.
       SECURITY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. pc.
       OBJECT-COMPUTER. pc.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS ACCOUNT-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS CUSTOMER-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

           SELECT AUDIT-HISTORY-FILE ASSIGN TO "AUDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AHIST-KEY
               FILE STATUS IS AUDIT-HISTORY-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CALENDAR-STATUS.

           SELECT MONITOR-PARM-FILE ASSIGN TO "MONPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MONITOR-PARM-STATUS.

           SELECT ALERT-HISTORY-FILE ASSIGN TO "ALRTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALH-KEY
               FILE STATUS IS ALERT-HISTORY-STATUS.

           SELECT ALERT-FILE ASSIGN TO "ALERTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ALERT-STATUS.

           SELECT CASE-REPORT-FILE ASSIGN TO "CASERPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CASE-REPORT-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWK01".
       DATA DIVISION.
        FILE SECTION.
        FD ACCOUNT-MASTER.
        01 ACCOUNT-RECORD.
           05 ACCT-NUMBER          PIC 9(6).
           05 ACCT-BALANCE         PIC S9(7)V99.
           05 ACCT-NAME            PIC X(20).
           05 ACCT-TYPE            PIC X(1).
           05 ACCT-ODRAFT-LIMIT    PIC S9(7)V99.
           05 ACCT-CUST-NUMBER     PIC 9(6).
           05 ACCT-STATUS-CODE     PIC X(1).

        FD CUSTOMER-MASTER.
        01 CUSTOMER-RECORD.
           05 CUST-NUMBER          PIC 9(6).
           05 CUST-NAME            PIC X(20).
           05 CUST-ADDRESS         PIC X(30).
           05 CUST-PHONE           PIC X(10).

        FD AUDIT-FILE.
        01 AUDIT-RECORD.
           05 AUD-RUN-ID           PIC X(10).
           05 AUD-ACCT-NUMBER      PIC 9(6).
           05 AUD-OP-CODE          PIC X(1).
           05 AUD-LNUM1            PIC S9(7)V99.
           05 AUD-LNUM2            PIC S9(7)V99.
           05 AUD-LSUM1            PIC S9(7)V99.
           05 AUD-STATUS           PIC X(1).
           05 AUD-DATE             PIC 9(8).
           05 AUD-TIME             PIC 9(8).
           05 AUD-SEQ              PIC 9(7).
           05 AUD-SOURCE           PIC X(8).

        FD AUDIT-HISTORY-FILE.
        01 AUDIT-HISTORY-RECORD.
           05 AHIST-KEY.
              10 AHIST-ACCT-NUMBER PIC 9(6).
              10 AHIST-DATE        PIC 9(8).
              10 AHIST-RUN-ID      PIC X(10).
              10 AHIST-SEQ         PIC 9(7).
              10 AHIST-ENTRY       PIC 9(7).
           05 AHIST-OP-CODE        PIC X(1).
           05 AHIST-LNUM1          PIC S9(7)V99.
           05 AHIST-LNUM2          PIC S9(7)V99.
           05 AHIST-LSUM1          PIC S9(7)V99.
           05 AHIST-STATUS         PIC X(1).
           05 AHIST-TIME           PIC 9(8).
           05 AHIST-SOURCE         PIC X(8).

        FD CALENDAR-FILE.
        01 CALENDAR-RECORD.
           05 CAL-REC-TYPE         PIC X(1).
           05 CAL-REC-DATE         PIC 9(8).
           05 CAL-DAY-TYPE         PIC X(1).

        FD MONITOR-PARM-FILE.
        01 MONITOR-PARM-RECORD.
           05 MPRM-CODE            PIC X(8).
           05 MPRM-VALUE           PIC 9(9)V99.
           05 FILLER               PIC X(11).

        FD ALERT-HISTORY-FILE.
        01 ALERT-HISTORY-RECORD.
           05 ALH-KEY.
              10 ALH-RUN-ID        PIC X(10).
              10 ALH-ACCT-NUMBER   PIC 9(6).
              10 ALH-TYPE          PIC X(4).
              10 ALH-SEQ           PIC 9(7).
           05 ALH-DETAIL           PIC X(53).

        FD ALERT-FILE.
        01 ALERT-RECORD.
           05 ALRT-RUN-ID          PIC X(10).
           05 ALRT-ACCT-NUMBER     PIC 9(6).
           05 ALRT-TYPE            PIC X(4).
           05 ALRT-SEQ             PIC 9(7).
           05 ALRT-LEDGER-DATE     PIC 9(8).
           05 ALRT-CUST-NUMBER     PIC 9(6).
           05 ALRT-AMOUNT          PIC S9(9)V99.
           05 ALRT-COUNT           PIC 9(5).
           05 ALRT-BASIS           PIC S9(9)V99.
           05 ALRT-RELATED-ACCT    PIC 9(6).
           05 ALRT-NEW-SWITCH      PIC X(1).
           05 FILLER               PIC X(5).

        FD CASE-REPORT-FILE.
        01 CASE-REPORT-RECORD       PIC X(132).

        SD SORT-WORK.
        01 SORT-RECORD.
           05 SORT-CUST            PIC 9(6).
           05 SORT-ACCT            PIC 9(6).
           05 SORT-KIND            PIC X(1).
           05 SORT-RUN-ID          PIC X(10).
           05 SORT-SEQ             PIC 9(7).
           05 SORT-ARRIVAL         PIC 9(7).
           05 SORT-OP-CODE         PIC X(1).
           05 SORT-AMOUNT          PIC S9(7)V99.
           05 SORT-XFER-SWITCH     PIC X(1).
           05 SORT-FROM-ACCT       PIC 9(6).

        WORKING-STORAGE SECTION.
        01 RUN-ID pic x(10) value spaces.
        01 ACCOUNT-STATUS      PIC XX VALUE "00".
        01 CUSTOMER-STATUS     PIC XX VALUE "00".
        01 AUDIT-STATUS        PIC XX VALUE "00".
        01 AUDIT-HISTORY-STATUS PIC XX VALUE "00".
        01 CALENDAR-STATUS     PIC XX VALUE "00".
        01 MONITOR-PARM-STATUS PIC XX VALUE "00".
        01 ALERT-HISTORY-STATUS PIC XX VALUE "00".
        01 ALERT-STATUS        PIC XX VALUE "00".
        01 CASE-REPORT-STATUS  PIC XX VALUE "00".
        01 PARM-LEN           PIC S9(4) COMP VALUE ZEROS.
        01 LEDGER-DATE         PIC 9(8) VALUE ZEROS.
        01 LARGE-AMOUNT        PIC S9(9)V99 VALUE ZEROS.
        01 NEAR-PCT            PIC 9(3)V99 VALUE 10.
        01 NEAR-FLOOR          PIC S9(9)V99 VALUE ZEROS.
        01 STRUCT-MIN-COUNT    PIC 9(5) VALUE 3.
        01 STRUCT-MIN-TOTAL    PIC S9(9)V99 VALUE ZEROS.
        01 VELOCITY-DAYS       PIC 9(3) VALUE 30.
        01 VELOCITY-MULT       PIC 9(3)V99 VALUE 5.
        01 VELOCITY-MIN        PIC 9(5) VALUE 10.
        01 NEW-ACCT-DAYS       PIC 9(3) VALUE 30.
        01 NEW-XFER-MIN        PIC S9(9)V99 VALUE ZEROS.
        01 WINDOW-START-DATE   PIC 9(8) VALUE ZEROS.
        01 WINDOW-BUSINESS-DAYS PIC 9(5) VALUE ZEROS.
        01 NEW-START-DATE      PIC 9(8) VALUE ZEROS.
        01 DAY-NUMBER          PIC 9(8) VALUE ZEROS.
        01 ARRIVAL-COUNT       PIC 9(7) VALUE ZEROS.
        01 SELECTED-COUNT      PIC 9(7) VALUE ZEROS.
        01 PRIOR-SELECTED-COUNT PIC 9(7) VALUE ZEROS.
        01 DUPLICATE-COUNT     PIC 9(7) VALUE ZEROS.
        01 ACCOUNTS-REVIEWED   PIC 9(7) VALUE ZEROS.
        01 LARGE-ALERTS        PIC 9(7) VALUE ZEROS.
        01 STRUCT-ALERTS       PIC 9(7) VALUE ZEROS.
        01 VELOCITY-ALERTS     PIC 9(7) VALUE ZEROS.
        01 NEW-XFER-ALERTS     PIC 9(7) VALUE ZEROS.
        01 NEW-ALERT-COUNT     PIC 9(7) VALUE ZEROS.
        01 REPEAT-ALERT-COUNT  PIC 9(7) VALUE ZEROS.
        01 CURRENT-ACCT        PIC 9(6) VALUE ZEROS.
        01 CURRENT-CUST        PIC 9(6) VALUE ZEROS.
        01 CASE-CUST           PIC 9(6) VALUE ZEROS.
        01 CUST-ALERT-COUNT    PIC 9(5) VALUE ZEROS.
        01 ACCT-POST-COUNT     PIC 9(5) VALUE ZEROS.
        01 ACCT-POST-TOTAL     PIC S9(9)V99 VALUE ZEROS.
        01 ACCT-NEAR-COUNT     PIC 9(5) VALUE ZEROS.
        01 ACCT-NEAR-TOTAL     PIC S9(9)V99 VALUE ZEROS.
        01 HISTORY-COUNT       PIC 9(7) VALUE ZEROS.
        01 PRIOR-ACCT          PIC 9(6) VALUE ZEROS.
        01 PRIOR-RUN-ID        PIC X(10) VALUE SPACES.
        01 PRIOR-SEQ           PIC 9(7) VALUE ZEROS.
        01 PRIOR-COUNT         PIC 9(7) VALUE ZEROS.
        01 ACCT-PRIOR-COUNT    PIC 9(7) VALUE ZEROS.
        01 HELD-SWITCH         PIC X VALUE "N".
           88 RECORD-IS-HELD          VALUE "Y".
        01 HELD-POSTING.
           05 HELD-CUST            PIC 9(6).
           05 HELD-ACCT            PIC 9(6).
           05 HELD-KIND            PIC X(1).
           05 HELD-RUN-ID          PIC X(10).
           05 HELD-SEQ             PIC 9(7).
           05 HELD-ARRIVAL         PIC 9(7).
           05 HELD-OP-CODE         PIC X(1).
           05 HELD-AMOUNT          PIC S9(7)V99.
           05 HELD-XFER-SWITCH     PIC X(1).
           05 HELD-FROM-ACCT       PIC 9(6).
        01 NORMAL-LEVEL        PIC 9(7)V99 VALUE ZEROS.
        01 VELOCITY-LIMIT      PIC 9(7)V99 VALUE ZEROS.
        01 CHECK-ACCT          PIC 9(6) VALUE ZEROS.
        01 PREV-RUN-ID         PIC X(10) VALUE SPACES.
        01 PREV-ACCT           PIC 9(6) VALUE ZEROS.
        01 PREV-OP-CODE        PIC X(1) VALUE SPACE.
        01 PREV-SEQ            PIC 9(7) VALUE ZEROS.
        01 PREV-STATUS         PIC X(1) VALUE SPACE.
        01 OPEN-ENTRY-COUNT    PIC 9(4) VALUE ZEROS.
        01 OPEN-ENTRY-MAX      PIC 9(4) VALUE 2000.
        01 OPEN-TABLE.
           05 OPEN-ENTRY OCCURS 2000 TIMES.
              10 OPN-ACCT         PIC 9(6).
              10 OPN-DATE         PIC 9(8).
        01 OPEN-IX             PIC 9(4) VALUE ZEROS.
        01 EOF-SWITCH          PIC X VALUE "N".
           88 END-OF-AUDIT-FILE       VALUE "Y".
        01 SORT-EOF-SWITCH     PIC X VALUE "N".
           88 END-OF-SORT-FILE        VALUE "Y".
        01 CAL-EOF-SWITCH      PIC X VALUE "N".
           88 END-OF-CALENDAR-FILE    VALUE "Y".
        01 LEDGER-DATE-SWITCH  PIC X VALUE "N".
           88 LEDGER-DATE-FOUND       VALUE "Y".
        01 PARM-EOF-SWITCH     PIC X VALUE "N".
           88 END-OF-PARM-FILE        VALUE "Y".
        01 HIST-SCAN-SWITCH    PIC X VALUE "N".
           88 END-OF-ACCOUNT-HISTORY  VALUE "Y".
        01 ACCOUNT-OPEN-SWITCH PIC X VALUE "N".
           88 ACCOUNT-IN-PROGRESS     VALUE "Y".
        01 CUSTOMER-OPEN-SWITCH PIC X VALUE "N".
           88 CUSTOMER-IN-PROGRESS    VALUE "Y".
        01 MASTER-FOUND-SWITCH PIC X VALUE "Y".
           88 MASTER-WAS-FOUND        VALUE "Y".
           88 MASTER-NOT-FOUND        VALUE "N".
        01 CUST-FOUND-SWITCH   PIC X VALUE "Y".
           88 CUSTOMER-WAS-FOUND      VALUE "Y".
           88 CUSTOMER-NOT-FOUND      VALUE "N".
        01 NEW-ACCOUNT-SWITCH  PIC X VALUE "N".
           88 ACCOUNT-IS-NEW          VALUE "Y".
        01 ALERT-WORK.
           05 ALW-RUN-ID           PIC X(10).
           05 ALW-ACCT-NUMBER      PIC 9(6).
           05 ALW-TYPE             PIC X(4).
           05 ALW-SEQ              PIC 9(7).
           05 ALW-LEDGER-DATE      PIC 9(8).
           05 ALW-CUST-NUMBER      PIC 9(6).
           05 ALW-AMOUNT           PIC S9(9)V99.
           05 ALW-COUNT            PIC 9(5).
           05 ALW-BASIS            PIC S9(9)V99.
           05 ALW-RELATED-ACCT     PIC 9(6).
           05 ALW-NEW-SWITCH       PIC X(1).
           05 FILLER               PIC X(5) VALUE SPACES.
        01 RUN-DATE.
           05 RUN-YYYY        PIC 9(4).
           05 RUN-MM          PIC 9(2).
           05 RUN-DD          PIC 9(2).

        01 CASE-HDR-LINE-1.
           05 FILLER             PIC X(50)
                  VALUE "LARGE-VALUE AND UNUSUAL ACTIVITY CASE LIST".
           05 FILLER             PIC X(8) VALUE "RUN-ID: ".
           05 CASE-HDR-RUN-ID    PIC X(10).
           05 FILLER             PIC X(64) VALUE SPACES.
        01 CASE-HDR-LINE-2.
           05 FILLER             PIC X(6) VALUE "DATE: ".
           05 CASE-HDR-DATE      PIC X(10) VALUE SPACES.
           05 FILLER             PIC X(15) VALUE "  LEDGER DATE: ".
           05 CASE-HDR-LEDGER    PIC 9(8).
           05 FILLER             PIC X(93) VALUE SPACES.
        01 CASE-HDR-LINE-3.
           05 FILLER             PIC X(18) VALUE "THRESHOLDS: LARGE ".
           05 CASE-HDR-LARGE     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(9) VALUE "  NEAR % ".
           05 CASE-HDR-NEAR      PIC ZZ9.99.
           05 FILLER             PIC X(13) VALUE "  STRUCT CNT ".
           05 CASE-HDR-STRUCT    PIC ZZ,ZZ9.
           05 FILLER             PIC X(13) VALUE "  VOLUME X   ".
           05 CASE-HDR-MULT      PIC ZZ9.99.
           05 FILLER             PIC X(11) VALUE "  NEW DAYS ".
           05 CASE-HDR-NEW-DAYS  PIC ZZ9.
           05 FILLER             PIC X(33) VALUE SPACES.
        01 CASE-CUST-LINE.
           05 FILLER             PIC X(10) VALUE "CUSTOMER: ".
           05 CASE-CUST-NUMBER   PIC 9(6).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 CASE-CUST-NAME     PIC X(20).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 CASE-CUST-ADDRESS  PIC X(30).
           05 FILLER             PIC X(62) VALUE SPACES.
        01 CASE-DETAIL-LINE.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 CASE-DTL-ACCT      PIC 9(6).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 CASE-DTL-TYPE      PIC X(20).
           05 FILLER             PIC X(5) VALUE " SEQ ".
           05 CASE-DTL-SEQ       PIC 9(7).
           05 FILLER             PIC X(6) VALUE "  AMT ".
           05 CASE-DTL-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(5) VALUE " CNT ".
           05 CASE-DTL-COUNT     PIC ZZ,ZZ9.
           05 FILLER             PIC X(7) VALUE " BASIS ".
           05 CASE-DTL-BASIS     PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(6) VALUE " FROM ".
           05 CASE-DTL-RELATED   PIC 9(6).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 CASE-DTL-NEW       PIC X(6).
           05 FILLER             PIC X(15) VALUE SPACES.
        01 CASE-CUST-TOTAL-LINE.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 FILLER             PIC X(21) VALUE "ALERTS FOR CUSTOMER: ".
           05 CASE-CUST-ALERTS   PIC ZZ,ZZ9.
           05 FILLER             PIC X(101) VALUE SPACES.
        01 CASE-TOTAL-LINE.
           05 CASE-TOT-LABEL     PIC X(25).
           05 CASE-TOT-COUNT     PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(98) VALUE SPACES.
        01 CASE-EMPTY-LINE.
           05 FILLER             PIC X(40)
                  VALUE "NO ALERTS RAISED FOR THIS RUN".
           05 FILLER             PIC X(92) VALUE SPACES.

        LINKAGE SECTION.
        01 LS-PARM-AREA.
           05 LS-PARM-LEN        PIC S9(4) COMP.
           05 LS-PARM-DATA       PIC X(40).
       PROCEDURE DIVISION USING LS-PARM-AREA.
       Monitor-Mainline.
           accept RUN-DATE from DATE YYYYMMDD
           move LS-PARM-LEN to PARM-LEN
           if PARM-LEN >= 10
               move LS-PARM-DATA(1:10) to RUN-ID
           else
               if PARM-LEN > 0
                   move LS-PARM-DATA(1:PARM-LEN) to RUN-ID
               else
                   move spaces to RUN-ID
               end-if
           end-if
           if RUN-ID = spaces
               display "NO RUN-ID SUPPLIED, NOTHING TO MONITOR"
               move 16 to RETURN-CODE
               stop run
           end-if
           perform Load-Monitor-Parms
           perform Read-Ledger-Date
           perform Set-Monitor-Windows
           open input ACCOUNT-MASTER
           if ACCOUNT-STATUS not = "00"
               display "UNABLE TO OPEN ACCOUNT-MASTER, STATUS " ACCOUNT-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if
           open input CUSTOMER-MASTER
           if CUSTOMER-STATUS not = "00"
               display "UNABLE TO OPEN CUSTOMER-MASTER, STATUS "
                   CUSTOMER-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if
           open input AUDIT-HISTORY-FILE
           if AUDIT-HISTORY-STATUS not = "00"
               display "UNABLE TO OPEN AUDIT-HISTORY-FILE, STATUS "
                   AUDIT-HISTORY-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if
           open i-o ALERT-HISTORY-FILE
           if ALERT-HISTORY-STATUS = "35"
               open output ALERT-HISTORY-FILE
               close ALERT-HISTORY-FILE
               open i-o ALERT-HISTORY-FILE
           end-if
           if ALERT-HISTORY-STATUS not = "00"
               display "UNABLE TO OPEN ALERT-HISTORY-FILE, STATUS "
                   ALERT-HISTORY-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if
           open output ALERT-FILE
           if ALERT-STATUS not = "00"
               display "UNABLE TO OPEN ALERT-FILE, STATUS " ALERT-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if
           open output CASE-REPORT-FILE
           if CASE-REPORT-STATUS not = "00"
               display "UNABLE TO OPEN CASE-REPORT-FILE, STATUS "
                   CASE-REPORT-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if
           perform Write-Case-Headers
           sort SORT-WORK
               on ascending key SORT-CUST
               on ascending key SORT-ACCT
               on ascending key SORT-KIND
               on ascending key SORT-RUN-ID
               on ascending key SORT-SEQ
               on ascending key SORT-ARRIVAL
               input procedure is Select-Audit-Records
               output procedure is Review-Postings
           perform Write-Case-Totals
           display "RUN POSTINGS REVIEWED:  " SELECTED-COUNT
           display "RESTART DUPLICATES:     " DUPLICATE-COUNT
           display "PRIOR UNARCHIVED POSTED:" PRIOR-SELECTED-COUNT
           display "ACCOUNTS REVIEWED:      " ACCOUNTS-REVIEWED
           display "LARGE POSTING ALERTS:   " LARGE-ALERTS
           display "STRUCTURING ALERTS:     " STRUCT-ALERTS
           display "UNUSUAL VOLUME ALERTS:  " VELOCITY-ALERTS
           display "NEW ACCOUNT XFER ALERTS:" NEW-XFER-ALERTS
           display "NEW ALERTS:             " NEW-ALERT-COUNT
           display "REPEATED ALERTS:        " REPEAT-ALERT-COUNT
           if NEW-ALERT-COUNT > 0
               display "NEW ALERTS RAISED, ESCALATE TO COMPLIANCE"
               if RETURN-CODE < 4
                   move 4 to RETURN-CODE
               end-if
           end-if
           close ACCOUNT-MASTER
           close CUSTOMER-MASTER
           close AUDIT-HISTORY-FILE
           close ALERT-HISTORY-FILE
           close ALERT-FILE
           close CASE-REPORT-FILE
           STOP RUN.

       Load-Monitor-Parms.
       open input MONITOR-PARM-FILE
       if MONITOR-PARM-STATUS not = "00"
           display "UNABLE TO OPEN MONITOR-PARM-FILE, STATUS "
               MONITOR-PARM-STATUS
           move 16 to RETURN-CODE
           stop run
       end-if
       perform until END-OF-PARM-FILE
           perform Read-One-Monitor-Parm
       end-perform
       close MONITOR-PARM-FILE
       if LARGE-AMOUNT not > zeros
           display "MONITOR-PARM-FILE HAS NO LARGEAMT THRESHOLD"
           move 16 to RETURN-CODE
           stop run
       end-if
       if STRUCT-MIN-TOTAL = zeros
           move LARGE-AMOUNT to STRUCT-MIN-TOTAL
       end-if
       if VELOCITY-DAYS = zeros
           move 30 to VELOCITY-DAYS
       end-if
       compute NEAR-FLOOR rounded =
           LARGE-AMOUNT * (100 - NEAR-PCT) / 100.

       Read-One-Monitor-Parm.
       read MONITOR-PARM-FILE
           at end
               set END-OF-PARM-FILE to true
           not at end
               if MPRM-CODE(1:1) not = "*"
                   perform Apply-Monitor-Parm
               end-if
       end-read.

       Apply-Monitor-Parm.
       if MPRM-VALUE not numeric
           display "MONITOR PARAMETER " MPRM-CODE " NOT NUMERIC, IGNORED"
           if RETURN-CODE < 4
               move 4 to RETURN-CODE
           end-if
       else
           evaluate MPRM-CODE
               when "LARGEAMT"
                   move MPRM-VALUE to LARGE-AMOUNT
               when "NEARPCT "
                   move MPRM-VALUE to NEAR-PCT
               when "STRCTCNT"
                   move MPRM-VALUE to STRUCT-MIN-COUNT
               when "STRCTAMT"
                   move MPRM-VALUE to STRUCT-MIN-TOTAL
               when "VELDAYS "
                   move MPRM-VALUE to VELOCITY-DAYS
               when "VELMULT "
                   move MPRM-VALUE to VELOCITY-MULT
               when "VELMIN  "
                   move MPRM-VALUE to VELOCITY-MIN
               when "NEWDAYS "
                   move MPRM-VALUE to NEW-ACCT-DAYS
               when "NEWXAMT "
                   move MPRM-VALUE to NEW-XFER-MIN
               when other
                   display "UNKNOWN MONITOR PARAMETER " MPRM-CODE
                       ", IGNORED"
                   if RETURN-CODE < 4
                       move 4 to RETURN-CODE
                   end-if
           end-evaluate
       end-if.

       Read-Ledger-Date.
       open input CALENDAR-FILE
       if CALENDAR-STATUS not = "00"
           display "UNABLE TO OPEN CALENDAR-FILE, STATUS "
               CALENDAR-STATUS
           move 16 to RETURN-CODE
           stop run
       end-if
       perform until END-OF-CALENDAR-FILE
           perform Read-One-Calendar-Record
       end-perform
       close CALENDAR-FILE
       if not LEDGER-DATE-FOUND
           display "CALENDAR-FILE HAS NO CURRENT LEDGER DATE RECORD"
           move 16 to RETURN-CODE
           stop run
       end-if.

       Read-One-Calendar-Record.
       read CALENDAR-FILE
           at end
               set END-OF-CALENDAR-FILE to true
           not at end
               if CAL-REC-TYPE = "C"
                   move CAL-REC-DATE to LEDGER-DATE
                   set LEDGER-DATE-FOUND to true
               end-if
       end-read.

       Set-Monitor-Windows.
       compute DAY-NUMBER =
           function integer-of-date(LEDGER-DATE) - VELOCITY-DAYS
       compute WINDOW-START-DATE = function date-of-integer(DAY-NUMBER)
       compute DAY-NUMBER =
           function integer-of-date(LEDGER-DATE) - NEW-ACCT-DAYS
       compute NEW-START-DATE = function date-of-integer(DAY-NUMBER)
       move zeros to WINDOW-BUSINESS-DAYS
       move "N" to CAL-EOF-SWITCH
       open input CALENDAR-FILE
       if CALENDAR-STATUS not = "00"
           display "UNABLE TO OPEN CALENDAR-FILE, STATUS "
               CALENDAR-STATUS
           move 16 to RETURN-CODE
           stop run
       end-if
       perform until END-OF-CALENDAR-FILE
           perform Count-One-Window-Day
       end-perform
       close CALENDAR-FILE
       if WINDOW-BUSINESS-DAYS = zeros
           move VELOCITY-DAYS to WINDOW-BUSINESS-DAYS
       end-if.

       Count-One-Window-Day.
       read CALENDAR-FILE
           at end
               set END-OF-CALENDAR-FILE to true
           not at end
               if CAL-REC-TYPE = "D" and CAL-DAY-TYPE = "B"
                   and CAL-REC-DATE >= WINDOW-START-DATE
                   and CAL-REC-DATE < LEDGER-DATE
                   add 1 to WINDOW-BUSINESS-DAYS
               end-if
       end-read.

       Select-Audit-Records.
       open input AUDIT-FILE
       if AUDIT-STATUS not = "00"
           display "UNABLE TO OPEN AUDIT-FILE, STATUS " AUDIT-STATUS
           move 16 to RETURN-CODE
           stop run
       end-if
       perform until END-OF-AUDIT-FILE
           perform Release-One-Record
       end-perform
       close AUDIT-FILE.

       Release-One-Record.
       read AUDIT-FILE
           at end
               set END-OF-AUDIT-FILE to true
           not at end
               add 1 to ARRIVAL-COUNT
               if AUD-SOURCE = "OPEN" and AUD-STATUS = "0"
                   perform Remember-Open
               end-if
               if AUD-RUN-ID = RUN-ID
                   and AUD-STATUS = "0"
                   and (AUD-OP-CODE = "A" or AUD-OP-CODE = "S")
                   perform Release-Posting
               end-if
               if AUD-RUN-ID not = RUN-ID
                   and AUD-STATUS = "0"
                   and (AUD-OP-CODE = "A" or AUD-OP-CODE = "S")
                   and AUD-DATE >= WINDOW-START-DATE
                   and AUD-DATE < LEDGER-DATE
                   perform Release-Prior-Posting
               end-if
               move AUD-RUN-ID to PREV-RUN-ID
               move AUD-ACCT-NUMBER to PREV-ACCT
               move AUD-OP-CODE to PREV-OP-CODE
               move AUD-SEQ to PREV-SEQ
               move AUD-STATUS to PREV-STATUS
       end-read.

       Remember-Open.
       if AUD-DATE >= NEW-START-DATE
           if OPEN-ENTRY-COUNT >= OPEN-ENTRY-MAX
               display "ACCOUNT OPENINGS EXCEED TABLE LIMIT OF "
                   OPEN-ENTRY-MAX " ENTRIES"
               move 16 to RETURN-CODE
               stop run
           end-if
           add 1 to OPEN-ENTRY-COUNT
           move AUD-ACCT-NUMBER to OPN-ACCT(OPEN-ENTRY-COUNT)
           move AUD-DATE to OPN-DATE(OPEN-ENTRY-COUNT)
       end-if.

       Release-Posting.
       add 1 to SELECTED-COUNT
       perform Find-Account-Customer
       move AUD-ACCT-NUMBER to SORT-ACCT
       move "P" to SORT-KIND
       move AUD-RUN-ID to SORT-RUN-ID
       move AUD-SEQ to SORT-SEQ
       move ARRIVAL-COUNT to SORT-ARRIVAL
       move AUD-OP-CODE to SORT-OP-CODE
       move AUD-LNUM2 to SORT-AMOUNT
       move "N" to SORT-XFER-SWITCH
       move zeros to SORT-FROM-ACCT
       if AUD-OP-CODE = "A"
           and PREV-OP-CODE = "S"
           and PREV-RUN-ID = AUD-RUN-ID
           and PREV-SEQ = AUD-SEQ
           and PREV-STATUS = "0"
           and PREV-ACCT not = AUD-ACCT-NUMBER
           move "Y" to SORT-XFER-SWITCH
           move PREV-ACCT to SORT-FROM-ACCT
       end-if
       release SORT-RECORD.

       Release-Prior-Posting.
       add 1 to PRIOR-SELECTED-COUNT
       perform Find-Account-Customer
       move AUD-ACCT-NUMBER to SORT-ACCT
       move "H" to SORT-KIND
       move AUD-RUN-ID to SORT-RUN-ID
       move AUD-SEQ to SORT-SEQ
       move ARRIVAL-COUNT to SORT-ARRIVAL
       move AUD-OP-CODE to SORT-OP-CODE
       move AUD-LNUM2 to SORT-AMOUNT
       move "N" to SORT-XFER-SWITCH
       move zeros to SORT-FROM-ACCT
       release SORT-RECORD.

       Find-Account-Customer.
       move "Y" to MASTER-FOUND-SWITCH
       move AUD-ACCT-NUMBER to ACCT-NUMBER
       read ACCOUNT-MASTER
           invalid key
               move "N" to MASTER-FOUND-SWITCH
       end-read
       if MASTER-WAS-FOUND and ACCT-CUST-NUMBER numeric
           move ACCT-CUST-NUMBER to SORT-CUST
       else
           move zeros to SORT-CUST
       end-if.

       Review-Postings.
       perform until END-OF-SORT-FILE
           perform Review-One-Posting
       end-perform
       if RECORD-IS-HELD
           perform Use-Held-Posting
       end-if
       if ACCOUNT-IN-PROGRESS
           perform Finish-Account-Review
       end-if
       if CUSTOMER-IN-PROGRESS
           perform Finish-Customer-Case
       end-if.

       Review-One-Posting.
       return SORT-WORK
           at end
               set END-OF-SORT-FILE to true
           not at end
               if SORT-KIND = "H"
                   perform Count-Prior-Posting
               else
                   perform Hold-Posting-Record
               end-if
       end-return.

       Count-Prior-Posting.
       if RECORD-IS-HELD
           perform Use-Held-Posting
       end-if
       if SORT-ACCT not = PRIOR-ACCT
           move SORT-ACCT to PRIOR-ACCT
           move zeros to PRIOR-COUNT
           move spaces to PRIOR-RUN-ID
           move zeros to PRIOR-SEQ
       end-if
       if SORT-RUN-ID not = PRIOR-RUN-ID
           or SORT-SEQ not = PRIOR-SEQ
           add 1 to PRIOR-COUNT
           move SORT-RUN-ID to PRIOR-RUN-ID
           move SORT-SEQ to PRIOR-SEQ
       end-if.

       Hold-Posting-Record.
       if RECORD-IS-HELD
           if SORT-ACCT = HELD-ACCT
               and SORT-SEQ = HELD-SEQ
               add 1 to DUPLICATE-COUNT
           else
               perform Use-Held-Posting
           end-if
       end-if
       move SORT-RECORD to HELD-POSTING
       move "Y" to HELD-SWITCH.

       Use-Held-Posting.
       if not ACCOUNT-IN-PROGRESS
           or HELD-ACCT not = CURRENT-ACCT
           if ACCOUNT-IN-PROGRESS
               perform Finish-Account-Review
           end-if
           perform Start-Account-Review
       end-if
       perform Check-One-Posting
       move "N" to HELD-SWITCH.

       Start-Account-Review.
       move HELD-ACCT to CURRENT-ACCT
       move HELD-CUST to CURRENT-CUST
       if PRIOR-ACCT = HELD-ACCT
           move PRIOR-COUNT to ACCT-PRIOR-COUNT
       else
           move zeros to ACCT-PRIOR-COUNT
       end-if
       move zeros to ACCT-POST-COUNT
       move zeros to ACCT-POST-TOTAL
       move zeros to ACCT-NEAR-COUNT
       move zeros to ACCT-NEAR-TOTAL
       move "Y" to ACCOUNT-OPEN-SWITCH
       add 1 to ACCOUNTS-REVIEWED.

       Check-One-Posting.
       add 1 to ACCT-POST-COUNT
       add HELD-AMOUNT to ACCT-POST-TOTAL
       if HELD-AMOUNT >= LARGE-AMOUNT
           move "LRGE" to ALW-TYPE
           move HELD-SEQ to ALW-SEQ
           move HELD-AMOUNT to ALW-AMOUNT
           move 1 to ALW-COUNT
           move LARGE-AMOUNT to ALW-BASIS
           move zeros to ALW-RELATED-ACCT
           perform Raise-Alert
           add 1 to LARGE-ALERTS
       else
           if HELD-AMOUNT >= NEAR-FLOOR
               add 1 to ACCT-NEAR-COUNT
               add HELD-AMOUNT to ACCT-NEAR-TOTAL
           end-if
       end-if
       if HELD-XFER-SWITCH = "Y"
           and HELD-AMOUNT >= NEW-XFER-MIN
           move HELD-ACCT to CHECK-ACCT
           perform Check-New-Account
           if ACCOUNT-IS-NEW
               move "NEWX" to ALW-TYPE
               move HELD-SEQ to ALW-SEQ
               move HELD-AMOUNT to ALW-AMOUNT
               move 1 to ALW-COUNT
               move NEW-ACCT-DAYS to ALW-BASIS
               move HELD-FROM-ACCT to ALW-RELATED-ACCT
               perform Raise-Alert
               add 1 to NEW-XFER-ALERTS
           end-if
       end-if.

       Finish-Account-Review.
       if ACCT-NEAR-COUNT >= STRUCT-MIN-COUNT
           and ACCT-NEAR-TOTAL >= STRUCT-MIN-TOTAL
           move "STRC" to ALW-TYPE
           move zeros to ALW-SEQ
           move ACCT-NEAR-TOTAL to ALW-AMOUNT
           move ACCT-NEAR-COUNT to ALW-COUNT
           move LARGE-AMOUNT to ALW-BASIS
           move zeros to ALW-RELATED-ACCT
           perform Raise-Alert
           add 1 to STRUCT-ALERTS
       end-if
       if ACCT-POST-COUNT >= VELOCITY-MIN
           perform Find-Normal-Level
           if ACCT-POST-COUNT > VELOCITY-LIMIT
               move "VELO" to ALW-TYPE
               move zeros to ALW-SEQ
               move ACCT-POST-TOTAL to ALW-AMOUNT
               move ACCT-POST-COUNT to ALW-COUNT
               move NORMAL-LEVEL to ALW-BASIS
               move zeros to ALW-RELATED-ACCT
               perform Raise-Alert
               add 1 to VELOCITY-ALERTS
           end-if
       end-if
       move "N" to ACCOUNT-OPEN-SWITCH.

       Find-Normal-Level.
       move ACCT-PRIOR-COUNT to HISTORY-COUNT
       move "N" to HIST-SCAN-SWITCH
       move CURRENT-ACCT to AHIST-ACCT-NUMBER
       move WINDOW-START-DATE to AHIST-DATE
       move spaces to AHIST-RUN-ID
       move zeros to AHIST-SEQ
       move zeros to AHIST-ENTRY
       start AUDIT-HISTORY-FILE key >= AHIST-KEY
           invalid key
               set END-OF-ACCOUNT-HISTORY to true
       end-start
       perform until END-OF-ACCOUNT-HISTORY
           perform Count-One-History-Posting
       end-perform
       compute NORMAL-LEVEL rounded =
           HISTORY-COUNT / WINDOW-BUSINESS-DAYS
       compute VELOCITY-LIMIT rounded = NORMAL-LEVEL * VELOCITY-MULT.

       Count-One-History-Posting.
       read AUDIT-HISTORY-FILE next record
           at end
               set END-OF-ACCOUNT-HISTORY to true
           not at end
               if AHIST-ACCT-NUMBER not = CURRENT-ACCT
                   or AHIST-DATE >= LEDGER-DATE
                   set END-OF-ACCOUNT-HISTORY to true
               else
                   if AHIST-STATUS = "0"
                       and (AHIST-OP-CODE = "A" or AHIST-OP-CODE = "S")
                       and AHIST-RUN-ID not = RUN-ID
                       add 1 to HISTORY-COUNT
                   end-if
               end-if
       end-read.

       Check-New-Account.
       move "N" to NEW-ACCOUNT-SWITCH
       move 1 to OPEN-IX
       perform until OPEN-IX > OPEN-ENTRY-COUNT or ACCOUNT-IS-NEW
           perform Check-One-Open-Entry
           add 1 to OPEN-IX
       end-perform
       if not ACCOUNT-IS-NEW
           perform Find-Open-In-History
       end-if.

       Check-One-Open-Entry.
       if OPN-ACCT(OPEN-IX) = CHECK-ACCT
           set ACCOUNT-IS-NEW to true
       end-if.

       Find-Open-In-History.
       move "N" to HIST-SCAN-SWITCH
       move CHECK-ACCT to AHIST-ACCT-NUMBER
       move NEW-START-DATE to AHIST-DATE
       move spaces to AHIST-RUN-ID
       move zeros to AHIST-SEQ
       move zeros to AHIST-ENTRY
       start AUDIT-HISTORY-FILE key >= AHIST-KEY
           invalid key
               set END-OF-ACCOUNT-HISTORY to true
       end-start
       perform until END-OF-ACCOUNT-HISTORY or ACCOUNT-IS-NEW
           perform Check-One-History-Open
       end-perform.

       Check-One-History-Open.
       read AUDIT-HISTORY-FILE next record
           at end
               set END-OF-ACCOUNT-HISTORY to true
           not at end
               if AHIST-ACCT-NUMBER not = CHECK-ACCT
                   set END-OF-ACCOUNT-HISTORY to true
               else
                   if AHIST-SOURCE = "OPEN" and AHIST-STATUS = "0"
                       set ACCOUNT-IS-NEW to true
                   end-if
               end-if
       end-read.

       Raise-Alert.
       move RUN-ID to ALW-RUN-ID
       move CURRENT-ACCT to ALW-ACCT-NUMBER
       move LEDGER-DATE to ALW-LEDGER-DATE
       move CURRENT-CUST to ALW-CUST-NUMBER
       move ALERT-WORK to ALERT-HISTORY-RECORD
       write ALERT-HISTORY-RECORD
           invalid key
               move "R" to ALW-NEW-SWITCH
               add 1 to REPEAT-ALERT-COUNT
           not invalid key
               move "N" to ALW-NEW-SWITCH
               add 1 to NEW-ALERT-COUNT
       end-write
       perform Write-Case-Detail
       move ALERT-WORK to ALERT-RECORD
       write ALERT-RECORD.

       Write-Case-Detail.
       if not CUSTOMER-IN-PROGRESS
           or CURRENT-CUST not = CASE-CUST
           if CUSTOMER-IN-PROGRESS
               perform Finish-Customer-Case
           end-if
           perform Start-Customer-Case
       end-if
       add 1 to CUST-ALERT-COUNT
       move ALW-ACCT-NUMBER to CASE-DTL-ACCT
       evaluate ALW-TYPE
           when "LRGE"
               move "LARGE POSTING" to CASE-DTL-TYPE
           when "STRC"
               move "POSSIBLE STRUCTURING" to CASE-DTL-TYPE
           when "VELO"
               move "UNUSUAL VOLUME" to CASE-DTL-TYPE
           when "NEWX"
               move "XFER TO NEW ACCOUNT" to CASE-DTL-TYPE
       end-evaluate
       move ALW-SEQ to CASE-DTL-SEQ
       move ALW-AMOUNT to CASE-DTL-AMOUNT
       move ALW-COUNT to CASE-DTL-COUNT
       move ALW-BASIS to CASE-DTL-BASIS
       move ALW-RELATED-ACCT to CASE-DTL-RELATED
       if ALW-NEW-SWITCH = "N"
           move "NEW" to CASE-DTL-NEW
       else
           move "REPEAT" to CASE-DTL-NEW
       end-if
       move CASE-DETAIL-LINE to CASE-REPORT-RECORD
       write CASE-REPORT-RECORD.

       Start-Customer-Case.
       move CURRENT-CUST to CASE-CUST
       move zeros to CUST-ALERT-COUNT
       move "Y" to CUSTOMER-OPEN-SWITCH
       move CASE-CUST to CASE-CUST-NUMBER
       if CASE-CUST = zeros
           move "** NO CUSTOMER **" to CASE-CUST-NAME
           move spaces to CASE-CUST-ADDRESS
       else
           move "Y" to CUST-FOUND-SWITCH
           move CASE-CUST to CUST-NUMBER
           read CUSTOMER-MASTER
               invalid key
                   move "N" to CUST-FOUND-SWITCH
           end-read
           if CUSTOMER-WAS-FOUND
               move CUST-NAME to CASE-CUST-NAME
               move CUST-ADDRESS to CASE-CUST-ADDRESS
           else
               move "** NOT ON MASTER **" to CASE-CUST-NAME
               move spaces to CASE-CUST-ADDRESS
           end-if
       end-if
       move CASE-CUST-LINE to CASE-REPORT-RECORD
       write CASE-REPORT-RECORD.

       Finish-Customer-Case.
       move CUST-ALERT-COUNT to CASE-CUST-ALERTS
       move CASE-CUST-TOTAL-LINE to CASE-REPORT-RECORD
       write CASE-REPORT-RECORD
       move spaces to CASE-REPORT-RECORD
       write CASE-REPORT-RECORD
       move "N" to CUSTOMER-OPEN-SWITCH.

       Write-Case-Headers.
       string RUN-YYYY delimited by size
           "-" delimited by size
           RUN-MM delimited by size
           "-" delimited by size
           RUN-DD delimited by size
           into CASE-HDR-DATE
       move RUN-ID to CASE-HDR-RUN-ID
       move LEDGER-DATE to CASE-HDR-LEDGER
       move LARGE-AMOUNT to CASE-HDR-LARGE
       move NEAR-PCT to CASE-HDR-NEAR
       move STRUCT-MIN-COUNT to CASE-HDR-STRUCT
       move VELOCITY-MULT to CASE-HDR-MULT
       move NEW-ACCT-DAYS to CASE-HDR-NEW-DAYS
       move CASE-HDR-LINE-1 to CASE-REPORT-RECORD
       write CASE-REPORT-RECORD
       move CASE-HDR-LINE-2 to CASE-REPORT-RECORD
       write CASE-REPORT-RECORD
       move CASE-HDR-LINE-3 to CASE-REPORT-RECORD
       write CASE-REPORT-RECORD
       move spaces to CASE-REPORT-RECORD
       write CASE-REPORT-RECORD.

       Write-Case-Totals.
       if NEW-ALERT-COUNT = zeros and REPEAT-ALERT-COUNT = zeros
           move CASE-EMPTY-LINE to CASE-REPORT-RECORD
           write CASE-REPORT-RECORD
           move spaces to CASE-REPORT-RECORD
           write CASE-REPORT-RECORD
       end-if
       move "RUN POSTINGS REVIEWED:" to CASE-TOT-LABEL
       move SELECTED-COUNT to CASE-TOT-COUNT
       move CASE-TOTAL-LINE to CASE-REPORT-RECORD
       write CASE-REPORT-RECORD
       move "LARGE POSTINGS:" to CASE-TOT-LABEL
       move LARGE-ALERTS to CASE-TOT-COUNT
       move CASE-TOTAL-LINE to CASE-REPORT-RECORD
       write CASE-REPORT-RECORD
       move "POSSIBLE STRUCTURING:" to CASE-TOT-LABEL
       move STRUCT-ALERTS to CASE-TOT-COUNT
       move CASE-TOTAL-LINE to CASE-REPORT-RECORD
       write CASE-REPORT-RECORD
       move "UNUSUAL VOLUME:" to CASE-TOT-LABEL
       move VELOCITY-ALERTS to CASE-TOT-COUNT
       move CASE-TOTAL-LINE to CASE-REPORT-RECORD
       write CASE-REPORT-RECORD
       move "XFERS TO NEW ACCOUNTS:" to CASE-TOT-LABEL
       move NEW-XFER-ALERTS to CASE-TOT-COUNT
       move CASE-TOTAL-LINE to CASE-REPORT-RECORD
       write CASE-REPORT-RECORD
       move "NEW ALERTS:" to CASE-TOT-LABEL
       move NEW-ALERT-COUNT to CASE-TOT-COUNT
       move CASE-TOTAL-LINE to CASE-REPORT-RECORD
       write CASE-REPORT-RECORD
       move "REPEATED ALERTS:" to CASE-TOT-LABEL
       move REPEAT-ALERT-COUNT to CASE-TOT-COUNT
       move CASE-TOTAL-LINE to CASE-REPORT-RECORD
       write CASE-REPORT-RECORD.
