      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. portpos.
       AUTHOR. .
       INSTALLATION.  where.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS ACCOUNT-STATUS.

           SELECT CLOSED-MASTER ASSIGN TO "CLSDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLSD-ACCT-NUMBER
               FILE STATUS IS CLOSED-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CALENDAR-STATUS.

           SELECT POSITION-HISTORY ASSIGN TO "POSHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS POSITION-STATUS.

           SELECT REPORT-FILE ASSIGN TO "POSRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
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

        FD CLOSED-MASTER.
        01 CLOSED-RECORD.
           05 CLSD-ACCT-NUMBER     PIC 9(6).
           05 CLSD-NAME            PIC X(20).
           05 CLSD-CUST-NUMBER     PIC 9(6).
           05 CLSD-TYPE            PIC X(1).
           05 CLSD-ODRAFT-LIMIT    PIC S9(7)V99.
           05 CLSD-CLOSE-DATE      PIC 9(8).
           05 CLSD-FINAL-BALANCE   PIC S9(7)V99.
           05 CLSD-INTEREST        PIC S9(7)V99.
           05 CLSD-FEE             PIC S9(7)V99.
           05 CLSD-PAYOUT-ACCT     PIC 9(6).
           05 CLSD-RUN-ID          PIC X(10).

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

        FD CALENDAR-FILE.
        01 CALENDAR-RECORD.
           05 CAL-REC-TYPE         PIC X(1).
           05 CAL-REC-DATE         PIC 9(8).
           05 CAL-DAY-TYPE         PIC X(1).

        FD POSITION-HISTORY.
        01 POSITION-RECORD.
           05 PH-KEY.
              10 PH-DATE           PIC 9(8).
              10 PH-TYPE           PIC X(1).
              10 PH-STATUS         PIC X(1).
           05 PH-ACCOUNTS          PIC 9(7).
           05 PH-BALANCE           PIC S9(11)V99.
           05 PH-OD-COUNT          PIC 9(7).
           05 PH-OD-BALANCE        PIC S9(11)V99.
           05 PH-OD-LIMIT          PIC S9(11)V99.
           05 PH-NEW               PIC 9(5).
           05 PH-CLOSED            PIC 9(5).
           05 PH-RUN-ID            PIC X(10).
           05 FILLER               PIC X(17).

        FD REPORT-FILE.
        01 REPORT-RECORD            PIC X(132).

        WORKING-STORAGE SECTION.
        01 RUN-ID pic x(10) value spaces.
        01 ACCOUNT-STATUS      PIC XX VALUE "00".
        01 CLOSED-STATUS       PIC XX VALUE "00".
        01 AUDIT-STATUS        PIC XX VALUE "00".
        01 CALENDAR-STATUS     PIC XX VALUE "00".
        01 POSITION-STATUS     PIC XX VALUE "00".
        01 REPORT-STATUS       PIC XX VALUE "00".
        01 PARM-LEN           PIC S9(4) COMP VALUE ZEROS.
        01 REPORT-MODE        PIC X(1) VALUE SPACE.
           88 MONTH-END-FORCED       VALUE "M".
           88 DAILY-ONLY             VALUE "D".
        01 MONTH-END-SWITCH    PIC X VALUE "N".
           88 MONTH-END-RUN           VALUE "Y".
        01 LEDGER-DATE        PIC 9(8) VALUE ZEROS.
        01 LEDGER-DATE-PARTS REDEFINES LEDGER-DATE.
           05 LEDGER-YYYY     PIC 9(4).
           05 LEDGER-MM       PIC 9(2).
           05 LEDGER-DD       PIC 9(2).
        01 MONTH-FIRST-DATE   PIC 9(8) VALUE ZEROS.
        01 MONTH-FIRST-PARTS REDEFINES MONTH-FIRST-DATE.
           05 MONTH-FIRST-YYYY PIC 9(4).
           05 MONTH-FIRST-MM  PIC 9(2).
           05 MONTH-FIRST-DD  PIC 9(2).
        01 LAST-MONTH-TARGET  PIC 9(8) VALUE ZEROS.
        01 LAST-MONTH-PARTS REDEFINES LAST-MONTH-TARGET.
           05 LAST-MONTH-YYYY PIC 9(4).
           05 LAST-MONTH-MM   PIC 9(2).
           05 LAST-MONTH-DD   PIC 9(2).
        01 NEXT-BUSINESS-DATE PIC 9(8) VALUE ZEROS.
        01 NEXT-BUSINESS-PARTS REDEFINES NEXT-BUSINESS-DATE.
           05 NEXT-BUSINESS-YYYYMM PIC 9(6).
           05 NEXT-BUSINESS-DD PIC 9(2).
        01 COMPARE-DATES.
           05 COMPARE-DATE       PIC 9(8) OCCURS 3 TIMES.
        01 CMP-IX             PIC 9(1) VALUE ZEROS.
        01 OPEN-ENTRY-COUNT   PIC 9(4) VALUE ZEROS.
        01 OPEN-ENTRY-MAX     PIC 9(4) VALUE 2000.
        01 OPEN-TABLE.
           05 OPEN-ENTRY OCCURS 2000 TIMES.
              10 OPN-ACCT         PIC 9(6).
        01 OPEN-IX            PIC 9(4) VALUE ZEROS.
        01 POS-ENTRY-COUNT    PIC 9(3) VALUE ZEROS.
        01 POS-ENTRY-MAX      PIC 9(3) VALUE 200.
        01 POS-TABLE.
           05 POS-ENTRY OCCURS 200 TIMES.
              10 PE-TYPE          PIC X(1).
              10 PE-STATUS        PIC X(1).
              10 PE-ACCOUNTS      PIC 9(7).
              10 PE-BALANCE       PIC S9(11)V99.
              10 PE-OD-COUNT      PIC 9(7).
              10 PE-OD-BALANCE    PIC S9(11)V99.
              10 PE-OD-LIMIT      PIC S9(11)V99.
              10 PE-NEW           PIC 9(5).
              10 PE-CLOSED        PIC 9(5).
              10 PE-MTD-NEW       PIC 9(7).
              10 PE-MTD-CLOSED    PIC 9(7).
              10 PE-MONTH-BAL-SUM PIC S9(13)V99.
              10 PE-MONTH-DAYS    PIC 9(3).
              10 PE-PEAK-OD       PIC S9(11)V99.
              10 PE-COMPARE OCCURS 3 TIMES.
                 15 PC-FOUND      PIC X(1).
                 15 PC-ACCOUNTS   PIC 9(7).
                 15 PC-BALANCE    PIC S9(11)V99.
                 15 PC-OD-BALANCE PIC S9(11)V99.
        01 POS-IX             PIC 9(3) VALUE ZEROS.
        01 FIND-TYPE          PIC X(1) VALUE SPACE.
        01 FIND-STATUS        PIC X(1) VALUE SPACE.
        01 NEW-ACCOUNT-SWITCH  PIC X VALUE "N".
           88 ACCOUNT-IS-NEW          VALUE "Y".
        01 ENTRY-FOUND-SWITCH  PIC X VALUE "N".
           88 ENTRY-WAS-FOUND         VALUE "Y".
        01 ACCOUNTS-READ      PIC 9(7) VALUE ZEROS.
        01 SNAPSHOT-COUNT     PIC 9(5) VALUE ZEROS.
        01 MEASURE-IX         PIC 9(1) VALUE ZEROS.
        01 TODAY-VALUE        PIC S9(11)V99 VALUE ZEROS.
        01 BASE-VALUE         PIC S9(11)V99 VALUE ZEROS.
        01 PCT-CHANGE         PIC S9(5)V9 VALUE ZEROS.
        01 PCT-USED           PIC S9(5)V9 VALUE ZEROS.
        01 VALUE-TEXT         PIC X(18) VALUE SPACES.
        01 PCT-TEXT           PIC X(8) VALUE SPACES.
        01 EDIT-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
        01 EDIT-COUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.
        01 EDIT-PCT           PIC ZZZZ9.9-.
        01 AVERAGE-BALANCE    PIC S9(11)V99 VALUE ZEROS.
        01 EOF-SWITCH          PIC X VALUE "N".
           88 END-OF-ACCOUNT-FILE     VALUE "Y".
        01 CLSD-EOF-SWITCH     PIC X VALUE "N".
           88 END-OF-CLOSED-FILE      VALUE "Y".
        01 AUD-EOF-SWITCH      PIC X VALUE "N".
           88 END-OF-AUDIT-FILE       VALUE "Y".
        01 CAL-EOF-SWITCH      PIC X VALUE "N".
           88 END-OF-CALENDAR-FILE    VALUE "Y".
        01 HIST-EOF-SWITCH     PIC X VALUE "N".
           88 END-OF-HISTORY-SCAN     VALUE "Y".
        01 LEDGER-DATE-SWITCH  PIC X VALUE "N".
           88 LEDGER-DATE-FOUND       VALUE "Y".
        01 DAY-ENTRY-COUNT    PIC 9(4) VALUE ZEROS.
        01 DAY-ENTRY-MAX      PIC 9(4) VALUE 1000.
        01 DAY-TABLE.
           05 DAY-ENTRY OCCURS 1000 TIMES.
              10 DAY-DATE         PIC 9(8).
        01 DAY-IX             PIC 9(4) VALUE ZEROS.
        01 RUN-DATE.
           05 RUN-YYYY        PIC 9(4).
           05 RUN-MM          PIC 9(2).
           05 RUN-DD          PIC 9(2).

        01 RPT-HDR-LINE-1.
           05 FILLER             PIC X(40)
                  VALUE "DAILY PORTFOLIO POSITION".
           05 FILLER             PIC X(92) VALUE SPACES.
        01 RPT-HDR-LINE-2.
           05 FILLER             PIC X(6) VALUE "DATE: ".
           05 RPT-HDR-DATE       PIC X(10) VALUE SPACES.
           05 FILLER             PIC X(15) VALUE "  LEDGER DATE: ".
           05 RPT-HDR-LEDGER     PIC 9(8).
           05 FILLER             PIC X(10) VALUE "  RUN-ID: ".
           05 RPT-HDR-RUN-ID     PIC X(10).
           05 FILLER             PIC X(73) VALUE SPACES.
        01 RPT-HDR-LINE-3.
           05 FILLER             PIC X(20) VALUE "PRIOR BUSINESS DAY: ".
           05 RPT-HDR-PRIOR      PIC 9(8).
           05 FILLER             PIC X(15) VALUE "  MONTH START: ".
           05 RPT-HDR-MONTH      PIC 9(8).
           05 FILLER             PIC X(23)
                  VALUE "  SAME DAY LAST MONTH: ".
           05 RPT-HDR-LAST       PIC 9(8).
           05 FILLER             PIC X(50) VALUE SPACES.
        01 RPT-SECTION-LINE.
           05 RPT-SECTION-TITLE  PIC X(60).
           05 FILLER             PIC X(72) VALUE SPACES.
        01 POS-COL-LINE.
           05 FILLER             PIC X(5) VALUE "TYPE ".
           05 FILLER             PIC X(5) VALUE "STAT ".
           05 FILLER             PIC X(9) VALUE "  ACCTS  ".
           05 FILLER             PIC X(20) VALUE "           BALANCE  ".
           05 FILLER             PIC X(9) VALUE " OD ACCTS".
           05 FILLER             PIC X(20) VALUE "        OD BALANCE  ".
           05 FILLER             PIC X(20) VALUE "    LIMITS ON OD    ".
           05 FILLER             PIC X(8) VALUE " USED%  ".
           05 FILLER             PIC X(8) VALUE "   NEW  ".
           05 FILLER             PIC X(6) VALUE "CLOSED".
           05 FILLER             PIC X(22) VALUE SPACES.
        01 POS-DETAIL-LINE.
           05 POS-DTL-TYPE       PIC X(3).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 POS-DTL-STATUS     PIC X(3).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 POS-DTL-ACCOUNTS   PIC ZZZ,ZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 POS-DTL-BALANCE    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 POS-DTL-OD-COUNT   PIC ZZZ,ZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 POS-DTL-OD-BALANCE PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 POS-DTL-OD-LIMIT   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 POS-DTL-USED       PIC ZZZ9.9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 POS-DTL-NEW        PIC ZZ,ZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 POS-DTL-CLOSED     PIC ZZ,ZZ9.
           05 FILLER             PIC X(22) VALUE SPACES.
        01 TREND-TYPE-LINE.
           05 FILLER             PIC X(6) VALUE "TYPE: ".
           05 TRD-TYPE           PIC X(9).
           05 FILLER             PIC X(117) VALUE SPACES.
        01 TREND-COL-LINE.
           05 FILLER             PIC X(13) VALUE "MEASURE".
           05 FILLER             PIC X(18) VALUE "             TODAY".
           05 FILLER             PIC X(20) VALUE "           PRIOR DAY".
           05 FILLER             PIC X(9) VALUE "     CHG%".
           05 FILLER             PIC X(20) VALUE "         MONTH START".
           05 FILLER             PIC X(9) VALUE "     CHG%".
           05 FILLER             PIC X(20) VALUE "  SAME DAY LAST MTH".
           05 FILLER             PIC X(9) VALUE "     CHG%".
           05 FILLER             PIC X(14) VALUE SPACES.
        01 TREND-LINE.
           05 TRD-LABEL          PIC X(12).
           05 FILLER             PIC X(1).
           05 TRD-TODAY          PIC X(18).
           05 TRD-COMPARE OCCURS 3 TIMES.
              10 FILLER          PIC X(2).
              10 TRD-CMP-VALUE   PIC X(18).
              10 FILLER          PIC X(1).
              10 TRD-CMP-PCT     PIC X(8).
           05 FILLER             PIC X(14).
        01 TREND-NEW-LINE.
           05 FILLER             PIC X(20) VALUE "NEW / CLOSED TODAY: ".
           05 TRD-NEW-TODAY      PIC ZZ,ZZ9.
           05 FILLER             PIC X(3) VALUE " / ".
           05 TRD-CLOSED-TODAY   PIC ZZ,ZZ9.
           05 FILLER             PIC X(17) VALUE "  MONTH TO DATE: ".
           05 TRD-NEW-MTD        PIC ZZZ,ZZ9.
           05 FILLER             PIC X(3) VALUE " / ".
           05 TRD-CLOSED-MTD     PIC ZZZ,ZZ9.
           05 FILLER             PIC X(63) VALUE SPACES.
        01 MONTH-HDR-LINE.
           05 FILLER             PIC X(22) VALUE "MONTH-END SUMMARY FOR ".
           05 MTH-HDR-YYYY       PIC 9(4).
           05 FILLER             PIC X(1) VALUE "-".
           05 MTH-HDR-MM         PIC 9(2).
           05 FILLER             PIC X(103) VALUE SPACES.
        01 MONTH-COL-LINE.
           05 FILLER             PIC X(10) VALUE "TYPE".
           05 FILLER             PIC X(19) VALUE "    MONTH OPEN BAL ".
           05 FILLER             PIC X(19) VALUE "   MONTH CLOSE BAL ".
           05 FILLER             PIC X(9) VALUE "    CHG% ".
           05 FILLER             PIC X(19) VALUE "       AVERAGE BAL ".
           05 FILLER             PIC X(19) VALUE "    PEAK OVERDRAWN ".
           05 FILLER             PIC X(8) VALUE "    NEW ".
           05 FILLER             PIC X(7) VALUE " CLOSED".
           05 FILLER             PIC X(22) VALUE SPACES.
        01 MONTH-DETAIL-LINE.
           05 MTH-DTL-TYPE       PIC X(9).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 MTH-DTL-OPEN       PIC X(18).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 MTH-DTL-CLOSE      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 MTH-DTL-PCT        PIC X(8).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 MTH-DTL-AVERAGE    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 MTH-DTL-PEAK       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 MTH-DTL-NEW        PIC ZZZ,ZZ9.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 MTH-DTL-CLOSED     PIC ZZZ,ZZ9.
           05 FILLER             PIC X(22) VALUE SPACES.
        01 RPT-TOTAL-LINE.
           05 RPT-TOT-LABEL      PIC X(25).
           05 RPT-TOT-VALUE      PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(98) VALUE SPACES.

        LINKAGE SECTION.
        01 LS-PARM-AREA.
           05 LS-PARM-LEN        PIC S9(4) COMP.
           05 LS-PARM-DATA       PIC X(40).
       PROCEDURE DIVISION USING LS-PARM-AREA.
       Position-Mainline.
           accept RUN-DATE from DATE YYYYMMDD
           move LS-PARM-LEN to PARM-LEN
           if PARM-LEN >= 10
               move LS-PARM-DATA(1:10) to RUN-ID
           else
               if PARM-LEN > 0
                   move LS-PARM-DATA(1:PARM-LEN) to RUN-ID
               end-if
           end-if
           if PARM-LEN >= 12
               move LS-PARM-DATA(12:1) to REPORT-MODE
           end-if
           perform Read-Calendar
           perform Set-Compare-Dates
           open input ACCOUNT-MASTER
           if ACCOUNT-STATUS not = "00"
               display "UNABLE TO OPEN ACCOUNT-MASTER, STATUS " ACCOUNT-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if
           open input CLOSED-MASTER
           if CLOSED-STATUS = "35"
               open output CLOSED-MASTER
               close CLOSED-MASTER
               open input CLOSED-MASTER
           end-if
           if CLOSED-STATUS not = "00"
               display "UNABLE TO OPEN CLOSED-MASTER, STATUS " CLOSED-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if
           open input AUDIT-FILE
           if AUDIT-STATUS not = "00"
               display "UNABLE TO OPEN AUDIT-FILE, STATUS " AUDIT-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if
           open i-o POSITION-HISTORY
           if POSITION-STATUS = "35"
               open output POSITION-HISTORY
               close POSITION-HISTORY
               open i-o POSITION-HISTORY
           end-if
           if POSITION-STATUS not = "00"
               display "UNABLE TO OPEN POSITION-HISTORY, STATUS "
                   POSITION-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if
           open output REPORT-FILE
           if REPORT-STATUS not = "00"
               display "UNABLE TO OPEN REPORT-FILE, STATUS " REPORT-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if
           perform until END-OF-AUDIT-FILE
               perform Load-One-Opening
           end-perform
           close AUDIT-FILE
           perform until END-OF-ACCOUNT-FILE
               perform Add-One-Account
           end-perform
           close ACCOUNT-MASTER
           perform until END-OF-CLOSED-FILE
               perform Add-One-Closure
           end-perform
           close CLOSED-MASTER
           move 1 to POS-IX
           perform until POS-IX > POS-ENTRY-COUNT
               perform Write-One-Snapshot
               add 1 to POS-IX
           end-perform
           perform Load-Comparisons
           perform Scan-Month-To-Date
           perform Write-Report-Headers
           perform Write-Position-Section
           perform Write-Trend-Section
           if MONTH-END-RUN
               perform Write-Month-End-Section
           end-if
           perform Write-Report-Totals
           display "LEDGER DATE:        " LEDGER-DATE
           display "ACCOUNTS READ:      " ACCOUNTS-READ
           display "SNAPSHOT RECORDS:   " SNAPSHOT-COUNT
           if MONTH-END-RUN
               display "MONTH-END SUMMARY PRINTED"
           end-if
           close POSITION-HISTORY
           close REPORT-FILE
           STOP RUN.

       Read-Calendar.
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
               if CAL-REC-TYPE = "D" and CAL-DAY-TYPE = "B"
                   if DAY-ENTRY-COUNT >= DAY-ENTRY-MAX
                       display "CALENDAR EXCEEDS TABLE LIMIT OF "
                           DAY-ENTRY-MAX " BUSINESS DAYS"
                       move 16 to RETURN-CODE
                       stop run
                   end-if
                   add 1 to DAY-ENTRY-COUNT
                   move CAL-REC-DATE to DAY-DATE(DAY-ENTRY-COUNT)
               end-if
       end-read.

       Set-Compare-Dates.
       move LEDGER-DATE to MONTH-FIRST-DATE
       move 1 to MONTH-FIRST-DD
       move LEDGER-DATE to LAST-MONTH-TARGET
       if LEDGER-MM = 1
           subtract 1 from LAST-MONTH-YYYY
           move 12 to LAST-MONTH-MM
       else
           subtract 1 from LAST-MONTH-MM
       end-if
       move zeros to COMPARE-DATES
       move zeros to NEXT-BUSINESS-DATE
       move 1 to DAY-IX
       perform until DAY-IX > DAY-ENTRY-COUNT
           perform Check-One-Business-Day
           add 1 to DAY-IX
       end-perform
       evaluate true
           when MONTH-END-FORCED
               set MONTH-END-RUN to true
           when DAILY-ONLY
               continue
           when NEXT-BUSINESS-DATE = zeros
               continue
           when NEXT-BUSINESS-YYYYMM not = LEDGER-DATE(1:6)
               set MONTH-END-RUN to true
       end-evaluate.

       Check-One-Business-Day.
       if DAY-DATE(DAY-IX) < LEDGER-DATE
           and DAY-DATE(DAY-IX) > COMPARE-DATE(1)
           move DAY-DATE(DAY-IX) to COMPARE-DATE(1)
       end-if
       if DAY-DATE(DAY-IX) < MONTH-FIRST-DATE
           and DAY-DATE(DAY-IX) > COMPARE-DATE(2)
           move DAY-DATE(DAY-IX) to COMPARE-DATE(2)
       end-if
       if DAY-DATE(DAY-IX) <= LAST-MONTH-TARGET
           and DAY-DATE(DAY-IX) > COMPARE-DATE(3)
           move DAY-DATE(DAY-IX) to COMPARE-DATE(3)
       end-if
       if DAY-DATE(DAY-IX) > LEDGER-DATE
           and (NEXT-BUSINESS-DATE = zeros
               or DAY-DATE(DAY-IX) < NEXT-BUSINESS-DATE)
           move DAY-DATE(DAY-IX) to NEXT-BUSINESS-DATE
       end-if.

       Load-One-Opening.
       read AUDIT-FILE
           at end
               set END-OF-AUDIT-FILE to true
           not at end
               if AUD-SOURCE = "OPEN" and AUD-STATUS = "0"
                   and AUD-DATE > COMPARE-DATE(1)
                   and AUD-DATE <= LEDGER-DATE
                   if OPEN-ENTRY-COUNT >= OPEN-ENTRY-MAX
                       display "OPENED-ACCOUNT TABLE FULL, ACCOUNT "
                           AUD-ACCT-NUMBER " NOT COUNTED AS NEW"
                       if RETURN-CODE < 4
                           move 4 to RETURN-CODE
                       end-if
                   else
                       add 1 to OPEN-ENTRY-COUNT
                       move AUD-ACCT-NUMBER to OPN-ACCT(OPEN-ENTRY-COUNT)
                   end-if
               end-if
       end-read.

       Add-One-Account.
       read ACCOUNT-MASTER next record
           at end
               set END-OF-ACCOUNT-FILE to true
           not at end
               add 1 to ACCOUNTS-READ
               move "N" to NEW-ACCOUNT-SWITCH
               move 1 to OPEN-IX
               perform until OPEN-IX > OPEN-ENTRY-COUNT or ACCOUNT-IS-NEW
                   perform Check-One-Open-Entry
                   add 1 to OPEN-IX
               end-perform
               move ACCT-TYPE to FIND-TYPE
               move ACCT-STATUS-CODE to FIND-STATUS
               perform Find-Position-Entry
               perform Add-Account-To-Entry
               move "*" to FIND-STATUS
               perform Find-Position-Entry
               perform Add-Account-To-Entry
               move "*" to FIND-TYPE
               perform Find-Position-Entry
               perform Add-Account-To-Entry
       end-read.

       Check-One-Open-Entry.
       if OPN-ACCT(OPEN-IX) = ACCT-NUMBER
           set ACCOUNT-IS-NEW to true
       end-if.

       Add-Account-To-Entry.
       if ENTRY-WAS-FOUND
           add 1 to PE-ACCOUNTS(POS-IX)
           add ACCT-BALANCE to PE-BALANCE(POS-IX)
           if ACCT-BALANCE < zeros
               add 1 to PE-OD-COUNT(POS-IX)
               add ACCT-BALANCE to PE-OD-BALANCE(POS-IX)
               add ACCT-ODRAFT-LIMIT to PE-OD-LIMIT(POS-IX)
           end-if
           if ACCOUNT-IS-NEW and FIND-STATUS = "*"
               add 1 to PE-NEW(POS-IX)
           end-if
       end-if.

       Add-One-Closure.
       read CLOSED-MASTER next record
           at end
               set END-OF-CLOSED-FILE to true
           not at end
               if CLSD-CLOSE-DATE > COMPARE-DATE(1)
                   and CLSD-CLOSE-DATE <= LEDGER-DATE
                   move CLSD-TYPE to FIND-TYPE
                   move "*" to FIND-STATUS
                   perform Find-Position-Entry
                   if ENTRY-WAS-FOUND
                       add 1 to PE-CLOSED(POS-IX)
                   end-if
                   move "*" to FIND-TYPE
                   perform Find-Position-Entry
                   if ENTRY-WAS-FOUND
                       add 1 to PE-CLOSED(POS-IX)
                   end-if
               end-if
       end-read.

       Find-Position-Entry.
       move "N" to ENTRY-FOUND-SWITCH
       move 1 to POS-IX
       perform until POS-IX > POS-ENTRY-COUNT or ENTRY-WAS-FOUND
           perform Check-One-Position-Entry
       end-perform
       if not ENTRY-WAS-FOUND
           if POS-ENTRY-COUNT >= POS-ENTRY-MAX
               display "POSITION TABLE FULL, TYPE " FIND-TYPE
                   " STATUS " FIND-STATUS " NOT REPORTED"
               if RETURN-CODE < 4
                   move 4 to RETURN-CODE
               end-if
           else
               add 1 to POS-ENTRY-COUNT
               move POS-ENTRY-COUNT to POS-IX
               initialize POS-ENTRY(POS-IX)
               move FIND-TYPE to PE-TYPE(POS-IX)
               move FIND-STATUS to PE-STATUS(POS-IX)
               set ENTRY-WAS-FOUND to true
           end-if
       end-if.

       Check-One-Position-Entry.
       if PE-TYPE(POS-IX) = FIND-TYPE
           and PE-STATUS(POS-IX) = FIND-STATUS
           set ENTRY-WAS-FOUND to true
       else
           add 1 to POS-IX
       end-if.

       Write-One-Snapshot.
       initialize POSITION-RECORD
       move LEDGER-DATE to PH-DATE
       move PE-TYPE(POS-IX) to PH-TYPE
       move PE-STATUS(POS-IX) to PH-STATUS
       move PE-ACCOUNTS(POS-IX) to PH-ACCOUNTS
       move PE-BALANCE(POS-IX) to PH-BALANCE
       move PE-OD-COUNT(POS-IX) to PH-OD-COUNT
       move PE-OD-BALANCE(POS-IX) to PH-OD-BALANCE
       move PE-OD-LIMIT(POS-IX) to PH-OD-LIMIT
       move PE-NEW(POS-IX) to PH-NEW
       move PE-CLOSED(POS-IX) to PH-CLOSED
       move RUN-ID to PH-RUN-ID
       write POSITION-RECORD
           invalid key
               rewrite POSITION-RECORD
                   invalid key
                       display "UNABLE TO STORE POSITION FOR "
                           PH-DATE " " PH-TYPE PH-STATUS
                       if RETURN-CODE < 8
                           move 8 to RETURN-CODE
                       end-if
               end-rewrite
       end-write
       add 1 to SNAPSHOT-COUNT.

       Load-Comparisons.
       move 1 to POS-IX
       perform until POS-IX > POS-ENTRY-COUNT
           perform Load-Entry-Comparisons
           add 1 to POS-IX
       end-perform.

       Load-Entry-Comparisons.
       if PE-STATUS(POS-IX) = "*"
           move 1 to CMP-IX
           perform until CMP-IX > 3
               perform Load-One-Comparison
               add 1 to CMP-IX
           end-perform
       end-if.

       Load-One-Comparison.
       move "N" to PC-FOUND(POS-IX, CMP-IX)
       if COMPARE-DATE(CMP-IX) not = zeros
           move COMPARE-DATE(CMP-IX) to PH-DATE
           move PE-TYPE(POS-IX) to PH-TYPE
           move "*" to PH-STATUS
           read POSITION-HISTORY
               invalid key
                   continue
               not invalid key
                   move "Y" to PC-FOUND(POS-IX, CMP-IX)
                   move PH-ACCOUNTS to PC-ACCOUNTS(POS-IX, CMP-IX)
                   move PH-BALANCE to PC-BALANCE(POS-IX, CMP-IX)
                   move PH-OD-BALANCE to PC-OD-BALANCE(POS-IX, CMP-IX)
           end-read
       end-if.

       Scan-Month-To-Date.
       move MONTH-FIRST-DATE to PH-DATE
       move low-values to PH-TYPE
       move low-values to PH-STATUS
       start POSITION-HISTORY key >= PH-KEY
           invalid key
               set END-OF-HISTORY-SCAN to true
       end-start
       perform until END-OF-HISTORY-SCAN
           perform Add-One-Month-Record
       end-perform.

       Add-One-Month-Record.
       read POSITION-HISTORY next record
           at end
               set END-OF-HISTORY-SCAN to true
           not at end
               if PH-DATE > LEDGER-DATE
                   set END-OF-HISTORY-SCAN to true
               else
                   if PH-STATUS = "*"
                       move PH-TYPE to FIND-TYPE
                       move "*" to FIND-STATUS
                       perform Find-Month-Entry
                       if ENTRY-WAS-FOUND
                           add PH-NEW to PE-MTD-NEW(POS-IX)
                           add PH-CLOSED to PE-MTD-CLOSED(POS-IX)
                           add PH-BALANCE to PE-MONTH-BAL-SUM(POS-IX)
                           add 1 to PE-MONTH-DAYS(POS-IX)
                           if PH-OD-BALANCE < PE-PEAK-OD(POS-IX)
                               move PH-OD-BALANCE to PE-PEAK-OD(POS-IX)
                           end-if
                       end-if
                   end-if
               end-if
       end-read.

       Find-Month-Entry.
       move "N" to ENTRY-FOUND-SWITCH
       move 1 to POS-IX
       perform until POS-IX > POS-ENTRY-COUNT or ENTRY-WAS-FOUND
           perform Check-One-Position-Entry
       end-perform.

       Write-Report-Headers.
       string RUN-YYYY delimited by size
           "-" delimited by size
           RUN-MM delimited by size
           "-" delimited by size
           RUN-DD delimited by size
           into RPT-HDR-DATE
       move LEDGER-DATE to RPT-HDR-LEDGER
       move RUN-ID to RPT-HDR-RUN-ID
       move COMPARE-DATE(1) to RPT-HDR-PRIOR
       move COMPARE-DATE(2) to RPT-HDR-MONTH
       move COMPARE-DATE(3) to RPT-HDR-LAST
       move RPT-HDR-LINE-1 to REPORT-RECORD
       write REPORT-RECORD
       move RPT-HDR-LINE-2 to REPORT-RECORD
       write REPORT-RECORD
       move RPT-HDR-LINE-3 to REPORT-RECORD
       write REPORT-RECORD
       move spaces to REPORT-RECORD
       write REPORT-RECORD.

       Write-Position-Section.
       move "POSITION BY ACCOUNT TYPE AND STATUS" to RPT-SECTION-TITLE
       move RPT-SECTION-LINE to REPORT-RECORD
       write REPORT-RECORD
       move POS-COL-LINE to REPORT-RECORD
       write REPORT-RECORD
       move 1 to POS-IX
       perform until POS-IX > POS-ENTRY-COUNT
           perform Write-Position-Detail
           add 1 to POS-IX
       end-perform.

       Write-Position-Detail.
       if PE-TYPE(POS-IX) = "*"
           move "ALL" to POS-DTL-TYPE
       else
           move PE-TYPE(POS-IX) to POS-DTL-TYPE
       end-if
       if PE-STATUS(POS-IX) = "*"
           move "ALL" to POS-DTL-STATUS
       else
           move PE-STATUS(POS-IX) to POS-DTL-STATUS
       end-if
       move PE-ACCOUNTS(POS-IX) to POS-DTL-ACCOUNTS
       move PE-BALANCE(POS-IX) to POS-DTL-BALANCE
       move PE-OD-COUNT(POS-IX) to POS-DTL-OD-COUNT
       move PE-OD-BALANCE(POS-IX) to POS-DTL-OD-BALANCE
       move PE-OD-LIMIT(POS-IX) to POS-DTL-OD-LIMIT
       move zeros to PCT-USED
       if PE-OD-LIMIT(POS-IX) > zeros
           compute PCT-USED rounded =
               0 - PE-OD-BALANCE(POS-IX) * 100 / PE-OD-LIMIT(POS-IX)
               on size error
                   move 9999.9 to PCT-USED
           end-compute
       end-if
       move PCT-USED to POS-DTL-USED
       move PE-NEW(POS-IX) to POS-DTL-NEW
       move PE-CLOSED(POS-IX) to POS-DTL-CLOSED
       move POS-DETAIL-LINE to REPORT-RECORD
       write REPORT-RECORD.

       Write-Trend-Section.
       move spaces to REPORT-RECORD
       write REPORT-RECORD
       move "TREND AGAINST PRIOR DAY, MONTH START AND LAST MONTH"
           to RPT-SECTION-TITLE
       move RPT-SECTION-LINE to REPORT-RECORD
       write REPORT-RECORD
       move 1 to POS-IX
       perform until POS-IX > POS-ENTRY-COUNT
           perform Write-Trend-Entry
           add 1 to POS-IX
       end-perform.

       Write-Trend-Entry.
       if PE-STATUS(POS-IX) = "*"
           perform Write-Trend-Block
       end-if.

       Write-Trend-Block.
       move spaces to REPORT-RECORD
       write REPORT-RECORD
       if PE-TYPE(POS-IX) = "*"
           move "ALL TYPES" to TRD-TYPE
       else
           move PE-TYPE(POS-IX) to TRD-TYPE
       end-if
       move TREND-TYPE-LINE to REPORT-RECORD
       write REPORT-RECORD
       move TREND-COL-LINE to REPORT-RECORD
       write REPORT-RECORD
       move 1 to MEASURE-IX
       perform until MEASURE-IX > 3
           perform Write-Trend-Measure
           add 1 to MEASURE-IX
       end-perform
       move PE-NEW(POS-IX) to TRD-NEW-TODAY
       move PE-CLOSED(POS-IX) to TRD-CLOSED-TODAY
       move PE-MTD-NEW(POS-IX) to TRD-NEW-MTD
       move PE-MTD-CLOSED(POS-IX) to TRD-CLOSED-MTD
       move TREND-NEW-LINE to REPORT-RECORD
       write REPORT-RECORD.

       Write-Trend-Measure.
       move spaces to TREND-LINE
       evaluate MEASURE-IX
           when 1
               move "ACCOUNTS" to TRD-LABEL
               move PE-ACCOUNTS(POS-IX) to TODAY-VALUE
           when 2
               move "BALANCE" to TRD-LABEL
               move PE-BALANCE(POS-IX) to TODAY-VALUE
           when other
               move "OVERDRAWN" to TRD-LABEL
               move PE-OD-BALANCE(POS-IX) to TODAY-VALUE
       end-evaluate
       move TODAY-VALUE to BASE-VALUE
       perform Format-Value
       move VALUE-TEXT to TRD-TODAY
       move 1 to CMP-IX
       perform until CMP-IX > 3
           perform Format-One-Comparison
           add 1 to CMP-IX
       end-perform
       move TREND-LINE to REPORT-RECORD
       write REPORT-RECORD.

       Format-One-Comparison.
       if PC-FOUND(POS-IX, CMP-IX) = "Y"
           evaluate MEASURE-IX
               when 1
                   move PC-ACCOUNTS(POS-IX, CMP-IX) to BASE-VALUE
               when 2
                   move PC-BALANCE(POS-IX, CMP-IX) to BASE-VALUE
               when other
                   move PC-OD-BALANCE(POS-IX, CMP-IX) to BASE-VALUE
           end-evaluate
           perform Format-Value
           move VALUE-TEXT to TRD-CMP-VALUE(CMP-IX)
           perform Format-Percent
           move PCT-TEXT to TRD-CMP-PCT(CMP-IX)
       else
           move "    NO SNAPSHOT" to TRD-CMP-VALUE(CMP-IX)
           move "     N/A" to TRD-CMP-PCT(CMP-IX)
       end-if.

       Format-Value.
       if MEASURE-IX = 1
           move BASE-VALUE to EDIT-COUNT
           move EDIT-COUNT to VALUE-TEXT
       else
           move BASE-VALUE to EDIT-AMOUNT
           move EDIT-AMOUNT to VALUE-TEXT
       end-if.

       Format-Percent.
       if BASE-VALUE = zeros
           move "     N/A" to PCT-TEXT
       else
           compute PCT-CHANGE rounded =
               (TODAY-VALUE - BASE-VALUE) * 100 / BASE-VALUE
               on size error
                   move "  ******" to PCT-TEXT
               not on size error
                   if BASE-VALUE < zeros
                       compute PCT-CHANGE = 0 - PCT-CHANGE
                   end-if
                   move PCT-CHANGE to EDIT-PCT
                   move EDIT-PCT to PCT-TEXT
           end-compute
       end-if.

       Write-Month-End-Section.
       move LEDGER-YYYY to MTH-HDR-YYYY
       move LEDGER-MM to MTH-HDR-MM
       move spaces to REPORT-RECORD
       write REPORT-RECORD after advancing page
       move MONTH-HDR-LINE to REPORT-RECORD
       write REPORT-RECORD
       move spaces to REPORT-RECORD
       write REPORT-RECORD
       move MONTH-COL-LINE to REPORT-RECORD
       write REPORT-RECORD
       move 2 to MEASURE-IX
       move 2 to CMP-IX
       move 1 to POS-IX
       perform until POS-IX > POS-ENTRY-COUNT
           perform Write-Month-Entry
           add 1 to POS-IX
       end-perform.

       Write-Month-Entry.
       if PE-STATUS(POS-IX) = "*"
           perform Write-Month-Detail
       end-if.

       Write-Month-Detail.
       if PE-TYPE(POS-IX) = "*"
           move "ALL TYPES" to MTH-DTL-TYPE
       else
           move PE-TYPE(POS-IX) to MTH-DTL-TYPE
       end-if
       move PE-BALANCE(POS-IX) to TODAY-VALUE
       move PE-BALANCE(POS-IX) to MTH-DTL-CLOSE
       if PC-FOUND(POS-IX, CMP-IX) = "Y"
           move PC-BALANCE(POS-IX, CMP-IX) to BASE-VALUE
           perform Format-Value
           move VALUE-TEXT to MTH-DTL-OPEN
           perform Format-Percent
           move PCT-TEXT to MTH-DTL-PCT
       else
           move "    NO SNAPSHOT" to MTH-DTL-OPEN
           move "     N/A" to MTH-DTL-PCT
       end-if
       move zeros to AVERAGE-BALANCE
       if PE-MONTH-DAYS(POS-IX) > zeros
           compute AVERAGE-BALANCE rounded =
               PE-MONTH-BAL-SUM(POS-IX) / PE-MONTH-DAYS(POS-IX)
       end-if
       move AVERAGE-BALANCE to MTH-DTL-AVERAGE
       move PE-PEAK-OD(POS-IX) to MTH-DTL-PEAK
       move PE-MTD-NEW(POS-IX) to MTH-DTL-NEW
       move PE-MTD-CLOSED(POS-IX) to MTH-DTL-CLOSED
       move MONTH-DETAIL-LINE to REPORT-RECORD
       write REPORT-RECORD.

       Write-Report-Totals.
       move spaces to REPORT-RECORD
       write REPORT-RECORD
       move "ACCOUNTS READ:" to RPT-TOT-LABEL
       move ACCOUNTS-READ to RPT-TOT-VALUE
       move RPT-TOTAL-LINE to REPORT-RECORD
       write REPORT-RECORD
       move "SNAPSHOT RECORDS STORED:" to RPT-TOT-LABEL
       move SNAPSHOT-COUNT to RPT-TOT-VALUE
       move RPT-TOTAL-LINE to REPORT-RECORD
       write REPORT-RECORD.
