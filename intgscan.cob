      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. intgscan.
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

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS CUSTOMER-STATUS.

           SELECT RATE-FILE ASSIGN TO "RATEIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RATE-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CALENDAR-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCTL-RUN-ID
               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "INTGRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

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

        FD RATE-FILE.
        01 RATE-RECORD.
           05 RATE-ACCT-TYPE       PIC X(1).
           05 RATE-EFF-DATE        PIC 9(8).
           05 RATE-MONTHLY-PCT     PIC S9(3)V99.
           05 RATE-FEE             PIC S9(7)V99.
           05 FILLER               PIC X(7).

        FD CALENDAR-FILE.
        01 CALENDAR-RECORD.
           05 CAL-REC-TYPE         PIC X(1).
           05 CAL-REC-DATE         PIC 9(8).
           05 CAL-DAY-TYPE         PIC X(1).

        FD RUN-CONTROL-FILE.
        01 RUN-CONTROL-RECORD.
           05 RCTL-RUN-ID          PIC X(10).
           05 RCTL-STATUS          PIC X(1).
           05 RCTL-START-DATE      PIC 9(8).
           05 RCTL-START-TIME      PIC 9(8).
           05 RCTL-END-DATE        PIC 9(8).
           05 RCTL-END-TIME        PIC 9(8).
           05 RCTL-RECORDS         PIC 9(7).
           05 RCTL-TOTAL-SUM       PIC S9(9)V99.
           05 RCTL-RETURN-CODE     PIC 9(4).
           05 RCTL-GL-ACK-STATUS   PIC X(1).
           05 RCTL-GL-ACK-DATE     PIC 9(8).

        FD REPORT-FILE.
        01 REPORT-RECORD            PIC X(132).

        SD SORT-WORK.
        01 SORT-RECORD.
           05 SORT-CUST            PIC 9(6).
           05 SORT-ACCT            PIC 9(6).

        WORKING-STORAGE SECTION.
        01 RUN-ID pic x(10) value spaces.
        01 ACCOUNT-STATUS      PIC XX VALUE "00".
        01 CUSTOMER-STATUS     PIC XX VALUE "00".
        01 RATE-STATUS         PIC XX VALUE "00".
        01 CALENDAR-STATUS     PIC XX VALUE "00".
        01 RUN-CONTROL-STATUS  PIC XX VALUE "00".
        01 REPORT-STATUS       PIC XX VALUE "00".
        01 PARM-LEN           PIC S9(4) COMP VALUE ZEROS.
        01 MAX-LIMIT-TEXT     PIC X(9) VALUE ZEROS.
        01 MAX-LIMIT-PARM REDEFINES MAX-LIMIT-TEXT PIC 9(7)V99.
        01 MAX-ODRAFT-LIMIT   PIC S9(7)V99 VALUE 100000.00.
        01 LEDGER-DATE        PIC 9(8) VALUE ZEROS.
        01 LEDGER-COUNT       PIC 9(3) VALUE ZEROS.
        01 DAY-RECORD-COUNT   PIC 9(5) VALUE ZEROS.
        01 DAY-RECORD-MAX     PIC 9(5) VALUE 1000.
        01 PREV-CAL-DATE      PIC 9(8) VALUE ZEROS.
        01 LAST-BUSINESS-DATE PIC 9(8) VALUE ZEROS.
        01 DATE-GAP-DAYS      PIC S9(7) VALUE ZEROS.
        01 GAP-DAYS-OUT       PIC 9(5) VALUE ZEROS.
        01 ACCOUNTS-READ      PIC 9(7) VALUE ZEROS.
        01 CUSTOMERS-READ     PIC 9(7) VALUE ZEROS.
        01 PROBLEM-COUNT      PIC 9(7) VALUE ZEROS.
        01 RATE-ENTRY-COUNT   PIC 9(3) VALUE ZEROS.
        01 RATE-ENTRY-MAX     PIC 9(3) VALUE 200.
        01 RATE-TABLE.
           05 RATE-ENTRY OCCURS 200 TIMES.
              10 RT-TYPE          PIC X(1).
              10 RT-EFF-DATE      PIC 9(8).
        01 RATE-IX            PIC 9(3) VALUE ZEROS.
        01 MISSING-TYPE-COUNT PIC 9(3) VALUE ZEROS.
        01 MISSING-TYPE-TABLE.
           05 MISSING-TYPE-ENTRY OCCURS 100 TIMES.
              10 MT-TYPE          PIC X(1).
        01 MISSING-TYPE-IX    PIC 9(3) VALUE ZEROS.

        01 CATEGORY-VALUES.
           05 FILLER PIC X(34) VALUE "ACCOUNT HAS NO CUSTOMER       SOFT".
           05 FILLER PIC X(34) VALUE "CUSTOMER HAS NO ACCOUNTS      SOFT".
           05 FILLER PIC X(34) VALUE "ACCOUNT TYPE HAS NO RATE      SOFT".
           05 FILLER PIC X(34) VALUE "UNKNOWN ACCOUNT STATUS CODE   SOFT".
           05 FILLER PIC X(34) VALUE "OVERDRAFT LIMIT OUT OF RANGE  SOFT".
           05 FILLER PIC X(34) VALUE "CALENDAR GAP                  SOFT".
           05 FILLER PIC X(34) VALUE "CALENDAR DUPLICATE DATE       SOFT".
           05 FILLER PIC X(34) VALUE "CALENDAR OUT OF SEQUENCE      SOFT".
           05 FILLER PIC X(34) VALUE "ACCOUNT FIELDS NOT NUMERIC    STOP".
           05 FILLER PIC X(34) VALUE "CALENDAR STRUCTURE            STOP".
           05 FILLER PIC X(34) VALUE "RATE FILE STRUCTURE           STOP".
           05 FILLER PIC X(34) VALUE "RUN-ID ALREADY COMPLETED      STOP".
        01 CATEGORY-TABLE REDEFINES CATEGORY-VALUES.
           05 CATEGORY-ENTRY OCCURS 12 TIMES.
              10 CAT-NAME         PIC X(30).
              10 CAT-SEVERITY     PIC X(4).
        01 CATEGORY-COUNT-TABLE.
           05 CAT-COUNT          PIC 9(7) OCCURS 12 TIMES.
        01 CATEGORY-MAX       PIC 9(2) VALUE 12.
        01 CAT-IX             PIC 9(2) VALUE ZEROS.
        01 PROB-CAT           PIC 9(2) VALUE ZEROS.
        01 PROB-KEY           PIC X(12) VALUE SPACES.
        01 PROB-TEXT          PIC X(60) VALUE SPACES.
        01 EDIT-AMOUNT        PIC Z,ZZZ,ZZ9.99-.

        01 EOF-SWITCH          PIC X VALUE "N".
           88 END-OF-ACCOUNT-FILE     VALUE "Y".
        01 CUST-EOF-SWITCH     PIC X VALUE "N".
           88 END-OF-CUSTOMER-FILE    VALUE "Y".
        01 SORT-EOF-SWITCH     PIC X VALUE "N".
           88 END-OF-SORT-FILE        VALUE "Y".
        01 RATE-EOF-SWITCH     PIC X VALUE "N".
           88 END-OF-RATE-FILE        VALUE "Y".
        01 CAL-EOF-SWITCH      PIC X VALUE "N".
           88 END-OF-CALENDAR-FILE    VALUE "Y".
        01 RATE-FOUND-SWITCH   PIC X VALUE "N".
           88 RATE-WAS-FOUND          VALUE "Y".
        01 TYPE-REPORTED-SWITCH PIC X VALUE "N".
           88 TYPE-ALREADY-REPORTED   VALUE "Y".
        01 CUST-FOUND-SWITCH   PIC X VALUE "Y".
           88 CUSTOMER-WAS-FOUND      VALUE "Y".
           88 CUSTOMER-NOT-FOUND      VALUE "N".
        01 CUST-LINKED-SWITCH  PIC X VALUE "N".
           88 CUSTOMER-HAS-ACCOUNT    VALUE "Y".
        01 RUN-DATE.
           05 RUN-YYYY        PIC 9(4).
           05 RUN-MM          PIC 9(2).
           05 RUN-DD          PIC 9(2).

        01 RPT-HDR-LINE-1.
           05 FILLER             PIC X(40)
                  VALUE "PRE-RUN INTEGRITY SCAN".
           05 FILLER             PIC X(92) VALUE SPACES.
        01 RPT-HDR-LINE-2.
           05 FILLER             PIC X(6) VALUE "DATE: ".
           05 RPT-HDR-DATE       PIC X(10) VALUE SPACES.
           05 FILLER             PIC X(10) VALUE "  RUN-ID: ".
           05 RPT-HDR-RUN-ID     PIC X(10).
           05 FILLER             PIC X(96) VALUE SPACES.
        01 RPT-COL-LINE.
           05 FILLER             PIC X(40)
                  VALUE "SEV.  CATEGORY                        ".
           05 FILLER             PIC X(40)
                  VALUE "KEY           DETAIL".
           05 FILLER             PIC X(52) VALUE SPACES.
        01 RPT-DETAIL-LINE.
           05 RPT-DTL-SEVERITY   PIC X(4).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RPT-DTL-CATEGORY   PIC X(30).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RPT-DTL-KEY        PIC X(12).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RPT-DTL-TEXT       PIC X(60).
           05 FILLER             PIC X(20) VALUE SPACES.
        01 RPT-SUMMARY-HDR.
           05 FILLER             PIC X(40)
                  VALUE "SUMMARY BY CATEGORY".
           05 FILLER             PIC X(92) VALUE SPACES.
        01 RPT-SUMMARY-LINE.
           05 RPT-SUM-CATEGORY   PIC X(30).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RPT-SUM-SEVERITY   PIC X(4).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RPT-SUM-COUNT      PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(85) VALUE SPACES.
        01 RPT-COUNT-LINE.
           05 RPT-CNT-LABEL      PIC X(25).
           05 RPT-CNT-VALUE      PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(98) VALUE SPACES.
        01 RPT-RESULT-LINE.
           05 FILLER             PIC X(8) VALUE "RESULT: ".
           05 RPT-RESULT-TEXT    PIC X(60).
           05 FILLER             PIC X(64) VALUE SPACES.

        LINKAGE SECTION.
        01 LS-PARM-AREA.
           05 LS-PARM-LEN        PIC S9(4) COMP.
           05 LS-PARM-DATA       PIC X(40).
       PROCEDURE DIVISION USING LS-PARM-AREA.
       Scan-Mainline.
           accept RUN-DATE from DATE YYYYMMDD
           move LS-PARM-LEN to PARM-LEN
           if PARM-LEN >= 10
               move LS-PARM-DATA(1:10) to RUN-ID
           else
               if PARM-LEN > 0
                   move LS-PARM-DATA(1:PARM-LEN) to RUN-ID
               end-if
           end-if
           if PARM-LEN >= 20
               if LS-PARM-DATA(12:9) numeric
                   move LS-PARM-DATA(12:9) to MAX-LIMIT-TEXT
                   move MAX-LIMIT-PARM to MAX-ODRAFT-LIMIT
               else
                   display "MAXIMUM LIMIT IN PARM NOT NUMERIC, DEFAULT "
                       "USED"
               end-if
           end-if
           move zeros to CATEGORY-COUNT-TABLE
           open output REPORT-FILE
           if REPORT-STATUS not = "00"
               display "UNABLE TO OPEN REPORT-FILE, STATUS " REPORT-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if
           perform Write-Report-Headers
           perform Check-Calendar
           perform Check-Run-Control
           perform Load-Rate-Table
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
           sort SORT-WORK
               on ascending key SORT-CUST
               on ascending key SORT-ACCT
               input procedure is Scan-Accounts
               output procedure is Match-Customers
           close ACCOUNT-MASTER
           close CUSTOMER-MASTER
           perform Write-Report-Summary
           close REPORT-FILE
           display "ACCOUNTS READ:       " ACCOUNTS-READ
           display "CUSTOMERS READ:      " CUSTOMERS-READ
           display "PROBLEMS FOUND:      " PROBLEM-COUNT
           STOP RUN.

       Check-Calendar.
       open input CALENDAR-FILE
       if CALENDAR-STATUS not = "00"
           display "UNABLE TO OPEN CALENDAR-FILE, STATUS "
               CALENDAR-STATUS
           move 16 to RETURN-CODE
           stop run
       end-if
       perform until END-OF-CALENDAR-FILE
           perform Check-One-Calendar-Record
       end-perform
       close CALENDAR-FILE
       if LEDGER-COUNT = zeros
           move 10 to PROB-CAT
           move "CALFILE" to PROB-KEY
           move "NO CURRENT LEDGER DATE RECORD" to PROB-TEXT
           perform Raise-Problem
       end-if
       if LEDGER-COUNT > 1
           move 10 to PROB-CAT
           move "CALFILE" to PROB-KEY
           move "MORE THAN ONE CURRENT LEDGER DATE RECORD" to PROB-TEXT
           perform Raise-Problem
       end-if
       if DAY-RECORD-COUNT > DAY-RECORD-MAX
           move 10 to PROB-CAT
           move "CALFILE" to PROB-KEY
           move spaces to PROB-TEXT
           string "MORE THAN " delimited by size
               DAY-RECORD-MAX delimited by size
               " DAY RECORDS, ROLL TABLE WOULD OVERFLOW"
                   delimited by size
               into PROB-TEXT
           perform Raise-Problem
       end-if
       if LEDGER-COUNT > zeros
           and LAST-BUSINESS-DATE not > LEDGER-DATE
           move 10 to PROB-CAT
           move "CALFILE" to PROB-KEY
           move spaces to PROB-TEXT
           string "NO BUSINESS DAY AFTER LEDGER DATE " delimited by size
               LEDGER-DATE delimited by size
               into PROB-TEXT
           perform Raise-Problem
       end-if.

       Check-One-Calendar-Record.
       read CALENDAR-FILE
           at end
               set END-OF-CALENDAR-FILE to true
           not at end
               evaluate CAL-REC-TYPE
                   when "C"
                       add 1 to LEDGER-COUNT
                       move CAL-REC-DATE to LEDGER-DATE
                   when "D"
                       perform Check-Calendar-Day
                   when other
                       move 10 to PROB-CAT
                       move "CALFILE" to PROB-KEY
                       move spaces to PROB-TEXT
                       string "INVALID RECORD TYPE '" delimited by size
                           CAL-REC-TYPE delimited by size
                           "'" delimited by size
                           into PROB-TEXT
                       perform Raise-Problem
               end-evaluate
       end-read.

       Check-Calendar-Day.
       add 1 to DAY-RECORD-COUNT
       move spaces to PROB-KEY
       string "DATE " delimited by size
           CAL-REC-DATE delimited by size
           into PROB-KEY
       if CAL-REC-DATE not numeric
           move 10 to PROB-CAT
           move "DATE NOT NUMERIC" to PROB-TEXT
           perform Raise-Problem
       else
           if CAL-DAY-TYPE = "B" and CAL-REC-DATE > LAST-BUSINESS-DATE
               move CAL-REC-DATE to LAST-BUSINESS-DATE
           end-if
           if PREV-CAL-DATE not = zeros
               perform Check-Calendar-Sequence
           end-if
           if CAL-REC-DATE > PREV-CAL-DATE
               move CAL-REC-DATE to PREV-CAL-DATE
           end-if
       end-if.

       Check-Calendar-Sequence.
       if CAL-REC-DATE = PREV-CAL-DATE
           move 7 to PROB-CAT
           move "DATE APPEARS MORE THAN ONCE" to PROB-TEXT
           perform Raise-Problem
       else
           if CAL-REC-DATE < PREV-CAL-DATE
               move 8 to PROB-CAT
               move spaces to PROB-TEXT
               string "DATE FOLLOWS LATER DATE " delimited by size
                   PREV-CAL-DATE delimited by size
                   into PROB-TEXT
               perform Raise-Problem
           else
               compute DATE-GAP-DAYS =
                   function integer-of-date (CAL-REC-DATE)
                   - function integer-of-date (PREV-CAL-DATE) - 1
               if DATE-GAP-DAYS > zeros
                   move DATE-GAP-DAYS to GAP-DAYS-OUT
                   move 6 to PROB-CAT
                   move spaces to PROB-TEXT
                   string "DAYS MISSING AFTER " delimited by size
                       PREV-CAL-DATE delimited by size
                       ": " delimited by size
                       GAP-DAYS-OUT delimited by size
                       into PROB-TEXT
                   perform Raise-Problem
               end-if
           end-if
       end-if.

       Check-Run-Control.
       if RUN-ID not = spaces
           open input RUN-CONTROL-FILE
           if RUN-CONTROL-STATUS = "00"
               move RUN-ID to RCTL-RUN-ID
               read RUN-CONTROL-FILE
                   invalid key
                       continue
                   not invalid key
                       if RCTL-STATUS = "C"
                           move 12 to PROB-CAT
                           move RUN-ID to PROB-KEY
                           move spaces to PROB-TEXT
                           string "COMPLETED ON " delimited by size
                               RCTL-END-DATE delimited by size
                               ", UPDATE WOULD REFUSE THE RUN"
                                   delimited by size
                               into PROB-TEXT
                           perform Raise-Problem
                       end-if
               end-read
               close RUN-CONTROL-FILE
           else
               if RUN-CONTROL-STATUS not = "35"
                   display "UNABLE TO OPEN RUN-CONTROL-FILE, STATUS "
                       RUN-CONTROL-STATUS
                   move 16 to RETURN-CODE
                   stop run
               end-if
           end-if
       end-if.

       Load-Rate-Table.
       open input RATE-FILE
       if RATE-STATUS not = "00"
           display "UNABLE TO OPEN RATE-FILE, STATUS " RATE-STATUS
           move 16 to RETURN-CODE
           stop run
       end-if
       perform until END-OF-RATE-FILE
           perform Load-One-Rate
       end-perform
       close RATE-FILE
       if RATE-ENTRY-COUNT = zeros
           move 11 to PROB-CAT
           move "RATEIN" to PROB-KEY
           move "RATE FILE IS EMPTY, NO PRICING ON FILE" to PROB-TEXT
           perform Raise-Problem
       end-if.

       Load-One-Rate.
       read RATE-FILE
           at end
               set END-OF-RATE-FILE to true
           not at end
               if RATE-ENTRY-COUNT >= RATE-ENTRY-MAX
                   move 11 to PROB-CAT
                   move "RATEIN" to PROB-KEY
                   move spaces to PROB-TEXT
                   string "MORE THAN " delimited by size
                       RATE-ENTRY-MAX delimited by size
                       " ENTRIES, SWEEP TABLE WOULD OVERFLOW"
                           delimited by size
                       into PROB-TEXT
                   perform Raise-Problem
                   set END-OF-RATE-FILE to true
               else
                   add 1 to RATE-ENTRY-COUNT
                   move RATE-ACCT-TYPE to RT-TYPE(RATE-ENTRY-COUNT)
                   move RATE-EFF-DATE to RT-EFF-DATE(RATE-ENTRY-COUNT)
               end-if
       end-read.

       Scan-Accounts.
       perform until END-OF-ACCOUNT-FILE
           perform Check-One-Account
       end-perform.

       Check-One-Account.
       read ACCOUNT-MASTER next record
           at end
               set END-OF-ACCOUNT-FILE to true
           not at end
               add 1 to ACCOUNTS-READ
               move spaces to PROB-KEY
               string "ACCT " delimited by size
                   ACCT-NUMBER delimited by size
                   into PROB-KEY
               if ACCT-BALANCE not numeric
                   or ACCT-ODRAFT-LIMIT not numeric
                   move 9 to PROB-CAT
                   move "BALANCE OR OVERDRAFT LIMIT NOT NUMERIC"
                       to PROB-TEXT
                   perform Raise-Problem
               else
                   perform Check-Account-Limit
               end-if
               perform Check-Account-Status
               perform Check-Account-Rate
               perform Check-Account-Customer
       end-read.

       Check-Account-Limit.
       if ACCT-ODRAFT-LIMIT < zeros
           or ACCT-ODRAFT-LIMIT > MAX-ODRAFT-LIMIT
           move 5 to PROB-CAT
           move ACCT-ODRAFT-LIMIT to EDIT-AMOUNT
           move spaces to PROB-TEXT
           string "LIMIT " delimited by size
               EDIT-AMOUNT delimited by size
               into PROB-TEXT
           perform Raise-Problem
       end-if.

       Check-Account-Status.
       if ACCT-STATUS-CODE not = "A"
           and ACCT-STATUS-CODE not = "F"
           and ACCT-STATUS-CODE not = "P"
           and ACCT-STATUS-CODE not = "D"
           move 4 to PROB-CAT
           move spaces to PROB-TEXT
           string "STATUS CODE '" delimited by size
               ACCT-STATUS-CODE delimited by size
               "'" delimited by size
               into PROB-TEXT
           perform Raise-Problem
       end-if.

       Check-Account-Rate.
       move "N" to RATE-FOUND-SWITCH
       move 1 to RATE-IX
       perform until RATE-IX > RATE-ENTRY-COUNT or RATE-WAS-FOUND
           perform Check-One-Rate-Entry
           add 1 to RATE-IX
       end-perform
       if not RATE-WAS-FOUND
           move "N" to TYPE-REPORTED-SWITCH
           move 1 to MISSING-TYPE-IX
           perform until MISSING-TYPE-IX > MISSING-TYPE-COUNT
                   or TYPE-ALREADY-REPORTED
               perform Check-One-Missing-Type
               add 1 to MISSING-TYPE-IX
           end-perform
           if not TYPE-ALREADY-REPORTED
               perform Report-Missing-Rate
           end-if
       end-if.

       Check-One-Rate-Entry.
       if RT-TYPE(RATE-IX) = ACCT-TYPE
           and RT-EFF-DATE(RATE-IX) <= LEDGER-DATE
           set RATE-WAS-FOUND to true
       end-if.

       Check-One-Missing-Type.
       if MT-TYPE(MISSING-TYPE-IX) = ACCT-TYPE
           set TYPE-ALREADY-REPORTED to true
       end-if.

       Report-Missing-Rate.
       if MISSING-TYPE-COUNT < 100
           add 1 to MISSING-TYPE-COUNT
           move ACCT-TYPE to MT-TYPE(MISSING-TYPE-COUNT)
       end-if
       move 3 to PROB-CAT
       move spaces to PROB-TEXT
       string "TYPE '" delimited by size
           ACCT-TYPE delimited by size
           "' HAS NO RATE IN FORCE ON " delimited by size
           LEDGER-DATE delimited by size
           into PROB-TEXT
       perform Raise-Problem.

       Check-Account-Customer.
       move "N" to CUST-FOUND-SWITCH
       if ACCT-CUST-NUMBER numeric and ACCT-CUST-NUMBER not = zeros
           move "Y" to CUST-FOUND-SWITCH
           move ACCT-CUST-NUMBER to CUST-NUMBER
           read CUSTOMER-MASTER
               invalid key
                   move "N" to CUST-FOUND-SWITCH
           end-read
       end-if
       if CUSTOMER-WAS-FOUND
           move ACCT-CUST-NUMBER to SORT-CUST
           move ACCT-NUMBER to SORT-ACCT
           release SORT-RECORD
       else
           move 1 to PROB-CAT
           move spaces to PROB-TEXT
           string "CUSTOMER " delimited by size
               ACCT-CUST-NUMBER delimited by size
               " NOT ON CUSTOMER MASTER" delimited by size
               into PROB-TEXT
           perform Raise-Problem
       end-if.

       Match-Customers.
       move zeros to CUST-NUMBER
       start CUSTOMER-MASTER key >= CUST-NUMBER
           invalid key
               set END-OF-CUSTOMER-FILE to true
       end-start
       perform Return-Sort-Record
       if not END-OF-CUSTOMER-FILE
           perform Read-Next-Customer
       end-if
       perform until END-OF-CUSTOMER-FILE
           perform Match-One-Customer
       end-perform.

       Match-One-Customer.
       if END-OF-SORT-FILE or SORT-CUST > CUST-NUMBER
           if not CUSTOMER-HAS-ACCOUNT
               move 2 to PROB-CAT
               move spaces to PROB-KEY
               string "CUST " delimited by size
                   CUST-NUMBER delimited by size
                   into PROB-KEY
               move CUST-NAME to PROB-TEXT
               perform Raise-Problem
           end-if
           perform Read-Next-Customer
       else
           if SORT-CUST = CUST-NUMBER
               set CUSTOMER-HAS-ACCOUNT to true
           end-if
           perform Return-Sort-Record
       end-if.

       Read-Next-Customer.
       move "N" to CUST-LINKED-SWITCH
       read CUSTOMER-MASTER next record
           at end
               set END-OF-CUSTOMER-FILE to true
           not at end
               add 1 to CUSTOMERS-READ
       end-read.

       Return-Sort-Record.
       return SORT-WORK
           at end
               set END-OF-SORT-FILE to true
       end-return.

       Raise-Problem.
       add 1 to PROBLEM-COUNT
       add 1 to CAT-COUNT(PROB-CAT)
       move CAT-SEVERITY(PROB-CAT) to RPT-DTL-SEVERITY
       move CAT-NAME(PROB-CAT) to RPT-DTL-CATEGORY
       move PROB-KEY to RPT-DTL-KEY
       move PROB-TEXT to RPT-DTL-TEXT
       move RPT-DETAIL-LINE to REPORT-RECORD
       write REPORT-RECORD
       if CAT-SEVERITY(PROB-CAT) = "STOP"
           if RETURN-CODE < 8
               move 8 to RETURN-CODE
           end-if
       else
           if RETURN-CODE < 4
               move 4 to RETURN-CODE
           end-if
       end-if.

       Write-Report-Headers.
       string RUN-YYYY delimited by size
           "-" delimited by size
           RUN-MM delimited by size
           "-" delimited by size
           RUN-DD delimited by size
           into RPT-HDR-DATE
       move RUN-ID to RPT-HDR-RUN-ID
       move RPT-HDR-LINE-1 to REPORT-RECORD
       write REPORT-RECORD
       move RPT-HDR-LINE-2 to REPORT-RECORD
       write REPORT-RECORD
       move spaces to REPORT-RECORD
       write REPORT-RECORD
       move RPT-COL-LINE to REPORT-RECORD
       write REPORT-RECORD.

       Write-Report-Summary.
       move spaces to REPORT-RECORD
       write REPORT-RECORD
       move RPT-SUMMARY-HDR to REPORT-RECORD
       write REPORT-RECORD
       move 1 to CAT-IX
       perform until CAT-IX > CATEGORY-MAX
           perform Write-Summary-Line
           add 1 to CAT-IX
       end-perform
       move spaces to REPORT-RECORD
       write REPORT-RECORD
       move "LEDGER DATE:" to RPT-CNT-LABEL
       move LEDGER-DATE to RPT-CNT-VALUE
       move RPT-COUNT-LINE to REPORT-RECORD
       write REPORT-RECORD
       move "ACCOUNTS READ:" to RPT-CNT-LABEL
       move ACCOUNTS-READ to RPT-CNT-VALUE
       move RPT-COUNT-LINE to REPORT-RECORD
       write REPORT-RECORD
       move "CUSTOMERS READ:" to RPT-CNT-LABEL
       move CUSTOMERS-READ to RPT-CNT-VALUE
       move RPT-COUNT-LINE to REPORT-RECORD
       write REPORT-RECORD
       move "CALENDAR DAY RECORDS:" to RPT-CNT-LABEL
       move DAY-RECORD-COUNT to RPT-CNT-VALUE
       move RPT-COUNT-LINE to REPORT-RECORD
       write REPORT-RECORD
       move "RATE ENTRIES:" to RPT-CNT-LABEL
       move RATE-ENTRY-COUNT to RPT-CNT-VALUE
       move RPT-COUNT-LINE to REPORT-RECORD
       write REPORT-RECORD
       move "PROBLEMS FOUND:" to RPT-CNT-LABEL
       move PROBLEM-COUNT to RPT-CNT-VALUE
       move RPT-COUNT-LINE to REPORT-RECORD
       write REPORT-RECORD
       evaluate true
           when RETURN-CODE >= 8
               move "STOP - NIGHTLY UPDATE MUST NOT RUN" to RPT-RESULT-TEXT
           when RETURN-CODE >= 4
               move "WARNINGS ONLY - NIGHTLY UPDATE MAY RUN"
                   to RPT-RESULT-TEXT
           when other
               move "CLEAN" to RPT-RESULT-TEXT
       end-evaluate
       move spaces to REPORT-RECORD
       write REPORT-RECORD
       move RPT-RESULT-LINE to REPORT-RECORD
       write REPORT-RECORD.

       Write-Summary-Line.
       move CAT-NAME(CAT-IX) to RPT-SUM-CATEGORY
       move CAT-SEVERITY(CAT-IX) to RPT-SUM-SEVERITY
       move CAT-COUNT(CAT-IX) to RPT-SUM-COUNT
       move RPT-SUMMARY-LINE to REPORT-RECORD
       write REPORT-RECORD.
