           SELECT REGISTER-FILE ASSIGN TO "MNTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REGISTER-STATUS.

           SELECT PENDING-FILE ASSIGN TO "PENDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-KEY
               FILE STATUS IS PENDING-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CALENDAR-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO "APPRRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS APPROVAL-STATUS.

           SELECT CLOSED-MASTER ASSIGN TO "CLSDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLSD-ACCT-NUMBER
               FILE STATUS IS CLOSED-STATUS.

           SELECT HOLD-MASTER ASSIGN TO "HOLDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS HOLD-STATUS.

           SELECT RATE-FILE ASSIGN TO "RATEIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RATE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
       DATA DIVISION.
        FILE SECTION.
        FD ACCOUNT-MASTER.
           05 MNT-CUST-NUMBER      PIC 9(6).
           05 MNT-CUST-ADDRESS     PIC X(30).
           05 MNT-CUST-PHONE       PIC X(10).
           05 MNT-USER-ID          PIC X(8).
           05 MNT-REF-ACTION       PIC X(1).
           05 MNT-PAYOUT-ACCT      PIC 9(6).

        FD REGISTER-FILE.
        01 REGISTER-RECORD          PIC X(132).

        FD PENDING-FILE.
        01 PENDING-RECORD.
           05 PEND-KEY.
              10 PEND-ACCT-NUMBER  PIC 9(6).
              10 PEND-ACTION       PIC X(1).
           05 PEND-MAINT-IMAGE     PIC X(107).
           05 PEND-MAKER-ID        PIC X(8).
           05 PEND-LEDGER-DATE     PIC 9(8).
           05 PEND-RUN-DATE        PIC 9(8).
           05 PEND-RUN-TIME        PIC 9(8).

        FD CALENDAR-FILE.
        01 CALENDAR-RECORD.
           05 CAL-REC-TYPE         PIC X(1).
           05 CAL-REC-DATE         PIC 9(8).
           05 CAL-DAY-TYPE         PIC X(1).

        FD APPROVAL-FILE.
        01 APPROVAL-RECORD          PIC X(132).

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

        FD HOLD-MASTER.
        01 HOLD-RECORD.
           05 HOLD-KEY.
              10 HOLD-ACCT-NUMBER  PIC 9(6).
              10 HOLD-SEQ          PIC 9(3).
           05 HOLD-AMOUNT          PIC S9(7)V99.
           05 HOLD-REASON          PIC X(2).
           05 HOLD-PLACED-DATE     PIC 9(8).
           05 HOLD-EXPIRY-DATE     PIC 9(8).
           05 HOLD-REFERENCE       PIC X(20).

        FD RATE-FILE.
        01 RATE-RECORD.
           05 RATE-ACCT-TYPE       PIC X(1).
           05 RATE-EFF-DATE        PIC 9(8).
           05 RATE-MONTHLY-PCT     PIC S9(3)V99.
           05 RATE-FEE             PIC S9(7)V99.
           05 FILLER               PIC X(7).

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

        WORKING-STORAGE SECTION.
        01 ACCOUNT-STATUS      PIC XX VALUE "00".
        01 CUSTOMER-STATUS     PIC XX VALUE "00".
        01 MAINT-STATUS        PIC XX VALUE "00".
        01 REGISTER-STATUS     PIC XX VALUE "00".
        01 PENDING-STATUS      PIC XX VALUE "00".
        01 CALENDAR-STATUS     PIC XX VALUE "00".
        01 APPROVAL-STATUS     PIC XX VALUE "00".
        01 CLOSED-STATUS       PIC XX VALUE "00".
        01 HOLD-STATUS         PIC XX VALUE "00".
        01 RATE-STATUS         PIC XX VALUE "00".
        01 AUDIT-STATUS        PIC XX VALUE "00".
        01 RUN-ID pic x(10) value spaces.
        01 num1 pic S9(7)V99 value ZEROS.
        01 num2 pic S9(7)V99 value ZEROS.
        01 sum1 pic S9(7)V99 value ZEROS.
        01 OP-CODE             PIC X(1) VALUE "A".
        01 MODUL-STATUS        PIC X(1) VALUE "0".
        01 MODUL-MSG           PIC X(30) VALUE SPACES.
        01 AUDIT-SEQ-COUNT     PIC 9(7) VALUE ZEROS.
        01 POSTING-SOURCE      PIC X(8) VALUE SPACES.
        01 RETENTION-PARM      PIC 9(4) VALUE ZEROS.
        01 RETENTION-DAYS      PIC 9(4) VALUE 2555.
        01 RETENTION-END-INT   PIC 9(8) VALUE ZEROS.
        01 PAYOUT-SUSPENSE-PARM PIC 9(6) VALUE ZEROS.
        01 PAYOUT-SUSPENSE-ACCT PIC 9(6) VALUE ZEROS.
        01 PAYOUT-ACCT         PIC 9(6) VALUE ZEROS.
        01 ACCRUAL-DAYS        PIC 9(2) VALUE ZEROS.
        01 SETTLE-INTEREST     PIC S9(7)V99 VALUE ZEROS.
        01 SETTLE-FEE          PIC S9(7)V99 VALUE ZEROS.
        01 SETTLE-FINAL        PIC S9(7)V99 VALUE ZEROS.
        01 SETTLE-AVAILABLE    PIC S9(7)V99 VALUE ZEROS.
        01 PAYOUT-NEW-BALANCE  PIC S9(9)V99 VALUE ZEROS.
        01 CLOSED-COUNT        PIC 9(7) VALUE ZEROS.
        01 HOLD-WORK-ACCT      PIC 9(6) VALUE ZEROS.
        01 HOLD-ACTIVE-COUNT   PIC 9(3) VALUE ZEROS.
        01 HOLD-SCAN-SWITCH    PIC X VALUE "N".
           88 END-OF-ACCOUNT-HOLDS    VALUE "Y".
        01 CLOSING-ACCOUNT.
           05 CLOSE-ACCT-NUMBER    PIC 9(6).
           05 CLOSE-BALANCE        PIC S9(7)V99.
           05 CLOSE-NAME           PIC X(20).
           05 CLOSE-TYPE           PIC X(1).
           05 CLOSE-ODRAFT-LIMIT   PIC S9(7)V99.
           05 CLOSE-CUST-NUMBER    PIC 9(6).
           05 CLOSE-STATUS-CODE    PIC X(1).
        01 RATE-EOF-SWITCH     PIC X VALUE "N".
           88 END-OF-RATE-FILE        VALUE "Y".
        01 RATE-ENTRY-COUNT   PIC 9(3) VALUE ZEROS.
        01 RATE-ENTRY-MAX     PIC 9(3) VALUE 200.
        01 RATE-TABLE.
           05 RATE-ENTRY OCCURS 200 TIMES.
              10 RT-TYPE          PIC X(1).
              10 RT-EFF-DATE      PIC 9(8).
              10 RT-PCT           PIC S9(3)V99.
              10 RT-FEE           PIC S9(7)V99.
        01 RATE-IX            PIC 9(3) VALUE ZEROS.
        01 RATE-BEST-IX       PIC 9(3) VALUE ZEROS.
        01 RATE-BEST-DATE     PIC 9(8) VALUE ZEROS.
        01 RATE-FOUND-SWITCH  PIC X VALUE "N".
           88 RATE-WAS-FOUND          VALUE "Y".
           88 RATE-NOT-FOUND          VALUE "N".
        01 CLOSED-FOUND-SWITCH PIC X VALUE "Y".
           88 CLOSED-WAS-FOUND        VALUE "Y".
           88 CLOSED-NOT-FOUND        VALUE "N".
        01 PARM-LEN            PIC S9(4) COMP VALUE ZEROS.
        01 MAINT-COUNT         PIC 9(7) VALUE ZEROS.
        01 APPLIED-COUNT       PIC 9(7) VALUE ZEROS.
        01 REJECTED-COUNT      PIC 9(7) VALUE ZEROS.
        01 QUEUED-COUNT        PIC 9(7) VALUE ZEROS.
        01 APPROVED-COUNT      PIC 9(7) VALUE ZEROS.
        01 EXPIRED-COUNT       PIC 9(7) VALUE ZEROS.
        01 OUTSTANDING-COUNT   PIC 9(7) VALUE ZEROS.
        01 EXPIRY-DAYS-PARM    PIC 9(2) VALUE ZEROS.
        01 EXPIRY-DAYS         PIC 9(2) VALUE 5.
        01 LIMIT-THRESHOLD-TEXT PIC X(9) VALUE ZEROS.
        01 LIMIT-THRESHOLD-PARM REDEFINES LIMIT-THRESHOLD-TEXT
                               PIC 9(7)V99.
        01 LIMIT-THRESHOLD     PIC S9(7)V99 VALUE 1000.00.
        01 LEDGER-DATE         PIC 9(8) VALUE ZEROS.
        01 LEDGER-DATE-PARTS REDEFINES LEDGER-DATE.
           05 LEDGER-YYYY     PIC 9(4).
           05 LEDGER-MM       PIC 9(2).
           05 LEDGER-DD       PIC 9(2).
        01 RUN-TIME            PIC 9(8) VALUE ZEROS.
        01 CHECKER-ID          PIC X(8) VALUE SPACES.
        01 ELAPSED-DAYS        PIC 9(4) VALUE ZEROS.
        01 APPROVAL-NOTE       PIC X(25) VALUE SPACES.
        01 DAY-ENTRY-COUNT     PIC 9(4) VALUE ZEROS.
        01 DAY-ENTRY-MAX       PIC 9(4) VALUE 1000.
        01 BUSINESS-DAY-TABLE.
           05 BUSINESS-DAY OCCURS 1000 TIMES PIC 9(8).
        01 DAY-IX              PIC 9(4) VALUE ZEROS.
        01 APPROVAL-SWITCH     PIC X VALUE "N".
           88 NO-APPROVAL-NEEDED      VALUE "N".
           88 ACTION-IS-SENSITIVE     VALUE "Q".
           88 APPROVAL-IS-VALID       VALUE "K".
        01 PENDING-FOUND-SWITCH PIC X VALUE "Y".
           88 PENDING-WAS-FOUND       VALUE "Y".
           88 PENDING-NOT-FOUND       VALUE "N".
        01 PEND-EOF-SWITCH     PIC X VALUE "N".
           88 END-OF-PENDING-FILE     VALUE "Y".
        01 CAL-EOF-SWITCH      PIC X VALUE "N".
           88 END-OF-CALENDAR-FILE    VALUE "Y".
        01 LEDGER-DATE-SWITCH  PIC X VALUE "N".
           88 LEDGER-DATE-FOUND       VALUE "Y".
        01 MAINT-RESULT        PIC X(25) VALUE SPACES.
        01 EOF-SWITCH          PIC X VALUE "N".
           88 END-OF-MAINT-FILE       VALUE "Y".
           05 FILLER             PIC X(25) VALUE "MAINTENANCE REJECTED: ".
           05 REG-TOT-REJECTED   PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(98) VALUE SPACES.
        01 REG-TOTAL-LINE-3.
           05 FILLER             PIC X(25) VALUE "MAINTENANCE QUEUED:   ".
           05 REG-TOT-QUEUED     PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(98) VALUE SPACES.
        01 REG-SETTLE-LINE.
           05 FILLER             PIC X(11) VALUE SPACES.
           05 FILLER             PIC X(12) VALUE "SETTLEMENT: ".
           05 FILLER             PIC X(9) VALUE "INTEREST ".
           05 REG-STL-INTEREST   PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(6) VALUE "  FEE ".
           05 REG-STL-FEE        PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(9) VALUE "  PAYOUT ".
           05 REG-STL-FINAL      PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(4) VALUE " TO ".
           05 REG-STL-PAYOUT     PIC 9(6).
           05 FILLER             PIC X(30) VALUE SPACES.

        01 APR-HDR-LINE-1.
           05 FILLER             PIC X(40)
                  VALUE "MAINTENANCE APPROVAL REGISTER".
           05 FILLER             PIC X(92) VALUE SPACES.
        01 APR-HDR-LINE-2.
           05 FILLER             PIC X(6) VALUE "DATE: ".
           05 APR-HDR-DATE       PIC X(10) VALUE SPACES.
           05 FILLER             PIC X(15) VALUE "  LEDGER DATE: ".
           05 APR-HDR-LEDGER     PIC 9(8).
           05 FILLER             PIC X(15) VALUE "  EXPIRY DAYS: ".
           05 APR-HDR-EXPIRY     PIC Z9.
           05 FILLER             PIC X(19) VALUE "  LIMIT THRESHOLD: ".
           05 APR-HDR-THRESHOLD  PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(43) VALUE SPACES.
        01 APR-DETAIL-LINE.
           05 APR-DTL-STATE      PIC X(10).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 APR-DTL-ACTION     PIC X(1).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 APR-DTL-ACCT       PIC 9(6).
           05 FILLER             PIC X(8) VALUE "  MAKER ".
           05 APR-DTL-MAKER      PIC X(8).
           05 FILLER             PIC X(10) VALUE "  CHECKER ".
           05 APR-DTL-CHECKER    PIC X(8).
           05 FILLER             PIC X(9) VALUE "  QUEUED ".
           05 APR-DTL-QUEUED     PIC 9(8).
           05 FILLER             PIC X(6) VALUE "  AGE ".
           05 APR-DTL-AGE        PIC ZZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 APR-DTL-NOTE       PIC X(25).
           05 FILLER             PIC X(23) VALUE SPACES.
        01 APR-TOTAL-LINE-1.
           05 FILLER             PIC X(30) VALUE "ITEMS QUEUED THIS RUN:".
           05 APR-TOT-QUEUED     PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(93) VALUE SPACES.
        01 APR-TOTAL-LINE-2.
           05 FILLER             PIC X(30) VALUE "ITEMS APPROVED THIS RUN:".
           05 APR-TOT-APPROVED   PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(93) VALUE SPACES.
        01 APR-TOTAL-LINE-3.
           05 FILLER             PIC X(30) VALUE "ITEMS EXPIRED THIS RUN:".
           05 APR-TOT-EXPIRED    PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(93) VALUE SPACES.
        01 APR-TOTAL-LINE-4.
           05 FILLER             PIC X(30) VALUE "ITEMS STILL PENDING:".
           05 APR-TOT-PENDING    PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(93) VALUE SPACES.

        LINKAGE SECTION.
        01 LS-PARM-AREA.
           05 LS-PARM-LEN        PIC S9(4) COMP.
           05 LS-PARM-DATA       PIC X(40).
       PROCEDURE DIVISION USING LS-PARM-AREA.
       Maint-Mainline.
           accept RUN-DATE from DATE YYYYMMDD
           accept RUN-TIME from TIME
           move LS-PARM-LEN to PARM-LEN
           if PARM-LEN >= 2
               if LS-PARM-DATA(1:2) numeric
                   move LS-PARM-DATA(1:2) to EXPIRY-DAYS-PARM
                   move EXPIRY-DAYS-PARM to EXPIRY-DAYS
               else
                   display "EXPIRY DAYS IN PARM NOT NUMERIC, DEFAULT USED"
               end-if
           end-if
           if PARM-LEN >= 12
               if LS-PARM-DATA(4:9) numeric
                   move LS-PARM-DATA(4:9) to LIMIT-THRESHOLD-TEXT
                   move LIMIT-THRESHOLD-PARM to LIMIT-THRESHOLD
               else
                   display "LIMIT THRESHOLD IN PARM NOT NUMERIC, DEFAULT "
                       "USED"
               end-if
           end-if
           if PARM-LEN >= 23
               move LS-PARM-DATA(14:10) to RUN-ID
           end-if
           if RUN-ID = spaces
               move "NOPARMRUN" to RUN-ID
           end-if
           if PARM-LEN >= 28
               if LS-PARM-DATA(25:4) numeric
                   move LS-PARM-DATA(25:4) to RETENTION-PARM
                   move RETENTION-PARM to RETENTION-DAYS
               else
                   display "RETENTION DAYS IN PARM NOT NUMERIC, DEFAULT "
                       "USED"
               end-if
           end-if
           if PARM-LEN >= 35
               if LS-PARM-DATA(30:6) numeric
                   move LS-PARM-DATA(30:6) to PAYOUT-SUSPENSE-PARM
                   move PAYOUT-SUSPENSE-PARM to PAYOUT-SUSPENSE-ACCT
               else
                   display "PAYOUT SUSPENSE ACCOUNT IN PARM NOT NUMERIC"
               end-if
           end-if
           perform Read-Calendar
           open i-o ACCOUNT-MASTER
           if ACCOUNT-STATUS not = "00"
               display "UNABLE TO OPEN ACCOUNT-MASTER, STATUS " ACCOUNT-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if
           open i-o PENDING-FILE
           if PENDING-STATUS = "35"
               open output PENDING-FILE
               close PENDING-FILE
               open i-o PENDING-FILE
           end-if
           if PENDING-STATUS not = "00"
               display "UNABLE TO OPEN PENDING-FILE, STATUS "
                   PENDING-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if
           open output APPROVAL-FILE
           if APPROVAL-STATUS not = "00"
               display "UNABLE TO OPEN APPROVAL-FILE, STATUS "
                   APPROVAL-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if
           open i-o CLOSED-MASTER
           if CLOSED-STATUS = "35"
               open output CLOSED-MASTER
               close CLOSED-MASTER
               open i-o CLOSED-MASTER
           end-if
           if CLOSED-STATUS not = "00"
               display "UNABLE TO OPEN CLOSED-MASTER, STATUS "
                   CLOSED-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if
           open i-o HOLD-MASTER
           if HOLD-STATUS = "35"
               open output HOLD-MASTER
               close HOLD-MASTER
               open i-o HOLD-MASTER
           end-if
           if HOLD-STATUS not = "00"
               display "UNABLE TO OPEN HOLD-MASTER, STATUS " HOLD-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if
           open input RATE-FILE
           if RATE-STATUS not = "00"
               display "UNABLE TO OPEN RATE-FILE, STATUS " RATE-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if
           perform Load-Rate-Table
           close RATE-FILE
           open extend AUDIT-FILE
           if AUDIT-STATUS not = "00"
               display "UNABLE TO OPEN AUDIT-FILE, STATUS " AUDIT-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if
           perform Write-Register-Headers
           perform Write-Approval-Headers
           perform Expire-Pending-Items
           perform until END-OF-MAINT-FILE
               perform Apply-Maintenance
           end-perform
           perform List-Pending-Items
           perform Write-Register-Totals
           perform Write-Approval-Totals
           display "MAINTENANCE RECORDS READ: " MAINT-COUNT
           display "MAINTENANCE APPLIED:      " APPLIED-COUNT
           display "MAINTENANCE REJECTED:     " REJECTED-COUNT
           display "QUEUED FOR APPROVAL:      " QUEUED-COUNT
           display "APPROVALS APPLIED:        " APPROVED-COUNT
           display "APPROVALS EXPIRED:        " EXPIRED-COUNT
           display "APPROVALS STILL PENDING:  " OUTSTANDING-COUNT
           display "ACCOUNTS CLOSED:          " CLOSED-COUNT
           if REJECTED-COUNT > 0
               if RETURN-CODE < 4
                   move 4 to RETURN-CODE
           close CUSTOMER-MASTER
           close MAINT-FILE
           close REGISTER-FILE
           close PENDING-FILE
           close APPROVAL-FILE
           close CLOSED-MASTER
           close HOLD-MASTER
           close AUDIT-FILE
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
               evaluate CAL-REC-TYPE
                   when "C"
                       move CAL-REC-DATE to LEDGER-DATE
                       set LEDGER-DATE-FOUND to true
                   when "D"
                       if CAL-DAY-TYPE = "B"
                           if DAY-ENTRY-COUNT >= DAY-ENTRY-MAX
                               display "CALENDAR EXCEEDS TABLE LIMIT OF "
                                   DAY-ENTRY-MAX " BUSINESS DAYS"
                               move 16 to RETURN-CODE
                               stop run
                           end-if
                           add 1 to DAY-ENTRY-COUNT
                           move CAL-REC-DATE to BUSINESS-DAY(DAY-ENTRY-COUNT)
                       end-if
                   when other
                       continue
               end-evaluate
       end-read.

       Count-Business-Days.
       move zeros to ELAPSED-DAYS
       move 1 to DAY-IX
       perform until DAY-IX > DAY-ENTRY-COUNT
           perform Check-One-Business-Day
           add 1 to DAY-IX
       end-perform.

       Check-One-Business-Day.
       if BUSINESS-DAY(DAY-IX) > PEND-LEDGER-DATE
           and BUSINESS-DAY(DAY-IX) <= LEDGER-DATE
           add 1 to ELAPSED-DAYS
       end-if.

       Expire-Pending-Items.
       move "N" to PEND-EOF-SWITCH
       move low-values to PEND-KEY
       start PENDING-FILE key >= PEND-KEY
           invalid key
               set END-OF-PENDING-FILE to true
       end-start
       perform until END-OF-PENDING-FILE
           perform Check-One-Pending-Item
       end-perform.

       Check-One-Pending-Item.
       read PENDING-FILE next record
           at end
               set END-OF-PENDING-FILE to true
           not at end
               perform Count-Business-Days
               if ELAPSED-DAYS >= EXPIRY-DAYS
                   move spaces to CHECKER-ID
                   delete PENDING-FILE
                       invalid key
                           move "DELETE FAILED" to APPROVAL-NOTE
                           display "UNABLE TO DELETE EXPIRED ITEM "
                               PEND-KEY
                           if RETURN-CODE < 8
                               move 8 to RETURN-CODE
                           end-if
                       not invalid key
                           move "NOT APPROVED IN TIME" to APPROVAL-NOTE
                           add 1 to EXPIRED-COUNT
                   end-delete
                   move "EXPIRED" to APR-DTL-STATE
                   perform Write-Approval-Detail
               end-if
       end-read.

       List-Pending-Items.
       move "N" to PEND-EOF-SWITCH
       move low-values to PEND-KEY
       start PENDING-FILE key >= PEND-KEY
           invalid key
               set END-OF-PENDING-FILE to true
       end-start
       perform until END-OF-PENDING-FILE
           perform List-One-Pending-Item
       end-perform.

       List-One-Pending-Item.
       read PENDING-FILE next record
           at end
               set END-OF-PENDING-FILE to true
           not at end
               add 1 to OUTSTANDING-COUNT
               perform Count-Business-Days
               move spaces to CHECKER-ID
               move "AWAITING CHECKER" to APPROVAL-NOTE
               move "PENDING" to APR-DTL-STATE
               perform Write-Approval-Detail
       end-read.

       Apply-Maintenance.
       read MAINT-FILE
           at end
           not at end
               add 1 to MAINT-COUNT
               move spaces to MAINT-RESULT
               set NO-APPROVAL-NEEDED to true
               if MNT-ACTION = "K"
                   perform Check-Approval
               else
                   perform Check-Sensitive-Action
               end-if
               evaluate true
                   when APPROVAL-IS-VALID
                       move PEND-MAINT-IMAGE to MAINT-RECORD
                       perform Apply-One-Action
                       perform Finish-Approval
                   when ACTION-IS-SENSITIVE
                       perform Queue-For-Approval
                   when MAINT-RESULT = spaces
                       perform Apply-One-Action
               end-evaluate
               evaluate MAINT-RESULT
                   when "APPLIED"
                       add 1 to APPLIED-COUNT
                   when "QUEUED FOR APPROVAL"
                       add 1 to QUEUED-COUNT
                   when other
                       add 1 to REJECTED-COUNT
                       display "MAINTENANCE REJECTED, ACCOUNT "
                           MNT-ACCT-NUMBER " " MAINT-RESULT
               end-evaluate
               perform Write-Register-Detail
       end-read.

       Apply-One-Action.
       evaluate MNT-ACTION
           when "O"
               perform Open-Account
           when "C"
               perform Close-Account
           when "N"
               perform Change-Name
           when "A"
               perform Add-Customer
           when "U"
               perform Change-Customer
           when "L"
               perform Link-Customer
           when "F"
               perform Freeze-Account
           when "R"
               perform Release-Account
           when "P"
               perform Pend-Close-Account
           when "V"
               perform Reactivate-Account
           when "M"
               perform Change-Limit
           when other
               move "INVALID ACTION CODE" to MAINT-RESULT
       end-evaluate.

       Check-Sensitive-Action.
       evaluate MNT-ACTION
           when "R"
           when "L"
           when "M"
               set ACTION-IS-SENSITIVE to true
           when "O"
               if MNT-ODRAFT-LIMIT numeric
                   and MNT-ODRAFT-LIMIT > LIMIT-THRESHOLD
                   set ACTION-IS-SENSITIVE to true
               end-if
           when other
               continue
       end-evaluate.

       Queue-For-Approval.
       if MNT-USER-ID = spaces
           move "MAKER ID MISSING" to MAINT-RESULT
       else
           if MNT-ACCT-NUMBER not numeric
               move "ACCOUNT NUMBER INVALID" to MAINT-RESULT
           else
               perform Write-Pending-Item
           end-if
       end-if.

       Write-Pending-Item.
       move MNT-ACCT-NUMBER to PEND-ACCT-NUMBER
       move MNT-ACTION to PEND-ACTION
       move MAINT-RECORD to PEND-MAINT-IMAGE
       move MNT-USER-ID to PEND-MAKER-ID
       move LEDGER-DATE to PEND-LEDGER-DATE
       move RUN-DATE to PEND-RUN-DATE
       move RUN-TIME to PEND-RUN-TIME
       write PENDING-RECORD
           invalid key
               move "ITEM ALREADY PENDING" to MAINT-RESULT
           not invalid key
               move "QUEUED FOR APPROVAL" to MAINT-RESULT
               move zeros to ELAPSED-DAYS
               move spaces to CHECKER-ID
               move "AWAITING CHECKER" to APPROVAL-NOTE
               move "QUEUED" to APR-DTL-STATE
               perform Write-Approval-Detail
       end-write.

       Check-Approval.
       move "Y" to PENDING-FOUND-SWITCH
       move MNT-ACCT-NUMBER to PEND-ACCT-NUMBER
       move MNT-REF-ACTION to PEND-ACTION
       read PENDING-FILE
           invalid key
               move "N" to PENDING-FOUND-SWITCH
       end-read
       evaluate true
           when MNT-USER-ID = spaces
               move "CHECKER ID MISSING" to MAINT-RESULT
           when PENDING-NOT-FOUND
               move "NO PENDING ITEM" to MAINT-RESULT
           when PEND-MAKER-ID = MNT-USER-ID
               move "CHECKER SAME AS MAKER" to MAINT-RESULT
           when PEND-RUN-DATE = RUN-DATE and PEND-RUN-TIME = RUN-TIME
               move "APPROVAL IN SAME RUN" to MAINT-RESULT
           when other
               move MNT-USER-ID to CHECKER-ID
               set APPROVAL-IS-VALID to true
       end-evaluate.

       Finish-Approval.
       perform Count-Business-Days
       if MAINT-RESULT = "APPLIED"
           move "APPLIED" to APPROVAL-NOTE
           add 1 to APPROVED-COUNT
       else
           move MAINT-RESULT to APPROVAL-NOTE
       end-if
       delete PENDING-FILE
           invalid key
               display "UNABLE TO DELETE APPROVED ITEM " PEND-KEY
               if RETURN-CODE < 8
                   move 8 to RETURN-CODE
               end-if
       end-delete
       move "APPROVED" to APR-DTL-STATE
       perform Write-Approval-Detail.

       Change-Limit.
       move "Y" to MASTER-FOUND-SWITCH
       move MNT-ACCT-NUMBER to ACCT-NUMBER
       read ACCOUNT-MASTER
           invalid key
               move "N" to MASTER-FOUND-SWITCH
       end-read
       if MASTER-NOT-FOUND
           move "ACCOUNT NOT FOUND" to MAINT-RESULT
       else
           if MNT-ODRAFT-LIMIT not numeric
               or MNT-ODRAFT-LIMIT < zeros
               move "OVERDRAFT LIMIT INVALID" to MAINT-RESULT
           else
               move MNT-ODRAFT-LIMIT to ACCT-ODRAFT-LIMIT
               rewrite ACCOUNT-RECORD
                   invalid key
                       move "REWRITE FAILED" to MAINT-RESULT
                   not invalid key
                       move "APPLIED" to MAINT-RESULT
               end-rewrite
           end-if
       end-if.

       Open-Account.
       if MNT-ACCT-NUMBER not numeric
           move "ACCOUNT NUMBER INVALID" to MAINT-RESULT
           if MNT-AMOUNT not numeric
               move "OPENING BALANCE INVALID" to MAINT-RESULT
           else
               perform Check-Number-Retention
               if MAINT-RESULT = spaces
                   and MNT-CUST-NUMBER numeric and MNT-CUST-NUMBER not = zeros
                   perform Read-Customer
                   if CUSTOMER-NOT-FOUND
                       move "CUSTOMER NOT FOUND" to MAINT-RESULT
                           move "WRITE FAILED" to MAINT-RESULT
                       not invalid key
                           move "APPLIED" to MAINT-RESULT
                           perform Write-Opening-Audit
                   end-write
               end-if
           end-if
           end-if
       end-if.

       Reactivate-Account.
       move "Y" to MASTER-FOUND-SWITCH
       move MNT-ACCT-NUMBER to ACCT-NUMBER
       read ACCOUNT-MASTER
           invalid key
               move "N" to MASTER-FOUND-SWITCH
       end-read
       if MASTER-NOT-FOUND
           move "ACCOUNT NOT FOUND" to MAINT-RESULT
       else
           if ACCT-STATUS-CODE not = "D"
               move "ACCOUNT NOT DORMANT" to MAINT-RESULT
           else
               move "A" to ACCT-STATUS-CODE
               rewrite ACCOUNT-RECORD
                   invalid key
                       move "REWRITE FAILED" to MAINT-RESULT
                   not invalid key
                       move "APPLIED" to MAINT-RESULT
               end-rewrite
           end-if
       end-if.

       Pend-Close-Account.
       move "Y" to MASTER-FOUND-SWITCH
       move MNT-ACCT-NUMBER to ACCT-NUMBER
       if MASTER-NOT-FOUND
           move "ACCOUNT NOT FOUND" to MAINT-RESULT
       else
           if ACCT-STATUS-CODE = "F"
               move "ACCOUNT FROZEN" to MAINT-RESULT
           else
               if ACCT-BALANCE < zeros
                   move "ACCOUNT OVERDRAWN" to MAINT-RESULT
               else
                   move ACCT-NUMBER to HOLD-WORK-ACCT
                   perform Sum-Active-Holds
                   if HOLD-ACTIVE-COUNT > zeros
                       move "ACTIVE HOLDS ON ACCOUNT" to MAINT-RESULT
                   else
                       move ACCOUNT-RECORD to CLOSING-ACCOUNT
                       perform Compute-Settlement
                   end-if
               end-if
           end-if
       end-if
       if MAINT-RESULT = spaces
           perform Check-Payout-Account
       end-if
       if MAINT-RESULT = spaces
           perform Settle-Closing-Account
       end-if
       if MAINT-RESULT = spaces
           perform Write-Closed-Record
       end-if
       if MAINT-RESULT = spaces
           perform Credit-Payout-Account
       end-if
       if MAINT-RESULT = spaces
           perform Remove-Account-Holds
           add 1 to CLOSED-COUNT
           move "APPLIED" to MAINT-RESULT
       end-if.

       Sum-Active-Holds.
       move zeros to HOLD-ACTIVE-COUNT
       move "N" to HOLD-SCAN-SWITCH
       move HOLD-WORK-ACCT to HOLD-ACCT-NUMBER
       move zeros to HOLD-SEQ
       start HOLD-MASTER key >= HOLD-KEY
           invalid key
               set END-OF-ACCOUNT-HOLDS to true
       end-start
       perform until END-OF-ACCOUNT-HOLDS
           perform Sum-One-Hold
       end-perform.

       Sum-One-Hold.
       read HOLD-MASTER next record
           at end
               set END-OF-ACCOUNT-HOLDS to true
           not at end
               if HOLD-ACCT-NUMBER not = HOLD-WORK-ACCT
                   set END-OF-ACCOUNT-HOLDS to true
               else
                   if HOLD-EXPIRY-DATE = zeros
                       or HOLD-EXPIRY-DATE >= LEDGER-DATE
                       add 1 to HOLD-ACTIVE-COUNT
                   end-if
               end-if
       end-read.

       Remove-Account-Holds.
       move CLOSE-ACCT-NUMBER to HOLD-WORK-ACCT
       move "N" to HOLD-SCAN-SWITCH
       move HOLD-WORK-ACCT to HOLD-ACCT-NUMBER
       move zeros to HOLD-SEQ
       start HOLD-MASTER key >= HOLD-KEY
           invalid key
               set END-OF-ACCOUNT-HOLDS to true
       end-start
       perform until END-OF-ACCOUNT-HOLDS
           perform Remove-One-Hold
       end-perform.

       Remove-One-Hold.
       read HOLD-MASTER next record
           at end
               set END-OF-ACCOUNT-HOLDS to true
           not at end
               if HOLD-ACCT-NUMBER not = HOLD-WORK-ACCT
                   set END-OF-ACCOUNT-HOLDS to true
               else
                   delete HOLD-MASTER
                       invalid key
                           display "UNABLE TO DELETE EXPIRED HOLD "
                               HOLD-ACCT-NUMBER "/" HOLD-SEQ
                               " ON CLOSED ACCOUNT"
                           if RETURN-CODE < 8
                               move 8 to RETURN-CODE
                           end-if
                   end-delete
               end-if
       end-read.

       Compute-Settlement.
       move zeros to SETTLE-INTEREST
       move zeros to SETTLE-FEE
       perform Find-Rate-For-Type
       if RATE-NOT-FOUND
           move "NO RATE FOR ACCOUNT TYPE" to MAINT-RESULT
       else
           if LEDGER-DD > 30
               move 30 to ACCRUAL-DAYS
           else
               move LEDGER-DD to ACCRUAL-DAYS
           end-if
           if CLOSE-BALANCE > zeros
               compute SETTLE-INTEREST rounded =
                   CLOSE-BALANCE * RT-PCT(RATE-BEST-IX) / 100
                   * ACCRUAL-DAYS / 30
           end-if
           compute SETTLE-AVAILABLE = CLOSE-BALANCE + SETTLE-INTEREST
           if RT-FEE(RATE-BEST-IX) > SETTLE-AVAILABLE
               move SETTLE-AVAILABLE to SETTLE-FEE
           else
               move RT-FEE(RATE-BEST-IX) to SETTLE-FEE
           end-if
           compute SETTLE-FINAL = SETTLE-AVAILABLE - SETTLE-FEE
           if MNT-PAYOUT-ACCT numeric and MNT-PAYOUT-ACCT not = zeros
               move MNT-PAYOUT-ACCT to PAYOUT-ACCT
           else
               move PAYOUT-SUSPENSE-ACCT to PAYOUT-ACCT
           end-if
       end-if.

       Check-Payout-Account.
       if SETTLE-FINAL > zeros
           if PAYOUT-ACCT = zeros
               move "NO PAYOUT ACCOUNT" to MAINT-RESULT
           else
               if PAYOUT-ACCT = CLOSE-ACCT-NUMBER
                   move "PAYOUT TO SAME ACCOUNT" to MAINT-RESULT
               else
                   move "Y" to MASTER-FOUND-SWITCH
                   move PAYOUT-ACCT to ACCT-NUMBER
                   read ACCOUNT-MASTER
                       invalid key
                           move "N" to MASTER-FOUND-SWITCH
                   end-read
                   if MASTER-NOT-FOUND
                       move "PAYOUT ACCOUNT NOT FOUND" to MAINT-RESULT
                   else
                       if ACCT-STATUS-CODE = "F"
                           move "PAYOUT ACCOUNT FROZEN" to MAINT-RESULT
                       end-if
                       compute PAYOUT-NEW-BALANCE =
                           ACCT-BALANCE + SETTLE-FINAL
                       if PAYOUT-NEW-BALANCE > 9999999.99
                           move "PAYOUT WOULD OVERFLOW" to MAINT-RESULT
                       end-if
                   end-if
               end-if
           end-if
       end-if.

       Settle-Closing-Account.
       move "Y" to MASTER-FOUND-SWITCH
       move CLOSE-ACCT-NUMBER to ACCT-NUMBER
       read ACCOUNT-MASTER
           invalid key
               move "N" to MASTER-FOUND-SWITCH
       end-read
       if MASTER-NOT-FOUND
           move "ACCOUNT NOT FOUND" to MAINT-RESULT
       else
           if SETTLE-INTEREST > zeros
               move "CLOSEINT" to POSTING-SOURCE
               move SETTLE-INTEREST to num2
               move "A" to OP-CODE
               perform Post-One-Charge
               perform Check-Settlement-Posting
           end-if
           if SETTLE-FEE > zeros and MAINT-RESULT = spaces
               move "CLOSEFEE" to POSTING-SOURCE
               move SETTLE-FEE to num2
               move "S" to OP-CODE
               perform Post-One-Charge
               perform Check-Settlement-Posting
           end-if
           if SETTLE-FINAL > zeros and MAINT-RESULT = spaces
               move "CLOSE" to POSTING-SOURCE
               move SETTLE-FINAL to num2
               move "S" to OP-CODE
               perform Post-One-Charge
               perform Check-Settlement-Posting
           end-if
           if MAINT-RESULT = spaces
               delete ACCOUNT-MASTER
                   invalid key
                       move "DELETE FAILED" to MAINT-RESULT
               end-delete
           else
               rewrite ACCOUNT-RECORD
                   invalid key
                       display "REWRITE FAILED FOR ACCOUNT " ACCT-NUMBER
                           " AFTER SETTLEMENT POSTING FAILED"
                       if RETURN-CODE < 8
                           move 8 to RETURN-CODE
                       end-if
               end-rewrite
           end-if
       end-if.

       Check-Settlement-Posting.
       if MODUL-STATUS not = "0"
           move "POSTING FAILED" to MAINT-RESULT
       end-if.

       Write-Closed-Record.
       move CLOSE-ACCT-NUMBER to CLSD-ACCT-NUMBER
       move CLOSE-NAME to CLSD-NAME
       move CLOSE-CUST-NUMBER to CLSD-CUST-NUMBER
       move CLOSE-TYPE to CLSD-TYPE
       move CLOSE-ODRAFT-LIMIT to CLSD-ODRAFT-LIMIT
       move LEDGER-DATE to CLSD-CLOSE-DATE
       move SETTLE-FINAL to CLSD-FINAL-BALANCE
       move SETTLE-INTEREST to CLSD-INTEREST
       move SETTLE-FEE to CLSD-FEE
       if SETTLE-FINAL > zeros
           move PAYOUT-ACCT to CLSD-PAYOUT-ACCT
       else
           move zeros to CLSD-PAYOUT-ACCT
       end-if
       move RUN-ID to CLSD-RUN-ID
       write CLOSED-RECORD
           invalid key
               rewrite CLOSED-RECORD
                   invalid key
                       move "HISTORY WRITE FAILED" to MAINT-RESULT
               end-rewrite
       end-write.

       Credit-Payout-Account.
       if SETTLE-FINAL > zeros
           move "CLOSE" to POSTING-SOURCE
           move "Y" to MASTER-FOUND-SWITCH
           move PAYOUT-ACCT to ACCT-NUMBER
           read ACCOUNT-MASTER
               invalid key
                   move "N" to MASTER-FOUND-SWITCH
           end-read
           if MASTER-NOT-FOUND
               move "PAYOUT ACCOUNT NOT FOUND" to MAINT-RESULT
           else
               move SETTLE-FINAL to num2
               move "A" to OP-CODE
               perform Post-One-Charge
               perform Check-Settlement-Posting
               if MAINT-RESULT = spaces
                   rewrite ACCOUNT-RECORD
                       invalid key
                           move "PAYOUT REWRITE FAILED" to MAINT-RESULT
                   end-rewrite
               end-if
           end-if
       end-if.

       Post-One-Charge.
       move ACCT-BALANCE to num1
       call "modul" using num1, num2, OP-CODE, sum1,
           MODUL-STATUS, MODUL-MSG
       perform Write-Audit-Record
       if MODUL-STATUS = "0"
           move sum1 to ACCT-BALANCE
       else
           display "MODUL ERROR POSTING TO ACCOUNT " ACCT-NUMBER
               " " MODUL-STATUS " " MODUL-MSG
           if RETURN-CODE < 4
               move 4 to RETURN-CODE
           end-if
       end-if.

       Write-Audit-Record.
       move RUN-ID to AUD-RUN-ID
       move ACCT-NUMBER to AUD-ACCT-NUMBER
       move OP-CODE to AUD-OP-CODE
       move num1 to AUD-LNUM1
       move num2 to AUD-LNUM2
       move sum1 to AUD-LSUM1
       move MODUL-STATUS to AUD-STATUS
       move RUN-DATE to AUD-DATE
       move RUN-TIME to AUD-TIME
       add 1 to AUDIT-SEQ-COUNT
       move AUDIT-SEQ-COUNT to AUD-SEQ
       move POSTING-SOURCE to AUD-SOURCE
       write AUDIT-RECORD.

       Write-Opening-Audit.
       move "OPEN" to POSTING-SOURCE
       move "A" to OP-CODE
       move zeros to num1
       move ACCT-BALANCE to num2
       move ACCT-BALANCE to sum1
       move "0" to MODUL-STATUS
       perform Write-Audit-Record.

       Check-Number-Retention.
       move "Y" to CLOSED-FOUND-SWITCH
       move MNT-ACCT-NUMBER to CLSD-ACCT-NUMBER
       read CLOSED-MASTER
           invalid key
               move "N" to CLOSED-FOUND-SWITCH
       end-read
       if CLOSED-WAS-FOUND
           compute RETENTION-END-INT =
               function integer-of-date(CLSD-CLOSE-DATE) + RETENTION-DAYS
           if function integer-of-date(LEDGER-DATE) < RETENTION-END-INT
               move "NUMBER IN RETENTION" to MAINT-RESULT
           end-if
       end-if.

       Load-Rate-Table.
       move "N" to RATE-EOF-SWITCH
       perform until END-OF-RATE-FILE
           perform Load-One-Rate
       end-perform.

       Load-One-Rate.
       read RATE-FILE
           at end
               set END-OF-RATE-FILE to true
           not at end
               if RATE-ENTRY-COUNT >= RATE-ENTRY-MAX
                   display "RATE-FILE EXCEEDS TABLE LIMIT OF "
                       RATE-ENTRY-MAX " ENTRIES"
                   move 16 to RETURN-CODE
                   stop run
               end-if
               add 1 to RATE-ENTRY-COUNT
               move RATE-ACCT-TYPE to RT-TYPE(RATE-ENTRY-COUNT)
               move RATE-EFF-DATE to RT-EFF-DATE(RATE-ENTRY-COUNT)
               move RATE-MONTHLY-PCT to RT-PCT(RATE-ENTRY-COUNT)
               move RATE-FEE to RT-FEE(RATE-ENTRY-COUNT)
       end-read.

       Find-Rate-For-Type.
       move "N" to RATE-FOUND-SWITCH
       move zeros to RATE-BEST-IX
       move zeros to RATE-BEST-DATE
       move 1 to RATE-IX
       perform until RATE-IX > RATE-ENTRY-COUNT
           perform Check-One-Rate-Entry
           add 1 to RATE-IX
       end-perform.

       Check-One-Rate-Entry.
       if RT-TYPE(RATE-IX) = CLOSE-TYPE
           and RT-EFF-DATE(RATE-IX) <= LEDGER-DATE
           if RATE-NOT-FOUND
               or RT-EFF-DATE(RATE-IX) > RATE-BEST-DATE
               move "Y" to RATE-FOUND-SWITCH
               move RATE-IX to RATE-BEST-IX
               move RT-EFF-DATE(RATE-IX) to RATE-BEST-DATE
           end-if
       end-if.

       else
           move zeros to REG-DTL-AMOUNT
       end-if
       if MNT-ACTION = "M"
           if MNT-ODRAFT-LIMIT numeric
               move MNT-ODRAFT-LIMIT to REG-DTL-AMOUNT
           else
               move zeros to REG-DTL-AMOUNT
           end-if
       end-if
       move MNT-NAME to REG-DTL-NAME
       if MNT-CUST-NUMBER numeric
           move MNT-CUST-NUMBER to REG-DTL-CUST
       end-if
       move MAINT-RESULT to REG-DTL-RESULT
       move REG-DETAIL-LINE to REGISTER-RECORD
       write REGISTER-RECORD
       if MNT-ACTION = "C" and MAINT-RESULT = "APPLIED"
           move SETTLE-INTEREST to REG-STL-INTEREST
           move SETTLE-FEE to REG-STL-FEE
           move SETTLE-FINAL to REG-STL-FINAL
           move CLSD-PAYOUT-ACCT to REG-STL-PAYOUT
           move REG-SETTLE-LINE to REGISTER-RECORD
           write REGISTER-RECORD
       end-if.

       Write-Register-Totals.
       move spaces to REGISTER-RECORD
       write REGISTER-RECORD
       move REJECTED-COUNT to REG-TOT-REJECTED
       move REG-TOTAL-LINE-2 to REGISTER-RECORD
       write REGISTER-RECORD
       move QUEUED-COUNT to REG-TOT-QUEUED
       move REG-TOTAL-LINE-3 to REGISTER-RECORD
       write REGISTER-RECORD.

       Write-Approval-Headers.
       move REG-HDR-DATE to APR-HDR-DATE
       move LEDGER-DATE to APR-HDR-LEDGER
       move EXPIRY-DAYS to APR-HDR-EXPIRY
       move LIMIT-THRESHOLD to APR-HDR-THRESHOLD
       move APR-HDR-LINE-1 to APPROVAL-RECORD
       write APPROVAL-RECORD
       move APR-HDR-LINE-2 to APPROVAL-RECORD
       write APPROVAL-RECORD
       move spaces to APPROVAL-RECORD
       write APPROVAL-RECORD.

       Write-Approval-Detail.
       move PEND-ACTION to APR-DTL-ACTION
       move PEND-ACCT-NUMBER to APR-DTL-ACCT
       move PEND-MAKER-ID to APR-DTL-MAKER
       move CHECKER-ID to APR-DTL-CHECKER
       move PEND-LEDGER-DATE to APR-DTL-QUEUED
       move ELAPSED-DAYS to APR-DTL-AGE
       move APPROVAL-NOTE to APR-DTL-NOTE
       move APR-DETAIL-LINE to APPROVAL-RECORD
       write APPROVAL-RECORD.

       Write-Approval-Totals.
       move spaces to APPROVAL-RECORD
       write APPROVAL-RECORD
       move QUEUED-COUNT to APR-TOT-QUEUED
       move APR-TOTAL-LINE-1 to APPROVAL-RECORD
       write APPROVAL-RECORD
       move APPROVED-COUNT to APR-TOT-APPROVED
       move APR-TOTAL-LINE-2 to APPROVAL-RECORD
       write APPROVAL-RECORD
       move EXPIRED-COUNT to APR-TOT-EXPIRED
       move APR-TOTAL-LINE-3 to APPROVAL-RECORD
       write APPROVAL-RECORD
       move OUTSTANDING-COUNT to APR-TOT-PENDING
       move APR-TOTAL-LINE-4 to APPROVAL-RECORD
       write APPROVAL-RECORD.
