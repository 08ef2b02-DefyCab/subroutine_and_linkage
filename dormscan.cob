      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dormscan.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS ACCOUNT-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS CUSTOMER-STATUS.

           SELECT AUDIT-HISTORY-FILE ASSIGN TO "AUDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AHIST-KEY
               FILE STATUS IS AUDIT-HISTORY-STATUS.

           SELECT ACTIVITY-FILE ASSIGN TO "ACTVMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACTV-ACCT-NUMBER
               FILE STATUS IS ACTIVITY-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CALENDAR-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "DORMRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REGISTER-STATUS.

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

        FD ACTIVITY-FILE.
        01 ACTIVITY-RECORD.
           05 ACTV-ACCT-NUMBER     PIC 9(6).
           05 ACTV-LAST-DATE       PIC 9(8).
           05 ACTV-BASE-DATE       PIC 9(8).
           05 ACTV-DORMANT-SWITCH  PIC X(1).
           05 ACTV-DORMANT-DATE    PIC 9(8).

        FD CALENDAR-FILE.
        01 CALENDAR-RECORD.
           05 CAL-REC-TYPE         PIC X(1).
           05 CAL-REC-DATE         PIC 9(8).
           05 CAL-DAY-TYPE         PIC X(1).

        FD REGISTER-FILE.
        01 REGISTER-RECORD          PIC X(132).

        SD SORT-WORK.
        01 SORT-RECORD.
           05 SORT-CUST            PIC 9(6).
           05 SORT-ACCT            PIC 9(6).
           05 SORT-NAME            PIC X(20).
           05 SORT-TYPE            PIC X(1).
           05 SORT-BALANCE         PIC S9(7)V99.
           05 SORT-LAST-DATE       PIC 9(8).
           05 SORT-REF-DATE        PIC 9(8).
           05 SORT-BAND            PIC X(1).
           05 SORT-RESULT          PIC X(20).

        WORKING-STORAGE SECTION.
        01 ACCOUNT-STATUS      PIC XX VALUE "00".
        01 CUSTOMER-STATUS     PIC XX VALUE "00".
        01 AUDIT-HISTORY-STATUS PIC XX VALUE "00".
        01 ACTIVITY-STATUS     PIC XX VALUE "00".
        01 CALENDAR-STATUS     PIC XX VALUE "00".
        01 REGISTER-STATUS     PIC XX VALUE "00".
        01 LEDGER-DATE         PIC 9(8) VALUE ZEROS.
        01 LEDGER-DATE-PARTS REDEFINES LEDGER-DATE.
           05 LEDGER-YYYY     PIC 9(4).
           05 LEDGER-MMDD     PIC 9(4).
        01 CUTOFF-12-DATE      PIC 9(8) VALUE ZEROS.
        01 CUTOFF-12-PARTS REDEFINES CUTOFF-12-DATE.
           05 CUTOFF-12-YYYY  PIC 9(4).
           05 CUTOFF-12-MMDD  PIC 9(4).
        01 CUTOFF-24-DATE      PIC 9(8) VALUE ZEROS.
        01 CUTOFF-24-PARTS REDEFINES CUTOFF-24-DATE.
           05 CUTOFF-24-YYYY  PIC 9(4).
           05 CUTOFF-24-MMDD  PIC 9(4).
        01 REFERENCE-DATE      PIC 9(8) VALUE ZEROS.
        01 DORMANT-BAND        PIC X(1) VALUE SPACE.
           88 NOT-DORMANT             VALUE SPACE.
           88 DORMANT-12-MONTHS       VALUE "1".
           88 DORMANT-24-MONTHS       VALUE "2".
        01 SCAN-RESULT         PIC X(20) VALUE SPACES.
        01 ACCOUNTS-READ       PIC 9(7) VALUE ZEROS.
        01 NEWLY-DORMANT-COUNT PIC 9(7) VALUE ZEROS.
        01 REACTIVATED-COUNT   PIC 9(7) VALUE ZEROS.
        01 BAND-12-COUNT       PIC 9(7) VALUE ZEROS.
        01 BAND-12-BALANCE     PIC S9(11)V99 VALUE ZEROS.
        01 BAND-24-COUNT       PIC 9(7) VALUE ZEROS.
        01 BAND-24-BALANCE     PIC S9(11)V99 VALUE ZEROS.
        01 CURRENT-CUST        PIC 9(6) VALUE ZEROS.
        01 CUST-ACCT-COUNT     PIC 9(5) VALUE ZEROS.
        01 CUST-BALANCE-TOTAL  PIC S9(9)V99 VALUE ZEROS.
        01 EOF-SWITCH          PIC X VALUE "N".
           88 END-OF-MASTER-FILE      VALUE "Y".
        01 HIST-EOF-SWITCH     PIC X VALUE "N".
           88 END-OF-ACCOUNT-HISTORY  VALUE "Y".
        01 HIST-PENDING-SWITCH PIC X VALUE "N".
           88 HIST-POSTING-PENDING    VALUE "Y".
        01 HIST-PENDING-DATE   PIC 9(8) VALUE ZEROS.
        01 HIST-PENDING-RUN-ID PIC X(10) VALUE SPACES.
        01 HIST-PENDING-SEQ    PIC 9(7) VALUE ZEROS.
        01 SORT-EOF-SWITCH     PIC X VALUE "N".
           88 END-OF-SORT-FILE        VALUE "Y".
        01 CAL-EOF-SWITCH      PIC X VALUE "N".
           88 END-OF-CALENDAR-FILE    VALUE "Y".
        01 LEDGER-DATE-SWITCH  PIC X VALUE "N".
           88 LEDGER-DATE-FOUND       VALUE "Y".
        01 ACTIVITY-FOUND-SWITCH PIC X VALUE "Y".
           88 ACTIVITY-WAS-FOUND      VALUE "Y".
           88 ACTIVITY-NOT-FOUND      VALUE "N".
        01 CUST-FOUND-SWITCH   PIC X VALUE "Y".
           88 CUSTOMER-WAS-FOUND      VALUE "Y".
           88 CUSTOMER-NOT-FOUND      VALUE "N".
        01 CUSTOMER-OPEN-SWITCH PIC X VALUE "N".
           88 CUSTOMER-IN-PROGRESS    VALUE "Y".
        01 RUN-DATE.
           05 RUN-YYYY        PIC 9(4).
           05 RUN-MM          PIC 9(2).
           05 RUN-DD          PIC 9(2).

        01 REG-HDR-LINE-1.
           05 FILLER             PIC X(40)
                  VALUE "DORMANT ACCOUNT REGISTER".
           05 FILLER             PIC X(92) VALUE SPACES.
        01 REG-HDR-LINE-2.
           05 FILLER             PIC X(6) VALUE "DATE: ".
           05 REG-HDR-DATE       PIC X(10) VALUE SPACES.
           05 FILLER             PIC X(15) VALUE "  LEDGER DATE: ".
           05 REG-HDR-LEDGER     PIC 9(8).
           05 FILLER             PIC X(19) VALUE "  12-MONTH CUTOFF: ".
           05 REG-HDR-CUTOFF-12  PIC 9(8).
           05 FILLER             PIC X(19) VALUE "  24-MONTH CUTOFF: ".
           05 REG-HDR-CUTOFF-24  PIC 9(8).
           05 FILLER             PIC X(39) VALUE SPACES.
        01 REG-CUST-LINE.
           05 FILLER             PIC X(10) VALUE "CUSTOMER: ".
           05 REG-CUST-NUMBER    PIC 9(6).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 REG-CUST-NAME      PIC X(20).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 REG-CUST-ADDRESS   PIC X(30).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 REG-CUST-PHONE     PIC X(10).
           05 FILLER             PIC X(50) VALUE SPACES.
        01 REG-DETAIL-LINE.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 REG-DTL-ACCT       PIC 9(6).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 REG-DTL-NAME       PIC X(20).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 REG-DTL-TYPE       PIC X(1).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 REG-DTL-BALANCE    PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(7) VALUE "  LAST ".
           05 REG-DTL-LAST       PIC 9(8).
           05 FILLER             PIC X(8) VALUE "  SINCE ".
           05 REG-DTL-REF        PIC 9(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 REG-DTL-BAND       PIC X(10).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 REG-DTL-RESULT     PIC X(20).
           05 FILLER             PIC X(17) VALUE SPACES.
        01 REG-CUST-TOTAL-LINE.
           05 FILLER             PIC X(12) VALUE "  ACCOUNTS: ".
           05 REG-CTOT-ACCTS     PIC Z,ZZ9.
           05 FILLER             PIC X(11) VALUE "  BALANCE: ".
           05 REG-CTOT-BALANCE   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(86) VALUE SPACES.
        01 REG-TOTAL-LINE-1.
           05 FILLER             PIC X(30) VALUE "ACCOUNTS SCANNED:".
           05 REG-TOT-READ       PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(93) VALUE SPACES.
        01 REG-TOTAL-LINE-2.
           05 FILLER             PIC X(30) VALUE "NEWLY MARKED DORMANT:".
           05 REG-TOT-NEW        PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(93) VALUE SPACES.
        01 REG-TOTAL-LINE-3.
           05 FILLER             PIC X(30) VALUE "REACTIVATED SINCE LAST SCAN:".
           05 REG-TOT-REACT      PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(93) VALUE SPACES.
        01 REG-TOTAL-LINE-4.
           05 FILLER             PIC X(30) VALUE "DORMANT 12 TO 24 MONTHS:".
           05 REG-TOT-12-COUNT   PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(10) VALUE "  BALANCE ".
           05 REG-TOT-12-BAL     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(65) VALUE SPACES.
        01 REG-TOTAL-LINE-5.
           05 FILLER             PIC X(30) VALUE "DORMANT 24 MONTHS, UNCLAIMED:".
           05 REG-TOT-24-COUNT   PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(10) VALUE "  BALANCE ".
           05 REG-TOT-24-BAL     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(65) VALUE SPACES.
        01 REG-EMPTY-LINE.
           05 FILLER             PIC X(40)
                  VALUE "NO DORMANT ACCOUNTS".
           05 FILLER             PIC X(92) VALUE SPACES.
       PROCEDURE DIVISION.
       Dormancy-Mainline.
           accept RUN-DATE from DATE YYYYMMDD
           perform Read-Ledger-Date
           move LEDGER-DATE to CUTOFF-12-DATE
           subtract 1 from CUTOFF-12-YYYY
           move LEDGER-DATE to CUTOFF-24-DATE
           subtract 2 from CUTOFF-24-YYYY
           display "DORMANCY CUTOFFS " CUTOFF-12-DATE " (12 MONTHS) "
               CUTOFF-24-DATE " (24 MONTHS)"
           open i-o ACCOUNT-MASTER
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
           open i-o ACTIVITY-FILE
           if ACTIVITY-STATUS = "35"
               open output ACTIVITY-FILE
               close ACTIVITY-FILE
               open i-o ACTIVITY-FILE
           end-if
           if ACTIVITY-STATUS not = "00"
               display "UNABLE TO OPEN ACTIVITY-FILE, STATUS "
                   ACTIVITY-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if
           open output REGISTER-FILE
           if REGISTER-STATUS not = "00"
               display "UNABLE TO OPEN REGISTER-FILE, STATUS "
                   REGISTER-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if
           perform Write-Register-Headers
           sort SORT-WORK
               on ascending key SORT-CUST
               on ascending key SORT-ACCT
               input procedure is Scan-Accounts
               output procedure is Print-Register
           perform Write-Register-Totals
           display "ACCOUNTS SCANNED:       " ACCOUNTS-READ
           display "NEWLY MARKED DORMANT:   " NEWLY-DORMANT-COUNT
           display "REACTIVATED SINCE SCAN: " REACTIVATED-COUNT
           display "DORMANT 12 TO 24 MONTHS:" BAND-12-COUNT
           display "DORMANT 24 MONTHS:      " BAND-24-COUNT
           close ACCOUNT-MASTER
           close CUSTOMER-MASTER
           close AUDIT-HISTORY-FILE
           close ACTIVITY-FILE
           close REGISTER-FILE
           STOP RUN.

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

       Scan-Accounts.
       perform until END-OF-MASTER-FILE
           perform Scan-One-Account
       end-perform.

       Scan-One-Account.
       read ACCOUNT-MASTER next record
           at end
               set END-OF-MASTER-FILE to true
           not at end
               add 1 to ACCOUNTS-READ
               perform Read-Activity-Record
               perform Find-Last-Activity
               perform Check-Reactivated
               perform Classify-Account
               if not NOT-DORMANT
                   perform Mark-Dormant
               end-if
               perform Save-Activity-Record
               if not NOT-DORMANT
                   perform Release-Register-Item
               end-if
       end-read.

       Read-Activity-Record.
       move "Y" to ACTIVITY-FOUND-SWITCH
       move ACCT-NUMBER to ACTV-ACCT-NUMBER
       read ACTIVITY-FILE
           invalid key
               move "N" to ACTIVITY-FOUND-SWITCH
       end-read
       if ACTIVITY-NOT-FOUND
           move ACCT-NUMBER to ACTV-ACCT-NUMBER
           move zeros to ACTV-LAST-DATE
           move zeros to ACTV-BASE-DATE
           move "N" to ACTV-DORMANT-SWITCH
           move zeros to ACTV-DORMANT-DATE
       end-if.

       Find-Last-Activity.
       move "N" to HIST-EOF-SWITCH
       move "N" to HIST-PENDING-SWITCH
       move ACCT-NUMBER to AHIST-ACCT-NUMBER
       move ACTV-LAST-DATE to AHIST-DATE
       move low-values to AHIST-RUN-ID
       move zeros to AHIST-SEQ
       move zeros to AHIST-ENTRY
       start AUDIT-HISTORY-FILE key >= AHIST-KEY
           invalid key
               set END-OF-ACCOUNT-HISTORY to true
       end-start
       perform until END-OF-ACCOUNT-HISTORY
           perform Check-One-History-Record
       end-perform
       perform Apply-Pending-Activity
       if ACTV-LAST-DATE = zeros and ACTV-BASE-DATE = zeros
           move LEDGER-DATE to ACTV-BASE-DATE
       end-if.

       Check-One-History-Record.
       read AUDIT-HISTORY-FILE next record
           at end
               set END-OF-ACCOUNT-HISTORY to true
           not at end
               if AHIST-ACCT-NUMBER not = ACCT-NUMBER
                   set END-OF-ACCOUNT-HISTORY to true
               else
                   perform Check-Pending-Activity
                   if AHIST-STATUS = "0"
                       and AHIST-SOURCE not = "SWEEP"
                       and AHIST-SOURCE not = "NSFFEE"
                       and AHIST-DATE > ACTV-LAST-DATE
                       move "Y" to HIST-PENDING-SWITCH
                       move AHIST-DATE to HIST-PENDING-DATE
                       move AHIST-RUN-ID to HIST-PENDING-RUN-ID
                       move AHIST-SEQ to HIST-PENDING-SEQ
                   end-if
               end-if
       end-read.

       Check-Pending-Activity.
       if HIST-POSTING-PENDING
           if AHIST-STATUS = "J"
               and AHIST-RUN-ID = HIST-PENDING-RUN-ID
               and AHIST-SEQ = HIST-PENDING-SEQ
               move "N" to HIST-PENDING-SWITCH
           else
               perform Apply-Pending-Activity
           end-if
       end-if.

       Apply-Pending-Activity.
       if HIST-POSTING-PENDING
           if HIST-PENDING-DATE > ACTV-LAST-DATE
               move HIST-PENDING-DATE to ACTV-LAST-DATE
           end-if
           move "N" to HIST-PENDING-SWITCH
       end-if.

       Check-Reactivated.
       if ACTV-DORMANT-SWITCH = "Y"
           and ACCT-STATUS-CODE not = "D"
           add 1 to REACTIVATED-COUNT
           display "ACCOUNT " ACCT-NUMBER " REACTIVATED SINCE "
               ACTV-DORMANT-DATE
           move LEDGER-DATE to ACTV-BASE-DATE
           move "N" to ACTV-DORMANT-SWITCH
           move zeros to ACTV-DORMANT-DATE
       end-if.

       Classify-Account.
       if ACTV-LAST-DATE > ACTV-BASE-DATE
           move ACTV-LAST-DATE to REFERENCE-DATE
       else
           move ACTV-BASE-DATE to REFERENCE-DATE
       end-if
       evaluate true
           when REFERENCE-DATE < CUTOFF-24-DATE
               set DORMANT-24-MONTHS to true
           when REFERENCE-DATE < CUTOFF-12-DATE
               set DORMANT-12-MONTHS to true
           when other
               set NOT-DORMANT to true
       end-evaluate.

       Mark-Dormant.
       evaluate ACCT-STATUS-CODE
           when "D"
               move "ALREADY DORMANT" to SCAN-RESULT
           when "F"
               move "FROZEN, NOT MARKED" to SCAN-RESULT
           when "P"
               move "PEND CLOSE, NOT MARKED" to SCAN-RESULT
           when other
               move "D" to ACCT-STATUS-CODE
               rewrite ACCOUNT-RECORD
                   invalid key
                       move "REWRITE FAILED" to SCAN-RESULT
                       display "REWRITE FAILED FOR ACCOUNT " ACCT-NUMBER
                       if RETURN-CODE < 4
                           move 4 to RETURN-CODE
                       end-if
                   not invalid key
                       move "MARKED DORMANT" to SCAN-RESULT
                       add 1 to NEWLY-DORMANT-COUNT
               end-rewrite
       end-evaluate
       if ACCT-STATUS-CODE = "D"
           and ACTV-DORMANT-SWITCH not = "Y"
           move "Y" to ACTV-DORMANT-SWITCH
           move LEDGER-DATE to ACTV-DORMANT-DATE
       end-if
       if DORMANT-24-MONTHS
           add 1 to BAND-24-COUNT
           add ACCT-BALANCE to BAND-24-BALANCE
       else
           add 1 to BAND-12-COUNT
           add ACCT-BALANCE to BAND-12-BALANCE
       end-if.

       Save-Activity-Record.
       if ACTIVITY-WAS-FOUND
           rewrite ACTIVITY-RECORD
               invalid key
                   display "UNABLE TO UPDATE ACTIVITY RECORD "
                       ACTV-ACCT-NUMBER
                   if RETURN-CODE < 4
                       move 4 to RETURN-CODE
                   end-if
           end-rewrite
       else
           write ACTIVITY-RECORD
               invalid key
                   display "UNABLE TO WRITE ACTIVITY RECORD "
                       ACTV-ACCT-NUMBER
                   if RETURN-CODE < 4
                       move 4 to RETURN-CODE
                   end-if
           end-write
       end-if.

       Release-Register-Item.
       if ACCT-CUST-NUMBER numeric
           move ACCT-CUST-NUMBER to SORT-CUST
       else
           move zeros to SORT-CUST
       end-if
       move ACCT-NUMBER to SORT-ACCT
       move ACCT-NAME to SORT-NAME
       move ACCT-TYPE to SORT-TYPE
       move ACCT-BALANCE to SORT-BALANCE
       move ACTV-LAST-DATE to SORT-LAST-DATE
       move REFERENCE-DATE to SORT-REF-DATE
       move DORMANT-BAND to SORT-BAND
       move SCAN-RESULT to SORT-RESULT
       release SORT-RECORD.

       Print-Register.
       perform until END-OF-SORT-FILE
           perform Print-One-Item
       end-perform
       if CUSTOMER-IN-PROGRESS
           perform Finish-Customer
       end-if.

       Print-One-Item.
       return SORT-WORK
           at end
               set END-OF-SORT-FILE to true
           not at end
               if not CUSTOMER-IN-PROGRESS
                   or SORT-CUST not = CURRENT-CUST
                   if CUSTOMER-IN-PROGRESS
                       perform Finish-Customer
                   end-if
                   perform Start-Customer
               end-if
               perform Write-Register-Detail
       end-return.

       Start-Customer.
       move SORT-CUST to CURRENT-CUST
       move zeros to CUST-ACCT-COUNT
       move zeros to CUST-BALANCE-TOTAL
       move "Y" to CUSTOMER-OPEN-SWITCH
       move CURRENT-CUST to REG-CUST-NUMBER
       if CURRENT-CUST = zeros
           move "** NO CUSTOMER **" to REG-CUST-NAME
           move spaces to REG-CUST-ADDRESS
           move spaces to REG-CUST-PHONE
       else
           move "Y" to CUST-FOUND-SWITCH
           move CURRENT-CUST to CUST-NUMBER
           read CUSTOMER-MASTER
               invalid key
                   move "N" to CUST-FOUND-SWITCH
           end-read
           if CUSTOMER-WAS-FOUND
               move CUST-NAME to REG-CUST-NAME
               move CUST-ADDRESS to REG-CUST-ADDRESS
               move CUST-PHONE to REG-CUST-PHONE
           else
               move "** NOT ON MASTER **" to REG-CUST-NAME
               move spaces to REG-CUST-ADDRESS
               move spaces to REG-CUST-PHONE
           end-if
       end-if
       move REG-CUST-LINE to REGISTER-RECORD
       write REGISTER-RECORD.

       Write-Register-Detail.
       move SORT-ACCT to REG-DTL-ACCT
       move SORT-NAME to REG-DTL-NAME
       move SORT-TYPE to REG-DTL-TYPE
       move SORT-BALANCE to REG-DTL-BALANCE
       move SORT-LAST-DATE to REG-DTL-LAST
       move SORT-REF-DATE to REG-DTL-REF
       if SORT-BAND = "2"
           move "24 MONTHS" to REG-DTL-BAND
       else
           move "12 MONTHS" to REG-DTL-BAND
       end-if
       move SORT-RESULT to REG-DTL-RESULT
       move REG-DETAIL-LINE to REGISTER-RECORD
       write REGISTER-RECORD
       add 1 to CUST-ACCT-COUNT
       add SORT-BALANCE to CUST-BALANCE-TOTAL.

       Finish-Customer.
       move CUST-ACCT-COUNT to REG-CTOT-ACCTS
       move CUST-BALANCE-TOTAL to REG-CTOT-BALANCE
       move REG-CUST-TOTAL-LINE to REGISTER-RECORD
       write REGISTER-RECORD
       move spaces to REGISTER-RECORD
       write REGISTER-RECORD
       move "N" to CUSTOMER-OPEN-SWITCH.

       Write-Register-Headers.
       string RUN-YYYY delimited by size
           "-" delimited by size
           RUN-MM delimited by size
           "-" delimited by size
           RUN-DD delimited by size
           into REG-HDR-DATE
       move LEDGER-DATE to REG-HDR-LEDGER
       move CUTOFF-12-DATE to REG-HDR-CUTOFF-12
       move CUTOFF-24-DATE to REG-HDR-CUTOFF-24
       move REG-HDR-LINE-1 to REGISTER-RECORD
       write REGISTER-RECORD
       move REG-HDR-LINE-2 to REGISTER-RECORD
       write REGISTER-RECORD
       move spaces to REGISTER-RECORD
       write REGISTER-RECORD.

       Write-Register-Totals.
       if BAND-12-COUNT = zeros and BAND-24-COUNT = zeros
           move REG-EMPTY-LINE to REGISTER-RECORD
           write REGISTER-RECORD
       end-if
       move spaces to REGISTER-RECORD
       write REGISTER-RECORD
       move ACCOUNTS-READ to REG-TOT-READ
       move REG-TOTAL-LINE-1 to REGISTER-RECORD
       write REGISTER-RECORD
       move NEWLY-DORMANT-COUNT to REG-TOT-NEW
       move REG-TOTAL-LINE-2 to REGISTER-RECORD
       write REGISTER-RECORD
       move REACTIVATED-COUNT to REG-TOT-REACT
       move REG-TOTAL-LINE-3 to REGISTER-RECORD
       write REGISTER-RECORD
       move BAND-12-COUNT to REG-TOT-12-COUNT
       move BAND-12-BALANCE to REG-TOT-12-BAL
       move REG-TOTAL-LINE-4 to REGISTER-RECORD
       write REGISTER-RECORD
       move BAND-24-COUNT to REG-TOT-24-COUNT
       move BAND-24-BALANCE to REG-TOT-24-BAL
       move REG-TOTAL-LINE-5 to REGISTER-RECORD
       write REGISTER-RECORD.
