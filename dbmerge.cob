               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEW-MASTER-STATUS.

           SELECT HOLD-MASTER ASSIGN TO "HOLDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS HOLD-STATUS.

           SELECT TRANS-FILE ASSIGN TO "TRANSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.
        FD NEW-MASTER-FILE.
        01 NEW-MASTER-RECORD        PIC X(52).

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

        FD TRANS-FILE.
        01 TRANS-HEADER-RECORD.
           05 TRANS-HDR-TYPE       PIC X(1).
           05 TRANS-TRL-COUNT      PIC 9(7).
           05 TRANS-TRL-HASH       PIC S9(11)V99.
           05 FILLER               PIC X(2).
        01 TRANS-ADJUSTMENT-RECORD.
           05 TRANS-ADJ-TYPE       PIC X(1).
           05 TRANS-ADJ-ACCT       PIC 9(6).
           05 TRANS-ADJ-OP-CODE    PIC X(1).
           05 TRANS-ADJ-AMOUNT     PIC S9(7)V99.
           05 TRANS-ADJ-OPERATOR   PIC X(6).
        01 TRANS-ADDENDUM-RECORD.
           05 TRANS-ADD-TYPE       PIC X(1).
           05 TRANS-ADD-REASON     PIC X(2).
           05 TRANS-ADD-ORIG-RUN-ID PIC X(10).
           05 TRANS-ADD-ORIG-SEQ   PIC 9(7).
           05 FILLER               PIC X(3).

        FD CALENDAR-FILE.
        01 CALENDAR-RECORD.
           05 AUD-TIME             PIC 9(8).
           05 AUD-SEQ              PIC 9(7).
           05 AUD-SOURCE           PIC X(8).
        01 AUDIT-ADJUSTMENT-RECORD.
           05 AUD-ADJ-RUN-ID       PIC X(10).
           05 AUD-ADJ-ACCT         PIC 9(6).
           05 AUD-ADJ-OP-CODE      PIC X(1).
           05 AUD-ADJ-REASON       PIC X(2).
           05 AUD-ADJ-OPERATOR     PIC X(6).
           05 FILLER               PIC X(2).
           05 AUD-ADJ-ORIG-RUN-ID  PIC X(10).
           05 AUD-ADJ-ORIG-SEQ     PIC 9(7).
           05 AUD-ADJ-STATUS       PIC X(1).
           05 AUD-ADJ-DATE         PIC 9(8).
           05 AUD-ADJ-TIME         PIC 9(8).
           05 AUD-ADJ-SEQ          PIC 9(7).
           05 AUD-ADJ-SOURCE       PIC X(8).

        FD XFER-SUSPENSE-FILE.
        01 XFER-SUSPENSE-RECORD.
           05 SORT-OP-CODE         PIC X(1).
           05 SORT-AMOUNT          PIC S9(7)V99.
           05 SORT-SOURCE          PIC X(8).
           05 SORT-MADJ-FLAG       PIC X(1).
           05 SORT-MADJ-OPERATOR   PIC X(6).
           05 SORT-MADJ-REASON     PIC X(2).
           05 SORT-MADJ-ORIG-RUN-ID PIC X(10).
           05 SORT-MADJ-ORIG-SEQ   PIC 9(7).

        WORKING-STORAGE SECTION.
        01 RUN-ID pic x(10) value spaces.
        01 SKIP-COUNT         PIC 9(7) VALUE ZEROS.
        01 EVENT-COUNT        PIC 9(7) VALUE ZEROS.
        01 OVERDRAFT-FLOOR    PIC S9(7)V99 VALUE ZEROS.
        01 HOLD-STATUS        PIC XX VALUE "00".
        01 HOLD-WORK-ACCT     PIC 9(6) VALUE ZEROS.
        01 HOLD-ACTIVE-TOTAL  PIC S9(7)V99 VALUE ZEROS.
        01 ACCOUNT-HELD-TOTAL PIC S9(7)V99 VALUE ZEROS.
        01 XFER-FROM-HELD     PIC S9(7)V99 VALUE ZEROS.
        01 HOLD-SCAN-SWITCH   PIC X VALUE "N".
           88 END-OF-ACCOUNT-HOLDS    VALUE "Y".
        01 REFUSED-COUNT      PIC 9(7) VALUE ZEROS.
        01 NOTFOUND-COUNT     PIC 9(7) VALUE ZEROS.
        01 MASTERS-READ       PIC 9(7) VALUE ZEROS.
        01 HELD-OP-CODE       PIC X(1) VALUE SPACE.
        01 HELD-AMOUNT        PIC S9(7)V99 VALUE ZEROS.
        01 HELD-SOURCE        PIC X(8) VALUE SPACES.
        01 HELD-MADJ-SWITCH   PIC X VALUE "N".
           88 HELD-IS-ADJUSTMENT      VALUE "Y".
        01 HELD-MADJ-OPERATOR PIC X(6) VALUE SPACES.
        01 HELD-MADJ-REASON   PIC X(2) VALUE SPACES.
        01 HELD-MADJ-ORIG-RUN-ID PIC X(10) VALUE SPACES.
        01 HELD-MADJ-ORIG-SEQ PIC 9(7) VALUE ZEROS.
        01 RELEASE-SEQ        PIC 9(7) VALUE ZEROS.
        01 MADJ-PENDING-SWITCH PIC X VALUE "N".
           88 MANUAL-ADJ-PENDING      VALUE "Y".
        01 MADJ-SAVE-RECORD.
           05 MADJ-SAVE-TYPE     PIC X(1) VALUE SPACE.
           05 MADJ-SAVE-ACCT     PIC 9(6) VALUE ZEROS.
           05 MADJ-SAVE-OP-CODE  PIC X(1) VALUE SPACE.
           05 MADJ-SAVE-AMOUNT   PIC S9(7)V99 VALUE ZEROS.
           05 MADJ-SAVE-OPERATOR PIC X(6) VALUE SPACES.
        01 MADJ-POSTED-COUNT  PIC 9(7) VALUE ZEROS.
        01 MADJ-REFUSED-COUNT PIC 9(7) VALUE ZEROS.
        01 MADJ-HELD-COUNT    PIC 9(7) VALUE ZEROS.
        01 RUN-DATE.
           05 RUN-YYYY        PIC 9(4).
           05 RUN-MM          PIC 9(2).
           end-if
           perform Check-Run-Control
           perform Read-Ledger-Date
           open input HOLD-MASTER
           if HOLD-STATUS = "35"
               open output HOLD-MASTER
               close HOLD-MASTER
               open input HOLD-MASTER
           end-if
           if HOLD-STATUS not = "00"
               display "UNABLE TO OPEN HOLD-MASTER, STATUS " HOLD-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if
           open input TRANS-FILE
           if TRANS-STATUS not = "00"
               display "UNABLE TO OPEN TRANS-FILE, STATUS " TRANS-STATUS
           display "TRANSFERS POSTED:   " XFER-POSTED-COUNT
           display "TRANSFERS REFUSED:  " XFER-REFUSED-COUNT
           display "HELD FROZEN ITEMS:  " HELD-DIVERT-COUNT
           display "ADJUSTMENTS POSTED: " MADJ-POSTED-COUNT
           display "ADJUSTMENTS REFUSED:" MADJ-REFUSED-COUNT
           display "ADJUSTMENTS HELD:   " MADJ-HELD-COUNT
           display "MASTERS READ:       " MASTERS-READ
           display "MASTERS WRITTEN:    " MASTERS-WRITTEN
           perform Write-Report-Summary
           perform Complete-Run-Control
           close ACCOUNT-MASTER
           close HOLD-MASTER
           close NEW-MASTER-FILE
           close TRANS-FILE
           close CHECKPOINT-FILE
       move zeros to XFER-FROM-BALANCE
       move zeros to XFER-TO-BALANCE
       move zeros to XFER-FROM-LIMIT
       move zeros to XFER-FROM-HELD
       if XFER-PAIR-GOOD
           perform Read-Transfer-Accounts
       end-if
               if LKUP-STATUS-CODE = "F"
                   set XFER-FROZEN to true
               end-if
               move XFER-FROM-ACCT to HOLD-WORK-ACCT
               perform Sum-Active-Holds
               move HOLD-ACTIVE-TOTAL to XFER-FROM-HELD
       end-read
       if XFER-PAIR-GOOD
           move XFER-TO-ACCT to LKUP-ACCT-NUMBER
       if MODUL-STATUS not = "0"
           set XFER-BAD-AMOUNT to true
       else
           compute OVERDRAFT-FLOOR = XFER-FROM-HELD - XFER-FROM-LIMIT
           if sum1 < OVERDRAFT-FLOOR and sum1 < num1
               set XFER-OVERDRAFT to true
           else
       move zeros to RELEASE-SEQ
       perform until END-OF-TRANS-FILE
           perform Select-One-Record
       end-perform
       if MANUAL-ADJ-PENDING
           perform Reject-Unpaired-Adjustment
       end-if.

       Select-One-Record.
       read TRANS-FILE
           at end
               set END-OF-TRANS-FILE to true
           not at end
               if MANUAL-ADJ-PENDING and TRANS-REC-TYPE not = "K"
                   perform Reject-Unpaired-Adjustment
               end-if
               evaluate TRANS-REC-TYPE
                   when "H"
                       if SOURCE-IN-PROGRESS
                       move TRANS-OP-CODE to SORT-OP-CODE
                       move TRANS-AMOUNT to SORT-AMOUNT
                       move CURRENT-SOURCE to SORT-SOURCE
                       move "N" to SORT-MADJ-FLAG
                       move spaces to SORT-MADJ-OPERATOR
                       move spaces to SORT-MADJ-REASON
                       move spaces to SORT-MADJ-ORIG-RUN-ID
                       move zeros to SORT-MADJ-ORIG-SEQ
                       release SORT-DETAIL-RECORD
                   when "J"
                       add 1 to SRC-IN-COUNT
                       if TRANS-ADJ-AMOUNT numeric
                           add TRANS-ADJ-AMOUNT to SRC-IN-HASH
                       end-if
                       move TRANS-ADJUSTMENT-RECORD to MADJ-SAVE-RECORD
                       move "Y" to MADJ-PENDING-SWITCH
                   when "K"
                       if MANUAL-ADJ-PENDING
                           perform Release-Adjustment
                       end-if
                   when "X"
                       add 1 to SRC-IN-COUNT
                       if TRANS-XFR-AMOUNT numeric
               end-evaluate
       end-read.

       Release-Adjustment.
       move "N" to MADJ-PENDING-SWITCH
       add 1 to RELEASE-SEQ
       move MADJ-SAVE-ACCT to SORT-ACCT
       move RELEASE-SEQ to SORT-SEQ
       move MADJ-SAVE-OP-CODE to SORT-OP-CODE
       move MADJ-SAVE-AMOUNT to SORT-AMOUNT
       move CURRENT-SOURCE to SORT-SOURCE
       move "Y" to SORT-MADJ-FLAG
       move MADJ-SAVE-OPERATOR to SORT-MADJ-OPERATOR
       move TRANS-ADD-REASON to SORT-MADJ-REASON
       move TRANS-ADD-ORIG-RUN-ID to SORT-MADJ-ORIG-RUN-ID
       if TRANS-ADD-ORIG-SEQ numeric
           move TRANS-ADD-ORIG-SEQ to SORT-MADJ-ORIG-SEQ
       else
           move zeros to SORT-MADJ-ORIG-SEQ
       end-if
       release SORT-DETAIL-RECORD.

       Reject-Unpaired-Adjustment.
       move "N" to MADJ-PENDING-SWITCH
       display "ADJUSTMENT FOR ACCOUNT " MADJ-SAVE-ACCT
           " HAS NO ADDENDUM RECORD, NOT POSTED"
       if RETURN-CODE < 12
           move 12 to RETURN-CODE
       end-if.

       Check-Source-Trailer.
       if TRANS-TRL-COUNT not = SRC-IN-COUNT
           display "SOURCE " CURRENT-SOURCE " OUT OF BALANCE, "
               move SORT-OP-CODE to HELD-OP-CODE
               move SORT-AMOUNT to HELD-AMOUNT
               move SORT-SOURCE to HELD-SOURCE
               move SORT-MADJ-FLAG to HELD-MADJ-SWITCH
               move SORT-MADJ-OPERATOR to HELD-MADJ-OPERATOR
               move SORT-MADJ-REASON to HELD-MADJ-REASON
               move SORT-MADJ-ORIG-RUN-ID to HELD-MADJ-ORIG-RUN-ID
               move SORT-MADJ-ORIG-SEQ to HELD-MADJ-ORIG-SEQ
               move "Y" to HELD-SWITCH
       end-return.

               ACCT-NUMBER
       end-if
       move ACCT-BALANCE to CURRENT-BALANCE
       move ACCT-NUMBER to HOLD-WORK-ACCT
       perform Sum-Active-Holds
       move HOLD-ACTIVE-TOTAL to ACCOUNT-HELD-TOTAL
       perform Apply-Account-Adjustment
       move CURRENT-BALANCE to GROUP-OPENING
       move zeros to GROUP-POSTED
       move "Y" to ACCOUNT-GROUP-SWITCH.

       Sum-Active-Holds.
       move zeros to HOLD-ACTIVE-TOTAL
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
                       add HOLD-AMOUNT to HOLD-ACTIVE-TOTAL
                   end-if
               end-if
       end-read.

       Apply-Account-Adjustment.
       move 1 to ADJ-IX
       perform until ADJ-IX > ADJ-ENTRY-COUNT
       if MODUL-STATUS = "0"
           if ACCT-ODRAFT-LIMIT numeric
               compute OVERDRAFT-FLOOR =
                   ACCOUNT-HELD-TOTAL - ACCT-ODRAFT-LIMIT
           else
               move ACCOUNT-HELD-TOTAL to OVERDRAFT-FLOOR
           end-if
           if sum1 < OVERDRAFT-FLOOR and sum1 < num1
               move "R" to MODUL-STATUS
           end-if
       end-if
       perform Write-Audit-Record
       if HELD-IS-ADJUSTMENT
           perform Write-Adjustment-Audit
           if MODUL-STATUS = "0"
               add 1 to MADJ-POSTED-COUNT
           end-if
           if MODUL-STATUS = "R"
               add 1 to MADJ-REFUSED-COUNT
           end-if
       end-if
       evaluate MODUL-STATUS
           when "0"
               move sum1 to CURRENT-BALANCE
       end-evaluate.

       Divert-Held-Transaction.
       if HELD-IS-ADJUSTMENT
           add 1 to MADJ-HELD-COUNT
           add 1 to SRCR-HELD(CURRENT-SRCR-IX)
           perform Write-Held-Audit
           perform Write-Adjustment-Audit
           display "ADJUSTMENT FOR FROZEN ACCOUNT " CURRENT-ACCT
               " NOT POSTED, RE-KEY AFTER RELEASE"
           if RETURN-CODE < 4
               move 4 to RETURN-CODE
           end-if
       else
           perform Divert-Held-Detail
       end-if.

       Divert-Held-Detail.
       if EVENT-COUNT > SKIP-COUNT
           move "D" to HELD-OUT-TRANS(1:1)
           move HELD-ACCT to HELD-OUT-TRANS(2:6)
           write AUDIT-RECORD
       end-if.

       Write-Adjustment-Audit.
       if EVENT-COUNT > SKIP-COUNT
           move spaces to AUDIT-ADJUSTMENT-RECORD
           move RUN-ID to AUD-ADJ-RUN-ID
           move CURRENT-ACCT to AUD-ADJ-ACCT
           move "J" to AUD-ADJ-OP-CODE
           move HELD-MADJ-REASON to AUD-ADJ-REASON
           move HELD-MADJ-OPERATOR to AUD-ADJ-OPERATOR
           move HELD-MADJ-ORIG-RUN-ID to AUD-ADJ-ORIG-RUN-ID
           move HELD-MADJ-ORIG-SEQ to AUD-ADJ-ORIG-SEQ
           move "J" to AUD-ADJ-STATUS
           move LEDGER-DATE to AUD-ADJ-DATE
           move RUN-TIME to AUD-ADJ-TIME
           move EVENT-COUNT to AUD-ADJ-SEQ
           move CURRENT-SOURCE to AUD-ADJ-SOURCE
           write AUDIT-ADJUSTMENT-RECORD
       end-if.

       Finish-Group.
       move CURRENT-BALANCE to ACCT-BALANCE
       perform Write-Subtotal-Audit
