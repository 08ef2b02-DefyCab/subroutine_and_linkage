               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS ACCOUNT-STATUS.

           SELECT HOLD-MASTER ASSIGN TO "HOLDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS HOLD-STATUS.

           SELECT TRANS-FILE ASSIGN TO "TRANSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HELD-OUT-STATUS.

           SELECT RETURNS-FILE ASSIGN TO "RETURNS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RETURNS-STATUS.

           SELECT REPORT-FILE ASSIGN TO "RPTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           05 ACCT-CUST-NUMBER     PIC 9(6).
           05 ACCT-STATUS-CODE     PIC X(1).

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
           05 HELD-OUT-REASON      PIC X(2).
           05 HELD-OUT-SOURCE      PIC X(8).

        FD RETURNS-FILE.
        01 RETURN-RECORD.
           05 RET-REC-TYPE         PIC X(1).
           05 RET-SOURCE           PIC X(8).
           05 RET-TRANS            PIC X(22).
           05 RET-REASON           PIC X(2).
           05 RET-RUN-ID           PIC X(10).
           05 RET-DATE             PIC 9(8).
           05 RET-AVAILABLE        PIC S9(7)V99.
           05 RET-FEE              PIC S9(7)V99.
        01 RETURN-TRAILER-RECORD.
           05 RET-TRL-TYPE         PIC X(1).
           05 RET-TRL-SOURCE       PIC X(8).
           05 RET-TRL-COUNT        PIC 9(7).
           05 RET-TRL-AMOUNT       PIC S9(11)V99.
           05 RET-TRL-FEES         PIC S9(9)V99.
           05 RET-TRL-RUN-ID       PIC X(10).
           05 RET-TRL-DATE         PIC 9(8).
           05 FILLER               PIC X(11).

        FD CHECKPOINT-FILE.
        01 CHECKPOINT-RECORD.
           05 CKPT-RECORDS-DONE    PIC 9(7).
           05 CKPT-DATE            PIC 9(8).
           05 CKPT-TIME            PIC 9(8).
           05 CKPT-TOTAL-SUM       PIC S9(9)V99.
           05 CKPT-SRCR-COUNT      PIC 9(2).
           05 CKPT-SOURCE-TABLE.
              10 CKPT-SRCR-ENTRY OCCURS 20 TIMES.
                 15 CKPT-SRCR-CODE       PIC X(8).
                 15 CKPT-SRCR-POSTED     PIC 9(7).
                 15 CKPT-SRCR-REFUSED    PIC 9(7).
                 15 CKPT-SRCR-HELD       PIC 9(7).
                 15 CKPT-SRCR-RETURNED   PIC 9(7).
                 15 CKPT-SRCR-RETURN-AMT PIC S9(11)V99.
                 15 CKPT-SRCR-FEE-AMT    PIC S9(9)V99.

        FD AUDIT-FILE.
        01 AUDIT-RECORD.
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

        FD REPORT-FILE.
        01 REPORT-RECORD            PIC X(132).
           88 RESTART-REQUESTED      VALUE "Y".
        01 SKIP-COUNT         PIC 9(7) VALUE ZEROS.
        01 OVERDRAFT-FLOOR    PIC S9(7)V99 VALUE ZEROS.
        01 HOLD-STATUS        PIC XX VALUE "00".
        01 HOLD-WORK-ACCT     PIC 9(6) VALUE ZEROS.
        01 HOLD-ACTIVE-TOTAL  PIC S9(7)V99 VALUE ZEROS.
        01 ACCOUNT-HELD-TOTAL PIC S9(7)V99 VALUE ZEROS.
        01 XFER-FROM-HELD     PIC S9(7)V99 VALUE ZEROS.
        01 HOLD-SCAN-SWITCH   PIC X VALUE "N".
           88 END-OF-ACCOUNT-HOLDS    VALUE "Y".
        01 REFUSED-COUNT      PIC 9(7) VALUE ZEROS.
        01 REFUSAL-LINE.
           05 RFS-RUN-ID         PIC X(10) VALUE SPACES.
              10 SRCR-POSTED      PIC 9(7).
              10 SRCR-REFUSED     PIC 9(7).
              10 SRCR-HELD        PIC 9(7).
              10 SRCR-RETURNED    PIC 9(7).
              10 SRCR-RETURN-AMT  PIC S9(11)V99.
              10 SRCR-FEE-AMT     PIC S9(9)V99.
        01 SRCR-IX            PIC 9(2) VALUE ZEROS.
        01 CURRENT-SRCR-IX    PIC 9(2) VALUE ZEROS.
        01 SRCR-FOUND-SWITCH  PIC X VALUE "N".
           05 FILLER             PIC X(6) VALUE " HELD ".
           05 STL-HELD           PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(56) VALUE SPACES.
        01 SOURCE-RETURN-LINE.
           05 SRL-RUN-ID         PIC X(10) VALUE SPACES.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 FILLER             PIC X(7) VALUE "SOURCE ".
           05 SRL-SOURCE         PIC X(8).
           05 FILLER             PIC X(10) VALUE " RETURNED ".
           05 SRL-RETURNED       PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(8) VALUE " AMOUNT ".
           05 SRL-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(6) VALUE " FEES ".
           05 SRL-FEES           PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(40) VALUE SPACES.
        01 RETURNS-STATUS     PIC XX VALUE "00".
        01 RETURNED-COUNT     PIC 9(7) VALUE ZEROS.
        01 RETURN-AMOUNT      PIC S9(7)V99 VALUE ZEROS.
        01 RETURN-AVAILABLE   PIC S9(7)V99 VALUE ZEROS.
        01 RETURN-REASON      PIC X(2) VALUE SPACES.
        01 NSF-FEE-TEXT       PIC X(7) VALUE ZEROS.
        01 NSF-FEE-PARM REDEFINES NSF-FEE-TEXT PIC 9(5)V99.
        01 NSF-FEE-AMOUNT     PIC S9(7)V99 VALUE 25.00.
        01 NSF-FEE-SOURCE     PIC X(8) VALUE "NSFFEE".
        01 NSF-FEE-CHARGED    PIC S9(7)V99 VALUE ZEROS.
        01 NSF-FEE-COUNT      PIC 9(7) VALUE ZEROS.
        01 NSF-FEE-TOTAL      PIC S9(9)V99 VALUE ZEROS.
        01 NSF-FEE-LINE.
           05 NFL-RUN-ID         PIC X(10) VALUE SPACES.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 FILLER             PIC X(21) VALUE "RETURNED ITEM FEE:  ".
           05 NFL-ACCT           PIC 9(6).
           05 FILLER             PIC X(8) VALUE " AMOUNT ".
           05 NFL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(9) VALUE " BALANCE ".
           05 NFL-BALANCE        PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(47) VALUE SPACES.
        01 XFER-SUSPENSE-STATUS PIC XX VALUE "00".
        01 HELD-OUT-STATUS    PIC XX VALUE "00".
        01 HELD-DIVERT-COUNT  PIC 9(7) VALUE ZEROS.
           88 MASTER-CHANGED         VALUE "Y".
        01 ACCOUNT-GROUP-SWITCH PIC X VALUE "N".
           88 GROUP-IN-PROGRESS      VALUE "Y".
        01 ADJ-PENDING-SWITCH PIC X VALUE "N".
           88 ADJUSTMENT-PENDING     VALUE "Y".
        01 ADJ-POSTING-SWITCH PIC X VALUE "N".
           88 ADJUSTMENT-POSTING     VALUE "Y".
        01 ADJ-SAVE-RECORD.
           05 ADJ-SAVE-TYPE      PIC X(1) VALUE SPACE.
           05 ADJ-SAVE-ACCT      PIC 9(6) VALUE ZEROS.
           05 ADJ-SAVE-OP-CODE   PIC X(1) VALUE SPACE.
           05 ADJ-SAVE-AMOUNT    PIC S9(7)V99 VALUE ZEROS.
           05 ADJ-SAVE-OPERATOR  PIC X(6) VALUE SPACES.
        01 ADJ-POST-OPERATOR  PIC X(6) VALUE SPACES.
        01 ADJ-POST-REASON    PIC X(2) VALUE SPACES.
        01 ADJ-POST-ORIG-RUN-ID PIC X(10) VALUE SPACES.
        01 ADJ-POST-ORIG-SEQ  PIC 9(7) VALUE ZEROS.
        01 ADJ-POSTED-COUNT   PIC 9(7) VALUE ZEROS.
        01 ADJ-REFUSED-COUNT  PIC 9(7) VALUE ZEROS.
        01 ADJ-HELD-COUNT     PIC 9(7) VALUE ZEROS.
        01 SUBTOTAL-LINE.
           05 SUB-RUN-ID         PIC X(10) VALUE SPACES.
           05 FILLER             PIC X(1) VALUE SPACE.
           else
               move "N" to RESTART-SWITCH
           end-if
           if PARM-LEN >= 18
               if LS-PARM-DATA(12:7) numeric
                   move LS-PARM-DATA(12:7) to NSF-FEE-TEXT
                   move NSF-FEE-PARM to NSF-FEE-AMOUNT
               else
                   display "NSF FEE IN PARM NOT NUMERIC, DEFAULT "
                       "FEE USED"
               end-if
           end-if
           perform Check-Run-Control
           open i-o ACCOUNT-MASTER
           if ACCOUNT-STATUS not = "00"
               move 16 to RETURN-CODE
               stop run
           end-if
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
               move 16 to RETURN-CODE
               stop run
           end-if
           if RESTART-REQUESTED
               open extend RETURNS-FILE
           else
               open output RETURNS-FILE
           end-if
           if RETURNS-STATUS not = "00"
               display "UNABLE TO OPEN RETURNS-FILE, STATUS "
                   RETURNS-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if
           open extend HELD-OUT-FILE
           if HELD-OUT-STATUS not = "00"
               display "UNABLE TO OPEN HELD-OUT-FILE, STATUS "
           perform until END-OF-TRANS-FILE
               perform Subfour
           end-perform
           if ADJUSTMENT-PENDING
               perform Reject-Unpaired-Adjustment
           end-if
           if GROUP-IN-PROGRESS
               perform Finish-Account
           end-if
           display "TRANSFERS POSTED:   " XFER-POSTED-COUNT
           display "TRANSFERS REFUSED:  " XFER-REFUSED-COUNT
           display "HELD FROZEN ITEMS:  " HELD-DIVERT-COUNT
           display "RETURNED ITEMS:     " RETURNED-COUNT
           display "NSF FEES CHARGED:   " NSF-FEE-COUNT
           display "ADJUSTMENTS POSTED: " ADJ-POSTED-COUNT
           display "ADJUSTMENTS REFUSED:" ADJ-REFUSED-COUNT
           display "ADJUSTMENTS HELD:   " ADJ-HELD-COUNT
           perform Write-Report-Summary
           perform Write-Return-Trailers
           perform Complete-Run-Control
           close ACCOUNT-MASTER
           close HOLD-MASTER
           close TRANS-FILE
           close CHECKPOINT-FILE
           close AUDIT-FILE
           close XFER-SUSPENSE-FILE
           close HELD-OUT-FILE
           close RETURNS-FILE
           close REPORT-FILE
           close RUN-CONTROL-FILE
           STOP RUN.
           move zeros to SRCR-POSTED(SRCR-ENTRY-COUNT)
           move zeros to SRCR-REFUSED(SRCR-ENTRY-COUNT)
           move zeros to SRCR-HELD(SRCR-ENTRY-COUNT)
           move zeros to SRCR-RETURNED(SRCR-ENTRY-COUNT)
           move zeros to SRCR-RETURN-AMT(SRCR-ENTRY-COUNT)
           move zeros to SRCR-FEE-AMT(SRCR-ENTRY-COUNT)
           move SRCR-ENTRY-COUNT to CURRENT-SRCR-IX
       end-if.

                   move CKPT-RECORDS-DONE to SKIP-COUNT
                   move CKPT-TOTAL-SUM to TOTAL-SUM
                   move CKPT-DATE to RESTART-DATE
                   move CKPT-SRCR-COUNT to SRCR-ENTRY-COUNT
                   move CKPT-SOURCE-TABLE to SOURCE-REPORT-TABLE
           end-read
       end-perform
       close CHECKPOINT-FILE.
                       if TRANS-XFR-AMOUNT numeric
                           add TRANS-XFR-AMOUNT to SRC-IN-HASH
                       end-if
                   when "J"
                       add 1 to SKIPPED-DETAILS
                       add 1 to SRC-IN-COUNT
                       if TRANS-ADJ-AMOUNT numeric
                           add TRANS-ADJ-AMOUNT to SRC-IN-HASH
                       end-if
                   when other
                       continue
               end-evaluate
       move LEDGER-DATE to CKPT-DATE
       move RUN-TIME to CKPT-TIME
       move TOTAL-SUM to CKPT-TOTAL-SUM
       move SRCR-ENTRY-COUNT to CKPT-SRCR-COUNT
       move SOURCE-REPORT-TABLE to CKPT-SOURCE-TABLE
       write CHECKPOINT-RECORD
       if COUNTER - LAST-CKPT-COUNT >= CHECKPOINT-INTERVAL
           display "CHECKPOINT WRITTEN AT " COUNTER " RECORDS"
       move CURRENT-SOURCE to AUD-SOURCE
       write AUDIT-RECORD.

       Write-Adjustment-Audit.
       move spaces to AUDIT-ADJUSTMENT-RECORD
       move RUN-ID to AUD-ADJ-RUN-ID
       move ACCT-NUMBER to AUD-ADJ-ACCT
       move "J" to AUD-ADJ-OP-CODE
       move ADJ-POST-REASON to AUD-ADJ-REASON
       move ADJ-POST-OPERATOR to AUD-ADJ-OPERATOR
       move ADJ-POST-ORIG-RUN-ID to AUD-ADJ-ORIG-RUN-ID
       move ADJ-POST-ORIG-SEQ to AUD-ADJ-ORIG-SEQ
       move "J" to AUD-ADJ-STATUS
       move LEDGER-DATE to AUD-ADJ-DATE
       move RUN-TIME to AUD-ADJ-TIME
       move COUNTER to AUD-ADJ-SEQ
       move CURRENT-SOURCE to AUD-ADJ-SOURCE
       write AUDIT-ADJUSTMENT-RECORD.

       Write-Report-Headers.
       string RUN-YYYY delimited by size
           "-" delimited by size
       move SRCR-REFUSED(SRCR-IX) to STL-REFUSED
       move SRCR-HELD(SRCR-IX) to STL-HELD
       move SOURCE-TOTAL-LINE to REPORT-RECORD
       write REPORT-RECORD
       if SRCR-RETURNED(SRCR-IX) > zeros
           move RUN-ID to SRL-RUN-ID
           move SRCR-CODE(SRCR-IX) to SRL-SOURCE
           move SRCR-RETURNED(SRCR-IX) to SRL-RETURNED
           move SRCR-RETURN-AMT(SRCR-IX) to SRL-AMOUNT
           move SRCR-FEE-AMT(SRCR-IX) to SRL-FEES
           move SOURCE-RETURN-LINE to REPORT-RECORD
           write REPORT-RECORD
       end-if.

       Write-Return-Trailers.
       move 1 to SRCR-IX
       perform until SRCR-IX > SRCR-ENTRY-COUNT
           perform Write-One-Return-Trailer
           add 1 to SRCR-IX
       end-perform.

       Write-One-Return-Trailer.
       if SRCR-RETURNED(SRCR-IX) > zeros
           move spaces to RETURN-TRAILER-RECORD
           move "T" to RET-TRL-TYPE
           move SRCR-CODE(SRCR-IX) to RET-TRL-SOURCE
           move SRCR-RETURNED(SRCR-IX) to RET-TRL-COUNT
           move SRCR-RETURN-AMT(SRCR-IX) to RET-TRL-AMOUNT
           move SRCR-FEE-AMT(SRCR-IX) to RET-TRL-FEES
           move RUN-ID to RET-TRL-RUN-ID
           move LEDGER-DATE to RET-TRL-DATE
           write RETURN-TRAILER-RECORD
       end-if.


       Subthree.
           at end
               set END-OF-TRANS-FILE to true
           not at end
               if ADJUSTMENT-PENDING and TRANS-REC-TYPE not = "K"
                   perform Reject-Unpaired-Adjustment
               end-if
               evaluate TRANS-REC-TYPE
                   when "H"
                       if GROUP-IN-PROGRESS
                       perform Post-Transaction
                   when "X"
                       perform Post-Transfer
                   when "J"
                       move TRANS-ADJUSTMENT-RECORD to ADJ-SAVE-RECORD
                       move "Y" to ADJ-PENDING-SWITCH
                   when "K"
                       if ADJUSTMENT-PENDING
                           perform Post-Adjustment
                       end-if
                   when "T"
                       if GROUP-IN-PROGRESS
                           perform Finish-Account
               end-evaluate
       end-read.

       Post-Adjustment.
       move "N" to ADJ-PENDING-SWITCH
       move TRANS-ADD-REASON to ADJ-POST-REASON
       move TRANS-ADD-ORIG-RUN-ID to ADJ-POST-ORIG-RUN-ID
       if TRANS-ADD-ORIG-SEQ numeric
           move TRANS-ADD-ORIG-SEQ to ADJ-POST-ORIG-SEQ
       else
           move zeros to ADJ-POST-ORIG-SEQ
       end-if
       move ADJ-SAVE-RECORD to TRANS-ADJUSTMENT-RECORD
       move TRANS-ADJ-OPERATOR to ADJ-POST-OPERATOR
       move "Y" to ADJ-POSTING-SWITCH
       perform Post-Transaction
       move "N" to ADJ-POSTING-SWITCH.

       Reject-Unpaired-Adjustment.
       move "N" to ADJ-PENDING-SWITCH
       display "ADJUSTMENT FOR ACCOUNT " ADJ-SAVE-ACCT
           " HAS NO ADDENDUM RECORD, NOT POSTED"
       add 1 to COUNTER
       add 1 to SRC-IN-COUNT
       if ADJ-SAVE-AMOUNT numeric
           add ADJ-SAVE-AMOUNT to SRC-IN-HASH
       end-if
       if RETURN-CODE < 12
           move 12 to RETURN-CODE
       end-if.

       Check-Source-Trailer.
       if TRANS-TRL-COUNT not = SRC-IN-COUNT
           display "SOURCE " CURRENT-SOURCE " OUT OF BALANCE, "
       if ACCOUNT-WAS-FOUND
           move ACCT-BALANCE to CURRENT-BALANCE
           move ACCT-BALANCE to GROUP-OPENING
           move ACCT-NUMBER to HOLD-WORK-ACCT
           perform Sum-Active-Holds
           move HOLD-ACTIVE-TOTAL to ACCOUNT-HELD-TOTAL
       else
           move zeros to CURRENT-BALANCE
           move zeros to GROUP-OPENING
           move zeros to ACCOUNT-HELD-TOTAL
       end-if.

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

       Post-One-Transaction.
       move CURRENT-BALANCE to num1
       move TRANS-AMOUNT to num2
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
       if ADJUSTMENT-POSTING
           perform Write-Adjustment-Audit
           if MODUL-STATUS = "0"
               add 1 to ADJ-POSTED-COUNT
           end-if
       end-if
       evaluate MODUL-STATUS
           when "0"
               move sum1 to CURRENT-BALANCE
               perform Write-Refusal-Line
               display "OVERDRAFT REFUSED FOR ACCOUNT "
                   ACCT-NUMBER
               if ADJUSTMENT-POSTING
                   add 1 to ADJ-REFUSED-COUNT
                   display "ADJUSTMENT NOT RETURNED, RE-KEY OR "
                       "CANCEL WITH OPERATOR " ADJ-POST-OPERATOR
               else
                   perform Return-Detail-Item
               end-if
               if RETURN-CODE < 4
                   move 4 to RETURN-CODE
               end-if
               end-if
       end-evaluate.

       Return-Detail-Item.
       move TRANS-RECORD(1:22) to RET-TRANS
       move "07" to RETURN-REASON
       move TRANS-AMOUNT to RETURN-AMOUNT
       perform Compute-Return-Available
       move zeros to NSF-FEE-CHARGED
       if NSF-FEE-AMOUNT > zeros
           perform Charge-Detail-Fee
       end-if
       perform Write-Return-Record.

       Compute-Return-Available.
       if ACCT-ODRAFT-LIMIT numeric
           compute RETURN-AVAILABLE = CURRENT-BALANCE
               - ACCOUNT-HELD-TOTAL + ACCT-ODRAFT-LIMIT
       else
           compute RETURN-AVAILABLE =
               CURRENT-BALANCE - ACCOUNT-HELD-TOTAL
       end-if.

       Charge-Detail-Fee.
       move CURRENT-BALANCE to num1
       move NSF-FEE-AMOUNT to num2
       move "S" to OP-CODE
       call "modul" using num1, num2, OP-CODE, sum1,
           MODUL-STATUS, MODUL-MSG
       if MODUL-STATUS = "0"
           perform Write-Fee-Audit
           move sum1 to CURRENT-BALANCE
           move "Y" to MASTER-CHANGED-SWITCH
           add 1 to GROUP-POSTED
           move NSF-FEE-AMOUNT to NSF-FEE-CHARGED
           perform Record-Fee-Charged
       else
           display "NSF FEE NOT POSTED FOR ACCOUNT " ACCT-NUMBER
               " " MODUL-MSG
       end-if.

       Record-Fee-Charged.
       add 1 to NSF-FEE-COUNT
       add NSF-FEE-CHARGED to NSF-FEE-TOTAL
       add NSF-FEE-CHARGED to SRCR-FEE-AMT(CURRENT-SRCR-IX)
       add sum1 to TOTAL-SUM
           on size error
               display "WARNING: TOTAL-SUM OVERFLOW, "
                   "REPORT TOTAL MAY BE INCOMPLETE"
               move 8 to RETURN-CODE
       end-add
       move RUN-ID to NFL-RUN-ID
       move AUD-ACCT-NUMBER to NFL-ACCT
       move NSF-FEE-CHARGED to NFL-AMOUNT
       move sum1 to NFL-BALANCE
       move NSF-FEE-LINE to REPORT-RECORD
       write REPORT-RECORD.

       Write-Fee-Audit.
       move RUN-ID to AUD-RUN-ID
       move ACCT-NUMBER to AUD-ACCT-NUMBER
       move "S" to AUD-OP-CODE
       move num1 to AUD-LNUM1
       move num2 to AUD-LNUM2
       move sum1 to AUD-LSUM1
       move "0" to AUD-STATUS
       move LEDGER-DATE to AUD-DATE
       move RUN-TIME to AUD-TIME
       move COUNTER to AUD-SEQ
       move NSF-FEE-SOURCE to AUD-SOURCE
       write AUDIT-RECORD.

       Write-Return-Record.
       move "D" to RET-REC-TYPE
       move CURRENT-SOURCE to RET-SOURCE
       move RETURN-REASON to RET-REASON
       move RUN-ID to RET-RUN-ID
       move LEDGER-DATE to RET-DATE
       move RETURN-AVAILABLE to RET-AVAILABLE
       move NSF-FEE-CHARGED to RET-FEE
       write RETURN-RECORD
       add 1 to RETURNED-COUNT
       add 1 to SRCR-RETURNED(CURRENT-SRCR-IX)
       add RETURN-AMOUNT to SRCR-RETURN-AMT(CURRENT-SRCR-IX).

       Divert-Held-Transaction.
       if ADJUSTMENT-POSTING
           add 1 to ADJ-HELD-COUNT
           add 1 to SRCR-HELD(CURRENT-SRCR-IX)
           perform Write-Held-Audit
           perform Write-Adjustment-Audit
           display "ADJUSTMENT FOR FROZEN ACCOUNT " ACCT-NUMBER
               " NOT POSTED, RE-KEY AFTER RELEASE"
           if RETURN-CODE < 4
               move 4 to RETURN-CODE
           end-if
       else
           move TRANS-RECORD(1:22) to HELD-OUT-TRANS
           move "05" to HELD-OUT-REASON
           move CURRENT-SOURCE to HELD-OUT-SOURCE
           write HELD-OUT-RECORD
           add 1 to HELD-DIVERT-COUNT
           add 1 to SRCR-HELD(CURRENT-SRCR-IX)
           perform Write-Held-Audit
       end-if.

       Write-Held-Audit.
       move RUN-ID to AUD-RUN-ID
       move zeros to XFER-FROM-BALANCE
       move zeros to XFER-TO-BALANCE
       move zeros to XFER-FROM-LIMIT
       move zeros to XFER-FROM-HELD
       if XFER-PAIR-GOOD
           perform Read-Transfer-Accounts
       end-if
           if ACCT-STATUS-CODE = "F"
               set XFER-FROZEN to true
           end-if
           move XFER-FROM-ACCT to HOLD-WORK-ACCT
           perform Sum-Active-Holds
           move HOLD-ACTIVE-TOTAL to XFER-FROM-HELD
       else
           set XFER-NO-ACCOUNT to true
       end-if
       if MODUL-STATUS not = "0"
           set XFER-BAD-AMOUNT to true
       else
           compute OVERDRAFT-FLOOR = XFER-FROM-HELD - XFER-FROM-LIMIT
           if sum1 < OVERDRAFT-FLOOR and sum1 < num1
               set XFER-OVERDRAFT to true
           else
           move CURRENT-SOURCE to XSUSP-SOURCE
           write XFER-SUSPENSE-RECORD
           add 1 to SRCR-REFUSED(CURRENT-SRCR-IX)
           perform Return-Transfer-Item
       end-if
       add 1 to XFER-REFUSED-COUNT
       display "TRANSFER REFUSED, " XFER-FROM-ACCT " TO "
           move 4 to RETURN-CODE
       end-if.

       Return-Transfer-Item.
       move XFER-SAVE-RECORD to RET-TRANS
       move XFER-REASON to RETURN-REASON
       move XFER-AMOUNT to RETURN-AMOUNT
       compute RETURN-AVAILABLE =
           XFER-FROM-BALANCE - XFER-FROM-HELD + XFER-FROM-LIMIT
       move zeros to NSF-FEE-CHARGED
       if XFER-OVERDRAFT and NSF-FEE-AMOUNT > zeros
           perform Charge-Transfer-Fee
       end-if
       perform Write-Return-Record.

       Charge-Transfer-Fee.
       move XFER-FROM-ACCT to ACCT-NUMBER
       read ACCOUNT-MASTER
           invalid key
               display "NSF FEE NOT POSTED, ACCOUNT NOT FOUND: "
                   ACCT-NUMBER
       end-read
       if ACCOUNT-STATUS = "00"
           move XFER-FROM-BALANCE to num1
           move NSF-FEE-AMOUNT to num2
           move "S" to OP-CODE
           call "modul" using num1, num2, OP-CODE, sum1,
               MODUL-STATUS, MODUL-MSG
           if MODUL-STATUS = "0"
               move sum1 to ACCT-BALANCE
               rewrite ACCOUNT-RECORD
                   invalid key
                       display "REWRITE FAILED FOR ACCOUNT " ACCT-NUMBER
                       if RETURN-CODE < 8
                           move 8 to RETURN-CODE
                       end-if
               end-rewrite
               if ACCOUNT-STATUS = "00"
                   perform Write-Fee-Audit
                   move sum1 to XFER-FROM-BALANCE
                   move NSF-FEE-AMOUNT to NSF-FEE-CHARGED
                   perform Record-Fee-Charged
               end-if
           else
               display "NSF FEE NOT POSTED FOR ACCOUNT " ACCT-NUMBER
                   " " MODUL-MSG
           end-if
       end-if.

       Write-Transfer-Audit.
       move RUN-ID to AUD-RUN-ID
       move XFER-FROM-ACCT to AUD-ACCT-NUMBER
