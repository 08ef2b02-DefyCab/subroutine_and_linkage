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

        FD GL-FILE.
        01 GL-RECORD                PIC X(21).
           05 SORT-ARRIVAL         PIC 9(7).
           05 SORT-LNUM1           PIC S9(7)V99.
           05 SORT-LSUM1           PIC S9(7)V99.
           05 SORT-KIND            PIC X(1).
           05 SORT-ADJ-REASON      PIC X(2).

        WORKING-STORAGE SECTION.
        01 RUN-ID pic x(10) value spaces.
        01 HELD-SEQ           PIC 9(7) VALUE ZEROS.
        01 HELD-LNUM1         PIC S9(7)V99 VALUE ZEROS.
        01 HELD-LSUM1         PIC S9(7)V99 VALUE ZEROS.
        01 HELD-ADJ-SWITCH    PIC X VALUE "N".
           88 HELD-IS-ADJUSTMENT      VALUE "Y".
        01 HELD-ADJ-REASON    PIC X(2) VALUE SPACES.
        01 POSTINGS-SWITCH    PIC X VALUE "N".
           88 ACCOUNT-HAS-POSTINGS    VALUE "Y".
        01 GLADJ-ENTRY-COUNT  PIC 9(2) VALUE ZEROS.
        01 GLADJ-ENTRY-MAX    PIC 9(2) VALUE 10.
        01 GL-ADJUSTMENT-TABLE.
           05 GLADJ-ENTRY OCCURS 10 TIMES.
              10 GLADJ-REASON     PIC X(2).
              10 GLADJ-NET        PIC S9(9)V99.
        01 GLADJ-IX           PIC 9(2) VALUE ZEROS.
        01 GLADJ-FOUND-SWITCH PIC X VALUE "N".
           88 GLADJ-REASON-FOUND      VALUE "Y".
        01 ADJ-SELECTED-COUNT PIC 9(7) VALUE ZEROS.
        01 GL-ADJ-LINE-COUNT  PIC 9(7) VALUE ZEROS.
        01 EOF-SWITCH          PIC X VALUE "N".
           88 END-OF-AUDIT-FILE       VALUE "Y".
        01 SORT-EOF-SWITCH     PIC X VALUE "N".
           05 GL-DTL-ACCT          PIC 9(6).
           05 GL-DTL-NET           PIC S9(9)V99.
           05 FILLER               PIC X(3) VALUE SPACES.
        01 GL-ADJUSTMENT-RECORD.
           05 GL-ADJ-TYPE          PIC X(1) VALUE "J".
           05 GL-ADJ-ACCT          PIC 9(6).
           05 GL-ADJ-NET           PIC S9(9)V99.
           05 GL-ADJ-REASON        PIC X(2).
           05 FILLER               PIC X(1) VALUE SPACES.
        01 GL-TRAILER-RECORD.
           05 GL-TRL-TYPE          PIC X(1) VALUE "T".
           05 GL-TRL-COUNT         PIC 9(7).
           move GL-TRAILER-RECORD to GL-RECORD
           write GL-RECORD
           display "AUDIT POSTINGS SELECTED: " SELECTED-COUNT
           display "ADJUSTMENTS SELECTED:    " ADJ-SELECTED-COUNT
           display "GL ADJUSTMENT LINES:     " GL-ADJ-LINE-COUNT
           display "GL LINES EXTRACTED:      " GL-DETAIL-COUNT
           close GL-FILE
           STOP RUN.

                   move ARRIVAL-COUNT to SORT-ARRIVAL
                   move AUD-LNUM1 to SORT-LNUM1
                   move AUD-LSUM1 to SORT-LSUM1
                   move "P" to SORT-KIND
                   move spaces to SORT-ADJ-REASON
                   release SORT-RECORD
               end-if
               if AUD-RUN-ID = RUN-ID and AUD-STATUS = "J"
                   add 1 to ADJ-SELECTED-COUNT
                   move AUD-ADJ-ACCT to SORT-ACCT
                   move AUD-ADJ-SEQ to SORT-SEQ
                   move ARRIVAL-COUNT to SORT-ARRIVAL
                   move zeros to SORT-LNUM1
                   move zeros to SORT-LSUM1
                   move "J" to SORT-KIND
                   move AUD-ADJ-REASON to SORT-ADJ-REASON
                   release SORT-RECORD
               end-if
       end-read.
           perform Use-Held-Record
       end-if
       if ACCOUNT-IN-PROGRESS
           perform Write-Account-GL-Lines
       end-if.

       Accumulate-One-Record.
           at end
               set END-OF-SORT-FILE to true
           not at end
               if SORT-KIND = "J"
                   perform Mark-Held-Adjustment
               else
                   perform Hold-Posting-Record
               end-if
       end-return.

       Hold-Posting-Record.
       if RECORD-IS-HELD
           and (SORT-ACCT not = HELD-ACCT
               or SORT-SEQ not = HELD-SEQ)
           perform Use-Held-Record
       end-if
       move SORT-ACCT to HELD-ACCT
       move SORT-SEQ to HELD-SEQ
       move SORT-LNUM1 to HELD-LNUM1
       move SORT-LSUM1 to HELD-LSUM1
       move "N" to HELD-ADJ-SWITCH
       move spaces to HELD-ADJ-REASON
       move "Y" to HELD-SWITCH.

       Mark-Held-Adjustment.
       if RECORD-IS-HELD
           and SORT-ACCT = HELD-ACCT
           and SORT-SEQ = HELD-SEQ
           move "Y" to HELD-ADJ-SWITCH
           move SORT-ADJ-REASON to HELD-ADJ-REASON
       end-if.

       Use-Held-Record.
       if not ACCOUNT-IN-PROGRESS
           or HELD-ACCT not = CURRENT-ACCT
           if ACCOUNT-IN-PROGRESS
               perform Write-Account-GL-Lines
           end-if
           move HELD-ACCT to CURRENT-ACCT
           move zeros to NET-MOVEMENT
           move "N" to POSTINGS-SWITCH
           move zeros to GLADJ-ENTRY-COUNT
           move "Y" to ACCOUNT-OPEN-SWITCH
       end-if
       if HELD-IS-ADJUSTMENT
           perform Add-Adjustment-Net
       else
           compute NET-MOVEMENT =
               NET-MOVEMENT + HELD-LSUM1 - HELD-LNUM1
           move "Y" to POSTINGS-SWITCH
       end-if
       move "N" to HELD-SWITCH.

       Add-Adjustment-Net.
       move "N" to GLADJ-FOUND-SWITCH
       move 1 to GLADJ-IX
       perform until GLADJ-IX > GLADJ-ENTRY-COUNT
           or GLADJ-REASON-FOUND
           perform Match-One-GL-Adjustment
       end-perform
       if not GLADJ-REASON-FOUND
           if GLADJ-ENTRY-COUNT >= GLADJ-ENTRY-MAX
               display "TOO MANY ADJUSTMENT REASONS FOR ACCOUNT "
                   CURRENT-ACCT ", REASON " HELD-ADJ-REASON
                   " EXTRACTED AS ORDINARY MOVEMENT"
               if RETURN-CODE < 4
                   move 4 to RETURN-CODE
               end-if
               compute NET-MOVEMENT =
                   NET-MOVEMENT + HELD-LSUM1 - HELD-LNUM1
               move "Y" to POSTINGS-SWITCH
           else
               add 1 to GLADJ-ENTRY-COUNT
               move GLADJ-ENTRY-COUNT to GLADJ-IX
               move HELD-ADJ-REASON to GLADJ-REASON(GLADJ-IX)
               move zeros to GLADJ-NET(GLADJ-IX)
               move "Y" to GLADJ-FOUND-SWITCH
           end-if
       end-if
       if GLADJ-REASON-FOUND
           compute GLADJ-NET(GLADJ-IX) =
               GLADJ-NET(GLADJ-IX) + HELD-LSUM1 - HELD-LNUM1
       end-if.

       Match-One-GL-Adjustment.
       if GLADJ-REASON(GLADJ-IX) = HELD-ADJ-REASON
           set GLADJ-REASON-FOUND to true
       else
           add 1 to GLADJ-IX
       end-if.

       Write-Account-GL-Lines.
       if ACCOUNT-HAS-POSTINGS
           perform Write-One-GL-Detail
       end-if
       move 1 to GLADJ-IX
       perform until GLADJ-IX > GLADJ-ENTRY-COUNT
           perform Write-One-GL-Adjustment
           add 1 to GLADJ-IX
       end-perform
       move "N" to ACCOUNT-OPEN-SWITCH.

       Write-One-GL-Detail.
       move CURRENT-ACCT to GL-DTL-ACCT
       move NET-MOVEMENT to GL-DTL-NET
       move GL-DETAIL-RECORD to GL-RECORD
       write GL-RECORD
       add 1 to GL-DETAIL-COUNT
       add NET-MOVEMENT to GL-NET-TOTAL.

       Write-One-GL-Adjustment.
       move CURRENT-ACCT to GL-ADJ-ACCT
       move GLADJ-NET(GLADJ-IX) to GL-ADJ-NET
       move GLADJ-REASON(GLADJ-IX) to GL-ADJ-REASON
       move GL-ADJUSTMENT-RECORD to GL-RECORD
       write GL-RECORD
       add 1 to GL-DETAIL-COUNT
       add 1 to GL-ADJ-LINE-COUNT
       add GLADJ-NET(GLADJ-IX) to GL-NET-TOTAL.
