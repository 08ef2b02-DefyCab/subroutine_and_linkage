               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HELD-OUT-STATUS.

           SELECT AUTHORITY-FILE ASSIGN TO "AUTHLMT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUTHORITY-STATUS.

           SELECT ADJ-SUSPENSE-FILE ASSIGN TO "ADJSUSP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ADJ-SUSPENSE-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWK01".
       DATA DIVISION.
        FILE SECTION.
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

        FD AUTHORITY-FILE.
        01 AUTHORITY-RECORD.
           05 ALMT-OPERATOR        PIC X(6).
           05 ALMT-LIMIT           PIC 9(7)V99.
           05 ALMT-NAME            PIC X(20).
           05 FILLER               PIC X(5).

        FD ADJ-SUSPENSE-FILE.
        01 ADJ-SUSPENSE-RECORD.
           05 ASUSP-ADJUSTMENT     PIC X(23).
           05 ASUSP-ADDENDUM       PIC X(23).
           05 ASUSP-REASON         PIC X(2).
           05 ASUSP-SOURCE         PIC X(8).
           05 ASUSP-DATE           PIC 9(8).

        SD SORT-WORK.
        01 SORT-DETAIL-RECORD.
           05 SORT-SRC-IX          PIC 9(2).
           05 SORT-ACCT-NUMBER     PIC 9(6).
           05 SORT-SEQ             PIC 9(7).
           05 SORT-TRANS           PIC X(22).
           05 SORT-ADJUSTMENT      PIC X(23).
           05 SORT-ADDENDUM        PIC X(23).

        WORKING-STORAGE SECTION.
        01 ACCOUNT-STATUS      PIC XX VALUE "00".
           88 REASON-SAME-ACCOUNT    VALUE "04".
           88 REASON-FROZEN          VALUE "05".
           88 REASON-SOURCE-FAILED   VALUE "06".
           88 REASON-DORMANT         VALUE "08".
           88 REASON-OVER-AUTHORITY  VALUE "09".
           88 REASON-UNKNOWN-OPERATOR VALUE "10".
           88 REASON-BAD-ADJ-REASON  VALUE "11".
           88 REASON-NO-REFERENCE    VALUE "12".
        01 CLEAN-HEADER-RECORD.
           05 CLEAN-HDR-TYPE       PIC X(1) VALUE "H".
           05 CLEAN-HDR-DATE       PIC 9(8) VALUE ZEROS.
           88 LEDGER-DATE-FOUND       VALUE "Y".
        01 CARRY-COUNT         PIC 9(7) VALUE ZEROS.
        01 HELD-COUNT          PIC 9(7) VALUE ZEROS.
        01 DORMANT-HELD-COUNT  PIC 9(7) VALUE ZEROS.
        01 SOURCE-CARRY-COUNT  PIC 9(7) VALUE ZEROS.
        01 EDIT-ORIGIN-SWITCH  PIC X VALUE "N".
           88 EDIT-FROM-FEED          VALUE "Y".
           88 HELD-RECYCLE-DONE       VALUE "C".
        01 HELD-RECYCLE-COUNT  PIC 9(7) VALUE ZEROS.
        01 HELD-CARRY-COUNT    PIC 9(7) VALUE ZEROS.
        01 AUTHORITY-STATUS    PIC XX VALUE "00".
        01 ADJ-SUSPENSE-STATUS PIC XX VALUE "00".
        01 AUTH-EOF-SWITCH     PIC X VALUE "N".
           88 END-OF-AUTHORITY-FILE   VALUE "Y".
        01 AUTH-ENTRY-COUNT    PIC 9(3) VALUE ZEROS.
        01 AUTH-ENTRY-MAX      PIC 9(3) VALUE 200.
        01 AUTHORITY-TABLE.
           05 AUTH-ENTRY OCCURS 200 TIMES.
              10 AUTH-OPERATOR    PIC X(6).
              10 AUTH-LIMIT       PIC 9(7)V99.
        01 AUTH-IX             PIC 9(3) VALUE ZEROS.
        01 OPERATOR-FOUND-SWITCH PIC X VALUE "N".
           88 OPERATOR-WAS-FOUND      VALUE "Y".
        01 ADJ-REASON-VALUES.
           05 FILLER              PIC X(3) VALUE "ECY".
           05 FILLER              PIC X(3) VALUE "FRY".
           05 FILLER              PIC X(3) VALUE "ICY".
           05 FILLER              PIC X(3) VALUE "GWN".
           05 FILLER              PIC X(3) VALUE "WON".
        01 ADJ-REASON-TABLE REDEFINES ADJ-REASON-VALUES.
           05 ADJ-REASON-ENTRY OCCURS 5 TIMES.
              10 ADJ-RSN-CODE     PIC X(2).
              10 ADJ-RSN-REF-FLAG PIC X(1).
        01 ADJ-REASON-MAX      PIC 9(2) VALUE 5.
        01 ADJ-REASON-IX       PIC 9(2) VALUE ZEROS.
        01 ADJ-REASON-SWITCH   PIC X VALUE "N".
           88 ADJ-REASON-WAS-FOUND    VALUE "Y".
        01 ADJ-EDIT-RECORD.
           05 ADJ-EDIT-TYPE       PIC X(1).
           05 ADJ-EDIT-ACCT       PIC 9(6).
           05 ADJ-EDIT-OP-CODE    PIC X(1).
           05 ADJ-EDIT-AMOUNT     PIC S9(7)V99.
           05 ADJ-EDIT-OPERATOR   PIC X(6).
        01 ADJ-EDIT-ADDENDUM.
           05 ADJ-ADD-TYPE        PIC X(1).
           05 ADJ-ADD-REASON      PIC X(2).
           05 ADJ-ADD-ORIG-RUN-ID PIC X(10).
           05 ADJ-ADD-ORIG-SEQ    PIC 9(7).
           05 FILLER              PIC X(3).
        01 ADJ-PENDING-SWITCH  PIC X VALUE "N".
           88 ADJUSTMENT-PENDING      VALUE "Y".
        01 PREV-REC-TYPE       PIC X(1) VALUE SPACE.
        01 ADJ-PASSED-COUNT    PIC 9(7) VALUE ZEROS.
        01 ADJ-SUSPENDED-COUNT PIC 9(7) VALUE ZEROS.
       PROCEDURE DIVISION.
       Edit-Mainline.
           accept RUN-DATE from DATE YYYYMMDD
               perform Reject-Feed
           end-if
           perform Read-Ledger-Date
           perform Load-Authority-Table
           perform Check-Trans-Header
           perform Prove-Trans-Controls
           close TRANS-FILE
               move 16 to RETURN-CODE
               stop run
           end-if
           open output ADJ-SUSPENSE-FILE
           if ADJ-SUSPENSE-STATUS not = "00"
               display "UNABLE TO OPEN ADJ-SUSPENSE-FILE, STATUS "
                   ADJ-SUSPENSE-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if
           move "Y" to OUTPUT-OPEN-SWITCH
           sort SORT-WORK
               on ascending key SORT-SRC-IX
           display "PASSED TO UPDATE:      " CLEAN-COUNT
           display "REJECTED TO SUSPENSE:  " REJECT-COUNT
           display "HELD FROZEN ACCOUNTS:  " HELD-COUNT
           display "HELD DORMANT ACCOUNTS: " DORMANT-HELD-COUNT
           display "SOURCES ON FEED:       " SOURCE-ENTRY-COUNT
           display "SOURCES FAILED:        " FAILED-SOURCE-COUNT
           display "FAILED-SOURCE ITEMS AWAITING RE-SHIP: "
               SOURCE-CARRY-COUNT
           display "ADJUSTMENTS PASSED:    " ADJ-PASSED-COUNT
           display "ADJUSTMENTS SUSPENDED: " ADJ-SUSPENDED-COUNT
           if FAILED-SOURCE-COUNT > 0
               if RETURN-CODE < 4
                   move 4 to RETURN-CODE
                   move 4 to RETURN-CODE
               end-if
           end-if
           if ADJ-SUSPENDED-COUNT > 0
               if RETURN-CODE < 4
                   move 4 to RETURN-CODE
               end-if
           end-if
           close ACCOUNT-MASTER
           close TRANS-FILE
           close CLEAN-FILE
           close SUSPENSE-OUT-FILE
           close HELD-OUT-FILE
           close ADJ-SUSPENSE-FILE
           STOP RUN.

       Check-Trans-Header.
               end-if
       end-read.

       Load-Authority-Table.
       open input AUTHORITY-FILE
       if AUTHORITY-STATUS = "35"
           display "NO AUTHORITY-LIMIT TABLE, MANUAL ADJUSTMENTS "
               "WILL BE SUSPENDED"
       else
           if AUTHORITY-STATUS not = "00"
               display "UNABLE TO OPEN AUTHORITY-FILE, STATUS "
                   AUTHORITY-STATUS
               perform Reject-Feed
           end-if
           perform until END-OF-AUTHORITY-FILE
               perform Load-One-Authority
           end-perform
           close AUTHORITY-FILE
       end-if
       display "OPERATORS WITH ADJUSTMENT AUTHORITY: " AUTH-ENTRY-COUNT.

       Load-One-Authority.
       read AUTHORITY-FILE
           at end
               set END-OF-AUTHORITY-FILE to true
           not at end
               if ALMT-OPERATOR not = spaces
                   and ALMT-OPERATOR(1:1) not = "*"
                   perform Add-Authority-Entry
               end-if
       end-read.

       Add-Authority-Entry.
       if ALMT-LIMIT not numeric
           display "AUTHORITY LIMIT FOR OPERATOR " ALMT-OPERATOR
               " NOT NUMERIC, OPERATOR IGNORED"
           if RETURN-CODE < 4
               move 4 to RETURN-CODE
           end-if
       else
           if AUTH-ENTRY-COUNT >= AUTH-ENTRY-MAX
               display "MORE THAN " AUTH-ENTRY-MAX
                   " OPERATORS ON AUTHORITY TABLE, OPERATOR "
                   ALMT-OPERATOR " IGNORED"
               if RETURN-CODE < 4
                   move 4 to RETURN-CODE
               end-if
           else
               add 1 to AUTH-ENTRY-COUNT
               move ALMT-OPERATOR to AUTH-OPERATOR(AUTH-ENTRY-COUNT)
               move ALMT-LIMIT to AUTH-LIMIT(AUTH-ENTRY-COUNT)
           end-if
       end-if.

       Prove-Trans-Controls.
       move "N" to EOF-SWITCH
       perform until END-OF-INPUT-FILE
           at end
               set END-OF-INPUT-FILE to true
           not at end
               if PREV-REC-TYPE = "J" and TRANS-REC-TYPE not = "K"
                   display "SOURCE " SRC-CODE(CURRENT-SRC-IX)
                       " ADJUSTMENT WITHOUT ADDENDUM RECORD, "
                       "SOURCE REJECTED"
                   perform Fail-Current-Source
               end-if
               evaluate TRANS-REC-TYPE
                   when "D"
                       if not SOURCE-IN-PROGRESS
                           add TRANS-XFR-AMOUNT
                               to SRC-HASH-TOTAL(CURRENT-SRC-IX)
                       end-if
                   when "J"
                       if not SOURCE-IN-PROGRESS
                           display "DETAIL RECORD OUTSIDE A SOURCE "
                               "SECTION, FEED REJECTED"
                           perform Reject-Feed
                       end-if
                       add 1 to READ-COUNT
                       add 1 to SRC-READ-COUNT(CURRENT-SRC-IX)
                       if TRANS-ADJ-AMOUNT numeric
                           add TRANS-ADJ-AMOUNT
                               to SRC-HASH-TOTAL(CURRENT-SRC-IX)
                       end-if
                   when "K"
                       if not SOURCE-IN-PROGRESS
                           display "DETAIL RECORD OUTSIDE A SOURCE "
                               "SECTION, FEED REJECTED"
                           perform Reject-Feed
                       end-if
                       if PREV-REC-TYPE not = "J"
                           display "SOURCE " SRC-CODE(CURRENT-SRC-IX)
                               " ADDENDUM WITHOUT ADJUSTMENT RECORD, "
                               "SOURCE REJECTED"
                           perform Fail-Current-Source
                       end-if
                   when "T"
                       if not SOURCE-IN-PROGRESS
                           display "TRAILER WITHOUT HEADER IN TRANS-FILE, "
                           TRANS-REC-TYPE
                       perform Reject-Feed
               end-evaluate
               move TRANS-REC-TYPE to PREV-REC-TYPE
       end-read.

       Edit-All-Input.
                   move SORT-SRC-IX to OUT-SRC-IX
                   perform Write-Clean-Header
               end-if
               if SORT-ADJUSTMENT not = spaces
                   move SORT-ADJUSTMENT to CLEAN-RECORD
                   write CLEAN-RECORD
                   move SORT-ADDENDUM to CLEAN-RECORD
                   write CLEAN-RECORD
               else
                   move SORT-TRANS to CLEAN-DTL-TRANS
                   move CLEAN-DETAIL-RECORD to CLEAN-RECORD
                   write CLEAN-RECORD
               end-if
       end-return.

       Write-Clean-Header.
       read TRANS-FILE
           at end
               set END-OF-INPUT-FILE to true
               if ADJUSTMENT-PENDING
                   perform Edit-Pending-Adjustment
               end-if
           not at end
               if ADJUSTMENT-PENDING and TRANS-REC-TYPE not = "K"
                   perform Edit-Pending-Adjustment
               end-if
               evaluate TRANS-REC-TYPE
                   when "H"
                       add 1 to PASS2-HDR-COUNT
                       move TRANS-XFER-RECORD(1:22) to EDIT-RECORD
                       move SRC-CODE(EDIT-SRC-IX) to EDIT-SOURCE
                       perform Edit-And-Route
                   when "J"
                       move TRANS-ADJUSTMENT-RECORD to ADJ-EDIT-RECORD
                       move spaces to ADJ-EDIT-ADDENDUM
                       move "Y" to ADJ-PENDING-SWITCH
                   when "K"
                       if ADJUSTMENT-PENDING
                           move TRANS-ADDENDUM-RECORD
                               to ADJ-EDIT-ADDENDUM
                           perform Edit-Pending-Adjustment
                       end-if
                   when other
                       continue
               end-evaluate
       else
           perform Carry-Suspense-Forward
           perform Carry-Held-Forward
           open output ADJ-SUSPENSE-FILE
           close ADJ-SUSPENSE-FILE
       end-if
       move 16 to RETURN-CODE
       stop run.
           move EDIT-SRC-IX to SORT-SRC-IX
           move CLEAN-COUNT to SORT-SEQ
           move EDIT-RECORD to SORT-TRANS
           move spaces to SORT-ADJUSTMENT
           move spaces to SORT-ADDENDUM
           release SORT-DETAIL-RECORD
       else
           if REASON-FROZEN or REASON-DORMANT
               if REASON-DORMANT
                   add 1 to DORMANT-HELD-COUNT
                   display "HELD FOR DORMANT ACCOUNT REVIEW, REASON "
                       EDIT-REASON
               else
                   add 1 to HELD-COUNT
                   display "HELD FOR FROZEN ACCOUNT, REASON " EDIT-REASON
               end-if
               move EDIT-RECORD to HELD-OUT-TRANS
               move EDIT-REASON to HELD-OUT-REASON
               move EDIT-SOURCE to HELD-OUT-SOURCE
               if ACCT-STATUS-CODE = "F"
                   set REASON-FROZEN to true
               end-if
               if ACCT-STATUS-CODE = "D"
                   set REASON-DORMANT to true
               end-if
           end-if
       end-if.

               if ACCT-STATUS-CODE = "F"
                   set REASON-FROZEN to true
               end-if
               if ACCT-STATUS-CODE = "D"
                   set REASON-DORMANT to true
               end-if
           end-if
       end-if
       if EDIT-PASSED
               if ACCT-STATUS-CODE = "F"
                   set REASON-FROZEN to true
               end-if
               if ACCT-STATUS-CODE = "D"
                   set REASON-DORMANT to true
               end-if
           end-if
       end-if.

       Edit-Pending-Adjustment.
       move "N" to ADJ-PENDING-SWITCH
       move SRC-CODE(EDIT-SRC-IX) to EDIT-SOURCE
       move spaces to EDIT-REASON
       move ADJ-EDIT-RECORD(1:22) to EDIT-RECORD
       if SRC-VERDICT(EDIT-SRC-IX) = "F"
           set REASON-SOURCE-FAILED to true
       else
           perform Edit-Adjustment-Fields
       end-if
       if EDIT-PASSED
           add 1 to CLEAN-COUNT
           add 1 to SRC-CLEAN-COUNT(EDIT-SRC-IX)
           add 1 to ADJ-PASSED-COUNT
           add ADJ-EDIT-AMOUNT to CLEAN-HASH-TOTAL
           add ADJ-EDIT-AMOUNT to SRC-CLEAN-HASH(EDIT-SRC-IX)
           move ADJ-EDIT-ACCT to SORT-ACCT-NUMBER
           move EDIT-SRC-IX to SORT-SRC-IX
           move CLEAN-COUNT to SORT-SEQ
           move EDIT-RECORD to SORT-TRANS
           move ADJ-EDIT-RECORD to SORT-ADJUSTMENT
           move ADJ-EDIT-ADDENDUM to SORT-ADDENDUM
           release SORT-DETAIL-RECORD
       else
           perform Suspend-Adjustment
       end-if.

       Edit-Adjustment-Fields.
       if ADJ-EDIT-OP-CODE not = "A" and not = "S"
           set REASON-BAD-OP-CODE to true
       end-if
       if EDIT-PASSED
           if ADJ-EDIT-AMOUNT not numeric
               set REASON-BAD-AMOUNT to true
           else
               if ADJ-EDIT-AMOUNT not > zeros
                   set REASON-BAD-AMOUNT to true
               end-if
           end-if
       end-if
       if EDIT-PASSED
           perform Check-Adjustment-Reference
       end-if
       if EDIT-PASSED
           perform Check-Operator-Authority
       end-if
       if EDIT-PASSED
           perform Edit-Detail-Fields
       end-if.

       Check-Adjustment-Reference.
       if ADJ-ADD-TYPE not = "K"
           set REASON-NO-REFERENCE to true
       else
           move "N" to ADJ-REASON-SWITCH
           move 1 to ADJ-REASON-IX
           perform until ADJ-REASON-IX > ADJ-REASON-MAX
               or ADJ-REASON-WAS-FOUND
               perform Match-One-Adjustment-Reason
           end-perform
           if not ADJ-REASON-WAS-FOUND
               set REASON-BAD-ADJ-REASON to true
           end-if
       end-if
       if EDIT-PASSED
           if ADJ-RSN-REF-FLAG(ADJ-REASON-IX) = "Y"
               or ADJ-ADD-ORIG-RUN-ID not = spaces
               if ADJ-ADD-ORIG-RUN-ID = spaces
                   or ADJ-ADD-ORIG-SEQ not numeric
                   set REASON-NO-REFERENCE to true
               else
                   if ADJ-ADD-ORIG-SEQ = zeros
                       set REASON-NO-REFERENCE to true
                   end-if
               end-if
           end-if
       end-if.

       Match-One-Adjustment-Reason.
       if ADJ-RSN-CODE(ADJ-REASON-IX) = ADJ-ADD-REASON
           set ADJ-REASON-WAS-FOUND to true
       else
           add 1 to ADJ-REASON-IX
       end-if.

       Check-Operator-Authority.
       move "N" to OPERATOR-FOUND-SWITCH
       move 1 to AUTH-IX
       perform until AUTH-IX > AUTH-ENTRY-COUNT or OPERATOR-WAS-FOUND
           perform Match-One-Operator
       end-perform
       if not OPERATOR-WAS-FOUND
           set REASON-UNKNOWN-OPERATOR to true
       else
           if ADJ-EDIT-AMOUNT > AUTH-LIMIT(AUTH-IX)
               set REASON-OVER-AUTHORITY to true
           end-if
       end-if.

       Match-One-Operator.
       if AUTH-OPERATOR(AUTH-IX) = ADJ-EDIT-OPERATOR
           set OPERATOR-WAS-FOUND to true
       else
           add 1 to AUTH-IX
       end-if.

       Suspend-Adjustment.
       add 1 to ADJ-SUSPENDED-COUNT
       display "ADJUSTMENT SUSPENDED, ACCOUNT " ADJ-EDIT-ACCT
           " OPERATOR " ADJ-EDIT-OPERATOR " REASON " EDIT-REASON
       move ADJ-EDIT-RECORD to ASUSP-ADJUSTMENT
       move ADJ-EDIT-ADDENDUM to ASUSP-ADDENDUM
       move EDIT-REASON to ASUSP-REASON
       move EDIT-SOURCE to ASUSP-SOURCE
       move LEDGER-DATE to ASUSP-DATE
       write ADJ-SUSPENSE-RECORD.

       Write-Clean-Trailer.
       move SRC-CLEAN-COUNT(OUT-SRC-IX) to CLEAN-TRL-COUNT
       move SRC-CLEAN-HASH(OUT-SRC-IX) to CLEAN-TRL-HASH
