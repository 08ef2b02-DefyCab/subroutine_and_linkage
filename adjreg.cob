      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. adjreg.
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
           SELECT AUDIT-FILE ASSIGN TO "AUDITIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

           SELECT ADJ-SUSPENSE-FILE ASSIGN TO "ADJSUSP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ADJ-SUSPENSE-STATUS.

           SELECT AUTHORITY-FILE ASSIGN TO "AUTHLMT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUTHORITY-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CALENDAR-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "ADJRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REGISTER-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWK01".
       DATA DIVISION.
        FILE SECTION.
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

        FD ADJ-SUSPENSE-FILE.
        01 ADJ-SUSPENSE-RECORD.
           05 ASUSP-ADJUSTMENT.
              10 ASUSP-TYPE        PIC X(1).
              10 ASUSP-ACCT        PIC 9(6).
              10 ASUSP-OP-CODE     PIC X(1).
              10 ASUSP-AMOUNT      PIC S9(7)V99.
              10 ASUSP-OPERATOR    PIC X(6).
           05 ASUSP-ADDENDUM.
              10 ASUSP-ADD-TYPE    PIC X(1).
              10 ASUSP-ADD-REASON  PIC X(2).
              10 ASUSP-ORIG-RUN-ID PIC X(10).
              10 ASUSP-ORIG-SEQ    PIC 9(7).
              10 FILLER            PIC X(3).
           05 ASUSP-REASON         PIC X(2).
           05 ASUSP-SOURCE         PIC X(8).
           05 ASUSP-DATE           PIC 9(8).

        FD AUTHORITY-FILE.
        01 AUTHORITY-RECORD.
           05 ALMT-OPERATOR        PIC X(6).
           05 ALMT-LIMIT           PIC 9(7)V99.
           05 ALMT-NAME            PIC X(20).
           05 FILLER               PIC X(5).

        FD CALENDAR-FILE.
        01 CALENDAR-RECORD.
           05 CAL-REC-TYPE         PIC X(1).
           05 CAL-REC-DATE         PIC 9(8).
           05 CAL-DAY-TYPE         PIC X(1).

        FD REGISTER-FILE.
        01 REGISTER-RECORD          PIC X(132).

        SD SORT-WORK.
        01 SORT-RECORD.
           05 SORT-REASON          PIC X(2).
           05 SORT-OPERATOR        PIC X(6).
           05 SORT-ACCT            PIC 9(6).
           05 SORT-SEQ             PIC 9(7).
           05 SORT-ARRIVAL         PIC 9(7).
           05 SORT-KIND            PIC X(1).
           05 SORT-OP-CODE         PIC X(1).
           05 SORT-AMOUNT          PIC S9(7)V99.
           05 SORT-ORIG-RUN-ID     PIC X(10).
           05 SORT-ORIG-SEQ        PIC 9(7).
           05 SORT-SOURCE          PIC X(8).
           05 SORT-EDIT-REASON     PIC X(2).

        WORKING-STORAGE SECTION.
        01 RUN-ID pic x(10) value spaces.
        01 AUDIT-STATUS        PIC XX VALUE "00".
        01 ADJ-SUSPENSE-STATUS PIC XX VALUE "00".
        01 AUTHORITY-STATUS    PIC XX VALUE "00".
        01 CALENDAR-STATUS     PIC XX VALUE "00".
        01 REGISTER-STATUS     PIC XX VALUE "00".
        01 PARM-LEN           PIC S9(4) COMP VALUE ZEROS.
        01 LEDGER-DATE         PIC 9(8) VALUE ZEROS.
        01 ARRIVAL-COUNT       PIC 9(7) VALUE ZEROS.
        01 SELECTED-COUNT      PIC 9(7) VALUE ZEROS.
        01 SUSPENSE-READ-COUNT PIC 9(7) VALUE ZEROS.
        01 DUPLICATE-COUNT     PIC 9(7) VALUE ZEROS.
        01 UNMATCHED-COUNT     PIC 9(7) VALUE ZEROS.
        01 POSTED-COUNT        PIC 9(7) VALUE ZEROS.
        01 REFUSED-COUNT       PIC 9(7) VALUE ZEROS.
        01 HELD-COUNT          PIC 9(7) VALUE ZEROS.
        01 SUSPENDED-COUNT     PIC 9(7) VALUE ZEROS.
        01 LISTED-COUNT        PIC 9(7) VALUE ZEROS.
        01 POSTED-NET          PIC S9(9)V99 VALUE ZEROS.
        01 SIGNED-AMOUNT       PIC S9(9)V99 VALUE ZEROS.
        01 PREV-RUN-ID         PIC X(10) VALUE SPACES.
        01 PREV-ACCT           PIC 9(6) VALUE ZEROS.
        01 PREV-SEQ            PIC 9(7) VALUE ZEROS.
        01 PREV-OP-CODE        PIC X(1) VALUE SPACE.
        01 PREV-AMOUNT         PIC S9(7)V99 VALUE ZEROS.
        01 PREV-STATUS         PIC X(1) VALUE SPACE.
        01 LAST-LISTED-KEY.
           05 LAST-REASON         PIC X(2) VALUE SPACES.
           05 LAST-OPERATOR       PIC X(6) VALUE SPACES.
           05 LAST-ACCT           PIC 9(6) VALUE ZEROS.
           05 LAST-SEQ            PIC 9(7) VALUE ZEROS.
        01 CURRENT-REASON      PIC X(2) VALUE SPACES.
        01 CURRENT-OPERATOR    PIC X(6) VALUE SPACES.
        01 RSN-ITEMS           PIC 9(5) VALUE ZEROS.
        01 RSN-POSTED-NET      PIC S9(9)V99 VALUE ZEROS.
        01 RSN-REFUSED         PIC 9(5) VALUE ZEROS.
        01 RSN-HELD            PIC 9(5) VALUE ZEROS.
        01 RSN-SUSPENDED       PIC 9(5) VALUE ZEROS.
        01 OPR-ITEMS           PIC 9(5) VALUE ZEROS.
        01 OPR-POSTED-NET      PIC S9(9)V99 VALUE ZEROS.
        01 OPR-SUSPENDED       PIC 9(5) VALUE ZEROS.
        01 REASON-VALUES.
           05 FILLER              PIC X(27)
                  VALUE "ECERROR CORRECTION".
           05 FILLER              PIC X(27)
                  VALUE "FRFEE REFUND".
           05 FILLER              PIC X(27)
                  VALUE "ICINTEREST CORRECTION".
           05 FILLER              PIC X(27)
                  VALUE "GWGOODWILL CREDIT".
           05 FILLER              PIC X(27)
                  VALUE "WOBALANCE WRITE-OFF".
        01 REASON-TABLE REDEFINES REASON-VALUES.
           05 REASON-ENTRY OCCURS 5 TIMES.
              10 RSN-CODE         PIC X(2).
              10 RSN-DESCRIPTION  PIC X(25).
        01 REASON-MAX          PIC 9(2) VALUE 5.
        01 REASON-IX           PIC 9(2) VALUE ZEROS.
        01 REASON-FOUND-SWITCH PIC X VALUE "N".
           88 REASON-WAS-FOUND        VALUE "Y".
        01 OPS-ENTRY-COUNT     PIC 9(3) VALUE ZEROS.
        01 OPS-ENTRY-MAX       PIC 9(3) VALUE 200.
        01 OPERATOR-TABLE.
           05 OPS-ENTRY OCCURS 200 TIMES.
              10 OPS-OPERATOR     PIC X(6).
              10 OPS-NAME         PIC X(20).
              10 OPS-LIMIT        PIC 9(7)V99.
              10 OPS-ITEMS        PIC 9(5).
              10 OPS-POSTED-NET   PIC S9(9)V99.
              10 OPS-SUSPENDED    PIC 9(5).
        01 OPS-IX              PIC 9(3) VALUE ZEROS.
        01 OPS-FOUND-SWITCH    PIC X VALUE "N".
           88 OPERATOR-WAS-FOUND      VALUE "Y".
        01 EOF-SWITCH          PIC X VALUE "N".
           88 END-OF-AUDIT-FILE       VALUE "Y".
        01 SUSP-EOF-SWITCH     PIC X VALUE "N".
           88 END-OF-SUSPENSE-FILE    VALUE "Y".
        01 AUTH-EOF-SWITCH     PIC X VALUE "N".
           88 END-OF-AUTHORITY-FILE   VALUE "Y".
        01 SORT-EOF-SWITCH     PIC X VALUE "N".
           88 END-OF-SORT-FILE        VALUE "Y".
        01 CAL-EOF-SWITCH      PIC X VALUE "N".
           88 END-OF-CALENDAR-FILE    VALUE "Y".
        01 LEDGER-DATE-SWITCH  PIC X VALUE "N".
           88 LEDGER-DATE-FOUND       VALUE "Y".
        01 REASON-OPEN-SWITCH  PIC X VALUE "N".
           88 REASON-IN-PROGRESS      VALUE "Y".
        01 OPERATOR-OPEN-SWITCH PIC X VALUE "N".
           88 OPERATOR-IN-PROGRESS    VALUE "Y".
        01 RUN-DATE.
           05 RUN-YYYY        PIC 9(4).
           05 RUN-MM          PIC 9(2).
           05 RUN-DD          PIC 9(2).

        01 ADJ-HDR-LINE-1.
           05 FILLER             PIC X(50)
                  VALUE "MANUAL ADJUSTMENTS REGISTER".
           05 FILLER             PIC X(8) VALUE "RUN-ID: ".
           05 ADJ-HDR-RUN-ID     PIC X(10).
           05 FILLER             PIC X(64) VALUE SPACES.
        01 ADJ-HDR-LINE-2.
           05 FILLER             PIC X(6) VALUE "DATE: ".
           05 ADJ-HDR-DATE       PIC X(10) VALUE SPACES.
           05 FILLER             PIC X(15) VALUE "  LEDGER DATE: ".
           05 ADJ-HDR-LEDGER     PIC 9(8).
           05 FILLER             PIC X(93) VALUE SPACES.
        01 ADJ-COLUMN-LINE.
           05 FILLER             PIC X(36)
                  VALUE "    OPER.   ACCT    OP      AMOUNT  ".
           05 FILLER             PIC X(36)
                  VALUE "STATUS        SEQ  ORIGINAL RUN/SEQ ".
           05 FILLER             PIC X(24)
                  VALUE "   SOURCE  EDIT".
           05 FILLER             PIC X(36) VALUE SPACES.
        01 ADJ-REASON-LINE.
           05 FILLER             PIC X(8) VALUE "REASON: ".
           05 ADJ-RSN-CODE       PIC X(2).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 ADJ-RSN-DESC       PIC X(25).
           05 FILLER             PIC X(95) VALUE SPACES.
        01 ADJ-DETAIL-LINE.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 ADJ-DTL-OPERATOR   PIC X(6).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 ADJ-DTL-ACCT       PIC 9(6).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 ADJ-DTL-OP         PIC X(1).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 ADJ-DTL-AMOUNT     PIC ZZZ,ZZ9.99-.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 ADJ-DTL-STATUS     PIC X(9).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 ADJ-DTL-SEQ        PIC 9(7).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 ADJ-DTL-ORIG-RUN-ID PIC X(10).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 ADJ-DTL-ORIG-SEQ   PIC 9(7).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 ADJ-DTL-SOURCE     PIC X(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 ADJ-DTL-EDIT-REASON PIC X(2).
           05 FILLER             PIC X(46) VALUE SPACES.
        01 ADJ-OPERATOR-LINE.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 FILLER             PIC X(13) VALUE "OPERATOR TOT ".
           05 ADJ-OPT-OPERATOR   PIC X(6).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 ADJ-OPT-NAME       PIC X(20).
           05 FILLER             PIC X(7) VALUE " ITEMS ".
           05 ADJ-OPT-ITEMS      PIC ZZ,ZZ9.
           05 FILLER             PIC X(12) VALUE " NET POSTED ".
           05 ADJ-OPT-POSTED     PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(11) VALUE " SUSPENDED ".
           05 ADJ-OPT-SUSPENDED  PIC ZZ,ZZ9.
           05 FILLER             PIC X(7) VALUE " LIMIT ".
           05 ADJ-OPT-LIMIT      PIC Z,ZZZ,ZZ9.99.
           05 FILLER             PIC X(12) VALUE SPACES.
        01 ADJ-REASON-TOTAL-LINE.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(13) VALUE "REASON TOTAL ".
           05 ADJ-RST-CODE       PIC X(2).
           05 FILLER             PIC X(7) VALUE " ITEMS ".
           05 ADJ-RST-ITEMS      PIC ZZ,ZZ9.
           05 FILLER             PIC X(12) VALUE " NET POSTED ".
           05 ADJ-RST-POSTED     PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(9) VALUE " REFUSED ".
           05 ADJ-RST-REFUSED    PIC ZZ,ZZ9.
           05 FILLER             PIC X(6) VALUE " HELD ".
           05 ADJ-RST-HELD       PIC ZZ,ZZ9.
           05 FILLER             PIC X(11) VALUE " SUSPENDED ".
           05 ADJ-RST-SUSPENDED  PIC ZZ,ZZ9.
           05 FILLER             PIC X(31) VALUE SPACES.
        01 ADJ-SUMMARY-HDR-LINE.
           05 FILLER             PIC X(40)
                  VALUE "ADJUSTMENTS BY OPERATOR".
           05 FILLER             PIC X(92) VALUE SPACES.
        01 ADJ-SUMMARY-LINE.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 ADJ-SUM-OPERATOR   PIC X(6).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 ADJ-SUM-NAME       PIC X(20).
           05 FILLER             PIC X(7) VALUE " ITEMS ".
           05 ADJ-SUM-ITEMS      PIC ZZ,ZZ9.
           05 FILLER             PIC X(12) VALUE " NET POSTED ".
           05 ADJ-SUM-POSTED     PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(11) VALUE " SUSPENDED ".
           05 ADJ-SUM-SUSPENDED  PIC ZZ,ZZ9.
           05 FILLER             PIC X(7) VALUE " LIMIT ".
           05 ADJ-SUM-LIMIT      PIC Z,ZZZ,ZZ9.99.
           05 FILLER             PIC X(25) VALUE SPACES.
        01 ADJ-TOTAL-LINE.
           05 ADJ-TOT-LABEL      PIC X(25).
           05 ADJ-TOT-COUNT      PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(98) VALUE SPACES.
        01 ADJ-AMOUNT-LINE.
           05 ADJ-AMT-LABEL      PIC X(25).
           05 ADJ-AMT-VALUE      PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(92) VALUE SPACES.
        01 ADJ-EMPTY-LINE.
           05 FILLER             PIC X(40)
                  VALUE "NO MANUAL ADJUSTMENTS FOR THIS RUN".
           05 FILLER             PIC X(92) VALUE SPACES.

        LINKAGE SECTION.
        01 LS-PARM-AREA.
           05 LS-PARM-LEN        PIC S9(4) COMP.
           05 LS-PARM-DATA       PIC X(40).
       PROCEDURE DIVISION USING LS-PARM-AREA.
       Register-Mainline.
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
               display "NO RUN-ID SUPPLIED, NOTHING TO REGISTER"
               move 16 to RETURN-CODE
               stop run
           end-if
           perform Read-Ledger-Date
           perform Load-Operator-Table
           open output REGISTER-FILE
           if REGISTER-STATUS not = "00"
               display "UNABLE TO OPEN REGISTER-FILE, STATUS "
                   REGISTER-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if
           perform Write-Register-Headers
           sort SORT-WORK
               on ascending key SORT-REASON
               on ascending key SORT-OPERATOR
               on ascending key SORT-ACCT
               on ascending key SORT-SEQ
               on descending key SORT-ARRIVAL
               input procedure is Select-Adjustments
               output procedure is List-Adjustments
           perform Write-Operator-Summary
           perform Write-Register-Totals
           display "ADJUSTMENTS POSTED:     " POSTED-COUNT
           display "ADJUSTMENTS REFUSED:    " REFUSED-COUNT
           display "ADJUSTMENTS HELD:       " HELD-COUNT
           display "ADJUSTMENTS SUSPENDED:  " SUSPENDED-COUNT
           display "RESTART DUPLICATES:     " DUPLICATE-COUNT
           if REFUSED-COUNT > 0 or HELD-COUNT > 0
               or SUSPENDED-COUNT > 0
               display "ADJUSTMENTS NOT POSTED, REVIEW THE REGISTER"
               if RETURN-CODE < 4
                   move 4 to RETURN-CODE
               end-if
           end-if
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

       Load-Operator-Table.
       open input AUTHORITY-FILE
       if AUTHORITY-STATUS = "35"
           display "NO AUTHORITY-LIMIT TABLE, OPERATOR NAMES NOT SHOWN"
       else
           if AUTHORITY-STATUS not = "00"
               display "UNABLE TO OPEN AUTHORITY-FILE, STATUS "
                   AUTHORITY-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if
           perform until END-OF-AUTHORITY-FILE
               perform Load-One-Operator
           end-perform
           close AUTHORITY-FILE
       end-if.

       Load-One-Operator.
       read AUTHORITY-FILE
           at end
               set END-OF-AUTHORITY-FILE to true
           not at end
               if ALMT-OPERATOR not = spaces
                   and ALMT-OPERATOR(1:1) not = "*"
                   and OPS-ENTRY-COUNT < OPS-ENTRY-MAX
                   add 1 to OPS-ENTRY-COUNT
                   move OPS-ENTRY-COUNT to OPS-IX
                   move ALMT-OPERATOR to OPS-OPERATOR(OPS-IX)
                   move ALMT-NAME to OPS-NAME(OPS-IX)
                   if ALMT-LIMIT numeric
                       move ALMT-LIMIT to OPS-LIMIT(OPS-IX)
                   else
                       move zeros to OPS-LIMIT(OPS-IX)
                   end-if
                   move zeros to OPS-ITEMS(OPS-IX)
                   move zeros to OPS-POSTED-NET(OPS-IX)
                   move zeros to OPS-SUSPENDED(OPS-IX)
               end-if
       end-read.

       Select-Adjustments.
       open input AUDIT-FILE
       if AUDIT-STATUS not = "00"
           display "UNABLE TO OPEN AUDIT-FILE, STATUS " AUDIT-STATUS
           move 16 to RETURN-CODE
           stop run
       end-if
       perform until END-OF-AUDIT-FILE
           perform Release-One-Audit
       end-perform
       close AUDIT-FILE
       open input ADJ-SUSPENSE-FILE
       if ADJ-SUSPENSE-STATUS not = "00"
           display "UNABLE TO OPEN ADJ-SUSPENSE-FILE, STATUS "
               ADJ-SUSPENSE-STATUS
           move 16 to RETURN-CODE
           stop run
       end-if
       perform until END-OF-SUSPENSE-FILE
           perform Release-One-Suspended
       end-perform
       close ADJ-SUSPENSE-FILE.

       Release-One-Audit.
       read AUDIT-FILE
           at end
               set END-OF-AUDIT-FILE to true
           not at end
               add 1 to ARRIVAL-COUNT
               if AUD-RUN-ID = RUN-ID and AUD-STATUS = "J"
                   perform Release-Posted-Adjustment
               end-if
               move AUD-RUN-ID to PREV-RUN-ID
               move AUD-STATUS to PREV-STATUS
               if AUD-STATUS not = "J"
                   move AUD-ACCT-NUMBER to PREV-ACCT
                   move AUD-SEQ to PREV-SEQ
                   move AUD-OP-CODE to PREV-OP-CODE
                   move AUD-LNUM2 to PREV-AMOUNT
               end-if
       end-read.

       Release-Posted-Adjustment.
       if PREV-RUN-ID = RUN-ID
           and PREV-ACCT = AUD-ADJ-ACCT
           and PREV-SEQ = AUD-ADJ-SEQ
           and (PREV-STATUS = "0" or PREV-STATUS = "R"
               or PREV-STATUS = "H")
           add 1 to SELECTED-COUNT
           move AUD-ADJ-REASON to SORT-REASON
           move AUD-ADJ-OPERATOR to SORT-OPERATOR
           move AUD-ADJ-ACCT to SORT-ACCT
           move AUD-ADJ-SEQ to SORT-SEQ
           move ARRIVAL-COUNT to SORT-ARRIVAL
           move PREV-STATUS to SORT-KIND
           move PREV-OP-CODE to SORT-OP-CODE
           move PREV-AMOUNT to SORT-AMOUNT
           move AUD-ADJ-ORIG-RUN-ID to SORT-ORIG-RUN-ID
           move AUD-ADJ-ORIG-SEQ to SORT-ORIG-SEQ
           move AUD-ADJ-SOURCE to SORT-SOURCE
           move spaces to SORT-EDIT-REASON
           release SORT-RECORD
       else
           add 1 to UNMATCHED-COUNT
           display "ADJUSTMENT AUDIT RECORD WITHOUT POSTING, ACCOUNT "
               AUD-ADJ-ACCT " SEQ " AUD-ADJ-SEQ
           if RETURN-CODE < 4
               move 4 to RETURN-CODE
           end-if
       end-if.

       Release-One-Suspended.
       read ADJ-SUSPENSE-FILE
           at end
               set END-OF-SUSPENSE-FILE to true
           not at end
               add 1 to ARRIVAL-COUNT
               add 1 to SUSPENSE-READ-COUNT
               move ASUSP-ADD-REASON to SORT-REASON
               move ASUSP-OPERATOR to SORT-OPERATOR
               if ASUSP-ACCT numeric
                   move ASUSP-ACCT to SORT-ACCT
               else
                   move zeros to SORT-ACCT
               end-if
               move zeros to SORT-SEQ
               move ARRIVAL-COUNT to SORT-ARRIVAL
               move "S" to SORT-KIND
               move ASUSP-OP-CODE to SORT-OP-CODE
               if ASUSP-AMOUNT numeric
                   move ASUSP-AMOUNT to SORT-AMOUNT
               else
                   move zeros to SORT-AMOUNT
               end-if
               move ASUSP-ORIG-RUN-ID to SORT-ORIG-RUN-ID
               if ASUSP-ORIG-SEQ numeric
                   move ASUSP-ORIG-SEQ to SORT-ORIG-SEQ
               else
                   move zeros to SORT-ORIG-SEQ
               end-if
               move ASUSP-SOURCE to SORT-SOURCE
               move ASUSP-REASON to SORT-EDIT-REASON
               release SORT-RECORD
       end-read.

       List-Adjustments.
       perform until END-OF-SORT-FILE
           perform Return-One-Adjustment
       end-perform
       if REASON-IN-PROGRESS
           perform Finish-Operator
           perform Finish-Reason
       end-if.

       Return-One-Adjustment.
       return SORT-WORK
           at end
               set END-OF-SORT-FILE to true
           not at end
               if SORT-KIND not = "S"
                   and SORT-REASON = LAST-REASON
                   and SORT-OPERATOR = LAST-OPERATOR
                   and SORT-ACCT = LAST-ACCT
                   and SORT-SEQ = LAST-SEQ
                   add 1 to DUPLICATE-COUNT
               else
                   perform List-One-Adjustment
               end-if
       end-return.

       List-One-Adjustment.
       if REASON-IN-PROGRESS and SORT-REASON not = CURRENT-REASON
           perform Finish-Operator
           perform Finish-Reason
       end-if
       if OPERATOR-IN-PROGRESS and SORT-OPERATOR not = CURRENT-OPERATOR
           perform Finish-Operator
       end-if
       if not REASON-IN-PROGRESS
           perform Start-Reason
       end-if
       if not OPERATOR-IN-PROGRESS
           perform Start-Operator
       end-if
       if SORT-KIND not = "S"
           move SORT-REASON to LAST-REASON
           move SORT-OPERATOR to LAST-OPERATOR
           move SORT-ACCT to LAST-ACCT
           move SORT-SEQ to LAST-SEQ
       end-if
       perform Count-One-Adjustment
       perform Write-Detail-Line.

       Start-Reason.
       move SORT-REASON to CURRENT-REASON
       move zeros to RSN-ITEMS
       move zeros to RSN-POSTED-NET
       move zeros to RSN-REFUSED
       move zeros to RSN-HELD
       move zeros to RSN-SUSPENDED
       move "N" to REASON-FOUND-SWITCH
       move 1 to REASON-IX
       perform until REASON-IX > REASON-MAX or REASON-WAS-FOUND
           perform Match-One-Reason
       end-perform
       move CURRENT-REASON to ADJ-RSN-CODE
       if REASON-WAS-FOUND
           move RSN-DESCRIPTION(REASON-IX) to ADJ-RSN-DESC
       else
           move "UNKNOWN REASON CODE" to ADJ-RSN-DESC
       end-if
       move ADJ-REASON-LINE to REGISTER-RECORD
       write REGISTER-RECORD
       move "Y" to REASON-OPEN-SWITCH.

       Match-One-Reason.
       if RSN-CODE(REASON-IX) = CURRENT-REASON
           set REASON-WAS-FOUND to true
       else
           add 1 to REASON-IX
       end-if.

       Start-Operator.
       move SORT-OPERATOR to CURRENT-OPERATOR
       move zeros to OPR-ITEMS
       move zeros to OPR-POSTED-NET
       move zeros to OPR-SUSPENDED
       perform Find-Operator-Entry
       move "Y" to OPERATOR-OPEN-SWITCH.

       Find-Operator-Entry.
       move "N" to OPS-FOUND-SWITCH
       move 1 to OPS-IX
       perform until OPS-IX > OPS-ENTRY-COUNT or OPERATOR-WAS-FOUND
           perform Match-One-Operator
       end-perform
       if not OPERATOR-WAS-FOUND
           if OPS-ENTRY-COUNT < OPS-ENTRY-MAX
               add 1 to OPS-ENTRY-COUNT
               move OPS-ENTRY-COUNT to OPS-IX
               move CURRENT-OPERATOR to OPS-OPERATOR(OPS-IX)
               move "NOT ON AUTHORITY TABLE" to OPS-NAME(OPS-IX)
               move zeros to OPS-LIMIT(OPS-IX)
               move zeros to OPS-ITEMS(OPS-IX)
               move zeros to OPS-POSTED-NET(OPS-IX)
               move zeros to OPS-SUSPENDED(OPS-IX)
               set OPERATOR-WAS-FOUND to true
           else
               display "MORE THAN " OPS-ENTRY-MAX
                   " OPERATORS, OPERATOR " CURRENT-OPERATOR
                   " LEFT OUT OF OPERATOR SUMMARY"
               if RETURN-CODE < 4
                   move 4 to RETURN-CODE
               end-if
           end-if
       end-if.

       Match-One-Operator.
       if OPS-OPERATOR(OPS-IX) = CURRENT-OPERATOR
           set OPERATOR-WAS-FOUND to true
       else
           add 1 to OPS-IX
       end-if.

       Count-One-Adjustment.
       add 1 to LISTED-COUNT
       add 1 to RSN-ITEMS
       add 1 to OPR-ITEMS
       if SORT-OP-CODE = "S"
           compute SIGNED-AMOUNT = zeros - SORT-AMOUNT
       else
           move SORT-AMOUNT to SIGNED-AMOUNT
       end-if
       evaluate SORT-KIND
           when "0"
               add 1 to POSTED-COUNT
               add SIGNED-AMOUNT to POSTED-NET
               add SIGNED-AMOUNT to RSN-POSTED-NET
               add SIGNED-AMOUNT to OPR-POSTED-NET
           when "R"
               add 1 to REFUSED-COUNT
               add 1 to RSN-REFUSED
           when "H"
               add 1 to HELD-COUNT
               add 1 to RSN-HELD
           when "S"
               add 1 to SUSPENDED-COUNT
               add 1 to RSN-SUSPENDED
               add 1 to OPR-SUSPENDED
       end-evaluate
       if OPERATOR-WAS-FOUND
           add 1 to OPS-ITEMS(OPS-IX)
           if SORT-KIND = "0"
               add SIGNED-AMOUNT to OPS-POSTED-NET(OPS-IX)
           end-if
           if SORT-KIND = "S"
               add 1 to OPS-SUSPENDED(OPS-IX)
           end-if
       end-if.

       Write-Detail-Line.
       move SORT-OPERATOR to ADJ-DTL-OPERATOR
       move SORT-ACCT to ADJ-DTL-ACCT
       move SORT-OP-CODE to ADJ-DTL-OP
       move SORT-AMOUNT to ADJ-DTL-AMOUNT
       evaluate SORT-KIND
           when "0"
               move "POSTED" to ADJ-DTL-STATUS
           when "R"
               move "REFUSED" to ADJ-DTL-STATUS
           when "H"
               move "HELD" to ADJ-DTL-STATUS
           when other
               move "SUSPENDED" to ADJ-DTL-STATUS
       end-evaluate
       move SORT-SEQ to ADJ-DTL-SEQ
       move SORT-ORIG-RUN-ID to ADJ-DTL-ORIG-RUN-ID
       move SORT-ORIG-SEQ to ADJ-DTL-ORIG-SEQ
       move SORT-SOURCE to ADJ-DTL-SOURCE
       move SORT-EDIT-REASON to ADJ-DTL-EDIT-REASON
       move ADJ-DETAIL-LINE to REGISTER-RECORD
       write REGISTER-RECORD.

       Finish-Operator.
       move CURRENT-OPERATOR to ADJ-OPT-OPERATOR
       if OPERATOR-WAS-FOUND
           move OPS-NAME(OPS-IX) to ADJ-OPT-NAME
           move OPS-LIMIT(OPS-IX) to ADJ-OPT-LIMIT
       else
           move spaces to ADJ-OPT-NAME
           move zeros to ADJ-OPT-LIMIT
       end-if
       move OPR-ITEMS to ADJ-OPT-ITEMS
       move OPR-POSTED-NET to ADJ-OPT-POSTED
       move OPR-SUSPENDED to ADJ-OPT-SUSPENDED
       move ADJ-OPERATOR-LINE to REGISTER-RECORD
       write REGISTER-RECORD
       move "N" to OPERATOR-OPEN-SWITCH.

       Finish-Reason.
       move CURRENT-REASON to ADJ-RST-CODE
       move RSN-ITEMS to ADJ-RST-ITEMS
       move RSN-POSTED-NET to ADJ-RST-POSTED
       move RSN-REFUSED to ADJ-RST-REFUSED
       move RSN-HELD to ADJ-RST-HELD
       move RSN-SUSPENDED to ADJ-RST-SUSPENDED
       move ADJ-REASON-TOTAL-LINE to REGISTER-RECORD
       write REGISTER-RECORD
       move spaces to REGISTER-RECORD
       write REGISTER-RECORD
       move "N" to REASON-OPEN-SWITCH.

       Write-Register-Headers.
       string RUN-YYYY delimited by size
           "-" delimited by size
           RUN-MM delimited by size
           "-" delimited by size
           RUN-DD delimited by size
           into ADJ-HDR-DATE
       move RUN-ID to ADJ-HDR-RUN-ID
       move LEDGER-DATE to ADJ-HDR-LEDGER
       move ADJ-HDR-LINE-1 to REGISTER-RECORD
       write REGISTER-RECORD
       move ADJ-HDR-LINE-2 to REGISTER-RECORD
       write REGISTER-RECORD
       move spaces to REGISTER-RECORD
       write REGISTER-RECORD
       move ADJ-COLUMN-LINE to REGISTER-RECORD
       write REGISTER-RECORD
       move spaces to REGISTER-RECORD
       write REGISTER-RECORD.

       Write-Operator-Summary.
       if LISTED-COUNT > 0
           move ADJ-SUMMARY-HDR-LINE to REGISTER-RECORD
           write REGISTER-RECORD
           move 1 to OPS-IX
           perform until OPS-IX > OPS-ENTRY-COUNT
               perform Write-One-Operator-Summary
               add 1 to OPS-IX
           end-perform
           move spaces to REGISTER-RECORD
           write REGISTER-RECORD
       end-if.

       Write-One-Operator-Summary.
       if OPS-ITEMS(OPS-IX) > 0
           move OPS-OPERATOR(OPS-IX) to ADJ-SUM-OPERATOR
           move OPS-NAME(OPS-IX) to ADJ-SUM-NAME
           move OPS-ITEMS(OPS-IX) to ADJ-SUM-ITEMS
           move OPS-POSTED-NET(OPS-IX) to ADJ-SUM-POSTED
           move OPS-SUSPENDED(OPS-IX) to ADJ-SUM-SUSPENDED
           move OPS-LIMIT(OPS-IX) to ADJ-SUM-LIMIT
           move ADJ-SUMMARY-LINE to REGISTER-RECORD
           write REGISTER-RECORD
       end-if.

       Write-Register-Totals.
       if LISTED-COUNT = zeros
           move ADJ-EMPTY-LINE to REGISTER-RECORD
           write REGISTER-RECORD
           move spaces to REGISTER-RECORD
           write REGISTER-RECORD
       end-if
       move "ADJUSTMENTS POSTED:" to ADJ-TOT-LABEL
       move POSTED-COUNT to ADJ-TOT-COUNT
       move ADJ-TOTAL-LINE to REGISTER-RECORD
       write REGISTER-RECORD
       move "ADJUSTMENTS REFUSED:" to ADJ-TOT-LABEL
       move REFUSED-COUNT to ADJ-TOT-COUNT
       move ADJ-TOTAL-LINE to REGISTER-RECORD
       write REGISTER-RECORD
       move "ADJUSTMENTS HELD:" to ADJ-TOT-LABEL
       move HELD-COUNT to ADJ-TOT-COUNT
       move ADJ-TOTAL-LINE to REGISTER-RECORD
       write REGISTER-RECORD
       move "ADJUSTMENTS SUSPENDED:" to ADJ-TOT-LABEL
       move SUSPENDED-COUNT to ADJ-TOT-COUNT
       move ADJ-TOTAL-LINE to REGISTER-RECORD
       write REGISTER-RECORD
       move "NET POSTED AMOUNT:" to ADJ-AMT-LABEL
       move POSTED-NET to ADJ-AMT-VALUE
       move ADJ-AMOUNT-LINE to REGISTER-RECORD
       write REGISTER-RECORD.
