      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. stordgen.
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

           SELECT ORDER-MASTER ASSIGN TO "STORDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SO-KEY
               FILE STATUS IS ORDER-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CALENDAR-STATUS.

           SELECT FEED-FILE ASSIGN TO "SOFEED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FEED-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "SOEXRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EXCEPTION-STATUS.
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

        FD ORDER-MASTER.
        01 ORDER-RECORD.
           05 SO-KEY.
              10 SO-FROM-ACCT      PIC 9(6).
              10 SO-ORDER-SEQ      PIC 9(3).
           05 SO-TO-ACCT           PIC 9(6).
           05 SO-AMOUNT            PIC S9(7)V99.
           05 SO-FREQUENCY         PIC X(1).
           05 SO-START-DATE        PIC 9(8).
           05 SO-END-DATE          PIC 9(8).
           05 SO-NEXT-DUE          PIC 9(8).
           05 SO-LAST-PAID         PIC 9(8).
           05 SO-STATUS            PIC X(1).
           05 SO-REFERENCE         PIC X(20).
           05 SO-GEN-DATE          PIC 9(8).
           05 SO-PREV-DUE          PIC 9(8).
           05 SO-PREV-STATUS       PIC X(1).
           05 SO-PREV-PAID         PIC 9(8).

        FD CALENDAR-FILE.
        01 CALENDAR-RECORD.
           05 CAL-REC-TYPE         PIC X(1).
           05 CAL-REC-DATE         PIC 9(8).
           05 CAL-DAY-TYPE         PIC X(1).

        FD FEED-FILE.
        01 FEED-RECORD              PIC X(23).

        FD EXCEPTION-FILE.
        01 EXCEPTION-RECORD         PIC X(132).

        WORKING-STORAGE SECTION.
        01 ACCOUNT-STATUS      PIC XX VALUE "00".
        01 ORDER-STATUS        PIC XX VALUE "00".
        01 CALENDAR-STATUS     PIC XX VALUE "00".
        01 FEED-STATUS         PIC XX VALUE "00".
        01 EXCEPTION-STATUS    PIC XX VALUE "00".
        01 ORDER-SOURCE        PIC X(8) VALUE "STANDORD".
        01 LEDGER-DATE         PIC 9(8) VALUE ZEROS.
        01 DUE-DATE            PIC 9(8) VALUE ZEROS.
        01 DAY-NUMBER          PIC S9(9) VALUE ZEROS.
        01 ROLL-DATE.
           05 ROLL-YYYY        PIC 9(4).
           05 ROLL-MM          PIC 9(2).
           05 ROLL-DD          PIC 9(2).
        01 ROLL-DATE-NUM REDEFINES ROLL-DATE PIC 9(8).
        01 ANCHOR-DATE.
           05 ANCHOR-YYYY      PIC 9(4).
           05 ANCHOR-MM        PIC 9(2).
           05 ANCHOR-DD        PIC 9(2).
        01 ANCHOR-DATE-NUM REDEFINES ANCHOR-DATE PIC 9(8).
        01 MONTHS-TO-ADD       PIC 9(2) VALUE ZEROS.
        01 MONTH-DAYS-VALUES   PIC X(24)
               VALUE "312831303130313130313031".
        01 MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           05 MONTH-DAYS       PIC 9(2) OCCURS 12 TIMES.
        01 LAST-DAY-OF-MONTH   PIC 9(2) VALUE ZEROS.
        01 ORDER-COUNT         PIC 9(7) VALUE ZEROS.
        01 GENERATED-COUNT     PIC 9(7) VALUE ZEROS.
        01 EXCEPTION-COUNT     PIC 9(7) VALUE ZEROS.
        01 ENDED-COUNT         PIC 9(7) VALUE ZEROS.
        01 REBUILT-COUNT       PIC 9(7) VALUE ZEROS.
        01 FEED-HASH-TOTAL     PIC S9(11)V99 VALUE ZEROS.
        01 EXCEPTION-REASON    PIC X(25) VALUE SPACES.
        01 CHECK-ACCT          PIC 9(6) VALUE ZEROS.
        01 EOF-SWITCH          PIC X VALUE "N".
           88 END-OF-ORDER-FILE       VALUE "Y".
        01 CAL-EOF-SWITCH      PIC X VALUE "N".
           88 END-OF-CALENDAR-FILE    VALUE "Y".
        01 LEDGER-DATE-SWITCH  PIC X VALUE "N".
           88 LEDGER-DATE-FOUND       VALUE "Y".
        01 DUE-DATE-SWITCH     PIC X VALUE "N".
           88 DUE-DATE-FOUND          VALUE "Y".
        01 ORDER-DUE-SWITCH    PIC X VALUE "N".
           88 ORDER-IS-DUE            VALUE "Y".
        01 ORDER-CHANGED-SWITCH PIC X VALUE "N".
           88 ORDER-WAS-CHANGED       VALUE "Y".
        01 MASTER-FOUND-SWITCH PIC X VALUE "Y".
           88 MASTER-WAS-FOUND        VALUE "Y".
           88 MASTER-NOT-FOUND        VALUE "N".
        01 DAY-ENTRY-COUNT    PIC 9(4) VALUE ZEROS.
        01 DAY-ENTRY-MAX      PIC 9(4) VALUE 1000.
        01 DAY-TABLE.
           05 DAY-ENTRY OCCURS 1000 TIMES.
              10 DAY-DATE         PIC 9(8).
              10 DAY-TYPE-CODE    PIC X(1).
        01 DAY-IX             PIC 9(4) VALUE ZEROS.
        01 RUN-DATE.
           05 RUN-YYYY        PIC 9(4).
           05 RUN-MM          PIC 9(2).
           05 RUN-DD          PIC 9(2).

        01 FEED-HEADER-RECORD.
           05 FEED-HDR-TYPE        PIC X(1) VALUE "H".
           05 FEED-HDR-DATE        PIC 9(8) VALUE ZEROS.
           05 FEED-HDR-SOURCE      PIC X(8) VALUE SPACES.
           05 FILLER               PIC X(6) VALUE SPACES.
        01 FEED-DETAIL-RECORD.
           05 FEED-REC-TYPE        PIC X(1) VALUE "D".
           05 FEED-ACCT-NUMBER     PIC 9(6) VALUE ZEROS.
           05 FEED-OP-CODE         PIC X(1) VALUE "S".
           05 FEED-AMOUNT          PIC S9(7)V99 VALUE ZEROS.
           05 FILLER               PIC X(6) VALUE SPACES.
        01 FEED-XFER-RECORD.
           05 FEED-XFR-TYPE        PIC X(1) VALUE "X".
           05 FEED-XFR-FROM-ACCT   PIC 9(6) VALUE ZEROS.
           05 FEED-XFR-TO-ACCT     PIC 9(6) VALUE ZEROS.
           05 FEED-XFR-AMOUNT      PIC S9(7)V99 VALUE ZEROS.
           05 FILLER               PIC X(1) VALUE SPACES.
        01 FEED-TRAILER-RECORD.
           05 FEED-TRL-TYPE        PIC X(1) VALUE "T".
           05 FEED-TRL-COUNT       PIC 9(7) VALUE ZEROS.
           05 FEED-TRL-HASH        PIC S9(11)V99 VALUE ZEROS.
           05 FILLER               PIC X(2) VALUE SPACES.

        01 EXC-HDR-LINE-1.
           05 FILLER             PIC X(40)
                  VALUE "STANDING ORDER EXCEPTION REPORT".
           05 FILLER             PIC X(92) VALUE SPACES.
        01 EXC-HDR-LINE-2.
           05 FILLER             PIC X(6) VALUE "DATE: ".
           05 EXC-HDR-DATE       PIC X(10) VALUE SPACES.
           05 FILLER             PIC X(16) VALUE " BUSINESS DATE: ".
           05 EXC-HDR-LEDGER     PIC 9(8).
           05 FILLER             PIC X(92) VALUE SPACES.
        01 EXC-HDR-LINE-3.
           05 FILLER             PIC X(11) VALUE "FROM   SEQ ".
           05 FILLER             PIC X(8) VALUE "TO      ".
           05 FILLER             PIC X(17) VALUE "          AMOUNT ".
           05 FILLER             PIC X(5) VALUE "FREQ ".
           05 FILLER             PIC X(10) VALUE "DUE       ".
           05 FILLER             PIC X(21) VALUE "REFERENCE            ".
           05 FILLER             PIC X(25) VALUE "EXCEPTION".
           05 FILLER             PIC X(35) VALUE SPACES.
        01 EXC-DETAIL-LINE.
           05 EXC-DTL-FROM       PIC 9(6).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 EXC-DTL-SEQ        PIC 9(3).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 EXC-DTL-TO         PIC 9(6).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 EXC-DTL-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 EXC-DTL-FREQ       PIC X(1).
           05 FILLER             PIC X(4) VALUE SPACES.
           05 EXC-DTL-DUE        PIC 9(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 EXC-DTL-REFERENCE  PIC X(20).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 EXC-DTL-REASON     PIC X(25).
           05 FILLER             PIC X(35) VALUE SPACES.
        01 EXC-TOTAL-LINE-1.
           05 FILLER             PIC X(25) VALUE "ORDERS ON FILE:      ".
           05 EXC-TOT-ORDERS     PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(98) VALUE SPACES.
        01 EXC-TOTAL-LINE-2.
           05 FILLER             PIC X(25) VALUE "PAYMENTS GENERATED:  ".
           05 EXC-TOT-GENERATED  PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 EXC-TOT-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(78) VALUE SPACES.
        01 EXC-TOTAL-LINE-3.
           05 FILLER             PIC X(25) VALUE "EXCEPTIONS REPORTED: ".
           05 EXC-TOT-EXCEPTIONS PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(98) VALUE SPACES.
        01 EXC-TOTAL-LINE-4.
           05 FILLER             PIC X(25) VALUE "ORDERS ENDED:        ".
           05 EXC-TOT-ENDED      PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(98) VALUE SPACES.
       PROCEDURE DIVISION.
       Order-Mainline.
           accept RUN-DATE from DATE YYYYMMDD
           perform Load-Calendar
           open input ACCOUNT-MASTER
           if ACCOUNT-STATUS not = "00"
               display "UNABLE TO OPEN ACCOUNT-MASTER, STATUS " ACCOUNT-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if
           open i-o ORDER-MASTER
           if ORDER-STATUS = "35"
               open output ORDER-MASTER
               close ORDER-MASTER
               open i-o ORDER-MASTER
           end-if
           if ORDER-STATUS not = "00"
               display "UNABLE TO OPEN ORDER-MASTER, STATUS " ORDER-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if
           open output FEED-FILE
           if FEED-STATUS not = "00"
               display "UNABLE TO OPEN FEED-FILE, STATUS " FEED-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if
           open output EXCEPTION-FILE
           if EXCEPTION-STATUS not = "00"
               display "UNABLE TO OPEN EXCEPTION-FILE, STATUS "
                   EXCEPTION-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if
           perform Write-Exception-Headers
           move LEDGER-DATE to FEED-HDR-DATE
           move ORDER-SOURCE to FEED-HDR-SOURCE
           move FEED-HEADER-RECORD to FEED-RECORD
           write FEED-RECORD
           perform until END-OF-ORDER-FILE
               perform Process-One-Order
           end-perform
           move GENERATED-COUNT to FEED-TRL-COUNT
           move FEED-HASH-TOTAL to FEED-TRL-HASH
           move FEED-TRAILER-RECORD to FEED-RECORD
           write FEED-RECORD
           perform Write-Exception-Totals
           display "STANDING ORDERS READ:     " ORDER-COUNT
           display "PAYMENTS GENERATED:       " GENERATED-COUNT
           display "EXCEPTIONS REPORTED:      " EXCEPTION-COUNT
           display "ORDERS ENDED:             " ENDED-COUNT
           display "ORDERS REBUILT FOR DATE:  " REBUILT-COUNT
           if EXCEPTION-COUNT > 0
               if RETURN-CODE < 4
                   move 4 to RETURN-CODE
               end-if
           end-if
           close ACCOUNT-MASTER
           close ORDER-MASTER
           close FEED-FILE
           close EXCEPTION-FILE
           STOP RUN.

       Load-Calendar.
       open input CALENDAR-FILE
       if CALENDAR-STATUS not = "00"
           display "UNABLE TO OPEN CALENDAR-FILE, STATUS "
               CALENDAR-STATUS
           move 16 to RETURN-CODE
           stop run
       end-if
       perform until END-OF-CALENDAR-FILE
           perform Load-One-Calendar-Record
       end-perform
       close CALENDAR-FILE
       if not LEDGER-DATE-FOUND
           display "CALENDAR-FILE HAS NO CURRENT LEDGER DATE RECORD"
           move 16 to RETURN-CODE
           stop run
       end-if.

       Load-One-Calendar-Record.
       read CALENDAR-FILE
           at end
               set END-OF-CALENDAR-FILE to true
           not at end
               evaluate CAL-REC-TYPE
                   when "C"
                       move CAL-REC-DATE to LEDGER-DATE
                       set LEDGER-DATE-FOUND to true
                   when "D"
                       if DAY-ENTRY-COUNT >= DAY-ENTRY-MAX
                           display "CALENDAR EXCEEDS TABLE LIMIT OF "
                               DAY-ENTRY-MAX " DAY RECORDS"
                           move 16 to RETURN-CODE
                           stop run
                       end-if
                       add 1 to DAY-ENTRY-COUNT
                       move CAL-REC-DATE to DAY-DATE(DAY-ENTRY-COUNT)
                       move CAL-DAY-TYPE
                           to DAY-TYPE-CODE(DAY-ENTRY-COUNT)
                   when other
                       continue
               end-evaluate
       end-read.

       Process-One-Order.
       read ORDER-MASTER
           at end
               set END-OF-ORDER-FILE to true
           not at end
               add 1 to ORDER-COUNT
               move "N" to ORDER-CHANGED-SWITCH
               perform Restore-Or-Save-Order
               if SO-STATUS = "A"
                   perform Check-Order-Dates
               end-if
               if SO-STATUS = "A"
                   perform Find-Due-Date
                   perform until not ORDER-IS-DUE
                       perform Pay-Due-Order
                   end-perform
               end-if
               if ORDER-WAS-CHANGED
                   move LEDGER-DATE to SO-GEN-DATE
                   rewrite ORDER-RECORD
                       invalid key
                           display "REWRITE FAILED FOR STANDING ORDER "
                               SO-KEY
                           if RETURN-CODE < 8
                               move 8 to RETURN-CODE
                           end-if
                   end-rewrite
               end-if
       end-read.

       Restore-Or-Save-Order.
       if SO-GEN-DATE numeric and SO-GEN-DATE = LEDGER-DATE
           move SO-PREV-DUE to SO-NEXT-DUE
           move SO-PREV-STATUS to SO-STATUS
           move SO-PREV-PAID to SO-LAST-PAID
           set ORDER-WAS-CHANGED to true
           add 1 to REBUILT-COUNT
           display "STANDING ORDER " SO-KEY " ALREADY PROCESSED FOR "
               LEDGER-DATE ", REBUILT FROM SAVED DUE DATE " SO-PREV-DUE
       else
           move SO-NEXT-DUE to SO-PREV-DUE
           move SO-STATUS to SO-PREV-STATUS
           move SO-LAST-PAID to SO-PREV-PAID
       end-if.

       Check-Order-Dates.
       if SO-NEXT-DUE not numeric or SO-NEXT-DUE = zeros
           move SO-START-DATE to SO-NEXT-DUE
           set ORDER-WAS-CHANGED to true
       end-if
       if SO-NEXT-DUE < SO-START-DATE
           move SO-START-DATE to SO-NEXT-DUE
           set ORDER-WAS-CHANGED to true
       end-if
       perform Check-Order-Ended.

       Check-Order-Ended.
       if SO-END-DATE numeric and SO-END-DATE not = zeros
           and SO-NEXT-DUE > SO-END-DATE
           move "E" to SO-STATUS
           set ORDER-WAS-CHANGED to true
           add 1 to ENDED-COUNT
           display "STANDING ORDER " SO-KEY " ENDED " SO-END-DATE
       end-if.

       Find-Due-Date.
       move "N" to ORDER-DUE-SWITCH
       move "N" to DUE-DATE-SWITCH
       move zeros to DUE-DATE
       move 1 to DAY-IX
       perform until DAY-IX > DAY-ENTRY-COUNT
           perform Check-One-Day-Entry
           add 1 to DAY-IX
       end-perform
       if SO-STATUS = "A" and DUE-DATE-FOUND
           and DUE-DATE <= LEDGER-DATE
           set ORDER-IS-DUE to true
       end-if.

       Check-One-Day-Entry.
       if DAY-TYPE-CODE(DAY-IX) = "B"
           and DAY-DATE(DAY-IX) >= SO-NEXT-DUE
           if not DUE-DATE-FOUND
               or DAY-DATE(DAY-IX) < DUE-DATE
               set DUE-DATE-FOUND to true
               move DAY-DATE(DAY-IX) to DUE-DATE
           end-if
       end-if.

       Pay-Due-Order.
       perform Generate-One-Payment
       if SO-STATUS = "A"
           perform Roll-Next-Due
       end-if
       perform Find-Due-Date.

       Generate-One-Payment.
       move spaces to EXCEPTION-REASON
       if SO-FREQUENCY not = "W" and not = "F" and not = "M"
               and not = "Q" and not = "A"
           move "FREQUENCY INVALID" to EXCEPTION-REASON
           move "S" to SO-STATUS
           set ORDER-WAS-CHANGED to true
       end-if
       if EXCEPTION-REASON = spaces
           if SO-AMOUNT not numeric or SO-AMOUNT not > zeros
               move "AMOUNT INVALID" to EXCEPTION-REASON
               move "S" to SO-STATUS
               set ORDER-WAS-CHANGED to true
           end-if
       end-if
       if EXCEPTION-REASON = spaces
           move SO-FROM-ACCT to CHECK-ACCT
           perform Check-Order-Account
       end-if
       if EXCEPTION-REASON = spaces and SO-TO-ACCT not = zeros
           if SO-TO-ACCT = SO-FROM-ACCT
               move "SAME FROM AND TO ACCOUNT" to EXCEPTION-REASON
           else
               move SO-TO-ACCT to CHECK-ACCT
               perform Check-Order-Account
           end-if
       end-if
       if EXCEPTION-REASON = spaces
           perform Write-Feed-Item
       else
           perform Write-Exception-Detail
       end-if.

       Check-Order-Account.
       move "Y" to MASTER-FOUND-SWITCH
       move CHECK-ACCT to ACCT-NUMBER
       read ACCOUNT-MASTER
           invalid key
               move "N" to MASTER-FOUND-SWITCH
       end-read
       if MASTER-NOT-FOUND
           string "ACCOUNT " delimited by size
               CHECK-ACCT delimited by size
               " CLOSED" delimited by size
               into EXCEPTION-REASON
       else
           evaluate ACCT-STATUS-CODE
               when "F"
                   string "ACCOUNT " delimited by size
                       CHECK-ACCT delimited by size
                       " FROZEN" delimited by size
                       into EXCEPTION-REASON
               when "P"
                   string "ACCOUNT " delimited by size
                       CHECK-ACCT delimited by size
                       " PEND CLOSE" delimited by size
                       into EXCEPTION-REASON
               when "D"
                   string "ACCOUNT " delimited by size
                       CHECK-ACCT delimited by size
                       " DORMANT" delimited by size
                       into EXCEPTION-REASON
               when other
                   continue
           end-evaluate
       end-if.

       Write-Feed-Item.
       if SO-TO-ACCT = zeros
           move SO-FROM-ACCT to FEED-ACCT-NUMBER
           move SO-AMOUNT to FEED-AMOUNT
           move FEED-DETAIL-RECORD to FEED-RECORD
       else
           move SO-FROM-ACCT to FEED-XFR-FROM-ACCT
           move SO-TO-ACCT to FEED-XFR-TO-ACCT
           move SO-AMOUNT to FEED-XFR-AMOUNT
           move FEED-XFER-RECORD to FEED-RECORD
       end-if
       write FEED-RECORD
       add 1 to GENERATED-COUNT
       add SO-AMOUNT to FEED-HASH-TOTAL
       move LEDGER-DATE to SO-LAST-PAID.

       Roll-Next-Due.
       move SO-NEXT-DUE to ROLL-DATE-NUM
       evaluate SO-FREQUENCY
           when "W"
               compute DAY-NUMBER =
                   function integer-of-date(SO-NEXT-DUE) + 7
               compute ROLL-DATE-NUM = function date-of-integer(DAY-NUMBER)
           when "F"
               compute DAY-NUMBER =
                   function integer-of-date(SO-NEXT-DUE) + 14
               compute ROLL-DATE-NUM = function date-of-integer(DAY-NUMBER)
           when "M"
               move 1 to MONTHS-TO-ADD
               perform Add-Months
           when "Q"
               move 3 to MONTHS-TO-ADD
               perform Add-Months
           when "A"
               move 12 to MONTHS-TO-ADD
               perform Add-Months
       end-evaluate
       move ROLL-DATE-NUM to SO-NEXT-DUE
       set ORDER-WAS-CHANGED to true
       perform Check-Order-Ended.

       Add-Months.
       move SO-START-DATE to ANCHOR-DATE-NUM
       add MONTHS-TO-ADD to ROLL-MM
       if ROLL-MM > 12
           subtract 12 from ROLL-MM
           add 1 to ROLL-YYYY
       end-if
       move MONTH-DAYS(ROLL-MM) to LAST-DAY-OF-MONTH
       if ROLL-MM = 2
           if function mod(ROLL-YYYY, 4) = 0
               and (function mod(ROLL-YYYY, 100) not = 0
                   or function mod(ROLL-YYYY, 400) = 0)
               move 29 to LAST-DAY-OF-MONTH
           end-if
       end-if
       if ANCHOR-DD > LAST-DAY-OF-MONTH
           move LAST-DAY-OF-MONTH to ROLL-DD
       else
           move ANCHOR-DD to ROLL-DD
       end-if.

       Write-Exception-Headers.
       string RUN-YYYY delimited by size
           "-" delimited by size
           RUN-MM delimited by size
           "-" delimited by size
           RUN-DD delimited by size
           into EXC-HDR-DATE
       move LEDGER-DATE to EXC-HDR-LEDGER
       move EXC-HDR-LINE-1 to EXCEPTION-RECORD
       write EXCEPTION-RECORD
       move EXC-HDR-LINE-2 to EXCEPTION-RECORD
       write EXCEPTION-RECORD
       move spaces to EXCEPTION-RECORD
       write EXCEPTION-RECORD
       move EXC-HDR-LINE-3 to EXCEPTION-RECORD
       write EXCEPTION-RECORD.

       Write-Exception-Detail.
       add 1 to EXCEPTION-COUNT
       move SO-FROM-ACCT to EXC-DTL-FROM
       move SO-ORDER-SEQ to EXC-DTL-SEQ
       move SO-TO-ACCT to EXC-DTL-TO
       if SO-AMOUNT numeric
           move SO-AMOUNT to EXC-DTL-AMOUNT
       else
           move zeros to EXC-DTL-AMOUNT
       end-if
       move SO-FREQUENCY to EXC-DTL-FREQ
       move SO-NEXT-DUE to EXC-DTL-DUE
       move SO-REFERENCE to EXC-DTL-REFERENCE
       move EXCEPTION-REASON to EXC-DTL-REASON
       move EXC-DETAIL-LINE to EXCEPTION-RECORD
       write EXCEPTION-RECORD
       display "STANDING ORDER " SO-KEY " NOT PAID: " EXCEPTION-REASON.

       Write-Exception-Totals.
       move spaces to EXCEPTION-RECORD
       write EXCEPTION-RECORD
       move ORDER-COUNT to EXC-TOT-ORDERS
       move EXC-TOTAL-LINE-1 to EXCEPTION-RECORD
       write EXCEPTION-RECORD
       move GENERATED-COUNT to EXC-TOT-GENERATED
       move FEED-HASH-TOTAL to EXC-TOT-AMOUNT
       move EXC-TOTAL-LINE-2 to EXCEPTION-RECORD
       write EXCEPTION-RECORD
       move EXCEPTION-COUNT to EXC-TOT-EXCEPTIONS
       move EXC-TOTAL-LINE-3 to EXCEPTION-RECORD
       write EXCEPTION-RECORD
       move ENDED-COUNT to EXC-TOT-ENDED
       move EXC-TOTAL-LINE-4 to EXCEPTION-RECORD
       write EXCEPTION-RECORD.
