               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS ACCOUNT-STATUS.

           SELECT HOLD-MASTER ASSIGN TO "HOLDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS HOLD-STATUS.

           SELECT CLOSED-MASTER ASSIGN TO "CLSDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLSD-ACCT-NUMBER
               FILE STATUS IS CLOSED-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CALENDAR-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
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

        FD CALENDAR-FILE.
        01 CALENDAR-RECORD.
           05 CAL-REC-TYPE         PIC X(1).
           05 CAL-REC-DATE         PIC 9(8).
           05 CAL-DAY-TYPE         PIC X(1).

        FD AUDIT-FILE.
        01 AUDIT-RECORD.
           05 AUD-RUN-ID           PIC X(10).
        01 ACCOUNT-STATUS      PIC XX VALUE "00".
        01 AUDIT-STATUS        PIC XX VALUE "00".
        01 INQUIRY-REPORT-STATUS PIC XX VALUE "00".
        01 HOLD-STATUS         PIC XX VALUE "00".
        01 CALENDAR-STATUS     PIC XX VALUE "00".
        01 CLOSED-STATUS       PIC XX VALUE "00".
        01 LEDGER-DATE         PIC 9(8) VALUE ZEROS.
        01 HOLD-ACTIVE-TOTAL   PIC S9(7)V99 VALUE ZEROS.
        01 AVAILABLE-BALANCE   PIC S9(7)V99 VALUE ZEROS.
        01 CAL-EOF-SWITCH      PIC X VALUE "N".
           88 END-OF-CALENDAR-FILE    VALUE "Y".
        01 HOLD-SCAN-SWITCH    PIC X VALUE "N".
           88 END-OF-ACCOUNT-HOLDS    VALUE "Y".
        01 PARM-LEN           PIC S9(4) COMP VALUE ZEROS.
        01 TARGET-ACCT        PIC X(6) VALUE SPACES.
        01 TARGET-ACCT-NUM    PIC 9(6) VALUE ZEROS.
        01 MASTER-FOUND-SWITCH PIC X VALUE "Y".
           88 MASTER-WAS-FOUND        VALUE "Y".
           88 MASTER-NOT-FOUND        VALUE "N".
        01 CLOSED-FOUND-SWITCH PIC X VALUE "N".
           88 CLOSED-WAS-FOUND        VALUE "Y".
           88 CLOSED-NOT-FOUND        VALUE "N".
        01 RUN-DATE.
           05 RUN-YYYY        PIC 9(4).
           05 RUN-MM          PIC 9(2).
           05 INQ-HDR-RUN-ID     PIC X(10) VALUE SPACES.
           05 FILLER             PIC X(97) VALUE SPACES.
        01 INQ-ACCT-LINE-1.
           05 FILLER             PIC X(18) VALUE "LEDGER BALANCE:  ".
           05 INQ-ACCT-BALANCE   PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(18) VALUE "  OVERDRAFT LIMIT:".
           05 INQ-ACCT-LIMIT     PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(11) VALUE "  CUSTOMER:".
           05 INQ-ACCT-CUST      PIC 9(6).
           05 FILLER             PIC X(85) VALUE SPACES.
        01 INQ-CLOSED-LINE.
           05 FILLER             PIC X(18) VALUE "CLOSED ON:       ".
           05 INQ-CLSD-DATE      PIC 9(8).
           05 FILLER             PIC X(17) VALUE "  FINAL BALANCE: ".
           05 INQ-CLSD-FINAL     PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(11) VALUE "  PAID TO: ".
           05 INQ-CLSD-PAYOUT    PIC 9(6).
           05 FILLER             PIC X(11) VALUE "  RUN-ID: ".
           05 INQ-CLSD-RUN-ID    PIC X(10).
           05 FILLER             PIC X(36) VALUE SPACES.
        01 INQ-ACCT-LINE-3.
           05 FILLER             PIC X(18) VALUE "TOTAL HELD:      ".
           05 INQ-ACCT-HELD      PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(18) VALUE "  AVAILABLE:     ".
           05 INQ-ACCT-AVAILABLE PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(66) VALUE SPACES.
        01 INQ-HOLD-LINE.
           05 FILLER             PIC X(6) VALUE "HOLD  ".
           05 INQ-HOLD-SEQ       PIC 9(3).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 INQ-HOLD-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(9) VALUE "  REASON ".
           05 INQ-HOLD-REASON    PIC X(2).
           05 FILLER             PIC X(9) VALUE "  PLACED ".
           05 INQ-HOLD-PLACED    PIC 9(8).
           05 FILLER             PIC X(9) VALUE "  EXPIRY ".
           05 INQ-HOLD-EXPIRY    PIC 9(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 INQ-HOLD-REFERENCE PIC X(20).
           05 FILLER             PIC X(39) VALUE SPACES.
        01 INQ-DETAIL-LINE.
           05 INQ-DTL-DATE       PIC 9(8).
           05 FILLER             PIC X(4) VALUE "  OP".
               move 16 to RETURN-CODE
               stop run
           end-if
           perform Read-Ledger-Date
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
           open input AUDIT-FILE
           if AUDIT-STATUS not = "00"
               display "UNABLE TO OPEN AUDIT-FILE, STATUS " AUDIT-STATUS
           display "REFUSALS LISTED:   " REFUSED-COUNT
           display "HELD ITEMS LISTED: " HELD-COUNT
           close ACCOUNT-MASTER
           close HOLD-MASTER
           close CLOSED-MASTER
           close AUDIT-FILE
           close INQUIRY-REPORT-FILE
           STOP RUN.
           invalid key
               move "N" to MASTER-FOUND-SWITCH
       end-read
       move "N" to CLOSED-FOUND-SWITCH
       if MASTER-NOT-FOUND
           perform Read-Closed-Account
       end-if
       move TARGET-ACCT-NUM to INQ-HDR-ACCT
       if MASTER-WAS-FOUND
           move ACCT-NAME to INQ-HDR-NAME
       else
           if CLOSED-WAS-FOUND
               move CLSD-NAME to INQ-HDR-NAME
           else
               move "** NOT ON MASTER **" to INQ-HDR-NAME
           end-if
       end-if
       string RUN-YYYY delimited by size
           "-" delimited by size
                   move "FROZEN" to INQ-ACCT-STATE
               when "P"
                   move "PENDING CLOSE" to INQ-ACCT-STATE
               when "D"
                   move "DORMANT" to INQ-ACCT-STATE
               when other
                   move "ACTIVE" to INQ-ACCT-STATE
           end-evaluate
           end-if
           move INQ-ACCT-LINE-2 to INQUIRY-REPORT-RECORD
           write INQUIRY-REPORT-RECORD
           perform Write-Hold-Lines
       end-if
       if CLOSED-WAS-FOUND
           perform Write-Closed-Lines
       end-if
       move spaces to INQUIRY-REPORT-RECORD
       write INQUIRY-REPORT-RECORD.

       Read-Closed-Account.
       move "Y" to CLOSED-FOUND-SWITCH
       move TARGET-ACCT-NUM to CLSD-ACCT-NUMBER
       read CLOSED-MASTER
           invalid key
               move "N" to CLOSED-FOUND-SWITCH
       end-read.

       Write-Closed-Lines.
       move zeros to INQ-ACCT-BALANCE
       move CLSD-ODRAFT-LIMIT to INQ-ACCT-LIMIT
       move INQ-ACCT-LINE-1 to INQUIRY-REPORT-RECORD
       write INQUIRY-REPORT-RECORD
       move CLSD-TYPE to INQ-ACCT-TYPE
       move "CLOSED" to INQ-ACCT-STATE
       move CLSD-CUST-NUMBER to INQ-ACCT-CUST
       move INQ-ACCT-LINE-2 to INQUIRY-REPORT-RECORD
       write INQUIRY-REPORT-RECORD
       move CLSD-CLOSE-DATE to INQ-CLSD-DATE
       move CLSD-FINAL-BALANCE to INQ-CLSD-FINAL
       move CLSD-PAYOUT-ACCT to INQ-CLSD-PAYOUT
       move CLSD-RUN-ID to INQ-CLSD-RUN-ID
       move INQ-CLOSED-LINE to INQUIRY-REPORT-RECORD
       write INQUIRY-REPORT-RECORD.

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
       close CALENDAR-FILE.

       Read-One-Calendar-Record.
       read CALENDAR-FILE
           at end
               set END-OF-CALENDAR-FILE to true
           not at end
               if CAL-REC-TYPE = "C"
                   move CAL-REC-DATE to LEDGER-DATE
               end-if
       end-read.

       Write-Hold-Lines.
       move zeros to HOLD-ACTIVE-TOTAL
       move "N" to HOLD-SCAN-SWITCH
       move TARGET-ACCT-NUM to HOLD-ACCT-NUMBER
       move zeros to HOLD-SEQ
       start HOLD-MASTER key >= HOLD-KEY
           invalid key
               set END-OF-ACCOUNT-HOLDS to true
       end-start
       perform until END-OF-ACCOUNT-HOLDS
           perform List-One-Hold
       end-perform
       compute AVAILABLE-BALANCE = ACCT-BALANCE - HOLD-ACTIVE-TOTAL
       if ACCT-ODRAFT-LIMIT numeric
           add ACCT-ODRAFT-LIMIT to AVAILABLE-BALANCE
       end-if
       move HOLD-ACTIVE-TOTAL to INQ-ACCT-HELD
       move AVAILABLE-BALANCE to INQ-ACCT-AVAILABLE
       move INQ-ACCT-LINE-3 to INQUIRY-REPORT-RECORD
       write INQUIRY-REPORT-RECORD.

       List-One-Hold.
       read HOLD-MASTER next record
           at end
               set END-OF-ACCOUNT-HOLDS to true
           not at end
               if HOLD-ACCT-NUMBER not = TARGET-ACCT-NUM
                   set END-OF-ACCOUNT-HOLDS to true
               else
                   if HOLD-EXPIRY-DATE = zeros
                       or HOLD-EXPIRY-DATE >= LEDGER-DATE
                       add HOLD-AMOUNT to HOLD-ACTIVE-TOTAL
                       move HOLD-SEQ to INQ-HOLD-SEQ
                       move HOLD-AMOUNT to INQ-HOLD-AMOUNT
                       move HOLD-REASON to INQ-HOLD-REASON
                       move HOLD-PLACED-DATE to INQ-HOLD-PLACED
                       move HOLD-EXPIRY-DATE to INQ-HOLD-EXPIRY
                       move HOLD-REFERENCE to INQ-HOLD-REFERENCE
                       move INQ-HOLD-LINE to INQUIRY-REPORT-RECORD
                       write INQUIRY-REPORT-RECORD
                   end-if
               end-if
       end-read.

       List-One-Movement.
       read AUDIT-FILE
           at end
           not at end
               if AUD-ACCT-NUMBER = TARGET-ACCT-NUM
                   and AUD-STATUS not = "T"
                   and AUD-STATUS not = "J"
                   and (TARGET-RUN-ID = spaces
                       or AUD-RUN-ID = TARGET-RUN-ID)
                   perform Write-Movement-Line
