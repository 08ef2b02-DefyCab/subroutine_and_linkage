               RECORD KEY IS AHIST-KEY
               FILE STATUS IS AUDIT-HISTORY-STATUS.

           SELECT CLOSED-MASTER ASSIGN TO "CLSDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLSD-ACCT-NUMBER
               FILE STATUS IS CLOSED-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO "STMTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATEMENT-STATUS.
           05 AHIST-TIME           PIC 9(8).
           05 AHIST-SOURCE         PIC X(8).

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

        FD STATEMENT-FILE.
        01 STATEMENT-RECORD         PIC X(132).

        01 ACCOUNT-STATUS      PIC XX VALUE "00".
        01 AUDIT-HISTORY-STATUS PIC XX VALUE "00".
        01 STATEMENT-STATUS    PIC XX VALUE "00".
        01 CLOSED-STATUS       PIC XX VALUE "00".
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
           05 FILLER             PIC X(5) VALUE " TO: ".
           05 STMT-HDR-TO        PIC 9(8).
           05 FILLER             PIC X(85) VALUE SPACES.
        01 STMT-CLOSED-LINE.
           05 FILLER             PIC X(19) VALUE "ACCOUNT CLOSED ON: ".
           05 STMT-CLSD-DATE     PIC 9(8).
           05 FILLER             PIC X(17) VALUE "  FINAL BALANCE: ".
           05 STMT-CLSD-FINAL    PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(11) VALUE "  PAID TO: ".
           05 STMT-CLSD-PAYOUT   PIC 9(6).
           05 FILLER             PIC X(56) VALUE SPACES.
        01 STMT-OPEN-LINE.
           05 FILLER             PIC X(20) VALUE "OPENING BALANCE:".
           05 STMT-OPEN-BAL      PIC ZZZ,ZZZ,ZZ9.99-.
               move 16 to RETURN-CODE
               stop run
           end-if
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
           open input AUDIT-HISTORY-FILE
           if AUDIT-HISTORY-STATUS not = "00"
               display "UNABLE TO OPEN AUDIT-HISTORY-FILE, STATUS "
           perform Write-Statement-Close
           display "HISTORY MOVEMENTS PRINTED: " PRINTED-COUNT
           close ACCOUNT-MASTER
           close CLOSED-MASTER
           close AUDIT-HISTORY-FILE
           close STATEMENT-FILE
           STOP RUN.
           invalid key
               move "N" to MASTER-FOUND-SWITCH
       end-read
       move "N" to CLOSED-FOUND-SWITCH
       if MASTER-NOT-FOUND
           move "Y" to CLOSED-FOUND-SWITCH
           move TARGET-ACCT-NUM to CLSD-ACCT-NUMBER
           read CLOSED-MASTER
               invalid key
                   move "N" to CLOSED-FOUND-SWITCH
           end-read
       end-if
       move TARGET-ACCT-NUM to STMT-HDR-ACCT
       if MASTER-WAS-FOUND
           move ACCT-NAME to STMT-HDR-NAME
       else
           if CLOSED-WAS-FOUND
               move CLSD-NAME to STMT-HDR-NAME
           else
               move "** NOT ON MASTER **" to STMT-HDR-NAME
           end-if
       end-if
       string RUN-YYYY delimited by size
           "-" delimited by size
       write STATEMENT-RECORD
       move STMT-HDR-LINE-2 to STATEMENT-RECORD
       write STATEMENT-RECORD
       if CLOSED-WAS-FOUND
           move CLSD-CLOSE-DATE to STMT-CLSD-DATE
           move CLSD-FINAL-BALANCE to STMT-CLSD-FINAL
           move CLSD-PAYOUT-ACCT to STMT-CLSD-PAYOUT
           move STMT-CLOSED-LINE to STATEMENT-RECORD
           write STATEMENT-RECORD
       end-if
       move spaces to STATEMENT-RECORD
       write STATEMENT-RECORD.

