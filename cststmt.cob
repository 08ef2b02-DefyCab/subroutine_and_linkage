               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS CUSTOMER-STATUS.

           SELECT CLOSED-MASTER ASSIGN TO "CLSDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLSD-ACCT-NUMBER
               FILE STATUS IS CLOSED-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           05 CUST-ADDRESS         PIC X(30).
           05 CUST-PHONE           PIC X(10).

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

        FD AUDIT-FILE.
        01 AUDIT-RECORD.
           05 AUD-RUN-ID           PIC X(10).
        01 RUN-ID pic x(10) value spaces.
        01 ACCOUNT-STATUS      PIC XX VALUE "00".
        01 CUSTOMER-STATUS     PIC XX VALUE "00".
        01 CLOSED-STATUS       PIC XX VALUE "00".
        01 AUDIT-STATUS        PIC XX VALUE "00".
        01 STATEMENT-STATUS    PIC XX VALUE "00".
        01 PARM-LEN           PIC S9(4) COMP VALUE ZEROS.
        01 MASTER-FOUND-SWITCH PIC X VALUE "Y".
           88 MASTER-WAS-FOUND        VALUE "Y".
           88 MASTER-NOT-FOUND        VALUE "N".
        01 CLOSED-FOUND-SWITCH PIC X VALUE "N".
           88 CLOSED-WAS-FOUND        VALUE "Y".
           88 CLOSED-NOT-FOUND        VALUE "N".
        01 CUST-FOUND-SWITCH   PIC X VALUE "Y".
           88 CUSTOMER-WAS-FOUND      VALUE "Y".
           88 CUSTOMER-NOT-FOUND      VALUE "N".
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
           open output STATEMENT-FILE
           if STATEMENT-STATUS not = "00"
               display "UNABLE TO OPEN STATEMENT-FILE, STATUS "
               on ascending key SORT-CUST
               on ascending key SORT-ACCT
               on ascending key SORT-SEQ
               on descending key SORT-STATUS
               on ascending key SORT-ARRIVAL
               input procedure is Select-Audit-Records
               output procedure is Print-Statements
           display "STATEMENTS PRINTED:      " STATEMENT-COUNT
           close ACCOUNT-MASTER
           close CUSTOMER-MASTER
           close CLOSED-MASTER
           close STATEMENT-FILE
           STOP RUN.

           move ACCT-CUST-NUMBER to SORT-CUST
       else
           move zeros to SORT-CUST
           if MASTER-NOT-FOUND
               move AUD-ACCT-NUMBER to CLSD-ACCT-NUMBER
               perform Read-Closed-Account
               if CLOSED-WAS-FOUND
                   move CLSD-CUST-NUMBER to SORT-CUST
               end-if
           end-if
       end-if.

       Read-Closed-Account.
       move "Y" to CLOSED-FOUND-SWITCH
       read CLOSED-MASTER
           invalid key
               move "N" to CLOSED-FOUND-SWITCH
       end-read.

       Print-Statements.
       perform until END-OF-SORT-FILE
           perform Print-One-Record
               if RECORD-IS-HELD
                   and (SORT-CUST not = HELD-CUST
                       or SORT-ACCT not = HELD-ACCT
                       or SORT-SEQ not = HELD-SEQ
                       or SORT-STATUS not = HELD-STATUS)
                   perform Use-Held-Record
               end-if
               move SORT-CUST to HELD-CUST
           move ACCT-NAME to ACCT-HDR-NAME
           move ACCT-TYPE to ACCT-HDR-TYPE
       else
           move HELD-ACCT to CLSD-ACCT-NUMBER
           perform Read-Closed-Account
           if CLOSED-WAS-FOUND
               move CLSD-NAME to ACCT-HDR-NAME
               move CLSD-TYPE to ACCT-HDR-TYPE
           else
               move "** NOT ON MASTER **" to ACCT-HDR-NAME
               move space to ACCT-HDR-TYPE
           end-if
       end-if
       move ACCT-HDR-LINE to STATEMENT-RECORD
       write STATEMENT-RECORD
