        01 FEE-AMOUNT         PIC S9(7)V99 VALUE ZEROS.
        01 INTEREST-TOTAL     PIC S9(9)V99 VALUE ZEROS.
        01 FEE-TOTAL          PIC S9(9)V99 VALUE ZEROS.
        01 DORMANCY-FEE-TEXT  PIC X(7) VALUE ZEROS.
        01 DORMANCY-FEE-PARM REDEFINES DORMANCY-FEE-TEXT PIC 9(5)V99.
        01 DORMANCY-FEE       PIC S9(7)V99 VALUE ZEROS.
        01 DORMANCY-FEE-AMOUNT PIC S9(7)V99 VALUE ZEROS.
        01 DORMANCY-FEE-COUNT PIC 9(7) VALUE ZEROS.
        01 DORMANCY-FEE-TOTAL PIC S9(9)V99 VALUE ZEROS.
        01 EOF-SWITCH          PIC X VALUE "N".
           88 END-OF-MASTER-FILE      VALUE "Y".
        01 RUN-DATE.
           05 FILLER             PIC X(25) VALUE "FEES POSTED: ".
           05 DTL-FEES           PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(81) VALUE SPACES.
        01 DETAIL-LINE-4.
           05 DTL4-RUN-ID        PIC X(10) VALUE SPACES.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 FILLER             PIC X(25) VALUE "DORMANCY FEES POSTED: ".
           05 DTL-DORMANCY-FEES  PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(81) VALUE SPACES.

        LINKAGE SECTION.
        01 LS-PARM-AREA.
           if RUN-ID = spaces
               move "NOPARMRUN" to RUN-ID
           end-if
           if PARM-LEN >= 18
               if LS-PARM-DATA(12:7) numeric
                   move LS-PARM-DATA(12:7) to DORMANCY-FEE-TEXT
                   move DORMANCY-FEE-PARM to DORMANCY-FEE
               else
                   display "DORMANCY FEE IN PARM NOT NUMERIC, NO "
                       "DORMANCY FEE CHARGED"
               end-if
           end-if
           move RUN-DATE to SWEEP-DATE
           open i-o ACCOUNT-MASTER
           if ACCOUNT-STATUS not = "00"
           display "TOTAL ACCOUNTS SWEPT: " COUNTER
           display "FROZEN ACCOUNTS SKIPPED: " FROZEN-SKIP-COUNT
           display "ACCOUNTS WITH NO RATE ON FILE: " RATE-MISSING-COUNT
           display "DORMANCY FEES CHARGED: " DORMANCY-FEE-COUNT
           perform Write-Report-Summary
           close ACCOUNT-MASTER
           close AUDIT-FILE
                       add FEE-AMOUNT to FEE-TOTAL
                   end-if
               end-if
               if ACCT-STATUS-CODE = "D"
                   perform Compute-Dormancy-Fee
                   if DORMANCY-FEE-AMOUNT not = zeros
                       move "S" to OP-CODE
                       move DORMANCY-FEE-AMOUNT to num2
                       perform Post-One-Charge
                       if MODUL-STATUS = "0"
                           add 1 to DORMANCY-FEE-COUNT
                           add DORMANCY-FEE-AMOUNT to DORMANCY-FEE-TOTAL
                       end-if
                   end-if
               end-if
               rewrite ACCOUNT-RECORD
                   invalid key
                       display "REWRITE FAILED FOR ACCOUNT " ACCT-NUMBER
           end-if
       end-if.

       Compute-Dormancy-Fee.
       move zeros to DORMANCY-FEE-AMOUNT
       if ACCT-BALANCE > zeros
           if ACCT-BALANCE < DORMANCY-FEE
               move ACCT-BALANCE to DORMANCY-FEE-AMOUNT
           else
               move DORMANCY-FEE to DORMANCY-FEE-AMOUNT
           end-if
       end-if.

       Post-One-Charge.
       move ACCT-BALANCE to num1
       call "modul" using num1, num2, OP-CODE, sum1,
       write REPORT-RECORD
       move FEE-TOTAL to DTL-FEES
       move DETAIL-LINE-3 to REPORT-RECORD
       write REPORT-RECORD
       move RUN-ID to DTL4-RUN-ID
       move DORMANCY-FEE-TOTAL to DTL-DORMANCY-FEES
       move DETAIL-LINE-4 to REPORT-RECORD
       write REPORT-RECORD.
