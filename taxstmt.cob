      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. taxstmt.
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
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS ACCOUNT-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS CUSTOMER-STATUS.

           SELECT CLOSED-MASTER ASSIGN TO "CLSDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLSD-ACCT-NUMBER
               FILE STATUS IS CLOSED-STATUS.

           SELECT AUDIT-HISTORY-FILE ASSIGN TO "AUDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AHIST-KEY
               FILE STATUS IS AUDIT-HISTORY-STATUS.

           SELECT EXCLUDE-FILE ASSIGN TO "TAXEXCL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EXCLUDE-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO "TAXSTMT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STATEMENT-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "TAXEXT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EXTRACT-STATUS.

           SELECT SORT-WORK ASSIGN TO "SORTWK01".
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

        FD CUSTOMER-MASTER.
        01 CUSTOMER-RECORD.
           05 CUST-NUMBER          PIC 9(6).
           05 CUST-NAME            PIC X(20).
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

        FD AUDIT-HISTORY-FILE.
        01 AUDIT-HISTORY-RECORD.
           05 AHIST-KEY.
              10 AHIST-ACCT-NUMBER PIC 9(6).
              10 AHIST-DATE        PIC 9(8).
              10 AHIST-RUN-ID      PIC X(10).
              10 AHIST-SEQ         PIC 9(7).
              10 AHIST-ENTRY       PIC 9(7).
           05 AHIST-OP-CODE        PIC X(1).
           05 AHIST-LNUM1          PIC S9(7)V99.
           05 AHIST-LNUM2          PIC S9(7)V99.
           05 AHIST-LSUM1          PIC S9(7)V99.
           05 AHIST-STATUS         PIC X(1).
           05 AHIST-TIME           PIC 9(8).
           05 AHIST-SOURCE         PIC X(8).

        FD EXCLUDE-FILE.
        01 EXCLUDE-RECORD.
           05 EXCL-RUN-ID          PIC X(10).
           05 FILLER               PIC X(70).

        FD STATEMENT-FILE.
        01 STATEMENT-RECORD         PIC X(132).

        FD EXTRACT-FILE.
        01 EXTRACT-RECORD           PIC X(100).

        SD SORT-WORK.
        01 SORT-RECORD.
           05 SORT-CUST            PIC 9(6).
           05 SORT-ACCT            PIC 9(6).
           05 SORT-OP-CODE         PIC X(1).
           05 SORT-AMOUNT          PIC S9(7)V99.
           05 SORT-AFFECTED        PIC X(1).
           05 SORT-ACCT-NAME       PIC X(20).
           05 SORT-ACCT-TYPE       PIC X(1).

        WORKING-STORAGE SECTION.
        01 ACCOUNT-STATUS      PIC XX VALUE "00".
        01 CUSTOMER-STATUS     PIC XX VALUE "00".
        01 CLOSED-STATUS       PIC XX VALUE "00".
        01 AUDIT-HISTORY-STATUS PIC XX VALUE "00".
        01 EXCLUDE-STATUS      PIC XX VALUE "00".
        01 STATEMENT-STATUS    PIC XX VALUE "00".
        01 EXTRACT-STATUS      PIC XX VALUE "00".
        01 PARM-LEN           PIC S9(4) COMP VALUE ZEROS.
        01 TAX-YEAR           PIC 9(4) VALUE ZEROS.
        01 RUN-MODE           PIC X(1) VALUE "A".
           88 ANNUAL-RUN             VALUE "A".
           88 REPRINT-RUN            VALUE "R".
           88 CORRECTED-RUN          VALUE "C".
        01 SELECT-CUST        PIC 9(6) VALUE ZEROS.
        01 CORRECTED-RUN-ID   PIC X(10) VALUE SPACES.
        01 POSTING-DATE       PIC 9(8) VALUE ZEROS.
        01 POSTING-DATE-PARTS REDEFINES POSTING-DATE.
           05 POSTING-YYYY    PIC 9(4).
           05 POSTING-MMDD    PIC 9(4).
        01 HISTORY-READ       PIC 9(9) VALUE ZEROS.
        01 SELECTED-COUNT     PIC 9(7) VALUE ZEROS.
        01 EXCLUDED-COUNT     PIC 9(7) VALUE ZEROS.
        01 STATEMENT-COUNT    PIC 9(7) VALUE ZEROS.
        01 EXTRACT-COUNT      PIC 9(7) VALUE ZEROS.
        01 TOTAL-ACCT-COUNT   PIC 9(7) VALUE ZEROS.
        01 TOTAL-INTEREST     PIC S9(11)V99 VALUE ZEROS.
        01 TOTAL-FEES         PIC S9(11)V99 VALUE ZEROS.
        01 CURRENT-CUST       PIC 9(6) VALUE ZEROS.
        01 CUST-INTEREST      PIC S9(9)V99 VALUE ZEROS.
        01 CUST-FEES          PIC S9(9)V99 VALUE ZEROS.
        01 LOOKUP-ACCT        PIC 9(6) VALUE ZEROS.
        01 LOOKUP-CUST        PIC 9(6) VALUE ZEROS.
        01 LOOKUP-NAME        PIC X(20) VALUE SPACES.
        01 LOOKUP-TYPE        PIC X(1) VALUE SPACE.
        01 EXCLUDE-ENTRY-COUNT PIC 9(3) VALUE ZEROS.
        01 EXCLUDE-ENTRY-MAX  PIC 9(3) VALUE 500.
        01 EXCLUDE-TABLE.
           05 EXCLUDE-ENTRY OCCURS 500 TIMES.
              10 XT-RUN-ID        PIC X(10).
        01 EXCLUDE-IX         PIC 9(3) VALUE ZEROS.
        01 CUST-ACCT-COUNT    PIC 9(3) VALUE ZEROS.
        01 CUST-ACCT-MAX      PIC 9(3) VALUE 200.
        01 CUST-ACCT-TABLE.
           05 CUST-ACCT-ENTRY OCCURS 200 TIMES.
              10 CA-ACCT          PIC 9(6).
              10 CA-NAME          PIC X(20).
              10 CA-TYPE          PIC X(1).
              10 CA-INTEREST      PIC S9(9)V99.
              10 CA-FEES          PIC S9(9)V99.
        01 CUST-ACCT-IX       PIC 9(3) VALUE ZEROS.
        01 EOF-SWITCH          PIC X VALUE "N".
           88 END-OF-HISTORY-FILE     VALUE "Y".
        01 EXCL-EOF-SWITCH     PIC X VALUE "N".
           88 END-OF-EXCLUDE-FILE     VALUE "Y".
        01 SORT-EOF-SWITCH     PIC X VALUE "N".
           88 END-OF-SORT-FILE        VALUE "Y".
        01 CUSTOMER-OPEN-SWITCH PIC X VALUE "N".
           88 CUSTOMER-IN-PROGRESS    VALUE "Y".
        01 AFFECTED-SWITCH     PIC X VALUE "N".
           88 CUSTOMER-IS-AFFECTED    VALUE "Y".
        01 EXCLUDED-SWITCH     PIC X VALUE "N".
           88 RUN-IS-EXCLUDED         VALUE "Y".
        01 MASTER-FOUND-SWITCH PIC X VALUE "Y".
           88 MASTER-WAS-FOUND        VALUE "Y".
           88 MASTER-NOT-FOUND        VALUE "N".
        01 CLOSED-FOUND-SWITCH PIC X VALUE "N".
           88 CLOSED-WAS-FOUND        VALUE "Y".
           88 CLOSED-NOT-FOUND        VALUE "N".
        01 CUST-FOUND-SWITCH   PIC X VALUE "Y".
           88 CUSTOMER-WAS-FOUND      VALUE "Y".
           88 CUSTOMER-NOT-FOUND      VALUE "N".
        01 RUN-DATE.
           05 RUN-YYYY        PIC 9(4).
           05 RUN-MM          PIC 9(2).
           05 RUN-DD          PIC 9(2).

        01 STMT-HDR-LINE-1.
           05 STMT-HDR-TITLE     PIC X(40)
                  VALUE "ANNUAL INTEREST AND FEE STATEMENT".
           05 FILLER             PIC X(10) VALUE "TAX YEAR: ".
           05 STMT-HDR-YEAR      PIC 9(4).
           05 FILLER             PIC X(78) VALUE SPACES.
        01 STMT-HDR-LINE-2.
           05 FILLER             PIC X(10) VALUE "CUSTOMER: ".
           05 STMT-HDR-CUST      PIC 9(6).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 STMT-HDR-NAME      PIC X(20).
           05 FILLER             PIC X(94) VALUE SPACES.
        01 STMT-HDR-LINE-3.
           05 FILLER             PIC X(10) VALUE "ADDRESS:  ".
           05 STMT-HDR-ADDRESS   PIC X(30).
           05 FILLER             PIC X(92) VALUE SPACES.
        01 STMT-HDR-LINE-4.
           05 FILLER             PIC X(10) VALUE "DATE:     ".
           05 STMT-HDR-DATE      PIC X(10) VALUE SPACES.
           05 FILLER             PIC X(112) VALUE SPACES.
        01 STMT-COL-LINE.
           05 FILLER             PIC X(40)
                  VALUE "ACCOUNT  NAME                  TYPE    ".
           05 FILLER             PIC X(40)
                  VALUE "     INTEREST PAID      FEES CHARGED    ".
           05 FILLER             PIC X(52) VALUE SPACES.
        01 STMT-DETAIL-LINE.
           05 STMT-DTL-ACCT      PIC 9(6).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 STMT-DTL-NAME      PIC X(20).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 STMT-DTL-TYPE      PIC X(1).
           05 FILLER             PIC X(6) VALUE SPACES.
           05 STMT-DTL-INTEREST  PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 STMT-DTL-FEES      PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(61) VALUE SPACES.
        01 STMT-TOTAL-LINE.
           05 FILLER             PIC X(38)
                  VALUE "TOTAL FOR THE YEAR".
           05 STMT-TOT-INTEREST  PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 STMT-TOT-FEES      PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(61) VALUE SPACES.
        01 STMT-CORRECTED-LINE.
           05 FILLER             PIC X(60)
              VALUE "THIS STATEMENT REPLACES ANY STATEMENT PREVIOUSLY ISSUED".
           05 FILLER             PIC X(72) VALUE SPACES.
        01 CTL-HDR-LINE.
           05 FILLER             PIC X(40)
                  VALUE "TAX STATEMENT CONTROL TOTALS".
           05 FILLER             PIC X(10) VALUE "TAX YEAR: ".
           05 CTL-HDR-YEAR       PIC 9(4).
           05 FILLER             PIC X(8) VALUE "  MODE: ".
           05 CTL-HDR-MODE       PIC X(1).
           05 FILLER             PIC X(69) VALUE SPACES.
        01 CTL-COUNT-LINE.
           05 CTL-CNT-LABEL      PIC X(25).
           05 CTL-CNT-VALUE      PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(98) VALUE SPACES.
        01 CTL-AMOUNT-LINE.
           05 CTL-AMT-LABEL      PIC X(25).
           05 CTL-AMT-VALUE      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(89) VALUE SPACES.

        01 EXT-HEADER.
           05 EXT-HDR-TYPE       PIC X(1) VALUE "H".
           05 EXT-HDR-YEAR       PIC 9(4).
           05 EXT-HDR-RUN-DATE   PIC 9(8).
           05 EXT-HDR-MODE       PIC X(1).
           05 FILLER             PIC X(86) VALUE SPACES.
        01 EXT-DETAIL.
           05 EXT-DTL-TYPE       PIC X(1) VALUE "D".
           05 EXT-DTL-YEAR       PIC 9(4).
           05 EXT-DTL-CUST       PIC 9(6).
           05 EXT-DTL-NAME       PIC X(20).
           05 EXT-DTL-ADDRESS    PIC X(30).
           05 EXT-DTL-INTEREST   PIC S9(9)V99.
           05 EXT-DTL-FEES       PIC S9(9)V99.
           05 EXT-DTL-ACCOUNTS   PIC 9(3).
           05 EXT-DTL-INDICATOR  PIC X(1).
           05 FILLER             PIC X(13) VALUE SPACES.
        01 EXT-TRAILER.
           05 EXT-TRL-TYPE       PIC X(1) VALUE "T".
           05 EXT-TRL-YEAR       PIC 9(4).
           05 EXT-TRL-COUNT      PIC 9(7).
           05 EXT-TRL-INTEREST   PIC S9(11)V99.
           05 EXT-TRL-FEES       PIC S9(11)V99.
           05 FILLER             PIC X(62) VALUE SPACES.

        LINKAGE SECTION.
        01 LS-PARM-AREA.
           05 LS-PARM-LEN        PIC S9(4) COMP.
           05 LS-PARM-DATA       PIC X(40).
       PROCEDURE DIVISION USING LS-PARM-AREA.
       Taxstmt-Mainline.
           accept RUN-DATE from DATE YYYYMMDD
           perform Read-Parm
           open input ACCOUNT-MASTER
           if ACCOUNT-STATUS not = "00"
               display "UNABLE TO OPEN ACCOUNT-MASTER, STATUS " ACCOUNT-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if
           open input CUSTOMER-MASTER
           if CUSTOMER-STATUS not = "00"
               display "UNABLE TO OPEN CUSTOMER-MASTER, STATUS "
                   CUSTOMER-STATUS
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
           perform Load-Exclude-Table
           open output STATEMENT-FILE
           if STATEMENT-STATUS not = "00"
               display "UNABLE TO OPEN STATEMENT-FILE, STATUS "
                   STATEMENT-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if
           if not REPRINT-RUN
               open output EXTRACT-FILE
               if EXTRACT-STATUS not = "00"
                   display "UNABLE TO OPEN EXTRACT-FILE, STATUS "
                       EXTRACT-STATUS
                   move 16 to RETURN-CODE
                   stop run
               end-if
               perform Write-Extract-Header
           end-if
           sort SORT-WORK
               on ascending key SORT-CUST
               on ascending key SORT-ACCT
               input procedure is Select-History-Records
               output procedure is Print-Statements
           perform Write-Control-Totals
           if not REPRINT-RUN
               perform Write-Extract-Trailer
               close EXTRACT-FILE
           end-if
           display "TAX YEAR:                " TAX-YEAR
           display "RUN MODE:                " RUN-MODE
           display "HISTORY RECORDS READ:    " HISTORY-READ
           display "POSTINGS SELECTED:       " SELECTED-COUNT
           display "POSTINGS EXCLUDED:       " EXCLUDED-COUNT
           display "STATEMENTS PRINTED:      " STATEMENT-COUNT
           display "EXTRACT DETAIL RECORDS:  " EXTRACT-COUNT
           if STATEMENT-COUNT = zeros
               display "NO STATEMENTS PRODUCED FOR TAX YEAR " TAX-YEAR
               if RETURN-CODE < 4
                   move 4 to RETURN-CODE
               end-if
           end-if
           close ACCOUNT-MASTER
           close CUSTOMER-MASTER
           close CLOSED-MASTER
           close STATEMENT-FILE
           STOP RUN.

       Read-Parm.
       move LS-PARM-LEN to PARM-LEN
       if PARM-LEN >= 4 and LS-PARM-DATA(1:4) is numeric
           move LS-PARM-DATA(1:4) to TAX-YEAR
       else
           display "NO TAX YEAR SUPPLIED, NOTHING TO REPORT"
           move 16 to RETURN-CODE
           stop run
       end-if
       if PARM-LEN >= 6 and LS-PARM-DATA(6:1) not = space
           move LS-PARM-DATA(6:1) to RUN-MODE
       end-if
       if not ANNUAL-RUN and not REPRINT-RUN and not CORRECTED-RUN
           display "INVALID RUN MODE " RUN-MODE
           move 16 to RETURN-CODE
           stop run
       end-if
       if PARM-LEN >= 13 and LS-PARM-DATA(8:6) is numeric
           move LS-PARM-DATA(8:6) to SELECT-CUST
       end-if
       if PARM-LEN >= 15
           move LS-PARM-DATA(15:10) to CORRECTED-RUN-ID
       end-if
       if REPRINT-RUN and SELECT-CUST = zeros
           display "NO CUSTOMER SUPPLIED FOR REPRINT"
           move 16 to RETURN-CODE
           stop run
       end-if
       if CORRECTED-RUN and CORRECTED-RUN-ID = spaces
           display "NO BACKED-OUT RUN-ID SUPPLIED FOR CORRECTED RUN"
           move 16 to RETURN-CODE
           stop run
       end-if.

       Load-Exclude-Table.
       open input EXCLUDE-FILE
       if EXCLUDE-STATUS = "35"
           display "NO EXCLUDED RUN FILE, ALL RUNS INCLUDED"
       else
           if EXCLUDE-STATUS not = "00"
               display "UNABLE TO OPEN EXCLUDE-FILE, STATUS "
                   EXCLUDE-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if
           perform until END-OF-EXCLUDE-FILE
               perform Load-One-Exclude
           end-perform
           close EXCLUDE-FILE
       end-if
       display "EXCLUDED RUNS LOADED:    " EXCLUDE-ENTRY-COUNT.

       Load-One-Exclude.
       read EXCLUDE-FILE
           at end
               set END-OF-EXCLUDE-FILE to true
           not at end
               if EXCL-RUN-ID not = spaces
                   if EXCLUDE-ENTRY-COUNT >= EXCLUDE-ENTRY-MAX
                       display "EXCLUDED RUN TABLE FULL, IGNORED "
                           EXCL-RUN-ID
                       if RETURN-CODE < 4
                           move 4 to RETURN-CODE
                       end-if
                   else
                       add 1 to EXCLUDE-ENTRY-COUNT
                       move EXCL-RUN-ID
                           to XT-RUN-ID(EXCLUDE-ENTRY-COUNT)
                   end-if
               end-if
       end-read.

       Select-History-Records.
       open input AUDIT-HISTORY-FILE
       if AUDIT-HISTORY-STATUS not = "00"
           display "UNABLE TO OPEN AUDIT-HISTORY-FILE, STATUS "
               AUDIT-HISTORY-STATUS
           move 16 to RETURN-CODE
           stop run
       end-if
       perform until END-OF-HISTORY-FILE
           perform Release-One-History
       end-perform
       close AUDIT-HISTORY-FILE.

       Release-One-History.
       read AUDIT-HISTORY-FILE next record
           at end
               set END-OF-HISTORY-FILE to true
           not at end
               add 1 to HISTORY-READ
               move AHIST-DATE to POSTING-DATE
               if POSTING-YYYY = TAX-YEAR
                   and AHIST-STATUS = "0"
                   and (AHIST-OP-CODE = "A" or AHIST-OP-CODE = "S")
                   and (AHIST-SOURCE = "SWEEP"
                       or AHIST-SOURCE = "CLOSEINT"
                       or AHIST-SOURCE = "CLOSEFEE")
                   perform Check-Tax-Posting
               end-if
       end-read.

       Check-Tax-Posting.
       perform Check-Run-Excluded
       if RUN-IS-EXCLUDED
           add 1 to EXCLUDED-COUNT
       else
           perform Find-Account-Customer
           if SELECT-CUST = zeros or LOOKUP-CUST = SELECT-CUST
               move LOOKUP-CUST to SORT-CUST
               move AHIST-ACCT-NUMBER to SORT-ACCT
               move AHIST-OP-CODE to SORT-OP-CODE
               move LOOKUP-NAME to SORT-ACCT-NAME
               move LOOKUP-TYPE to SORT-ACCT-TYPE
               if CORRECTED-RUN and AHIST-RUN-ID = CORRECTED-RUN-ID
                   add 1 to EXCLUDED-COUNT
                   move zeros to SORT-AMOUNT
                   move "Y" to SORT-AFFECTED
               else
                   add 1 to SELECTED-COUNT
                   move AHIST-LNUM2 to SORT-AMOUNT
                   move "N" to SORT-AFFECTED
               end-if
               release SORT-RECORD
           end-if
       end-if.

       Check-Run-Excluded.
       move "N" to EXCLUDED-SWITCH
       move 1 to EXCLUDE-IX
       perform until EXCLUDE-IX > EXCLUDE-ENTRY-COUNT or RUN-IS-EXCLUDED
           perform Check-One-Exclude
           add 1 to EXCLUDE-IX
       end-perform.

       Check-One-Exclude.
       if XT-RUN-ID(EXCLUDE-IX) = AHIST-RUN-ID
           set RUN-IS-EXCLUDED to true
       end-if.

       Find-Account-Customer.
       if AHIST-ACCT-NUMBER not = LOOKUP-ACCT
           move AHIST-ACCT-NUMBER to LOOKUP-ACCT
           move zeros to LOOKUP-CUST
           move "Y" to MASTER-FOUND-SWITCH
           move AHIST-ACCT-NUMBER to ACCT-NUMBER
           read ACCOUNT-MASTER
               invalid key
                   move "N" to MASTER-FOUND-SWITCH
           end-read
           if MASTER-WAS-FOUND
               if ACCT-CUST-NUMBER numeric
                   move ACCT-CUST-NUMBER to LOOKUP-CUST
               end-if
               move ACCT-NAME to LOOKUP-NAME
               move ACCT-TYPE to LOOKUP-TYPE
           else
               move AHIST-ACCT-NUMBER to CLSD-ACCT-NUMBER
               perform Read-Closed-Account
               if CLOSED-WAS-FOUND
                   move CLSD-CUST-NUMBER to LOOKUP-CUST
                   move CLSD-NAME to LOOKUP-NAME
                   move CLSD-TYPE to LOOKUP-TYPE
               else
                   move "** NOT ON MASTER **" to LOOKUP-NAME
                   move space to LOOKUP-TYPE
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
       end-perform
       if CUSTOMER-IN-PROGRESS
           perform Finish-Customer
       end-if.

       Print-One-Record.
       return SORT-WORK
           at end
               set END-OF-SORT-FILE to true
           not at end
               if CUSTOMER-IN-PROGRESS
                   and SORT-CUST not = CURRENT-CUST
                   perform Finish-Customer
               end-if
               if not CUSTOMER-IN-PROGRESS
                   perform Start-Customer
               end-if
               perform Add-To-Account
       end-return.

       Start-Customer.
       move SORT-CUST to CURRENT-CUST
       move zeros to CUST-ACCT-COUNT
       move zeros to CUST-INTEREST
       move zeros to CUST-FEES
       move "N" to AFFECTED-SWITCH
       move "Y" to CUSTOMER-OPEN-SWITCH.

       Add-To-Account.
       if SORT-AFFECTED = "Y"
           set CUSTOMER-IS-AFFECTED to true
       end-if
       if CUST-ACCT-COUNT = zeros
           or SORT-ACCT not = CA-ACCT(CUST-ACCT-COUNT)
           if CUST-ACCT-COUNT >= CUST-ACCT-MAX
               display "TOO MANY ACCOUNTS FOR CUSTOMER " CURRENT-CUST
                   ", ACCOUNT " SORT-ACCT " COMBINED WITH PREVIOUS"
               if RETURN-CODE < 4
                   move 4 to RETURN-CODE
               end-if
           else
               add 1 to CUST-ACCT-COUNT
               move SORT-ACCT to CA-ACCT(CUST-ACCT-COUNT)
               move SORT-ACCT-NAME to CA-NAME(CUST-ACCT-COUNT)
               move SORT-ACCT-TYPE to CA-TYPE(CUST-ACCT-COUNT)
               move zeros to CA-INTEREST(CUST-ACCT-COUNT)
               move zeros to CA-FEES(CUST-ACCT-COUNT)
           end-if
       end-if
       if SORT-OP-CODE = "A"
           add SORT-AMOUNT to CA-INTEREST(CUST-ACCT-COUNT)
           add SORT-AMOUNT to CUST-INTEREST
       else
           add SORT-AMOUNT to CA-FEES(CUST-ACCT-COUNT)
           add SORT-AMOUNT to CUST-FEES
       end-if.

       Finish-Customer.
       if not CORRECTED-RUN or CUSTOMER-IS-AFFECTED
           perform Write-Statement-Header
           move 1 to CUST-ACCT-IX
           perform until CUST-ACCT-IX > CUST-ACCT-COUNT
               perform Write-Statement-Detail
               add 1 to CUST-ACCT-IX
           end-perform
           perform Write-Statement-Total
           add 1 to STATEMENT-COUNT
           add CUST-ACCT-COUNT to TOTAL-ACCT-COUNT
           add CUST-INTEREST to TOTAL-INTEREST
           add CUST-FEES to TOTAL-FEES
           if not REPRINT-RUN
               perform Write-Extract-Detail
           end-if
       end-if
       move "N" to CUSTOMER-OPEN-SWITCH.

       Write-Statement-Header.
       if CORRECTED-RUN
           move "CORRECTED INTEREST AND FEE STATEMENT" to STMT-HDR-TITLE
       end-if
       move TAX-YEAR to STMT-HDR-YEAR
       move CURRENT-CUST to STMT-HDR-CUST
       if CURRENT-CUST = zeros
           move "** NO CUSTOMER **" to STMT-HDR-NAME
           move spaces to STMT-HDR-ADDRESS
       else
           move "Y" to CUST-FOUND-SWITCH
           move CURRENT-CUST to CUST-NUMBER
           read CUSTOMER-MASTER
               invalid key
                   move "N" to CUST-FOUND-SWITCH
           end-read
           if CUSTOMER-WAS-FOUND
               move CUST-NAME to STMT-HDR-NAME
               move CUST-ADDRESS to STMT-HDR-ADDRESS
           else
               move "** NOT ON MASTER **" to STMT-HDR-NAME
               move spaces to STMT-HDR-ADDRESS
           end-if
       end-if
       string RUN-YYYY delimited by size
           "-" delimited by size
           RUN-MM delimited by size
           "-" delimited by size
           RUN-DD delimited by size
           into STMT-HDR-DATE
       move STMT-HDR-LINE-1 to STATEMENT-RECORD
       write STATEMENT-RECORD after advancing page
       move STMT-HDR-LINE-2 to STATEMENT-RECORD
       write STATEMENT-RECORD
       move STMT-HDR-LINE-3 to STATEMENT-RECORD
       write STATEMENT-RECORD
       move STMT-HDR-LINE-4 to STATEMENT-RECORD
       write STATEMENT-RECORD
       if CORRECTED-RUN
           move STMT-CORRECTED-LINE to STATEMENT-RECORD
           write STATEMENT-RECORD
       end-if
       move spaces to STATEMENT-RECORD
       write STATEMENT-RECORD
       move STMT-COL-LINE to STATEMENT-RECORD
       write STATEMENT-RECORD.

       Write-Statement-Detail.
       move CA-ACCT(CUST-ACCT-IX) to STMT-DTL-ACCT
       move CA-NAME(CUST-ACCT-IX) to STMT-DTL-NAME
       move CA-TYPE(CUST-ACCT-IX) to STMT-DTL-TYPE
       move CA-INTEREST(CUST-ACCT-IX) to STMT-DTL-INTEREST
       move CA-FEES(CUST-ACCT-IX) to STMT-DTL-FEES
       move STMT-DETAIL-LINE to STATEMENT-RECORD
       write STATEMENT-RECORD.

       Write-Statement-Total.
       move spaces to STATEMENT-RECORD
       write STATEMENT-RECORD
       move CUST-INTEREST to STMT-TOT-INTEREST
       move CUST-FEES to STMT-TOT-FEES
       move STMT-TOTAL-LINE to STATEMENT-RECORD
       write STATEMENT-RECORD.

       Write-Control-Totals.
       move TAX-YEAR to CTL-HDR-YEAR
       move RUN-MODE to CTL-HDR-MODE
       move CTL-HDR-LINE to STATEMENT-RECORD
       write STATEMENT-RECORD after advancing page
       move spaces to STATEMENT-RECORD
       write STATEMENT-RECORD
       move "HISTORY RECORDS READ:" to CTL-CNT-LABEL
       move HISTORY-READ to CTL-CNT-VALUE
       move CTL-COUNT-LINE to STATEMENT-RECORD
       write STATEMENT-RECORD
       move "POSTINGS SELECTED:" to CTL-CNT-LABEL
       move SELECTED-COUNT to CTL-CNT-VALUE
       move CTL-COUNT-LINE to STATEMENT-RECORD
       write STATEMENT-RECORD
       move "POSTINGS EXCLUDED:" to CTL-CNT-LABEL
       move EXCLUDED-COUNT to CTL-CNT-VALUE
       move CTL-COUNT-LINE to STATEMENT-RECORD
       write STATEMENT-RECORD
       move "STATEMENTS PRINTED:" to CTL-CNT-LABEL
       move STATEMENT-COUNT to CTL-CNT-VALUE
       move CTL-COUNT-LINE to STATEMENT-RECORD
       write STATEMENT-RECORD
       move "ACCOUNTS REPORTED:" to CTL-CNT-LABEL
       move TOTAL-ACCT-COUNT to CTL-CNT-VALUE
       move CTL-COUNT-LINE to STATEMENT-RECORD
       write STATEMENT-RECORD
       move "TOTAL INTEREST PAID:" to CTL-AMT-LABEL
       move TOTAL-INTEREST to CTL-AMT-VALUE
       move CTL-AMOUNT-LINE to STATEMENT-RECORD
       write STATEMENT-RECORD
       move "TOTAL FEES CHARGED:" to CTL-AMT-LABEL
       move TOTAL-FEES to CTL-AMT-VALUE
       move CTL-AMOUNT-LINE to STATEMENT-RECORD
       write STATEMENT-RECORD.

       Write-Extract-Header.
       move TAX-YEAR to EXT-HDR-YEAR
       move RUN-DATE to EXT-HDR-RUN-DATE
       move RUN-MODE to EXT-HDR-MODE
       move EXT-HEADER to EXTRACT-RECORD
       write EXTRACT-RECORD.

       Write-Extract-Detail.
       move TAX-YEAR to EXT-DTL-YEAR
       move CURRENT-CUST to EXT-DTL-CUST
       move STMT-HDR-NAME to EXT-DTL-NAME
       move STMT-HDR-ADDRESS to EXT-DTL-ADDRESS
       move CUST-INTEREST to EXT-DTL-INTEREST
       move CUST-FEES to EXT-DTL-FEES
       move CUST-ACCT-COUNT to EXT-DTL-ACCOUNTS
       if CORRECTED-RUN
           move "C" to EXT-DTL-INDICATOR
       else
           move "O" to EXT-DTL-INDICATOR
       end-if
       move EXT-DETAIL to EXTRACT-RECORD
       write EXTRACT-RECORD
       add 1 to EXTRACT-COUNT.

       Write-Extract-Trailer.
       move TAX-YEAR to EXT-TRL-YEAR
       move EXTRACT-COUNT to EXT-TRL-COUNT
       move TOTAL-INTEREST to EXT-TRL-INTEREST
       move TOTAL-FEES to EXT-TRL-FEES
       move EXT-TRAILER to EXTRACT-RECORD
       write EXTRACT-RECORD.
