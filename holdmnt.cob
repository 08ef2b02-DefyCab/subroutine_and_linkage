      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. holdmnt.
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

           SELECT HOLD-MASTER ASSIGN TO "HOLDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS HOLD-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CALENDAR-STATUS.

           SELECT HOLD-MAINT-FILE ASSIGN TO "HLDIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HOLD-MAINT-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "HLDRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REGISTER-STATUS.
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

        FD CALENDAR-FILE.
        01 CALENDAR-RECORD.
           05 CAL-REC-TYPE         PIC X(1).
           05 CAL-REC-DATE         PIC 9(8).
           05 CAL-DAY-TYPE         PIC X(1).

        FD HOLD-MAINT-FILE.
        01 HOLD-MAINT-RECORD.
           05 HMT-ACTION           PIC X(1).
           05 HMT-ACCT-NUMBER      PIC 9(6).
           05 HMT-HOLD-SEQ         PIC 9(3).
           05 HMT-AMOUNT           PIC S9(7)V99.
           05 HMT-REASON           PIC X(2).
           05 HMT-EXPIRY-DATE      PIC 9(8).
           05 HMT-REFERENCE        PIC X(20).

        FD REGISTER-FILE.
        01 REGISTER-RECORD          PIC X(132).

        WORKING-STORAGE SECTION.
        01 ACCOUNT-STATUS      PIC XX VALUE "00".
        01 HOLD-STATUS         PIC XX VALUE "00".
        01 CALENDAR-STATUS     PIC XX VALUE "00".
        01 HOLD-MAINT-STATUS   PIC XX VALUE "00".
        01 REGISTER-STATUS     PIC XX VALUE "00".
        01 MAINT-COUNT         PIC 9(7) VALUE ZEROS.
        01 APPLIED-COUNT       PIC 9(7) VALUE ZEROS.
        01 REJECTED-COUNT      PIC 9(7) VALUE ZEROS.
        01 MAINT-RESULT        PIC X(25) VALUE SPACES.
        01 LEDGER-DATE         PIC 9(8) VALUE ZEROS.
        01 NEXT-HOLD-SEQ       PIC 9(3) VALUE ZEROS.
        01 EOF-SWITCH          PIC X VALUE "N".
           88 END-OF-MAINT-FILE       VALUE "Y".
        01 CAL-EOF-SWITCH      PIC X VALUE "N".
           88 END-OF-CALENDAR-FILE    VALUE "Y".
        01 LEDGER-DATE-SWITCH  PIC X VALUE "N".
           88 LEDGER-DATE-FOUND       VALUE "Y".
        01 HOLD-SCAN-SWITCH    PIC X VALUE "N".
           88 END-OF-ACCOUNT-HOLDS    VALUE "Y".
        01 MASTER-FOUND-SWITCH PIC X VALUE "Y".
           88 MASTER-WAS-FOUND        VALUE "Y".
           88 MASTER-NOT-FOUND        VALUE "N".
        01 HOLD-FOUND-SWITCH   PIC X VALUE "Y".
           88 HOLD-WAS-FOUND          VALUE "Y".
           88 HOLD-NOT-FOUND          VALUE "N".
        01 HOLD-REASON-CHECK   PIC X(2) VALUE SPACES.
           88 HOLD-REASON-VALID       VALUE "CQ" "GA" "CA" "OT".
        01 RUN-DATE.
           05 RUN-YYYY        PIC 9(4).
           05 RUN-MM          PIC 9(2).
           05 RUN-DD          PIC 9(2).

        01 REG-HDR-LINE-1.
           05 FILLER             PIC X(40)
                  VALUE "ACCOUNT HOLD MAINTENANCE REGISTER".
           05 FILLER             PIC X(92) VALUE SPACES.
        01 REG-HDR-LINE-2.
           05 FILLER             PIC X(6) VALUE "DATE: ".
           05 REG-HDR-DATE       PIC X(10) VALUE SPACES.
           05 FILLER             PIC X(15) VALUE "  LEDGER DATE: ".
           05 REG-HDR-LEDGER     PIC 9(8).
           05 FILLER             PIC X(93) VALUE SPACES.
        01 REG-DETAIL-LINE.
           05 REG-DTL-ACTION     PIC X(1).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 REG-DTL-ACCT       PIC 9(6).
           05 FILLER             PIC X(1) VALUE "/".
           05 REG-DTL-SEQ        PIC 9(3).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 REG-DTL-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 REG-DTL-REASON     PIC X(2).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 REG-DTL-EXPIRY     PIC 9(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 REG-DTL-REFERENCE  PIC X(20).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 REG-DTL-RESULT     PIC X(25).
           05 FILLER             PIC X(39) VALUE SPACES.
        01 REG-TOTAL-LINE-1.
           05 FILLER             PIC X(25) VALUE "MAINTENANCE APPLIED:  ".
           05 REG-TOT-APPLIED    PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(98) VALUE SPACES.
        01 REG-TOTAL-LINE-2.
           05 FILLER             PIC X(25) VALUE "MAINTENANCE REJECTED: ".
           05 REG-TOT-REJECTED   PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(98) VALUE SPACES.
       PROCEDURE DIVISION.
       Hold-Mainline.
           accept RUN-DATE from DATE YYYYMMDD
           perform Read-Ledger-Date
           open input ACCOUNT-MASTER
           if ACCOUNT-STATUS not = "00"
               display "UNABLE TO OPEN ACCOUNT-MASTER, STATUS " ACCOUNT-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if
           open i-o HOLD-MASTER
           if HOLD-STATUS = "35"
               open output HOLD-MASTER
               close HOLD-MASTER
               open i-o HOLD-MASTER
           end-if
           if HOLD-STATUS not = "00"
               display "UNABLE TO OPEN HOLD-MASTER, STATUS " HOLD-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if
           open input HOLD-MAINT-FILE
           if HOLD-MAINT-STATUS not = "00"
               display "UNABLE TO OPEN HOLD-MAINT-FILE, STATUS "
                   HOLD-MAINT-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if
           open output REGISTER-FILE
           if REGISTER-STATUS not = "00"
               display "UNABLE TO OPEN REGISTER-FILE, STATUS "
                   REGISTER-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if
           perform Write-Register-Headers
           perform until END-OF-MAINT-FILE
               perform Apply-Hold-Maintenance
           end-perform
           perform Write-Register-Totals
           display "HOLD RECORDS READ:   " MAINT-COUNT
           display "HOLD ACTIONS APPLIED: " APPLIED-COUNT
           display "HOLD ACTIONS REJECTED: " REJECTED-COUNT
           if REJECTED-COUNT > 0
               if RETURN-CODE < 4
                   move 4 to RETURN-CODE
               end-if
           end-if
           close ACCOUNT-MASTER
           close HOLD-MASTER
           close HOLD-MAINT-FILE
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

       Apply-Hold-Maintenance.
       read HOLD-MAINT-FILE
           at end
               set END-OF-MAINT-FILE to true
           not at end
               add 1 to MAINT-COUNT
               move spaces to MAINT-RESULT
               evaluate HMT-ACTION
                   when "P"
                       perform Place-Hold
                   when "C"
                       perform Change-Hold
                   when "R"
                       perform Release-Hold
                   when other
                       move "INVALID ACTION CODE" to MAINT-RESULT
               end-evaluate
               if MAINT-RESULT = "APPLIED"
                   add 1 to APPLIED-COUNT
               else
                   add 1 to REJECTED-COUNT
                   display "HOLD MAINTENANCE REJECTED, ACCOUNT "
                       HMT-ACCT-NUMBER " " MAINT-RESULT
               end-if
               perform Write-Register-Detail
       end-read.

       Place-Hold.
       move "Y" to MASTER-FOUND-SWITCH
       move HMT-ACCT-NUMBER to ACCT-NUMBER
       read ACCOUNT-MASTER
           invalid key
               move "N" to MASTER-FOUND-SWITCH
       end-read
       move HMT-REASON to HOLD-REASON-CHECK
       if MASTER-NOT-FOUND
           move "ACCOUNT NOT FOUND" to MAINT-RESULT
       else
           if HMT-AMOUNT not numeric or HMT-AMOUNT not > zeros
               move "HOLD AMOUNT INVALID" to MAINT-RESULT
           else
               if not HOLD-REASON-VALID
                   move "HOLD REASON INVALID" to MAINT-RESULT
               else
                   perform Check-Expiry-Date
               end-if
           end-if
       end-if
       if MAINT-RESULT = spaces
           perform Write-New-Hold
       end-if.

       Check-Expiry-Date.
       if HMT-EXPIRY-DATE not numeric
           move "EXPIRY DATE INVALID" to MAINT-RESULT
       else
           if HMT-EXPIRY-DATE not = zeros
               and HMT-EXPIRY-DATE < LEDGER-DATE
               move "EXPIRY DATE IN THE PAST" to MAINT-RESULT
           end-if
       end-if.

       Write-New-Hold.
       if HMT-HOLD-SEQ numeric and HMT-HOLD-SEQ not = zeros
           move HMT-HOLD-SEQ to NEXT-HOLD-SEQ
       else
           perform Find-Next-Hold-Seq
       end-if
       if MAINT-RESULT = spaces
           move HMT-ACCT-NUMBER to HOLD-ACCT-NUMBER
           move NEXT-HOLD-SEQ to HOLD-SEQ
           move HMT-AMOUNT to HOLD-AMOUNT
           move HMT-REASON to HOLD-REASON
           move LEDGER-DATE to HOLD-PLACED-DATE
           move HMT-EXPIRY-DATE to HOLD-EXPIRY-DATE
           move HMT-REFERENCE to HOLD-REFERENCE
           write HOLD-RECORD
               invalid key
                   move "HOLD ALREADY EXISTS" to MAINT-RESULT
               not invalid key
                   move "APPLIED" to MAINT-RESULT
                   move NEXT-HOLD-SEQ to HMT-HOLD-SEQ
           end-write
       end-if.

       Find-Next-Hold-Seq.
       move 1 to NEXT-HOLD-SEQ
       move "N" to HOLD-SCAN-SWITCH
       move HMT-ACCT-NUMBER to HOLD-ACCT-NUMBER
       move zeros to HOLD-SEQ
       start HOLD-MASTER key >= HOLD-KEY
           invalid key
               set END-OF-ACCOUNT-HOLDS to true
       end-start
       perform until END-OF-ACCOUNT-HOLDS
           perform Scan-One-Hold
       end-perform
       if NEXT-HOLD-SEQ = zeros
           move "NO HOLD SEQUENCE LEFT" to MAINT-RESULT
       end-if.

       Scan-One-Hold.
       read HOLD-MASTER next record
           at end
               set END-OF-ACCOUNT-HOLDS to true
           not at end
               if HOLD-ACCT-NUMBER not = HMT-ACCT-NUMBER
                   set END-OF-ACCOUNT-HOLDS to true
               else
                   if HOLD-SEQ = 999
                       move zeros to NEXT-HOLD-SEQ
                   else
                       compute NEXT-HOLD-SEQ = HOLD-SEQ + 1
                   end-if
               end-if
       end-read.

       Read-Hold.
       move "Y" to HOLD-FOUND-SWITCH
       move HMT-ACCT-NUMBER to HOLD-ACCT-NUMBER
       move HMT-HOLD-SEQ to HOLD-SEQ
       read HOLD-MASTER
           invalid key
               move "N" to HOLD-FOUND-SWITCH
       end-read.

       Change-Hold.
       perform Read-Hold
       move HMT-REASON to HOLD-REASON-CHECK
       if HOLD-NOT-FOUND
           move "HOLD NOT FOUND" to MAINT-RESULT
       else
           if HMT-AMOUNT numeric and HMT-AMOUNT not = zeros
               if HMT-AMOUNT < zeros
                   move "HOLD AMOUNT INVALID" to MAINT-RESULT
               else
                   move HMT-AMOUNT to HOLD-AMOUNT
               end-if
           end-if
           if HMT-REASON not = spaces
               if not HOLD-REASON-VALID
                   move "HOLD REASON INVALID" to MAINT-RESULT
               else
                   move HMT-REASON to HOLD-REASON
               end-if
           end-if
           if HMT-EXPIRY-DATE not = zeros
               perform Check-Expiry-Date
               if MAINT-RESULT = spaces
                   move HMT-EXPIRY-DATE to HOLD-EXPIRY-DATE
               end-if
           end-if
           if HMT-REFERENCE not = spaces
               move HMT-REFERENCE to HOLD-REFERENCE
           end-if
           if MAINT-RESULT = spaces
               rewrite HOLD-RECORD
                   invalid key
                       move "REWRITE FAILED" to MAINT-RESULT
                   not invalid key
                       move "APPLIED" to MAINT-RESULT
               end-rewrite
           end-if
       end-if.

       Release-Hold.
       perform Read-Hold
       if HOLD-NOT-FOUND
           move "HOLD NOT FOUND" to MAINT-RESULT
       else
           move HOLD-AMOUNT to HMT-AMOUNT
           delete HOLD-MASTER
               invalid key
                   move "DELETE FAILED" to MAINT-RESULT
               not invalid key
                   move "APPLIED" to MAINT-RESULT
           end-delete
       end-if.

       Write-Register-Headers.
       string RUN-YYYY delimited by size
           "-" delimited by size
           RUN-MM delimited by size
           "-" delimited by size
           RUN-DD delimited by size
           into REG-HDR-DATE
       move LEDGER-DATE to REG-HDR-LEDGER
       move REG-HDR-LINE-1 to REGISTER-RECORD
       write REGISTER-RECORD
       move REG-HDR-LINE-2 to REGISTER-RECORD
       write REGISTER-RECORD
       move spaces to REGISTER-RECORD
       write REGISTER-RECORD.

       Write-Register-Detail.
       move HMT-ACTION to REG-DTL-ACTION
       move HMT-ACCT-NUMBER to REG-DTL-ACCT
       if HMT-HOLD-SEQ numeric
           move HMT-HOLD-SEQ to REG-DTL-SEQ
       else
           move zeros to REG-DTL-SEQ
       end-if
       if HMT-AMOUNT numeric
           move HMT-AMOUNT to REG-DTL-AMOUNT
       else
           move zeros to REG-DTL-AMOUNT
       end-if
       move HMT-REASON to REG-DTL-REASON
       if HMT-EXPIRY-DATE numeric
           move HMT-EXPIRY-DATE to REG-DTL-EXPIRY
       else
           move zeros to REG-DTL-EXPIRY
       end-if
       move HMT-REFERENCE to REG-DTL-REFERENCE
       move MAINT-RESULT to REG-DTL-RESULT
       move REG-DETAIL-LINE to REGISTER-RECORD
       write REGISTER-RECORD.

       Write-Register-Totals.
       move spaces to REGISTER-RECORD
       write REGISTER-RECORD
       move APPLIED-COUNT to REG-TOT-APPLIED
       move REG-TOTAL-LINE-1 to REGISTER-RECORD
       write REGISTER-RECORD
       move REJECTED-COUNT to REG-TOT-REJECTED
       move REG-TOTAL-LINE-2 to REGISTER-RECORD
       write REGISTER-RECORD.
