      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. holdexp.
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
           SELECT HOLD-MASTER ASSIGN TO "HOLDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS HOLD-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CALENDAR-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "HLDXRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REGISTER-STATUS.
       DATA DIVISION.
        FILE SECTION.
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

        FD REGISTER-FILE.
        01 REGISTER-RECORD          PIC X(132).

        WORKING-STORAGE SECTION.
        01 HOLD-STATUS         PIC XX VALUE "00".
        01 CALENDAR-STATUS     PIC XX VALUE "00".
        01 REGISTER-STATUS     PIC XX VALUE "00".
        01 LEDGER-DATE         PIC 9(8) VALUE ZEROS.
        01 HOLDS-READ          PIC 9(7) VALUE ZEROS.
        01 EXPIRED-COUNT       PIC 9(7) VALUE ZEROS.
        01 EXPIRED-AMOUNT      PIC S9(11)V99 VALUE ZEROS.
        01 REMAINING-COUNT     PIC 9(7) VALUE ZEROS.
        01 REMAINING-AMOUNT    PIC S9(11)V99 VALUE ZEROS.
        01 EOF-SWITCH          PIC X VALUE "N".
           88 END-OF-HOLD-FILE        VALUE "Y".
        01 CAL-EOF-SWITCH      PIC X VALUE "N".
           88 END-OF-CALENDAR-FILE    VALUE "Y".
        01 LEDGER-DATE-SWITCH  PIC X VALUE "N".
           88 LEDGER-DATE-FOUND       VALUE "Y".
        01 RUN-DATE.
           05 RUN-YYYY        PIC 9(4).
           05 RUN-MM          PIC 9(2).
           05 RUN-DD          PIC 9(2).

        01 REG-HDR-LINE-1.
           05 FILLER             PIC X(40)
                  VALUE "EXPIRED HOLDS REGISTER".
           05 FILLER             PIC X(92) VALUE SPACES.
        01 REG-HDR-LINE-2.
           05 FILLER             PIC X(6) VALUE "DATE: ".
           05 REG-HDR-DATE       PIC X(10) VALUE SPACES.
           05 FILLER             PIC X(15) VALUE "  LEDGER DATE: ".
           05 REG-HDR-LEDGER     PIC 9(8).
           05 FILLER             PIC X(93) VALUE SPACES.
        01 REG-DETAIL-LINE.
           05 REG-DTL-ACCT       PIC 9(6).
           05 FILLER             PIC X(1) VALUE "/".
           05 REG-DTL-SEQ        PIC 9(3).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 REG-DTL-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 REG-DTL-REASON     PIC X(2).
           05 FILLER             PIC X(9) VALUE "  PLACED ".
           05 REG-DTL-PLACED     PIC 9(8).
           05 FILLER             PIC X(9) VALUE "  EXPIRY ".
           05 REG-DTL-EXPIRY     PIC 9(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 REG-DTL-REFERENCE  PIC X(20).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 REG-DTL-RESULT     PIC X(15).
           05 FILLER             PIC X(28) VALUE SPACES.
        01 REG-TOTAL-LINE-1.
           05 FILLER             PIC X(25) VALUE "HOLDS EXPIRED:        ".
           05 REG-TOT-EXPIRED    PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(9) VALUE "  AMOUNT ".
           05 REG-TOT-EXP-AMT    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(71) VALUE SPACES.
        01 REG-TOTAL-LINE-2.
           05 FILLER             PIC X(25) VALUE "HOLDS STILL ACTIVE:   ".
           05 REG-TOT-REMAINING  PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(9) VALUE "  AMOUNT ".
           05 REG-TOT-REM-AMT    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(71) VALUE SPACES.
        01 REG-EMPTY-LINE.
           05 FILLER             PIC X(40)
                  VALUE "NO HOLDS EXPIRED".
           05 FILLER             PIC X(92) VALUE SPACES.
       PROCEDURE DIVISION.
       Expiry-Mainline.
           accept RUN-DATE from DATE YYYYMMDD
           perform Read-Ledger-Date
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
           open output REGISTER-FILE
           if REGISTER-STATUS not = "00"
               display "UNABLE TO OPEN REGISTER-FILE, STATUS "
                   REGISTER-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if
           perform Write-Register-Headers
           perform until END-OF-HOLD-FILE
               perform Check-One-Hold
           end-perform
           perform Write-Register-Totals
           display "HOLDS READ:         " HOLDS-READ
           display "HOLDS EXPIRED:      " EXPIRED-COUNT
           display "HOLDS STILL ACTIVE: " REMAINING-COUNT
           close HOLD-MASTER
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

       Check-One-Hold.
       read HOLD-MASTER next record
           at end
               set END-OF-HOLD-FILE to true
           not at end
               add 1 to HOLDS-READ
               if HOLD-EXPIRY-DATE not = zeros
                   and HOLD-EXPIRY-DATE < LEDGER-DATE
                   perform Expire-Hold
               else
                   add 1 to REMAINING-COUNT
                   add HOLD-AMOUNT to REMAINING-AMOUNT
               end-if
       end-read.

       Expire-Hold.
       delete HOLD-MASTER
           invalid key
               move "DELETE FAILED" to REG-DTL-RESULT
               display "UNABLE TO DELETE EXPIRED HOLD "
                   HOLD-ACCT-NUMBER "/" HOLD-SEQ
               if RETURN-CODE < 8
                   move 8 to RETURN-CODE
               end-if
           not invalid key
               move "EXPIRED" to REG-DTL-RESULT
               add 1 to EXPIRED-COUNT
               add HOLD-AMOUNT to EXPIRED-AMOUNT
       end-delete
       perform Write-Register-Detail.

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
       move HOLD-ACCT-NUMBER to REG-DTL-ACCT
       move HOLD-SEQ to REG-DTL-SEQ
       move HOLD-AMOUNT to REG-DTL-AMOUNT
       move HOLD-REASON to REG-DTL-REASON
       move HOLD-PLACED-DATE to REG-DTL-PLACED
       move HOLD-EXPIRY-DATE to REG-DTL-EXPIRY
       move HOLD-REFERENCE to REG-DTL-REFERENCE
       move REG-DETAIL-LINE to REGISTER-RECORD
       write REGISTER-RECORD.

       Write-Register-Totals.
       if EXPIRED-COUNT = zeros
           move REG-EMPTY-LINE to REGISTER-RECORD
           write REGISTER-RECORD
       end-if
       move spaces to REGISTER-RECORD
       write REGISTER-RECORD
       move EXPIRED-COUNT to REG-TOT-EXPIRED
       move EXPIRED-AMOUNT to REG-TOT-EXP-AMT
       move REG-TOTAL-LINE-1 to REGISTER-RECORD
       write REGISTER-RECORD
       move REMAINING-COUNT to REG-TOT-REMAINING
       move REMAINING-AMOUNT to REG-TOT-REM-AMT
       move REG-TOTAL-LINE-2 to REGISTER-RECORD
       write REGISTER-RECORD.
