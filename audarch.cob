           05 AUD-TIME             PIC 9(8).
           05 AUD-SEQ              PIC 9(7).
           05 AUD-SOURCE           PIC X(8).
        01 AUDIT-ADJUSTMENT-RECORD.
           05 FILLER               PIC X(17).
           05 AUD-ADJ-DETAIL       PIC X(27).
           05 FILLER               PIC X(32).

        FD AUDIT-NEW-FILE.
        01 AUDIT-NEW-RECORD         PIC X(76).
           05 AHIST-STATUS         PIC X(1).
           05 AHIST-TIME           PIC 9(8).
           05 AHIST-SOURCE         PIC X(8).
        01 AUDIT-HISTORY-ADJUSTMENT.
           05 FILLER               PIC X(39).
           05 AHIST-ADJ-DETAIL     PIC X(27).
           05 FILLER               PIC X(17).

        FD RUN-CONTROL-FILE.
        01 RUN-CONTROL-RECORD.
       move AUD-SEQ to AHIST-SEQ
       move ARRIVAL-COUNT to AHIST-ENTRY
       move AUD-OP-CODE to AHIST-OP-CODE
       if AUD-STATUS = "J"
           move AUD-ADJ-DETAIL to AHIST-ADJ-DETAIL
       else
           move AUD-LNUM1 to AHIST-LNUM1
           move AUD-LNUM2 to AHIST-LNUM2
           move AUD-LSUM1 to AHIST-LSUM1
       end-if
       move AUD-STATUS to AHIST-STATUS
       move AUD-TIME to AHIST-TIME
       move AUD-SOURCE to AHIST-SOURCE
