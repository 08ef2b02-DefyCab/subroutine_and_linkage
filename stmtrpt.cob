           sort SORT-WORK
               on ascending key SORT-ACCT
               on ascending key SORT-SEQ
               on descending key SORT-STATUS
               on ascending key SORT-ARRIVAL
               input procedure is Select-Audit-Records
               output procedure is Print-Statements
           not at end
               if RECORD-IS-HELD
                   and (SORT-ACCT not = HELD-ACCT
                       or SORT-SEQ not = HELD-SEQ
                       or SORT-STATUS not = HELD-STATUS)
                   perform Use-Held-Record
               end-if
               move SORT-ACCT to HELD-ACCT
