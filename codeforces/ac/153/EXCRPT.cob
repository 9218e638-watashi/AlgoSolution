           03 TRN-ERR       PIC X(4).
           03 TRN-REF       PIC X(12).
           03 TRN-CCY       PIC X(3).
           03 TRN-ORIG-REF  PIC X(12).
       01  TRANOUT-REC-R REDEFINES TRANOUT-REC.
           03 TRN-TAG       PIC X(8).
           03               PIC X(56).

       FD  SHIFTERR.
       01  SHIFTERR-REC.
                   MOVE "AMOUNT OVERFLOW"     TO WS-CUR-REASON
               WHEN "CLSD"
                   MOVE "ACCOUNT CLOSED"      TO WS-CUR-REASON
               WHEN "DORM"
                   MOVE "ACCOUNT DORMANT"     TO WS-CUR-REASON
               WHEN "NSF "
                   MOVE "INSUFFICIENT FUNDS"  TO WS-CUR-REASON
               WHEN "DUPL"
                   MOVE "DUPLICATE REFERENCE" TO WS-CUR-REASON
               WHEN "NREF"
                   MOVE "REFERENCE MISSING"   TO WS-CUR-REASON
               WHEN "NRTE"
                   MOVE "NO RATE FOR CCY"     TO WS-CUR-REASON
               WHEN "NREV"
                   MOVE "REVERSAL UNMATCHED"  TO WS-CUR-REASON
               WHEN "BRCH"
                   MOVE "BRANCH UNKNOWN/CLSD" TO WS-CUR-REASON
               WHEN "BCCY"
                   MOVE "NOT BRANCH CURRENCY" TO WS-CUR-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-CUR-REASON
                   MOVE TRN-ERR TO WS-CUR-REASON(1:4)
