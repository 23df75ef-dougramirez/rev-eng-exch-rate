001760*                    NEVER COMPLETED, SO A SILENT FEED ABEND
001770*                    CAN NO LONGER LEAVE THE BATCH PRICING OFF
001780*                    THE PREVIOUS DAY'S RATES.
001783*    2026-10-15 DLR  LOADS THE PAIR'S CLOSING MID RATE INTO THE
001786*                    NEW CR-EXCH-RATE FIELD FOR BSREVALU.  A
001789*                    NON-NUMERIC RATE IS REJECTED; ZERO IS
001792*                    ACCEPTED AS "NO RATE QUOTED".
001800******************************************************************
001900
002000 ENVIRONMENT DIVISION.
022700         MOVE "MARKUP PERCENT OVER LOAD LIMIT" TO WS-REASON
022800         SET WS-INVALID-FEED TO TRUE
022900     END-IF.
022910     IF WS-VALID-FEED AND RF-EXCH-RATE NOT NUMERIC
022920         MOVE "EXCHANGE RATE IS NOT NUMERIC" TO WS-REASON
022930         SET WS-INVALID-FEED TO TRUE
022940     END-IF.
023000 2100-EXIT.
023100     EXIT.
023200
024800     END-READ.
024900     MOVE RF-FEE-PCT TO CR-FEE-PCT.
025000     MOVE RF-MUP-PCT TO CR-MUP-PCT.
025010     MOVE RF-EXCH-RATE TO CR-EXCH-RATE.
025100     IF WS-RATE-FOUND
025200         REWRITE CR-RATE-RECORD
025300             INVALID KEY
