001700*    DATE       INIT DESCRIPTION
001800*    ---------- ---- -------------------------------------------
001900*    2026-09-02 DLR  INITIAL VERSION - RATE SURVEILLANCE.
001910*    2026-10-15 DLR  BSCANAMD REVERSALS REPEAT THEIR TRADE'S
001920*                    RATE AND ARE NOT NEW DEALING, SO THEY ARE
001930*                    LEFT OUT OF THE BASELINE AND THE REVIEW.
002000******************************************************************
002100
002200 ENVIRONMENT DIVISION.
026300 1320-SCAN-BASE-DATE.
026400     IF CJ-RUN-DATE < WS-RUN-DATE
026500             AND CJ-RUN-DATE > WS-BASE-DATE
026510             AND CJ-TRADE-ENTRY
026600         MOVE CJ-RUN-DATE TO WS-BASE-DATE
026700     END-IF.
026800     PERFORM 1310-READ-JOURNAL THRU 1310-EXIT.
028900
029000 1420-ACCUM-BASELINE.
029100     IF CJ-RUN-DATE = WS-BASE-DATE
029110             AND CJ-TRADE-ENTRY
029200         PERFORM 1430-ACCUM-BASE-PAIR THRU 1430-EXIT
029300     END-IF.
029400     PERFORM 1310-READ-JOURNAL THRU 1310-EXIT.
034000******************************************************************
034100 2000-REVIEW-TODAY.
034200     IF CJ-RUN-DATE = WS-RUN-DATE
034210             AND CJ-TRADE-ENTRY
034300         ADD 1 TO WS-REVIEW-COUNT
034400         PERFORM 2100-MEASURE-TRADE THRU 2100-EXIT
034500     END-IF.
