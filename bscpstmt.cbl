001800*    DATE       INIT DESCRIPTION
001900*    ---------- ---- -------------------------------------------
002000*    2026-09-02 DLR  INITIAL VERSION - COUNTERPARTY STATEMENTS.
002010*    2026-10-15 DLR  A BSCANAMD REVERSAL IN THE MONTH PRINTS
002020*                    UNDER ITS ORIGINAL TRADE MARKED REVERSAL AND
002030*                    COMES OFF THE PAIR SUBTOTALS, THE FEES AND
002040*                    THE NET FLOWS; REVERSALS ARE COUNTED APART
002050*                    FROM TRADES.
002100******************************************************************
002200
002300 ENVIRONMENT DIVISION.
009500*    STATEMENT TRADE TABLE - THE MONTH'S SETTLED TRADES, KEYED
009600*    AND BUBBLE-SORTED BY COUNTERPARTY, PAIR AND TRADE
009700*    SEQUENCE SO THE STATEMENTS FALL OUT OF A CONTROL BREAK.
009710*    THE ENTRY ORDER BYTE SORTS A REVERSAL AFTER ITS TRADE.
009800******************************************************************
009900 01  WS-TRADE-TABLE.
010000     05  WS-TRADE-COUNT          PIC 9(06)   COMP   VALUE ZERO.
010500             15  WS-TE-FROM-CCY  PIC X(03).
010600             15  WS-TE-TO-CCY    PIC X(03).
010700             15  WS-TE-TRADE-SEQ PIC 9(09).
010710             15  WS-TE-ENTRY-ORDER
010720                                 PIC X(01).
010730                 88  WS-TE-TRADE         VALUE "1".
010740                 88  WS-TE-REVERSAL      VALUE "2".
010800         10  WS-TE-ORIG          PIC 9(5)V9(03).
010900         10  WS-TE-RESULT-FEE    PIC 9(5)V9(03).
011000         10  WS-TE-FEE           PIC 9(2)V9(02).
011100         10  WS-TE-MUP           PIC 9(02)V9(04).
011200
011300 01  WS-TRADE-HOLD.
011400     05  WS-TH-SORT-KEY          PIC X(22).
011500     05  WS-TH-ORIG              PIC 9(5)V9(03).
011600     05  WS-TH-RESULT-FEE        PIC 9(5)V9(03).
011700     05  WS-TH-FEE               PIC 9(2)V9(02).
013200
013300 01  WS-PAIR-TOTALS.
013400     05  WS-PT-TRADE-COUNT       PIC 9(09)   COMP.
013500     05  WS-PT-ORIG-TOTAL        PIC S9(9)V9(03).
013600     05  WS-PT-RESFEE-TOTAL      PIC S9(9)V9(03).
013700     05  WS-PT-FEE-TOTAL         PIC S9(7)V9(02).
013800
013900 01  WS-STMT-TOTALS.
014000     05  WS-SM-TRADE-COUNT       PIC 9(09)   COMP.
014100     05  WS-SM-FEE-TOTAL         PIC S9(9)V9(02).
014110     05  WS-SM-REV-COUNT         PIC 9(09)   COMP.
014200
014300******************************************************************
014400*    PER-STATEMENT NETTING TABLE - NET SETTLED FLOW PER
016600     05  WS-STMT-COUNT           PIC 9(09)   COMP   VALUE ZERO.
016700     05  WS-MONTH-TRADE-COUNT    PIC 9(09)   COMP   VALUE ZERO.
016800     05  WS-SUSP-COUNT           PIC 9(09)   COMP   VALUE ZERO.
016810     05  WS-MONTH-REV-COUNT      PIC 9(09)   COMP   VALUE ZERO.
016900
017000******************************************************************
017100*    REPORT PAGINATION FIELDS
028600     MOVE CJ-RESULT-FEE TO WS-TE-RESULT-FEE (WS-TRADE-COUNT).
028700     MOVE CJ-FEE TO WS-TE-FEE (WS-TRADE-COUNT).
028800     MOVE CJ-MUP TO WS-TE-MUP (WS-TRADE-COUNT).
028810     IF CJ-REVERSAL-ENTRY
028820         SET WS-TE-REVERSAL (WS-TRADE-COUNT) TO TRUE
028830     ELSE
028840         SET WS-TE-TRADE (WS-TRADE-COUNT) TO TRUE
028850     END-IF.
028900 3000-EXIT.
029000     EXIT.
029100
034900     PERFORM 1200-WRITE-HEADERS THRU 1200-EXIT.
035000     MOVE ZERO TO WS-SM-TRADE-COUNT.
035100     MOVE ZERO TO WS-SM-FEE-TOTAL.
035110     MOVE ZERO TO WS-SM-REV-COUNT.
035200     MOVE ZERO TO WS-NET-COUNT.
035300     PERFORM 8200-PRINT-PAIR-GROUP THRU 8200-EXIT
035400         UNTIL WS-T-I > WS-TRADE-COUNT
036400     MOVE WS-SM-TRADE-COUNT TO ST-CL-TRADE-COUNT.
036500     WRITE REPORT-RECORD FROM ST-COUNT-LINE AFTER ADVANCING 2
036600             LINES.
036610     IF WS-SM-REV-COUNT > ZERO
036620         MOVE WS-SM-REV-COUNT TO ST-RL-REV-COUNT
036630         WRITE REPORT-RECORD FROM ST-REV-COUNT-LINE
036640             AFTER ADVANCING 1 LINE
036650     END-IF.
036700     ADD 1 TO WS-STMT-COUNT.
036800 8100-EXIT.
036900     EXIT.
044100******************************************************************
044200*    8300-PRINT-TRADE-LINE - ONE TRADE ON THE STATEMENT,
044300*    ROLLED INTO THE PAIR, STATEMENT AND NET ACCUMULATORS.
044310*    A REVERSAL IS MARKED AND BACKED OUT IN 8350.
044400******************************************************************
044500 8300-PRINT-TRADE-LINE.
044600     IF WS-LINE-COUNT NOT < WS-PAGE-SIZE
045300     MOVE WS-TE-RESULT-FEE (WS-T-I) TO ST-DT-RESULT-FEE.
045400     MOVE WS-TE-FEE (WS-T-I) TO ST-DT-FEE.
045500     MOVE WS-TE-MUP (WS-T-I) TO ST-DT-MUP.
045510     IF WS-TE-REVERSAL (WS-T-I)
045520         MOVE "REVERSAL" TO ST-DT-ENTRY-MARK
045530     ELSE
045540         MOVE SPACES TO ST-DT-ENTRY-MARK
045550     END-IF.
045600     WRITE REPORT-RECORD FROM ST-DETAIL-LINE AFTER ADVANCING 1
045700             LINE.
045800     ADD 1 TO WS-LINE-COUNT.
045810     IF WS-TE-REVERSAL (WS-T-I)
045820         PERFORM 8350-BACK-OUT-TRADE THRU 8350-EXIT
045830         GO TO 8300-NEXT
045840     END-IF.
045900     ADD 1 TO WS-PT-TRADE-COUNT.
046000     ADD WS-TE-ORIG (WS-T-I) TO WS-PT-ORIG-TOTAL.
046100     ADD WS-TE-RESULT-FEE (WS-T-I) TO WS-PT-RESFEE-TOTAL.
046400     ADD WS-TE-FEE (WS-T-I) TO WS-SM-FEE-TOTAL.
046500     ADD 1 TO WS-MONTH-TRADE-COUNT.
046600     PERFORM 8500-ACCUM-NET THRU 8500-EXIT.
046610 8300-NEXT.
046700     ADD 1 TO WS-T-I.
046800 8300-EXIT.
046900     EXIT.
046905
046910******************************************************************
046915*    8350-BACK-OUT-TRADE - A CANCEL REVERSAL CARRIES ITS TRADE'S
046920*    FIGURES UNCHANGED, SO THEY COME OFF THE PAIR SUBTOTAL, THE
046925*    MONTH'S FEES AND THE NET FLOW.  IT IS COUNTED AS A
046930*    REVERSAL, NOT A TRADE.
046935******************************************************************
046940 8350-BACK-OUT-TRADE.
046945     SUBTRACT WS-TE-ORIG (WS-T-I) FROM WS-PT-ORIG-TOTAL.
046950     SUBTRACT WS-TE-RESULT-FEE (WS-T-I) FROM WS-PT-RESFEE-TOTAL.
046955     SUBTRACT WS-TE-FEE (WS-T-I) FROM WS-PT-FEE-TOTAL.
046960     SUBTRACT WS-TE-FEE (WS-T-I) FROM WS-SM-FEE-TOTAL.
046965     ADD 1 TO WS-SM-REV-COUNT.
046970     ADD 1 TO WS-MONTH-REV-COUNT.
046975     PERFORM 8500-ACCUM-NET THRU 8500-EXIT.
046980 8350-EXIT.
046985     EXIT.
047000
047100******************************************************************
047200*    8400-PRINT-NET-LINE - ONE NET SETTLED FLOW - THE SIGN OF
050400*    STATEMENT'S NET TABLE - LOW CURRENCY CODE FIRST, FLOW IN
050500*    THE SECOND CURRENCY, SAME CONVENTION AS BSCALC.  A FULL
050600*    TABLE IS REPORTED ON THE CONSOLE, NEVER SILENTLY DROPPED.
050610*    A REVERSAL FLOWS THE OTHER WAY.
050700******************************************************************
050800 8500-ACCUM-NET.
050900     IF WS-TE-FROM-CCY (WS-T-I) < WS-TE-TO-CCY (WS-T-I)
051600         COMPUTE WS-NET-SIGNED-AMT =
051700             ZERO - WS-TE-ORIG (WS-T-I)
051800     END-IF.
051810     IF WS-TE-REVERSAL (WS-T-I)
051820         COMPUTE WS-NET-SIGNED-AMT = ZERO - WS-NET-SIGNED-AMT
051830     END-IF.
051900     SET WS-NET-NOTFND TO TRUE.
052000     SET NX TO 1.
052100     PERFORM 8510-SCAN-NET THRU 8510-EXIT
055800     CLOSE REPORT-FILE.
055900     DISPLAY "BSCPSTMT COMPLETE - " WS-STMT-COUNT
056000             " STATEMENTS, " WS-MONTH-TRADE-COUNT " TRADES, "
056100             WS-SUSP-COUNT " HELD SUSPENSE EXCLUDED, "
056110             WS-MONTH-REV-COUNT " REVERSALS".
056200 9000-EXIT.
056300     EXIT.
