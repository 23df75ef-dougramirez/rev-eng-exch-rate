001640*                    RESUBMISSION JOURNALS AGAIN ON A LATER RUN
001650*                    DATE.  THEY NOW TOTAL ON A SEPARATE
001660*                    SUSPENSE LINE SO THE PACK IS NOT OVERSTATED.
001666*    2026-10-15 DLR  A BSCANAMD REVERSAL IN THE RANGE BACKS ITS
001672*                    TRADE'S COUNT, AMOUNT, FEE AND MARKUP OUT
001678*                    OF THE PAIR, MONTH AND GRAND TOTALS, WHICH
001684*                    ARE NOW SIGNED, AND TOTALS ON ITS OWN
001690*                    REVERSED LINE.
001693*    2026-10-15 DLR  THE REVERSAL OF A RELEASED OUT-OF-TOLERANCE
001696*                    TRADE STAYS OFF THE EARNED-INCOME TOTALS.
001700******************************************************************
001800
001900 ENVIRONMENT DIVISION.
006100 01  WS-RUN-DATE                 PIC 9(08).
006200 01  WS-MUP-INCOME               PIC 9(7)V9(03).
006300 01  WS-REC-MONTH                PIC 9(06).
006309
006318******************************************************************
006327*    ONE RECORD'S CONTRIBUTION TO THE PAIR, MONTH AND GRAND
006336*    TOTALS - POSITIVE FOR A TRADE, NEGATIVE FOR A REVERSAL.
006345******************************************************************
006354 01  WS-ACCUM-FIELDS.
006363     05  WS-AC-TRADE-COUNT       PIC S9(01).
006372     05  WS-AC-ORIG              PIC S9(5)V9(03).
006381     05  WS-AC-FEE               PIC S9(5)V9(02).
006390     05  WS-AC-MUP               PIC S9(7)V9(03).
006400
006500******************************************************************
006600*    PER-PAIR ACCUMULATION TABLE
007200                                 INDEXED BY PX.
007300         10  WS-PE-FROM-CCY      PIC X(03).
007400         10  WS-PE-TO-CCY        PIC X(03).
007500         10  WS-PE-TRADE-COUNT   PIC S9(09)  COMP.
007600         10  WS-PE-ORIG-TOTAL    PIC S9(9)V9(03).
007700         10  WS-PE-FEE-TOTAL     PIC S9(9)V9(02).
007800         10  WS-PE-MUP-TOTAL     PIC S9(9)V9(03).
007900
008000******************************************************************
008100*    MONTH-OVER-MONTH TREND TABLE
008600     05  WS-MONTH-ENTRY          OCCURS 36 TIMES
008700                                 INDEXED BY MX.
008800         10  WS-ME-MONTH         PIC 9(06).
008900         10  WS-ME-TRADE-COUNT   PIC S9(09)  COMP.
009000         10  WS-ME-FEE-TOTAL     PIC S9(9)V9(02).
009100         10  WS-ME-MUP-TOTAL     PIC S9(9)V9(03).
009200
009300******************************************************************
009400*    GRAND TOTALS
009500******************************************************************
009600 01  WS-GRAND-TOTALS.
009700     05  WS-GT-TRADE-COUNT       PIC S9(09)  COMP   VALUE ZERO.
009800     05  WS-GT-ORIG-TOTAL        PIC S9(9)V9(03)     VALUE ZERO.
009900     05  WS-GT-FEE-TOTAL         PIC S9(9)V9(02)     VALUE ZERO.
010000     05  WS-GT-MUP-TOTAL         PIC S9(9)V9(03)     VALUE ZERO.
010010
010020 01  WS-SUSP-TOTALS.
010030     05  WS-ST-TRADE-COUNT       PIC 9(09)   COMP   VALUE ZERO.
010040     05  WS-ST-ORIG-TOTAL        PIC 9(9)V9(03)      VALUE ZERO.
010050     05  WS-ST-FEE-TOTAL         PIC 9(9)V9(02)      VALUE ZERO.
010060     05  WS-ST-MUP-TOTAL         PIC 9(9)V9(03)      VALUE ZERO.
010065
010070 01  WS-REV-TOTALS.
010075     05  WS-RT-TRADE-COUNT       PIC 9(09)   COMP   VALUE ZERO.
010080     05  WS-RT-ORIG-TOTAL        PIC 9(9)V9(03)      VALUE ZERO.
010085     05  WS-RT-FEE-TOTAL         PIC 9(9)V9(02)      VALUE ZERO.
010090     05  WS-RT-MUP-TOTAL         PIC 9(9)V9(03)      VALUE ZERO.
010100
010200******************************************************************
010300*    REPORT PAGINATION FIELDS
017600*    (RESULT PLUS FEE) AMOUNT.  OUT-OF-TOLERANCE RECORDS ARE
017610*    HELD IN SUSPENSE RATHER THAN SETTLED - AND JOURNAL AGAIN
017620*    ON A LATER DATE IF REPAIRED AND RESUBMITTED - SO THEY
017630*    ROLL INTO THE SUSPENSE TOTALS, NOT EARNED INCOME.  A
017640*    CANCEL REVERSAL ROLLS IN NEGATIVE, BACKING ITS TRADE OUT.
017700******************************************************************
017800 2000-ACCUM-JOURNAL.
017900     IF CJ-RUN-DATE < WS-SEL-FROM-DATE
018200     END-IF.
018300     COMPUTE WS-MUP-INCOME ROUNDED =
018400         CJ-RESULT-FEE * CJ-MUP / 100.
018401     IF CJ-REVERSAL-ENTRY
018402         PERFORM 2100-BACK-OUT-INCOME THRU 2100-EXIT
018403         GO TO 2000-NEXT
018404     END-IF.
018410     IF CJ-OUT-OF-TOLERANCE
018420         ADD 1 TO WS-ST-TRADE-COUNT
018430         ADD CJ-ORIG TO WS-ST-ORIG-TOTAL
018450         ADD WS-MUP-INCOME TO WS-ST-MUP-TOTAL
018460         GO TO 2000-NEXT
018470     END-IF.
018480     MOVE 1 TO WS-AC-TRADE-COUNT.
018490     MOVE CJ-ORIG TO WS-AC-ORIG.
018500     MOVE CJ-FEE TO WS-AC-FEE.
018510     MOVE WS-MUP-INCOME TO WS-AC-MUP.
018520     PERFORM 2200-ACCUM-INCOME THRU 2200-EXIT.
019200 2000-NEXT.
019300     PERFORM 2020-READ-JOURNAL THRU 2020-EXIT.
019400 2000-EXIT.
020100     END-READ.
020200 2020-EXIT.
020300     EXIT.
020302
020304******************************************************************
020305*    2100-BACK-OUT-INCOME - A CANCEL REVERSAL CARRIES ITS
020306*    TRADE'S FIGURES UNCHANGED.  THEY COME OFF THE PAIR, THE
020307*    MONTH OF THE REVERSAL AND THE GRAND TOTAL, AND ADD TO THE
020308*    REVERSED LINE.  AN OUT-OF-TOLERANCE TRADE RELEASED OUT OF
020309*    SUSPENSE WAS NEVER IN EARNED INCOME, SO ITS REVERSAL GOES
020310*    ON THE REVERSED LINE ONLY.
020311******************************************************************
020312 2100-BACK-OUT-INCOME.
020313     ADD 1 TO WS-RT-TRADE-COUNT.
020314     ADD CJ-ORIG TO WS-RT-ORIG-TOTAL.
020315     ADD CJ-FEE TO WS-RT-FEE-TOTAL.
020316     ADD WS-MUP-INCOME TO WS-RT-MUP-TOTAL.
020317     IF CJ-OUT-OF-TOLERANCE
020318         GO TO 2100-EXIT
020319     END-IF.
020320     MOVE -1 TO WS-AC-TRADE-COUNT.
020321     COMPUTE WS-AC-ORIG = ZERO - CJ-ORIG.
020322     COMPUTE WS-AC-FEE = ZERO - CJ-FEE.
020323     COMPUTE WS-AC-MUP = ZERO - WS-MUP-INCOME.
020324     PERFORM 2200-ACCUM-INCOME THRU 2200-EXIT.
020325 2100-EXIT.
020326     EXIT.
020340
020342******************************************************************
020344*    2200-ACCUM-INCOME - ROLL THE RECORD'S CONTRIBUTION INTO THE
020346*    PAIR TABLE, THE MONTH TABLE AND THE GRAND TOTALS.
020348******************************************************************
020350 2200-ACCUM-INCOME.
020352     PERFORM 3000-ACCUM-PAIR THRU 3000-EXIT.
020354     MOVE CJ-RUN-DATE (1:6) TO WS-REC-MONTH.
020356     PERFORM 4000-ACCUM-MONTH THRU 4000-EXIT.
020358     ADD WS-AC-TRADE-COUNT TO WS-GT-TRADE-COUNT.
020360     ADD WS-AC-ORIG TO WS-GT-ORIG-TOTAL.
020362     ADD WS-AC-FEE TO WS-GT-FEE-TOTAL.
020364     ADD WS-AC-MUP TO WS-GT-MUP-TOTAL.
020366 2200-EXIT.
020368     EXIT.
020400
020500******************************************************************
020600*    3000-ACCUM-PAIR - FIND (OR ADD) THE PAIR'S TABLE ENTRY AND
022700         MOVE ZERO TO WS-PE-FEE-TOTAL (PX)
022800         MOVE ZERO TO WS-PE-MUP-TOTAL (PX)
022900     END-IF.
023000     ADD WS-AC-TRADE-COUNT TO WS-PE-TRADE-COUNT (PX).
023100     ADD WS-AC-ORIG TO WS-PE-ORIG-TOTAL (PX).
023200     ADD WS-AC-FEE TO WS-PE-FEE-TOTAL (PX).
023300     ADD WS-AC-MUP TO WS-PE-MUP-TOTAL (PX).
023400 3000-EXIT.
023500     EXIT.
023600
027000         MOVE ZERO TO WS-ME-FEE-TOTAL (MX)
027100         MOVE ZERO TO WS-ME-MUP-TOTAL (MX)
027200     END-IF.
027300     ADD WS-AC-TRADE-COUNT TO WS-ME-TRADE-COUNT (MX).
027400     ADD WS-AC-FEE TO WS-ME-FEE-TOTAL (MX).
027500     ADD WS-AC-MUP TO WS-ME-MUP-TOTAL (MX).
027600 4000-EXIT.
027700     EXIT.
027800
029900     MOVE WS-GT-MUP-TOTAL TO IN-GT-MUP-TOTAL.
030000     WRITE REPORT-RECORD FROM IN-GRAND-LINE AFTER ADVANCING 2
030100             LINES.
030101     MOVE WS-RT-TRADE-COUNT TO IN-RT-TRADE-COUNT.
030102     MOVE WS-RT-ORIG-TOTAL TO IN-RT-ORIG-TOTAL.
030103     MOVE WS-RT-FEE-TOTAL TO IN-RT-FEE-TOTAL.
030104     MOVE WS-RT-MUP-TOTAL TO IN-RT-MUP-TOTAL.
030105     WRITE REPORT-RECORD FROM IN-REV-LINE AFTER ADVANCING 1
030106             LINE.
030110     MOVE WS-ST-TRADE-COUNT TO IN-ST-TRADE-COUNT.
030120     MOVE WS-ST-ORIG-TOTAL TO IN-ST-ORIG-TOTAL.
030130     MOVE WS-ST-FEE-TOTAL TO IN-ST-FEE-TOTAL.
034400     CLOSE REPORT-FILE.
034500     DISPLAY "BSINCRPT COMPLETE - " WS-GT-TRADE-COUNT
034600             " TRADES SUMMARISED, " WS-ST-TRADE-COUNT
034650             " HELD IN SUSPENSE, " WS-RT-TRADE-COUNT
034660             " REVERSED".
034700 9000-EXIT.
034800     EXIT.
