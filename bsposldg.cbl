002320*                    FILE - BSCALC MUST HAVE COMPLETED FOR THE
002330*                    DATE - AND RECORDS ITS OWN START AND
002340*                    SUCCESSFUL COMPLETION.
002347*    2026-10-15 DLR  A BSCANAMD REVERSAL ON THE DAY'S JOURNAL
002354*                    BACKS THE CANCELLED TRADE'S FLOWS OUT -
002361*                    THE ORIGINAL AMOUNT BACK INTO THE FROM-
002368*                    CURRENCY, THE RESULT PLUS FEE BACK OUT OF
002375*                    THE TO-CURRENCY - AND IS COUNTED ON ITS OWN
002382*                    TOTAL LINE.  ONLY TRADE POSTINGS ON THE
002389*                    EXTRACT COUNT AS SUSPENSE RELEASES.
002391*    2026-10-15 DLR  A REVERSAL OF A TRADE RELEASED OUT OF
002393*                    SUSPENSE BACKS OUT THE SAME AS ANY OTHER -
002395*                    BSCANAMD NOW CANCELS RELEASED TRADES.
002400******************************************************************
002500
002600 ENVIRONMENT DIVISION.
011000     05  WS-CCY-COUNT            PIC 9(09)   COMP   VALUE ZERO.
011100     05  WS-TRADE-COUNT          PIC 9(09)   COMP   VALUE ZERO.
011200     05  WS-HELD-COUNT           PIC 9(09)   COMP   VALUE ZERO.
011210     05  WS-REVERSAL-COUNT       PIC 9(09)   COMP   VALUE ZERO.
011300
011400******************************************************************
011500*    PER-CURRENCY FLOW TABLE - THE DAY'S IN AND OUT FLOWS PER
028300
028400 1420-ACCUM-EXTRACT.
028500     IF CG-RUN-DATE = WS-RUN-DATE
028510             AND CG-TRADE-POSTING
028600         IF WS-REL-COUNT NOT < WS-REL-MAX
028700             DISPLAY "BSPOSLDG - EXTRACT TABLE FULL - "
028800                     "RUN CANCELLED"
030000******************************************************************
030100*    2000-ACCUM-JOURNAL - ONE JOURNAL RECORD.  AN IN-TOLERANCE
030200*    TRADE ALWAYS COUNTS; AN OUT-OF-TOLERANCE TRADE COUNTS
030300*    ONLY IF IT WAS RELEASED TO THE EXTRACT.  A REVERSAL BACKS
030310*    ITS TRADE'S FLOWS OUT IN 2300-BACK-OUT-FLOWS.
030400******************************************************************
030500 2000-ACCUM-JOURNAL.
030600     IF CJ-RUN-DATE NOT = WS-RUN-DATE
030700         GO TO 2000-NEXT
030800     END-IF.
030810     IF CJ-REVERSAL-ENTRY
030820         PERFORM 2300-BACK-OUT-FLOWS THRU 2300-EXIT
030830         GO TO 2000-NEXT
030840     END-IF.
030900     IF CJ-OUT-OF-TOLERANCE
031000         PERFORM 2100-CHECK-RELEASED THRU 2100-EXIT
031100         IF WS-REL-NOTFND
039200     END-IF.
039300 2210-EXIT.
039400     EXIT.
039404
039408******************************************************************
039412*    2300-BACK-OUT-FLOWS - A BSCANAMD REVERSAL CARRIES THE
039416*    CANCELLED TRADE'S FIGURES UNCHANGED, SO ITS FLOWS POST THE
039420*    OTHER WAY ROUND - THE ORIGINAL AMOUNT COMES BACK INTO THE
039424*    FROM-CURRENCY AND THE RESULT PLUS FEE GOES BACK OUT OF THE
039428*    TO-CURRENCY.  BSCANAMD REVERSES ONLY A TRADE THAT WAS
039429*    POSTED - IN TOLERANCE, OR RELEASED OUT OF SUSPENSE BY
039430*    BSSUSPRV, POSSIBLY ON AN EARLIER DAY'S EXTRACT - SO THE
039431*    BACK-OUT IS TAKEN WHATEVER THE ORIGINAL'S TOLERANCE FLAG
039432*    AND WITHOUT THE 2100-CHECK-RELEASED TEST, WHICH SEES ONLY
039433*    TODAY'S RELEASES.
039436******************************************************************
039440 2300-BACK-OUT-FLOWS.
039444     ADD 1 TO WS-REVERSAL-COUNT.
039448     MOVE CJ-FROM-CCY TO WS-FLOW-CCY.
039452     MOVE CJ-ORIG TO WS-FLOW-IN-AMT.
039456     MOVE ZERO TO WS-FLOW-OUT-AMT.
039460     PERFORM 2200-APPLY-FLOW THRU 2200-EXIT.
039464     MOVE CJ-TO-CCY TO WS-FLOW-CCY.
039468     MOVE ZERO TO WS-FLOW-IN-AMT.
039472     MOVE CJ-RESULT-FEE TO WS-FLOW-OUT-AMT.
039476     PERFORM 2200-APPLY-FLOW THRU 2200-EXIT.
039480 2300-EXIT.
039484     EXIT.
039500
039600******************************************************************
039700*    3000-POST-LEDGER - WALK THE POSITION MASTER FRONT TO BACK,
052300     MOVE WS-HELD-COUNT TO PS-TL3-HELD-COUNT.
052400     WRITE REPORT-RECORD FROM PS-TOTAL-LINE-3 AFTER ADVANCING 1
052500             LINE.
052510     MOVE WS-REVERSAL-COUNT TO PS-TL4-REV-COUNT.
052520     WRITE REPORT-RECORD FROM PS-TOTAL-LINE-4 AFTER ADVANCING 1
052530             LINE.
052600 8000-EXIT.
052700     EXIT.
052800
