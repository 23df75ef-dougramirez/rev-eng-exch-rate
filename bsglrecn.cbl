002170*                    DATE - AND RECORDS ITS OWN START AND
002180*                    SUCCESSFUL (PASSED) COMPLETION, WHICH THE
002190*                    ARCHIVE STEP IN TURN GATES ON.
002191*    2026-10-15 DLR  BSCANAMD REVERSALS ON THE DAY'S JOURNAL,
002192*                    INCLUDING A RELEASED TRADE'S, MUST EACH BE
002193*                    ON THE EXTRACT ONCE AS A REVERSAL POSTING
002194*                    AND ARE NEVER COUNTED AS RELEASES.  THE NET
002195*                    SUMMARY IS CUT BY BSCALC BEFORE ANY CANCEL,
002196*                    SO REVERSALS STAY OUT OF THE NET REBUILD.
002197*    2026-10-15 DLR  BSREVALU UNREALISED P+L POSTINGS CARRY NO
002198*                    TRADE AND HAVE NO JOURNAL ENTRY TO PROVE
002199*                    BACK TO - THEY ARE COUNTED AND SKIPPED.
002200******************************************************************
002300
002400 ENVIRONMENT DIVISION.
011400     05  WS-EXT-COUNT            PIC 9(09)   COMP   VALUE ZERO.
011500     05  WS-NETCMP-COUNT         PIC 9(09)   COMP   VALUE ZERO.
011600     05  WS-DIFF-COUNT           PIC 9(09)   COMP   VALUE ZERO.
011610     05  WS-REVERSAL-COUNT       PIC 9(09)   COMP   VALUE ZERO.
011620     05  WS-REVAL-COUNT          PIC 9(09)   COMP   VALUE ZERO.
011700
011800******************************************************************
011900*    JOURNAL TABLE - THE BUSINESS DATE'S JOURNAL RECORDS, EACH
013300         10  WS-JE-RESULT-FEE    PIC 9(5)V9(03).
013400         10  WS-JE-EXCP-FLAG     PIC X(01).
013500         10  WS-JE-MATCH-COUNT   PIC 9(03)   COMP.
013510         10  WS-JE-ENTRY-TYPE    PIC X(01).
013600
013700******************************************************************
013800*    HELD SUSPENSE TABLE - TRADES STILL HELD AFTER REVIEW.  A
016900     05  WS-NET-SIGNED-AMT       PIC S9(9)V9(03).
017000     05  WS-EXP-NET-AMT          PIC 9(9)V9(03).
017100     05  WS-EXP-NET-DIR          PIC X(03).
017110
017120 01  WS-EXT-ENTRY-TYPE           PIC X(01).
017200
017300******************************************************************
017400*    REPORT PAGINATION FIELDS
026400*    1300-LOAD-JOURNAL - LOAD THE BUSINESS DATE'S JOURNAL
026500*    RECORDS AND REBUILD THE NET POSITIONS THE IN-TOLERANCE
026600*    DETAIL IMPLIES.  A FULL TABLE CANCELS THE RUN - A PARTIAL
026700*    TIE-OUT WOULD PROVE NOTHING.  A CANCEL REVERSAL IS HELD AS
026710*    TYPE R SO IT MATCHES ONLY ITS OWN REVERSAL POSTING.
026800******************************************************************
026900 1300-LOAD-JOURNAL.
027000     OPEN INPUT JOURNAL-FILE.
030100         MOVE CJ-RESULT-FEE TO WS-JE-RESULT-FEE (JX)
030200         MOVE CJ-EXCEPTION-FLAG TO WS-JE-EXCP-FLAG (JX)
030300         MOVE ZERO TO WS-JE-MATCH-COUNT (JX)
030310         IF CJ-REVERSAL-ENTRY
030320             MOVE "R" TO WS-JE-ENTRY-TYPE (JX)
030330             ADD 1 TO WS-REVERSAL-COUNT
030340             GO TO 1320-NEXT
030350         END-IF
030360         MOVE "T" TO WS-JE-ENTRY-TYPE (JX)
030400         IF CJ-IN-TOLERANCE
030500             ADD 1 TO WS-JRNL-INTOL-COUNT
030550             PERFORM 1600-CHECK-CPTY-NET THRU 1600-EXIT
030660             END-IF
030700         END-IF
030800     END-IF.
030810 1320-NEXT.
030900     PERFORM 1310-READ-JOURNAL THRU 1310-EXIT.
031000 1320-EXIT.
031100     EXIT.
039900******************************************************************
040000*    2000-CHECK-EXTRACT - ONE GL EXTRACT RECORD.  RECORDS FOR
040100*    OTHER RUN DATES BELONG TO OTHER DAYS' TIE-OUTS AND PASS
040200*    THROUGH UNTOUCHED, AS DO THE DAY'S REVALUATION POSTINGS,
040210*    WHICH ARE ONLY COUNTED.
040300******************************************************************
040400 2000-CHECK-EXTRACT.
040410     IF CG-RUN-DATE = WS-RUN-DATE AND CG-REVAL-POSTING
040420         ADD 1 TO WS-REVAL-COUNT
040430         GO TO 2000-NEXT
040440     END-IF.
040500     IF CG-RUN-DATE = WS-RUN-DATE
040600         ADD 1 TO WS-EXT-COUNT
040700         PERFORM 2100-MATCH-EXTRACT THRU 2100-EXIT
040800     END-IF.
040810 2000-NEXT.
040900     PERFORM 2010-READ-EXTRACT THRU 2010-EXIT.
041000 2000-EXIT.
041100     EXIT.
042200*    2100-MATCH-EXTRACT - PROVE ONE EXTRACT RECORD BACK TO THE
042300*    JOURNAL.  AN IN-TOLERANCE MATCH IS A POSTED TRADE; AN
042400*    OUT-OF-TOLERANCE MATCH IS A SUPERVISOR RELEASE AND MUST
042500*    NOT STILL BE HELD IN SUSPENSE.  A REVERSAL CARRIES ITS
042510*    TRADE'S TOLERANCE FLAG BUT IS NEVER A RELEASE.
042600******************************************************************
042700 2100-MATCH-EXTRACT.
042710     IF CG-REVERSAL-POSTING
042720         MOVE "R" TO WS-EXT-ENTRY-TYPE
042730     ELSE
042740         MOVE "T" TO WS-EXT-ENTRY-TYPE
042750     END-IF.
042800     SET WS-ENTRY-NOTFND TO TRUE.
042900     SET JX TO 1.
043000     PERFORM 2110-SCAN-JOURNAL THRU 2110-EXIT
044600         PERFORM 3500-WRITE-DIFF-LINE THRU 3500-EXIT
044700     END-IF.
044800     IF WS-JE-EXCP-FLAG (JX) = "Y"
044810             AND WS-JE-ENTRY-TYPE (JX) = "T"
044900         PERFORM 2200-CHECK-RELEASE THRU 2200-EXIT
045000     END-IF.
045100 2100-EXIT.
045300
045400 2110-SCAN-JOURNAL.
045500     IF WS-JE-TRADE-SEQ (JX) = CG-TRADE-SEQ
045510             AND WS-JE-ENTRY-TYPE (JX) = WS-EXT-ENTRY-TYPE
045600         SET WS-ENTRY-FOUND TO TRUE
045700     ELSE
045800         SET JX UP BY 1
049300******************************************************************
049400*    3000-SWEEP-JOURNAL - AFTER THE EXTRACT PASS, EVERY
049500*    IN-TOLERANCE JOURNAL TRADE MUST HAVE MATCHED EXACTLY ONCE.
049510*    SO MUST EVERY CANCEL REVERSAL, WHETHER THE TRADE IT BACKS
049520*    OUT WAS IN TOLERANCE OR RELEASED OUT OF SUSPENSE.
049600******************************************************************
049700 3000-SWEEP-JOURNAL.
049800     SET JX TO 1.
050200     EXIT.
050300
050400 3100-SWEEP-ONE-JRNL.
050500     IF (WS-JE-EXCP-FLAG (JX) = "N"
050510             OR WS-JE-ENTRY-TYPE (JX) = "R")
050600             AND WS-JE-MATCH-COUNT (JX) = ZERO
050700         MOVE WS-JE-TRADE-SEQ (JX) TO RC-DT-TRADE-SEQ
050800         MOVE WS-JE-CPTY-ID (JX) TO RC-DT-CPTY-ID
050900         MOVE WS-JE-FROM-CCY (JX) TO RC-DT-CCY1
051000         MOVE WS-JE-TO-CCY (JX) TO RC-DT-CCY2
051100         MOVE WS-JE-RESULT-FEE (JX) TO RC-DT-AMT
051110         IF WS-JE-ENTRY-TYPE (JX) = "R"
051120             MOVE "CANCEL REVERSAL NOT ON EXTRACT"
051130                 TO RC-DT-CONDITION
051140         ELSE
051200             MOVE "IN-TOLERANCE JOURNAL NOT ON EXTRACT"
051300                 TO RC-DT-CONDITION
051310         END-IF
051400         PERFORM 3510-WRITE-DIFF-DIRECT THRU 3510-EXIT
051500     END-IF.
051600     SET JX UP BY 1.
070300     MOVE WS-DIFF-COUNT TO RC-TL5-DIFF-COUNT.
070400     WRITE REPORT-RECORD FROM RC-TOTAL-LINE-5 AFTER ADVANCING 1
070500             LINE.
070510     MOVE WS-REVERSAL-COUNT TO RC-TL6-REV-COUNT.
070520     WRITE REPORT-RECORD FROM RC-TOTAL-LINE-6 AFTER ADVANCING 1
070530             LINE.
070540     MOVE WS-REVAL-COUNT TO RC-TL7-REVAL-COUNT.
070550     WRITE REPORT-RECORD FROM RC-TOTAL-LINE-7 AFTER ADVANCING 1
070560             LINE.
070600     IF WS-DIFF-COUNT = ZERO
070700         MOVE "TIE-OUT PASSED" TO RC-RS-TEXT
070800     ELSE
