000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BSREGRPT.
000300 AUTHOR. D. L. RAMIREZ.
000400 INSTALLATION. TREASURY SETTLEMENT OPERATIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    DESCRIPTION..: DAILY LARGE-TRANSACTION REGULATORY REPORTING
000900*                   OVER THE BUSINESS DATE'S JOURNAL.  EACH TRADE
001000*                   PRICED TODAY IS VALUED IN USD AT RATEMSTR'S
001100*                   RATE FOR ITS FROM-CURRENCY - THE CURRENCY/USD
001200*                   RATE WHEN ONE IS QUOTED, ELSE THE INVERSE OF
001300*                   THE USD/CURRENCY RATE, AS BSREVALU VALUES
001400*                   POSITIONS.  A TRADE OVER THE PARMFILE USD
001500*                   THRESHOLD IS FILED ON ITS OWN.  SEPARATELY,
001600*                   WHEN A COUNTERPARTY'S TRADES EACH AT OR UNDER
001700*                   THE THRESHOLD TOTAL OVER IT FOR THE DAY, EVERY
001800*                   ONE OF THOSE TRADES IS FILED AS AN AGGREGATE
001900*                   WITH THE DAY TOTAL.  FILINGS GO TO THE REGEXTR
002000*                   EXTRACT WITH THE CPTYMSTR NAME, AND EVERY
002100*                   REPORTABLE TRADE IS LISTED ON THE REGRPT
002200*                   COMPLIANCE REVIEW REPORT.  EACH FILING IS
002300*                   RECORDED ON REGFILED; A TRADE ALREADY THERE IS
002400*                   LISTED BUT NEVER FILED AGAIN, SO A RERUN IS
002500*                   SAFE.  A TRADE WITH NO USD RATE CANNOT BE
002600*                   VALUED AND IS LISTED FOR REVIEW.
002700*    MODIFICATION HISTORY
002800*    DATE       INIT DESCRIPTION
002900*    ---------- ---- -------------------------------------------
003000*    2026-10-15 DLR  INITIAL VERSION - REGULATORY REPORTING.
003100******************************************************************
003200
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. IBM-370.
003600 OBJECT-COMPUTER. IBM-370.
003700
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT OPTIONAL PARM-FILE
004100         ASSIGN TO "PARMFILE"
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300
004400     SELECT JOURNAL-FILE
004500         ASSIGN TO "JRNLFILE"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700
004800     SELECT RATE-FILE
004900         ASSIGN TO "RATEMSTR"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS CR-RATE-KEY.
005300
005400     SELECT CPTY-FILE
005500         ASSIGN TO "CPTYMSTR"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS CY-CPTY-ID.
005900
006000     SELECT FILED-FILE
006100         ASSIGN TO "REGFILED"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS RM-FILED-KEY.
006500
006600     SELECT EXTRACT-FILE
006700         ASSIGN TO "REGEXTR"
006800         ORGANIZATION IS LINE SEQUENTIAL.
006900
007000     SELECT REPORT-FILE
007100         ASSIGN TO "REGRPT"
007200         ORGANIZATION IS LINE SEQUENTIAL.
007300
007400     SELECT RUNSTAT-FILE
007500         ASSIGN TO "RUNSTAT"
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS DYNAMIC
007800         RECORD KEY IS RS-RUN-KEY.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  PARM-FILE
008300     LABEL RECORDS ARE STANDARD.
008400     COPY CXPARM.
008500
008600 FD  JOURNAL-FILE
008700     LABEL RECORDS ARE STANDARD.
008800     COPY CXJRNL.
008900
009000 FD  RATE-FILE
009100     LABEL RECORDS ARE STANDARD.
009200     COPY CXRATE.
009300
009400 FD  CPTY-FILE
009500     LABEL RECORDS ARE STANDARD.
009600     COPY CXCPTY.
009700
009800 FD  FILED-FILE
009900     LABEL RECORDS ARE STANDARD.
010000     COPY CXREGF.
010100
010200 FD  EXTRACT-FILE
010300     LABEL RECORDS ARE STANDARD.
010400     COPY CXREGX.
010500
010600 FD  REPORT-FILE
010700     LABEL RECORDS ARE STANDARD.
010800 01  REPORT-RECORD               PIC X(132).
010900
011000 FD  RUNSTAT-FILE
011100     LABEL RECORDS ARE STANDARD.
011200     COPY CXRSTAT.
011300
011400 WORKING-STORAGE SECTION.
011500******************************************************************
011600*    SWITCHES
011700******************************************************************
011800 01  WS-SWITCHES.
011900     05  WS-JRNL-EOF-SW          PIC X(01)   VALUE "N".
012000         88  WS-JRNL-EOF                     VALUE "Y".
012100     05  WS-PARM-EOF-SW          PIC X(01)   VALUE "N".
012200         88  WS-PARM-EOF                     VALUE "Y".
012300     05  WS-RATE-FOUND-SW        PIC X(01).
012400         88  WS-RATE-FOUND                    VALUE "Y".
012500         88  WS-RATE-NOTFND                   VALUE "N".
012600     05  WS-FILED-SW             PIC X(01).
012700         88  WS-FILED-BEFORE                  VALUE "Y".
012800         88  WS-NOT-FILED                     VALUE "N".
012900     05  WS-AGG-SW               PIC X(01).
013000         88  WS-CPTY-AGGREGATED               VALUE "Y".
013100         88  WS-CPTY-NOT-AGGREGATED           VALUE "N".
013200     05  WS-SWAP-SW              PIC X(01).
013300         88  WS-SWAPPED                       VALUE "Y".
013400         88  WS-NO-SWAPS                      VALUE "N".
013500     05  WS-RSTAT-FOUND-SW       PIC X(01)   VALUE "N".
013600         88  WS-RSTAT-FOUND                   VALUE "Y".
013700         88  WS-RSTAT-NOTFND                  VALUE "N".
013800
013900 01  WS-RUN-DATE                 PIC 9(08).
014000 01  WS-RSTAT-TIME               PIC 9(08).
014100
014200******************************************************************
014300*    THRESHOLD AND RATE LOOKUP FIELDS.  THE THRESHOLD DEFAULTS
014400*    TO USD 10,000.00 WHEN PARMFILE CARRIES NONE.
014500******************************************************************
014600 01  WS-THRESHOLD-FIELDS.
014700     05  WS-THRESHOLD            PIC 9(09)V9(02).
014800     05  WS-DEFAULT-THRESHOLD    PIC 9(09)V9(02)
014900                                 VALUE 10000.00.
015000
015100 01  WS-RATE-FIELDS.
015200     05  WS-VAL-CCY              PIC X(03).
015300     05  WS-REQ-FROM-CCY         PIC X(03).
015400     05  WS-REQ-TO-CCY           PIC X(03).
015500     05  WS-USD-RATE             PIC 9(05)V9(08).
015600
015700******************************************************************
015800*    TRADE TABLE - THE DAY'S TRADES WITH THEIR USD VALUE,
015900*    BUBBLE-SORTED BY COUNTERPARTY AND TRADE SEQUENCE SO EACH
016000*    COUNTERPARTY'S DAY CAN BE TOTALLED IN ONE GROUP.
016100******************************************************************
016200 01  WS-TRADE-TABLE.
016300     05  WS-TRADE-COUNT          PIC 9(05)   COMP   VALUE ZERO.
016400     05  WS-TRADE-MAX            PIC 9(05)          VALUE 5000.
016500     05  WS-TRADE-ENTRY          OCCURS 5000 TIMES.
016600         10  WS-TR-SORT-KEY.
016700             15  WS-TR-CPTY-ID   PIC X(06).
016800             15  WS-TR-TRADE-SEQ PIC 9(09).
016900         10  WS-TR-FROM-CCY      PIC X(03).
017000         10  WS-TR-TO-CCY        PIC X(03).
017100         10  WS-TR-ORIG          PIC 9(5)V9(03).
017200         10  WS-TR-RESULT-FEE    PIC 9(5)V9(03).
017300         10  WS-TR-USD-RATE      PIC 9(05)V9(08).
017400         10  WS-TR-USD-AMT       PIC 9(11)V9(02).
017500         10  WS-TR-RATE-SW       PIC X(01).
017600             88  WS-TR-VALUED                 VALUE "Y".
017700             88  WS-TR-NOT-VALUED             VALUE "N".
017800
017900 01  WS-TRADE-HOLD               PIC X(64).
018000
018100 01  WS-SORT-FIELDS.
018200     05  WS-SORT-I               PIC 9(05)   COMP.
018300     05  WS-SORT-I1              PIC 9(05)   COMP.
018400     05  WS-T-I                  PIC 9(05)   COMP.
018500     05  WS-GROUP-START          PIC 9(05)   COMP.
018600     05  WS-GROUP-END            PIC 9(05)   COMP.
018700
018800******************************************************************
018900*    COUNTERPARTY GROUP FIELDS - THE DAY TOTAL OF THE TRADES
019000*    EACH AT OR UNDER THE THRESHOLD.
019100******************************************************************
019200 01  WS-GROUP-FIELDS.
019300     05  WS-PREV-CPTY-ID         PIC X(06).
019400     05  WS-CPTY-NAME            PIC X(30).
019500     05  WS-AGG-USD-AMT          PIC 9(13)V9(02).
019600     05  WS-AGG-COUNT            PIC 9(05)   COMP.
019700     05  WS-REPORT-TYPE          PIC X(01).
019800
019900 01  WS-PRIOR-DISP.
020000     05  FILLER                  PIC X(14)
020100             VALUE "FILED EARLIER ".
020200     05  WS-PD-FILED-DATE        PIC 9(08).
020300
020400 01  WS-CONTROL-TOTALS.
020500     05  WS-EXAMINED-COUNT       PIC 9(09)   COMP   VALUE ZERO.
020600     05  WS-SINGLE-COUNT         PIC 9(09)   COMP   VALUE ZERO.
020700     05  WS-AGGR-TRADE-COUNT     PIC 9(09)   COMP   VALUE ZERO.
020800     05  WS-AGGR-CPTY-COUNT      PIC 9(09)   COMP   VALUE ZERO.
020900     05  WS-FILED-COUNT          PIC 9(09)   COMP   VALUE ZERO.
021000     05  WS-PRIOR-COUNT          PIC 9(09)   COMP   VALUE ZERO.
021100     05  WS-NORATE-COUNT         PIC 9(09)   COMP   VALUE ZERO.
021200     05  WS-HASH-TOTAL           PIC 9(13)V9(02)    VALUE ZERO.
021300
021400******************************************************************
021500*    REPORT PAGINATION FIELDS
021600******************************************************************
021700 01  WS-REPORT-FIELDS.
021800     05  WS-PAGE-NO              PIC 9(04)   COMP   VALUE ZERO.
021900     05  WS-LINE-COUNT           PIC 9(03)   COMP   VALUE ZERO.
022000     05  WS-PAGE-SIZE            PIC 9(03)          VALUE 50.
022100
022200******************************************************************
022300*    COMPLIANCE REVIEW REPORT PRINT LINES
022400******************************************************************
022500     COPY CXRGRPT.
022600
022700 PROCEDURE DIVISION.
022800******************************************************************
022900*    0000-MAINLINE - VALUE THE DAY'S TRADES, GROUP THEM BY
023000*    COUNTERPARTY, FILE WHAT IS REPORTABLE.
023100******************************************************************
023200 0000-MAINLINE.
023300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023400     PERFORM 2000-LOAD-TRADE THRU 2000-EXIT
023500         UNTIL WS-JRNL-EOF.
023600     PERFORM 3000-SORT-TRADES THRU 3000-EXIT.
023700     MOVE 1 TO WS-T-I.
023800     PERFORM 4000-REPORT-ONE-CPTY THRU 4000-EXIT
023900         UNTIL WS-T-I > WS-TRADE-COUNT.
024000     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
024100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024200     STOP RUN.
024300
024400******************************************************************
024500*    1000-INITIALIZE - READ THE PARMS, PROVE THE DAY IS PRICED,
024600*    OPEN THE FILES AND PRIME THE JOURNAL READ.
024700******************************************************************
024800 1000-INITIALIZE.
024900     PERFORM 1050-READ-PARMS THRU 1050-EXIT.
025000     PERFORM 7800-CHECK-RUN-CONTROL THRU 7800-EXIT.
025100     DISPLAY "BSREGRPT - LARGE TRANSACTION REPORTING - RUN DATE "
025200             WS-RUN-DATE.
025300     OPEN INPUT JOURNAL-FILE.
025400     OPEN INPUT RATE-FILE.
025500     OPEN INPUT CPTY-FILE.
025600     OPEN I-O FILED-FILE.
025700     OPEN OUTPUT EXTRACT-FILE.
025800     OPEN OUTPUT REPORT-FILE.
025900     PERFORM 1200-WRITE-HEADERS THRU 1200-EXIT.
026000     PERFORM 2010-READ-JOURNAL THRU 2010-EXIT.
026100 1000-EXIT.
026200     EXIT.
026300
026400******************************************************************
026500*    1050-READ-PARMS - READ THE RUN-CONTROL PARAMETER RECORD THE
026600*    SAME WAY BSCALC DOES.  A RUN WITHOUT A USABLE PARM RECORD
026700*    IS CANCELLED OUTRIGHT.
026800******************************************************************
026900 1050-READ-PARMS.
027000     OPEN INPUT PARM-FILE.
027100     READ PARM-FILE
027200         AT END
027300             MOVE "Y" TO WS-PARM-EOF-SW
027400     END-READ.
027500     CLOSE PARM-FILE.
027600     IF WS-PARM-EOF
027700         DISPLAY "BSREGRPT - NO PARMFILE RECORD - RUN CANCELLED"
027800         MOVE 16 TO RETURN-CODE
027900         STOP RUN
028000     END-IF.
028100     IF PM-BUSINESS-DATE NOT NUMERIC
028200             OR PM-BUSINESS-DATE = ZERO
028300         DISPLAY "BSREGRPT - BAD BUSINESS DATE ON PARMFILE - "
028400                 "RUN CANCELLED"
028500         MOVE 16 TO RETURN-CODE
028600         STOP RUN
028700     END-IF.
028800     MOVE PM-BUSINESS-DATE TO WS-RUN-DATE.
028900     IF PM-REG-THRESHOLD NUMERIC AND PM-REG-THRESHOLD NOT = ZERO
029000         MOVE PM-REG-THRESHOLD TO WS-THRESHOLD
029100     ELSE
029200         MOVE WS-DEFAULT-THRESHOLD TO WS-THRESHOLD
029300     END-IF.
029400 1050-EXIT.
029500     EXIT.
029600
029700******************************************************************
029800*    1200-WRITE-HEADERS - PRINT A NEW REPORT PAGE HEADING.
029900******************************************************************
030000 1200-WRITE-HEADERS.
030100     ADD 1 TO WS-PAGE-NO.
030200     MOVE WS-RUN-DATE TO RG-H1-RUN-DATE.
030300     MOVE WS-PAGE-NO TO RG-H1-PAGE-NO.
030400     MOVE WS-THRESHOLD TO RG-H1-THRESHOLD.
030500     WRITE REPORT-RECORD FROM RG-HEADING-1 AFTER ADVANCING PAGE.
030600     WRITE REPORT-RECORD FROM RG-HEADING-2 AFTER ADVANCING 2
030700             LINES.
030800     MOVE ZERO TO WS-LINE-COUNT.
030900 1200-EXIT.
031000     EXIT.
031100
031200******************************************************************
031300*    2000-LOAD-TRADE - TABLE ONE TRADE PRICED TODAY WITH ITS
031400*    USD VALUE.  REVERSALS ARE NOT TRADES AND EARLIER DATES
031500*    WERE REPORTED ON THEIR OWN DAY.
031600******************************************************************
031700 2000-LOAD-TRADE.
031800     IF NOT CJ-TRADE-ENTRY OR CJ-RUN-DATE NOT = WS-RUN-DATE
031900         GO TO 2000-NEXT
032000     END-IF.
032100     ADD 1 TO WS-EXAMINED-COUNT.
032200     IF WS-TRADE-COUNT NOT < WS-TRADE-MAX
032300         DISPLAY "BSREGRPT - TRADE TABLE FULL - RUN CANCELLED"
032400         MOVE 16 TO RETURN-CODE
032500         STOP RUN
032600     END-IF.
032700     ADD 1 TO WS-TRADE-COUNT.
032800     MOVE CJ-CPTY-ID TO WS-TR-CPTY-ID (WS-TRADE-COUNT).
032900     MOVE CJ-TRADE-SEQ TO WS-TR-TRADE-SEQ (WS-TRADE-COUNT).
033000     MOVE CJ-FROM-CCY TO WS-TR-FROM-CCY (WS-TRADE-COUNT).
033100     MOVE CJ-TO-CCY TO WS-TR-TO-CCY (WS-TRADE-COUNT).
033200     MOVE CJ-ORIG TO WS-TR-ORIG (WS-TRADE-COUNT).
033300     MOVE CJ-RESULT-FEE TO WS-TR-RESULT-FEE (WS-TRADE-COUNT).
033400     MOVE ZERO TO WS-TR-USD-RATE (WS-TRADE-COUNT).
033500     MOVE ZERO TO WS-TR-USD-AMT (WS-TRADE-COUNT).
033600     MOVE CJ-FROM-CCY TO WS-VAL-CCY.
033700     PERFORM 2200-FIND-USD-RATE THRU 2200-EXIT.
033800     IF WS-RATE-NOTFND
033900         SET WS-TR-NOT-VALUED (WS-TRADE-COUNT) TO TRUE
034000         GO TO 2000-NEXT
034100     END-IF.
034200     SET WS-TR-VALUED (WS-TRADE-COUNT) TO TRUE.
034300     MOVE WS-USD-RATE TO WS-TR-USD-RATE (WS-TRADE-COUNT).
034400     COMPUTE WS-TR-USD-AMT (WS-TRADE-COUNT) ROUNDED =
034500             CJ-ORIG * WS-USD-RATE.
034600 2000-NEXT.
034700     PERFORM 2010-READ-JOURNAL THRU 2010-EXIT.
034800 2000-EXIT.
034900     EXIT.
035000
035100 2010-READ-JOURNAL.
035200     READ JOURNAL-FILE
035300         AT END
035400             MOVE "Y" TO WS-JRNL-EOF-SW
035500     END-READ.
035600 2010-EXIT.
035700     EXIT.
035800
035900******************************************************************
036000*    2200-FIND-USD-RATE - USD NEEDS NO RATE.  OTHERWISE TAKE THE
036100*    CURRENCY/USD RATE IF TREASURY QUOTES ONE, ELSE INVERT THE
036200*    USD/CURRENCY RATE.  A RECORD WITH A ZERO RATE IS A FEE
036300*    AND MARKUP ENTRY ONLY AND DOES NOT COUNT AS A QUOTE.
036400******************************************************************
036500 2200-FIND-USD-RATE.
036600     IF WS-VAL-CCY = "USD"
036700         MOVE 1 TO WS-USD-RATE
036800         SET WS-RATE-FOUND TO TRUE
036900         GO TO 2200-EXIT
037000     END-IF.
037100     MOVE WS-VAL-CCY TO CR-FROM-CCY.
037200     MOVE "USD" TO CR-TO-CCY.
037300     PERFORM 2250-FIND-RATE THRU 2250-EXIT.
037400     IF WS-RATE-FOUND
037500         MOVE CR-EXCH-RATE TO WS-USD-RATE
037600         GO TO 2200-EXIT
037700     END-IF.
037800     MOVE "USD" TO CR-FROM-CCY.
037900     MOVE WS-VAL-CCY TO CR-TO-CCY.
038000     PERFORM 2250-FIND-RATE THRU 2250-EXIT.
038100     IF WS-RATE-FOUND
038200         COMPUTE WS-USD-RATE ROUNDED = 1 / CR-EXCH-RATE
038300         IF WS-USD-RATE = ZERO
038400             SET WS-RATE-NOTFND TO TRUE
038500         END-IF
038600     END-IF.
038700 2200-EXIT.
038800     EXIT.
038900
039000******************************************************************
039100*    2250-FIND-RATE - THE MOST RECENT RATEMSTR RECORD FOR THE
039200*    PAIR IN CR-FROM-CCY/CR-TO-CCY ON OR BEFORE THE BUSINESS
039300*    DATE, THE SAME WAY BSCALC FINDS ITS RATES.
039400******************************************************************
039500 2250-FIND-RATE.
039600     SET WS-RATE-NOTFND TO TRUE.
039700     MOVE CR-FROM-CCY TO WS-REQ-FROM-CCY.
039800     MOVE CR-TO-CCY TO WS-REQ-TO-CCY.
039900     MOVE WS-RUN-DATE TO CR-EFF-DATE.
040000     START RATE-FILE KEY IS NOT GREATER THAN CR-RATE-KEY
040100         INVALID KEY
040200             GO TO 2250-EXIT
040300     END-START.
040400     READ RATE-FILE NEXT RECORD
040500         AT END
040600             GO TO 2250-EXIT
040700     END-READ.
040800     IF CR-FROM-CCY = WS-REQ-FROM-CCY
040900             AND CR-TO-CCY = WS-REQ-TO-CCY
041000             AND CR-EXCH-RATE NUMERIC
041100             AND CR-EXCH-RATE > ZERO
041200         SET WS-RATE-FOUND TO TRUE
041300     END-IF.
041400 2250-EXIT.
041500     EXIT.
041600
041700******************************************************************
041800*    3000-SORT-TRADES - BUBBLE THE TABLE INTO COUNTERPARTY AND
041900*    TRADE SEQUENCE ORDER.  PASSES REPEAT UNTIL A PASS MAKES NO
042000*    SWAP.
042100******************************************************************
042200 3000-SORT-TRADES.
042300     IF WS-TRADE-COUNT < 2
042400         GO TO 3000-EXIT
042500     END-IF.
042600     SET WS-SWAPPED TO TRUE.
042700     PERFORM 3100-SORT-PASS THRU 3100-EXIT
042800         UNTIL WS-NO-SWAPS.
042900 3000-EXIT.
043000     EXIT.
043100
043200 3100-SORT-PASS.
043300     SET WS-NO-SWAPS TO TRUE.
043400     MOVE 1 TO WS-SORT-I.
043500     PERFORM 3110-COMPARE-ONE THRU 3110-EXIT
043600         UNTIL WS-SORT-I NOT < WS-TRADE-COUNT.
043700 3100-EXIT.
043800     EXIT.
043900
044000 3110-COMPARE-ONE.
044100     COMPUTE WS-SORT-I1 = WS-SORT-I + 1.
044200     IF WS-TR-SORT-KEY (WS-SORT-I)
044300             > WS-TR-SORT-KEY (WS-SORT-I1)
044400         MOVE WS-TRADE-ENTRY (WS-SORT-I) TO WS-TRADE-HOLD
044500         MOVE WS-TRADE-ENTRY (WS-SORT-I1)
044600             TO WS-TRADE-ENTRY (WS-SORT-I)
044700         MOVE WS-TRADE-HOLD TO WS-TRADE-ENTRY (WS-SORT-I1)
044800         SET WS-SWAPPED TO TRUE
044900     END-IF.
045000     ADD 1 TO WS-SORT-I.
045100 3110-EXIT.
045200     EXIT.
045300
045400******************************************************************
045500*    4000-REPORT-ONE-CPTY - ONE COUNTERPARTY'S DAY.  FIRST TOTAL
045600*    THE VALUED TRADES AT OR UNDER THE THRESHOLD; IF THAT TOTAL
045700*    IS OVER IT, EACH OF THOSE TRADES IS AN AGGREGATE FILING.
045800*    THEN DISPOSE OF EVERY TRADE IN THE GROUP.  TRADES WITH NO
045900*    COUNTERPARTY ON THE JOURNAL ARE NOT AGGREGATED - THEY ARE
046000*    NOT KNOWN TO BE THE SAME PARTY.
046100******************************************************************
046200 4000-REPORT-ONE-CPTY.
046300     MOVE WS-T-I TO WS-GROUP-START.
046400     MOVE WS-TR-CPTY-ID (WS-T-I) TO WS-PREV-CPTY-ID.
046500     MOVE ZERO TO WS-AGG-USD-AMT WS-AGG-COUNT.
046600     PERFORM 4100-SUM-ONE-TRADE THRU 4100-EXIT
046700         UNTIL WS-T-I > WS-TRADE-COUNT
046800             OR WS-TR-CPTY-ID (WS-T-I) NOT = WS-PREV-CPTY-ID.
046900     MOVE WS-T-I TO WS-GROUP-END.
047000     SET WS-CPTY-NOT-AGGREGATED TO TRUE.
047100     IF WS-AGG-USD-AMT > WS-THRESHOLD
047200             AND WS-PREV-CPTY-ID NOT = SPACES
047300         SET WS-CPTY-AGGREGATED TO TRUE
047400     END-IF.
047500     MOVE WS-PREV-CPTY-ID TO CY-CPTY-ID.
047600     READ CPTY-FILE
047700         INVALID KEY
047800             MOVE "NOT ON COUNTERPARTY MASTER" TO WS-CPTY-NAME
047900         NOT INVALID KEY
048000             MOVE CY-CPTY-NAME TO WS-CPTY-NAME
048100     END-READ.
048200     IF WS-CPTY-AGGREGATED
048300         ADD 1 TO WS-AGGR-CPTY-COUNT
048400         PERFORM 4150-PRINT-AGGREGATE THRU 4150-EXIT
048500     END-IF.
048600     MOVE WS-GROUP-START TO WS-T-I.
048700     PERFORM 4200-DISPOSE-ONE-TRADE THRU 4200-EXIT
048800         UNTIL WS-T-I NOT < WS-GROUP-END.
048900 4000-EXIT.
049000     EXIT.
049100
049200 4100-SUM-ONE-TRADE.
049300     IF WS-TR-VALUED (WS-T-I)
049400             AND WS-TR-USD-AMT (WS-T-I) NOT > WS-THRESHOLD
049500         ADD WS-TR-USD-AMT (WS-T-I) TO WS-AGG-USD-AMT
049600         ADD 1 TO WS-AGG-COUNT
049700     END-IF.
049800     ADD 1 TO WS-T-I.
049900 4100-EXIT.
050000     EXIT.
050100
050200 4150-PRINT-AGGREGATE.
050300     IF WS-LINE-COUNT + 2 > WS-PAGE-SIZE
050400         PERFORM 1200-WRITE-HEADERS THRU 1200-EXIT
050500     END-IF.
050600     MOVE WS-PREV-CPTY-ID TO RG-AG-CPTY-ID.
050700     MOVE WS-AGG-COUNT TO RG-AG-COUNT.
050800     MOVE WS-AGG-USD-AMT TO RG-AG-USD-AMT.
050900     WRITE REPORT-RECORD FROM RG-AGGREGATE-LINE AFTER ADVANCING 2
051000             LINES.
051100     ADD 2 TO WS-LINE-COUNT.
051200 4150-EXIT.
051300     EXIT.
051400
051500******************************************************************
051600*    4200-DISPOSE-ONE-TRADE - A TRADE WITH NO USD RATE IS LISTED
051700*    FOR REVIEW.  A TRADE OVER THE THRESHOLD IS A SINGLE FILING;
051800*    ONE AT OR UNDER IT IS AN AGGREGATE FILING WHEN ITS
051900*    COUNTERPARTY'S DAY WAS AGGREGATED.  ANYTHING ELSE IS NOT
052000*    REPORTABLE AND IS NOT PRINTED.
052100******************************************************************
052200 4200-DISPOSE-ONE-TRADE.
052300     IF WS-TR-NOT-VALUED (WS-T-I)
052400         MOVE "NO RATE" TO RG-DT-TYPE
052500         MOVE "NOT VALUED - REVIEW MANUALLY" TO RG-DT-DISP
052600         ADD 1 TO WS-NORATE-COUNT
052700         PERFORM 4900-PRINT-TRADE-LINE THRU 4900-EXIT
052800         GO TO 4200-NEXT
052900     END-IF.
053000     IF WS-TR-USD-AMT (WS-T-I) > WS-THRESHOLD
053100         MOVE "S" TO WS-REPORT-TYPE
053200         MOVE "SINGLE" TO RG-DT-TYPE
053300         ADD 1 TO WS-SINGLE-COUNT
053400         PERFORM 4300-FILE-TRADE THRU 4300-EXIT
053500         GO TO 4200-NEXT
053600     END-IF.
053700     IF WS-CPTY-AGGREGATED
053800         MOVE "A" TO WS-REPORT-TYPE
053900         MOVE "AGGREGATE" TO RG-DT-TYPE
054000         ADD 1 TO WS-AGGR-TRADE-COUNT
054100         PERFORM 4300-FILE-TRADE THRU 4300-EXIT
054200     END-IF.
054300 4200-NEXT.
054400     ADD 1 TO WS-T-I.
054500 4200-EXIT.
054600     EXIT.
054700
054800******************************************************************
054900*    4300-FILE-TRADE - FILE ONE REPORTABLE TRADE UNLESS REGFILED
055000*    SHOWS IT FILED ALREADY, AND RECORD THE FILING.
055100******************************************************************
055200 4300-FILE-TRADE.
055300     SET WS-NOT-FILED TO TRUE.
055400     MOVE WS-TR-TRADE-SEQ (WS-T-I) TO RM-TRADE-SEQ.
055500     MOVE WS-RUN-DATE TO RM-TRADE-DATE.
055600     READ FILED-FILE
055700         INVALID KEY
055800             CONTINUE
055900         NOT INVALID KEY
056000             SET WS-FILED-BEFORE TO TRUE
056100     END-READ.
056200     IF WS-FILED-BEFORE
056300         MOVE RM-FILED-DATE TO WS-PD-FILED-DATE
056400         MOVE WS-PRIOR-DISP TO RG-DT-DISP
056500         ADD 1 TO WS-PRIOR-COUNT
056600         PERFORM 4900-PRINT-TRADE-LINE THRU 4900-EXIT
056700         GO TO 4300-EXIT
056800     END-IF.
056900     PERFORM 4400-WRITE-FILING THRU 4400-EXIT.
057000     MOVE SPACES TO RM-FILED-RECORD.
057100     MOVE WS-TR-TRADE-SEQ (WS-T-I) TO RM-TRADE-SEQ.
057200     MOVE WS-RUN-DATE TO RM-TRADE-DATE.
057300     MOVE WS-REPORT-TYPE TO RM-REPORT-TYPE.
057400     MOVE WS-RUN-DATE TO RM-FILED-DATE.
057500     MOVE WS-TR-CPTY-ID (WS-T-I) TO RM-CPTY-ID.
057600     MOVE WS-TR-USD-AMT (WS-T-I) TO RM-USD-AMT.
057700     WRITE RM-FILED-RECORD
057800         INVALID KEY
057900             DISPLAY "BSREGRPT - REGFILED WRITE FAILED - TRADE "
058000                     RM-TRADE-SEQ
058100     END-WRITE.
058200     MOVE "FILED" TO RG-DT-DISP.
058300     PERFORM 4900-PRINT-TRADE-LINE THRU 4900-EXIT.
058400 4300-EXIT.
058500     EXIT.
058600
058700******************************************************************
058800*    4400-WRITE-FILING - ONE LTR RECORD ON THE FILING EXTRACT.
058900*    AN AGGREGATE FILING CARRIES ITS COUNTERPARTY'S DAY TOTAL
059000*    AND TRADE COUNT.
059100******************************************************************
059200 4400-WRITE-FILING.
059300     MOVE SPACES TO RX-FILING-RECORD.
059400     SET RX-FILING-REC TO TRUE.
059500     MOVE WS-REPORT-TYPE TO RX-REPORT-TYPE.
059600     MOVE WS-RUN-DATE TO RX-FILING-DATE.
059700     MOVE WS-TR-TRADE-SEQ (WS-T-I) TO RX-TRADE-SEQ.
059800     MOVE WS-RUN-DATE TO RX-TRADE-DATE.
059900     MOVE WS-TR-CPTY-ID (WS-T-I) TO RX-CPTY-ID.
060000     MOVE WS-CPTY-NAME TO RX-CPTY-NAME.
060100     MOVE WS-TR-FROM-CCY (WS-T-I) TO RX-FROM-CCY.
060200     MOVE WS-TR-TO-CCY (WS-T-I) TO RX-TO-CCY.
060300     MOVE WS-TR-ORIG (WS-T-I) TO RX-ORIG.
060400     MOVE WS-TR-RESULT-FEE (WS-T-I) TO RX-RESULT-FEE.
060500     MOVE WS-TR-USD-RATE (WS-T-I) TO RX-USD-RATE.
060600     MOVE WS-TR-USD-AMT (WS-T-I) TO RX-USD-AMT.
060700     MOVE WS-THRESHOLD TO RX-THRESHOLD.
060800     IF RX-AGGREGATED-TRADE
060900         MOVE WS-AGG-USD-AMT TO RX-AGG-USD-AMT
061000         MOVE WS-AGG-COUNT TO RX-AGG-COUNT
061100     ELSE
061200         MOVE ZERO TO RX-AGG-USD-AMT RX-AGG-COUNT
061300     END-IF.
061400     WRITE RX-FILING-RECORD.
061500     ADD 1 TO WS-FILED-COUNT.
061600     ADD WS-TR-USD-AMT (WS-T-I) TO WS-HASH-TOTAL.
061700 4400-EXIT.
061800     EXIT.
061900
062000******************************************************************
062100*    4900-PRINT-TRADE-LINE - ONE TRADE LINE, STARTING A NEW PAGE
062200*    WHEN FULL.  THE TYPE AND DISPOSITION MUST BE SET BY THE
062300*    CALLER BEFORE THIS IS PERFORMED.
062400******************************************************************
062500 4900-PRINT-TRADE-LINE.
062600     IF WS-LINE-COUNT NOT < WS-PAGE-SIZE
062700         PERFORM 1200-WRITE-HEADERS THRU 1200-EXIT
062800     END-IF.
062900     MOVE WS-TR-TRADE-SEQ (WS-T-I) TO RG-DT-TRADE-SEQ.
063000     MOVE WS-TR-CPTY-ID (WS-T-I) TO RG-DT-CPTY-ID.
063100     MOVE WS-CPTY-NAME TO RG-DT-CPTY-NAME.
063200     MOVE WS-TR-FROM-CCY (WS-T-I) TO RG-DT-FROM-CCY.
063300     MOVE WS-TR-TO-CCY (WS-T-I) TO RG-DT-TO-CCY.
063400     MOVE WS-TR-ORIG (WS-T-I) TO RG-DT-ORIG.
063500     MOVE WS-TR-USD-RATE (WS-T-I) TO RG-DT-USD-RATE.
063600     MOVE WS-TR-USD-AMT (WS-T-I) TO RG-DT-USD-AMT.
063700     WRITE REPORT-RECORD FROM RG-DETAIL-LINE AFTER ADVANCING 1
063800             LINE.
063900     ADD 1 TO WS-LINE-COUNT.
064000 4900-EXIT.
064100     EXIT.
064200
064300******************************************************************
064400*    8000-PRINT-TOTALS - CLOSE THE EXTRACT WITH ITS TRAILER AND
064500*    PRINT THE CONTROL COUNTS AT THE FOOT OF THE REPORT.
064600******************************************************************
064700 8000-PRINT-TOTALS.
064800     MOVE SPACES TO RT-TRAILER-RECORD.
064900     SET RT-TRAILER-REC TO TRUE.
065000     MOVE WS-RUN-DATE TO RT-FILING-DATE.
065100     MOVE WS-FILED-COUNT TO RT-REC-COUNT.
065200     MOVE WS-HASH-TOTAL TO RT-HASH-TOTAL.
065300     WRITE RT-TRAILER-RECORD.
065400     MOVE WS-EXAMINED-COUNT TO RG-TL1-TRADE-COUNT.
065500     WRITE REPORT-RECORD FROM RG-TOTAL-LINE-1 AFTER ADVANCING 2
065600             LINES.
065700     MOVE WS-SINGLE-COUNT TO RG-TL2-SINGLE-COUNT.
065800     WRITE REPORT-RECORD FROM RG-TOTAL-LINE-2 AFTER ADVANCING 1
065900             LINE.
066000     MOVE WS-AGGR-TRADE-COUNT TO RG-TL3-AGG-COUNT.
066100     WRITE REPORT-RECORD FROM RG-TOTAL-LINE-3 AFTER ADVANCING 1
066200             LINE.
066300     MOVE WS-AGGR-CPTY-COUNT TO RG-TL4-CPTY-COUNT.
066400     WRITE REPORT-RECORD FROM RG-TOTAL-LINE-4 AFTER ADVANCING 1
066500             LINE.
066600     MOVE WS-FILED-COUNT TO RG-TL5-FILED-COUNT.
066700     WRITE REPORT-RECORD FROM RG-TOTAL-LINE-5 AFTER ADVANCING 1
066800             LINE.
066900     MOVE WS-PRIOR-COUNT TO RG-TL6-PRIOR-COUNT.
067000     WRITE REPORT-RECORD FROM RG-TOTAL-LINE-6 AFTER ADVANCING 1
067100             LINE.
067200     MOVE WS-NORATE-COUNT TO RG-TL7-NORATE-COUNT.
067300     WRITE REPORT-RECORD FROM RG-TOTAL-LINE-7 AFTER ADVANCING 1
067400             LINE.
067500 8000-EXIT.
067600     EXIT.
067700
067800******************************************************************
067900*    7800-CHECK-RUN-CONTROL - OPEN THE RUN-STATUS FILE, PROVE
068000*    BSCALC COMPLETED FOR THE DATE SO THE JOURNAL HOLDS THE
068100*    WHOLE DAY, AND STAMP THIS RUN STARTED.
068200*    7900-RECORD-COMPLETE STAMPS THE SUCCESSFUL END.
068300******************************************************************
068400 7800-CHECK-RUN-CONTROL.
068500     OPEN I-O RUNSTAT-FILE.
068600     MOVE "BSCALC" TO RS-PROGRAM.
068700     PERFORM 7850-READ-RUNSTAT THRU 7850-EXIT.
068800     IF WS-RSTAT-NOTFND OR NOT RS-COMPLETED
068900         DISPLAY "BSREGRPT - BSCALC NOT COMPLETE FOR DATE - "
069000                 "RUN CANCELLED"
069100         MOVE 16 TO RETURN-CODE
069200         STOP RUN
069300     END-IF.
069400     MOVE "BSREGRPT" TO RS-PROGRAM.
069500     PERFORM 7850-READ-RUNSTAT THRU 7850-EXIT.
069600     MOVE "S" TO RS-STATUS.
069700     ACCEPT WS-RSTAT-TIME FROM TIME.
069800     MOVE WS-RSTAT-TIME TO RS-START-TIME.
069900     MOVE ZERO TO RS-END-TIME.
070000     IF WS-RSTAT-FOUND
070100         REWRITE RS-RUNSTAT-RECORD
070200             INVALID KEY
070300                 DISPLAY "BSREGRPT - RUNSTAT REWRITE FAILED"
070400         END-REWRITE
070500     ELSE
070600         WRITE RS-RUNSTAT-RECORD
070700             INVALID KEY
070800                 DISPLAY "BSREGRPT - RUNSTAT WRITE FAILED"
070900         END-WRITE
071000     END-IF.
071100 7800-EXIT.
071200     EXIT.
071300
071400 7850-READ-RUNSTAT.
071500     SET WS-RSTAT-NOTFND TO TRUE.
071600     MOVE WS-RUN-DATE TO RS-RUN-DATE.
071700     READ RUNSTAT-FILE
071800         INVALID KEY
071900             CONTINUE
072000         NOT INVALID KEY
072100             SET WS-RSTAT-FOUND TO TRUE
072200     END-READ.
072300 7850-EXIT.
072400     EXIT.
072500
072600 7900-RECORD-COMPLETE.
072700     MOVE "BSREGRPT" TO RS-PROGRAM.
072800     PERFORM 7850-READ-RUNSTAT THRU 7850-EXIT.
072900     IF WS-RSTAT-FOUND
073000         MOVE "C" TO RS-STATUS
073100         ACCEPT WS-RSTAT-TIME FROM TIME
073200         MOVE WS-RSTAT-TIME TO RS-END-TIME
073300         REWRITE RS-RUNSTAT-RECORD
073400             INVALID KEY
073500                 DISPLAY "BSREGRPT - RUNSTAT REWRITE FAILED"
073600         END-REWRITE
073700     END-IF.
073800 7900-EXIT.
073900     EXIT.
074000
074100******************************************************************
074200*    9000-TERMINATE - CLOSE FILES AND RETURN TO THE OPERATING
074300*    SYSTEM.
074400******************************************************************
074500 9000-TERMINATE.
074600     PERFORM 7900-RECORD-COMPLETE THRU 7900-EXIT.
074700     CLOSE RUNSTAT-FILE.
074800     CLOSE JOURNAL-FILE.
074900     CLOSE RATE-FILE.
075000     CLOSE CPTY-FILE.
075100     CLOSE FILED-FILE.
075200     CLOSE EXTRACT-FILE.
075300     CLOSE REPORT-FILE.
075400     DISPLAY "BSREGRPT COMPLETE - " WS-EXAMINED-COUNT
075500             " TRADES EXAMINED, " WS-FILED-COUNT " FILED, "
075600             WS-PRIOR-COUNT " ALREADY FILED".
075700 9000-EXIT.
075800     EXIT.
