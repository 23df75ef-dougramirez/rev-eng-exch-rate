000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BSREVALU.
000300 AUTHOR. D. L. RAMIREZ.
000400 INSTALLATION. TREASURY SETTLEMENT OPERATIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    DESCRIPTION..: END-OF-DAY USD REVALUATION OF THE CURRENCY
000900*                   POSITIONS.  RUNS AFTER BSPOSLDG HAS POSTED
001000*                   THE DAY AND VALUES EACH POSMSTR CLOSING
001100*                   BALANCE IN USD AT TREASURY'S CLOSING MID RATE
001200*                   ON RATEMSTR - THE CURRENCY/USD RATE WHEN ONE
001300*                   IS QUOTED, ELSE THE INVERSE OF THE USD/
001400*                   CURRENCY RATE, EACH THE MOST RECENT ON OR
001500*                   BEFORE THE BUSINESS DATE.  THE UNREALISED P+L
001600*                   IS THE RATE MOVE ON THE BALANCE HELD AT THE
001700*                   LAST REVALUATION (REVALMST) - THAT BALANCE AT
001800*                   TODAY'S RATE LESS ITS USD VALUE THEN.  THE
001900*                   DAY'S FLOWS ARE TAKEN IN AT TODAY'S RATE AND
002000*                   CARRY NO P+L UNTIL THE NEXT RUN.  EACH
002100*                   NON-ZERO P+L IS POSTED TO GLEXTRCT AS A
002200*                   REVALUATION ENTRY (TYPE V) IN USD.  A
002300*                   CURRENCY WITH NO RATE ON FILE IS REPORTED AND
002400*                   LEFT AT ITS LAST VALUATION.  A DATE ALREADY
002500*                   REVALUED REFUSES TO RUN AGAIN, SO A RERUN
002600*                   CANNOT DOUBLE THE GL POSTINGS.
002700*    MODIFICATION HISTORY
002800*    DATE       INIT DESCRIPTION
002900*    ---------- ---- -------------------------------------------
003000*    2026-10-15 DLR  INITIAL VERSION - USD REVALUATION.
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
004400     SELECT POSITION-FILE
004500         ASSIGN TO "POSMSTR"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS PL-CCY-CODE.
004900
005000     SELECT RATE-FILE
005100         ASSIGN TO "RATEMSTR"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS CR-RATE-KEY.
005500
005600     SELECT REVAL-FILE
005700         ASSIGN TO "REVALMST"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS RV-CCY-CODE.
006100
006200     SELECT GLEXTRACT-FILE
006300         ASSIGN TO "GLEXTRCT"
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500
006600     SELECT REPORT-FILE
006700         ASSIGN TO "REVALRPT"
006800         ORGANIZATION IS LINE SEQUENTIAL.
006900
007000     SELECT RUNSTAT-FILE
007100         ASSIGN TO "RUNSTAT"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS RS-RUN-KEY.
007500
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  PARM-FILE
007900     LABEL RECORDS ARE STANDARD.
008000     COPY CXPARM.
008100
008200 FD  POSITION-FILE
008300     LABEL RECORDS ARE STANDARD.
008400     COPY CXPOS.
008500
008600 FD  RATE-FILE
008700     LABEL RECORDS ARE STANDARD.
008800     COPY CXRATE.
008900
009000 FD  REVAL-FILE
009100     LABEL RECORDS ARE STANDARD.
009200     COPY CXRVAL.
009300
009400 FD  GLEXTRACT-FILE
009500     LABEL RECORDS ARE STANDARD.
009600     COPY CXGLEXT.
009700
009800 FD  REPORT-FILE
009900     LABEL RECORDS ARE STANDARD.
010000 01  REPORT-RECORD               PIC X(132).
010100
010200 FD  RUNSTAT-FILE
010300     LABEL RECORDS ARE STANDARD.
010400     COPY CXRSTAT.
010500
010600 WORKING-STORAGE SECTION.
010700******************************************************************
010800*    SWITCHES
010900******************************************************************
011000 01  WS-SWITCHES.
011100     05  WS-POS-EOF-SW           PIC X(01)   VALUE "N".
011200         88  WS-POS-EOF                      VALUE "Y".
011300     05  WS-REVAL-EOF-SW         PIC X(01)   VALUE "N".
011400         88  WS-REVAL-EOF                    VALUE "Y".
011500     05  WS-PARM-EOF-SW          PIC X(01)   VALUE "N".
011600         88  WS-PARM-EOF                     VALUE "Y".
011700     05  WS-RATE-FOUND-SW        PIC X(01).
011800         88  WS-RATE-FOUND                    VALUE "Y".
011900         88  WS-RATE-NOTFND                   VALUE "N".
012000     05  WS-PRIOR-FOUND-SW       PIC X(01).
012100         88  WS-PRIOR-FOUND                   VALUE "Y".
012200         88  WS-PRIOR-NOTFND                  VALUE "N".
012300     05  WS-VALUE-SW             PIC X(01).
012400         88  WS-VALUE-OK                      VALUE "Y".
012500         88  WS-VALUE-BAD                     VALUE "N".
012600     05  WS-RSTAT-FOUND-SW       PIC X(01)   VALUE "N".
012700         88  WS-RSTAT-FOUND                   VALUE "Y".
012800         88  WS-RSTAT-NOTFND                  VALUE "N".
012900
013000 01  WS-RUN-DATE                 PIC 9(08).
013100 01  WS-RSTAT-TIME               PIC 9(08).
013200
013300******************************************************************
013400*    RATE LOOKUP AND VALUATION WORK FIELDS
013500******************************************************************
013600 01  WS-RATE-FIELDS.
013700     05  WS-REQ-FROM-CCY         PIC X(03).
013800     05  WS-REQ-TO-CCY           PIC X(03).
013900     05  WS-USD-RATE             PIC 9(05)V9(08).
014000
014100 01  WS-VALUE-FIELDS.
014200     05  WS-VAL-CCY              PIC X(03).
014300     05  WS-VAL-BALANCE          PIC S9(11)V9(03).
014400     05  WS-USD-VALUE            PIC S9(13)V9(03).
014500     05  WS-PRIOR-VALUE          PIC S9(13)V9(03).
014600     05  WS-PNL                  PIC S9(13)V9(03).
014700     05  WS-PNL-ABS              PIC 9(13)V9(03).
014800     05  WS-GL-MAX-AMT           PIC 9(07)V9(03)
014900                                 VALUE 9999999.999.
015000     05  WS-NOTE                 PIC X(20).
015100
015200 01  WS-CONTROL-TOTALS.
015300     05  WS-REVAL-COUNT          PIC 9(09)   COMP   VALUE ZERO.
015400     05  WS-SKIP-COUNT           PIC 9(09)   COMP   VALUE ZERO.
015500     05  WS-POST-COUNT           PIC 9(09)   COMP   VALUE ZERO.
015600     05  WS-NOPOST-COUNT         PIC 9(09)   COMP   VALUE ZERO.
015700     05  WS-TOT-USD-VALUE        PIC S9(13)V9(03)   VALUE ZERO.
015800     05  WS-TOT-PRIOR-VALUE      PIC S9(13)V9(03)   VALUE ZERO.
015900     05  WS-TOT-PNL              PIC S9(13)V9(03)   VALUE ZERO.
016000
016100******************************************************************
016200*    REPORT PAGINATION FIELDS
016300******************************************************************
016400 01  WS-REPORT-FIELDS.
016500     05  WS-PAGE-NO              PIC 9(04)   COMP   VALUE ZERO.
016600     05  WS-LINE-COUNT           PIC 9(03)   COMP   VALUE ZERO.
016700     05  WS-PAGE-SIZE            PIC 9(03)          VALUE 50.
016800
016900******************************************************************
017000*    REVALUATION REPORT PRINT LINES
017100******************************************************************
017200     COPY CXRVRPT.
017300
017400 PROCEDURE DIVISION.
017500******************************************************************
017600*    0000-MAINLINE - GUARD THE RERUN, REVALUE EVERY POSITION,
017700*    PRINT THE TOTALS.
017800******************************************************************
017900 0000-MAINLINE.
018000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018100     PERFORM 3000-REVALUE-POSITIONS THRU 3000-EXIT.
018200     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
018300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018400     STOP RUN.
018500
018600******************************************************************
018700*    1000-INITIALIZE - READ THE PARMS, REFUSE A REVALUED DATE
018800*    BEFORE RUNSTAT IS STAMPED, PROVE THE LEDGER, OPEN FILES.
018900******************************************************************
019000 1000-INITIALIZE.
019100     PERFORM 1050-READ-PARMS THRU 1050-EXIT.
019200     OPEN I-O REVAL-FILE.
019300     PERFORM 1300-CHECK-RERUN THRU 1300-EXIT.
019400     PERFORM 7800-CHECK-RUN-CONTROL THRU 7800-EXIT.
019500     DISPLAY "BSREVALU - USD REVALUATION - RUN DATE "
019600             WS-RUN-DATE.
019700     OPEN INPUT POSITION-FILE.
019800     OPEN INPUT RATE-FILE.
019900     OPEN EXTEND GLEXTRACT-FILE.
020000     OPEN OUTPUT REPORT-FILE.
020100     PERFORM 1200-WRITE-HEADERS THRU 1200-EXIT.
020200 1000-EXIT.
020300     EXIT.
020400
020500******************************************************************
020600*    1050-READ-PARMS - READ THE RUN-CONTROL PARAMETER RECORD THE
020700*    SAME WAY BSCALC DOES.  A RUN WITHOUT A USABLE PARM RECORD
020800*    IS CANCELLED OUTRIGHT.
020900******************************************************************
021000 1050-READ-PARMS.
021100     OPEN INPUT PARM-FILE.
021200     READ PARM-FILE
021300         AT END
021400             MOVE "Y" TO WS-PARM-EOF-SW
021500     END-READ.
021600     CLOSE PARM-FILE.
021700     IF WS-PARM-EOF
021800         DISPLAY "BSREVALU - NO PARMFILE RECORD - RUN CANCELLED"
021900         MOVE 16 TO RETURN-CODE
022000         STOP RUN
022100     END-IF.
022200     IF PM-BUSINESS-DATE NOT NUMERIC
022300             OR PM-BUSINESS-DATE = ZERO
022400         DISPLAY "BSREVALU - BAD BUSINESS DATE ON PARMFILE - "
022500                 "RUN CANCELLED"
022600         MOVE 16 TO RETURN-CODE
022700         STOP RUN
022800     END-IF.
022900     MOVE PM-BUSINESS-DATE TO WS-RUN-DATE.
023000 1050-EXIT.
023100     EXIT.
023200
023300******************************************************************
023400*    1200-WRITE-HEADERS - PRINT A NEW REPORT PAGE HEADING.
023500******************************************************************
023600 1200-WRITE-HEADERS.
023700     ADD 1 TO WS-PAGE-NO.
023800     MOVE WS-RUN-DATE TO VR-H1-RUN-DATE.
023900     MOVE WS-PAGE-NO TO VR-H1-PAGE-NO.
024000     WRITE REPORT-RECORD FROM VR-HEADING-1 AFTER ADVANCING PAGE.
024100     WRITE REPORT-RECORD FROM VR-HEADING-2 AFTER ADVANCING 2
024200             LINES.
024300     MOVE ZERO TO WS-LINE-COUNT.
024400 1200-EXIT.
024500     EXIT.
024600
024700******************************************************************
024800*    1300-CHECK-RERUN - A REVALUATION RECORD ALREADY STAMPED
024900*    WITH THIS BUSINESS DATE MEANS THE DAY'S P+L IS ALREADY ON
025000*    THE GL - POSTING AGAIN WOULD DOUBLE IT.  THE RUN CANCELS;
025100*    RERUN A BROKEN DAY FROM THE JOB'S REVALMST BACKUP.
025200******************************************************************
025300 1300-CHECK-RERUN.
025400     MOVE LOW-VALUES TO RV-CCY-CODE.
025500     START REVAL-FILE KEY IS NOT LESS THAN RV-CCY-CODE
025600         INVALID KEY
025700             MOVE "Y" TO WS-REVAL-EOF-SW
025800     END-START.
025900     PERFORM 1310-READ-NEXT-REVAL THRU 1310-EXIT
026000         UNTIL WS-REVAL-EOF.
026100 1300-EXIT.
026200     EXIT.
026300
026400 1310-READ-NEXT-REVAL.
026500     READ REVAL-FILE NEXT RECORD
026600         AT END
026700             MOVE "Y" TO WS-REVAL-EOF-SW
026800     END-READ.
026900     IF NOT WS-REVAL-EOF
027000             AND RV-REVAL-DATE = WS-RUN-DATE
027100         DISPLAY "BSREVALU - DATE ALREADY REVALUED - "
027200                 "RUN CANCELLED"
027300         MOVE 8 TO RETURN-CODE
027400         STOP RUN
027500     END-IF.
027600 1310-EXIT.
027700     EXIT.
027800
027900******************************************************************
028000*    3000-REVALUE-POSITIONS - WALK THE POSITION MASTER FRONT TO
028100*    BACK, REVALUING EACH CURRENCY'S CLOSING BALANCE.
028200******************************************************************
028300 3000-REVALUE-POSITIONS.
028400     MOVE LOW-VALUES TO PL-CCY-CODE.
028500     START POSITION-FILE KEY IS NOT LESS THAN PL-CCY-CODE
028600         INVALID KEY
028700             MOVE "Y" TO WS-POS-EOF-SW
028800     END-START.
028900     PERFORM 3100-REVALUE-ONE-CCY THRU 3100-EXIT
029000         UNTIL WS-POS-EOF.
029100 3000-EXIT.
029200     EXIT.
029300
029400******************************************************************
029500*    3100-REVALUE-ONE-CCY - VALUE ONE BALANCE IN USD, MEASURE
029600*    THE P+L AGAINST THE LAST REVALUATION, POST IT AND ROLL
029700*    REVALMST FORWARD.  NO RATE, OR A VALUE TOO LARGE TO CARRY,
029800*    LEAVES THE CURRENCY AT ITS LAST VALUATION.
029900******************************************************************
030000 3100-REVALUE-ONE-CCY.
030100     READ POSITION-FILE NEXT RECORD
030200         AT END
030300             MOVE "Y" TO WS-POS-EOF-SW
030400     END-READ.
030500     IF WS-POS-EOF
030600         GO TO 3100-EXIT
030700     END-IF.
030800     MOVE PL-CCY-CODE TO WS-VAL-CCY.
030900     MOVE PL-BALANCE TO WS-VAL-BALANCE.
031000     MOVE ZERO TO WS-USD-RATE.
031100     MOVE ZERO TO WS-USD-VALUE.
031200     MOVE ZERO TO WS-PRIOR-VALUE.
031300     MOVE ZERO TO WS-PNL.
031400     MOVE SPACES TO WS-NOTE.
031500     PERFORM 3200-FIND-USD-RATE THRU 3200-EXIT.
031600     IF WS-RATE-NOTFND
031700         MOVE "NO USD RATE ON FILE" TO WS-NOTE
031800         ADD 1 TO WS-SKIP-COUNT
031900         PERFORM 3500-WRITE-REVAL-LINE THRU 3500-EXIT
032000         GO TO 3100-EXIT
032100     END-IF.
032200     PERFORM 3300-VALUE-BALANCE THRU 3300-EXIT.
032300     IF WS-VALUE-BAD
032400         MOVE "USD VALUE TOO LARGE" TO WS-NOTE
032500         ADD 1 TO WS-SKIP-COUNT
032600         PERFORM 3500-WRITE-REVAL-LINE THRU 3500-EXIT
032700         GO TO 3100-EXIT
032800     END-IF.
032900     IF WS-PNL NOT = ZERO
033000         PERFORM 3400-POST-PNL THRU 3400-EXIT
033100     END-IF.
033200     PERFORM 3600-UPDATE-REVAL THRU 3600-EXIT.
033300     ADD 1 TO WS-REVAL-COUNT.
033400     ADD WS-USD-VALUE TO WS-TOT-USD-VALUE.
033500     ADD WS-PRIOR-VALUE TO WS-TOT-PRIOR-VALUE.
033600     ADD WS-PNL TO WS-TOT-PNL.
033700     PERFORM 3500-WRITE-REVAL-LINE THRU 3500-EXIT.
033800 3100-EXIT.
033900     EXIT.
034000
034100******************************************************************
034200*    3200-FIND-USD-RATE - USD NEEDS NO RATE.  OTHERWISE TAKE THE
034300*    CURRENCY/USD RATE IF TREASURY QUOTES ONE, ELSE INVERT THE
034400*    USD/CURRENCY RATE.  A RECORD WITH A ZERO RATE IS A FEE
034500*    AND MARKUP ENTRY ONLY AND DOES NOT COUNT AS A QUOTE.
034600******************************************************************
034700 3200-FIND-USD-RATE.
034800     IF WS-VAL-CCY = "USD"
034900         MOVE 1 TO WS-USD-RATE
035000         SET WS-RATE-FOUND TO TRUE
035100         GO TO 3200-EXIT
035200     END-IF.
035300     MOVE WS-VAL-CCY TO CR-FROM-CCY.
035400     MOVE "USD" TO CR-TO-CCY.
035500     PERFORM 3250-FIND-RATE THRU 3250-EXIT.
035600     IF WS-RATE-FOUND
035700         MOVE CR-EXCH-RATE TO WS-USD-RATE
035800         GO TO 3200-EXIT
035900     END-IF.
036000     MOVE "USD" TO CR-FROM-CCY.
036100     MOVE WS-VAL-CCY TO CR-TO-CCY.
036200     PERFORM 3250-FIND-RATE THRU 3250-EXIT.
036300     IF WS-RATE-FOUND
036400         COMPUTE WS-USD-RATE ROUNDED = 1 / CR-EXCH-RATE
036500         IF WS-USD-RATE = ZERO
036600             SET WS-RATE-NOTFND TO TRUE
036700         END-IF
036800     END-IF.
036900 3200-EXIT.
037000     EXIT.
037100
037200******************************************************************
037300*    3250-FIND-RATE - THE MOST RECENT RATEMSTR RECORD FOR THE
037400*    PAIR IN CR-FROM-CCY/CR-TO-CCY ON OR BEFORE THE BUSINESS
037500*    DATE, THE SAME WAY BSCALC FINDS ITS RATES.
037600******************************************************************
037700 3250-FIND-RATE.
037800     SET WS-RATE-NOTFND TO TRUE.
037900     MOVE CR-FROM-CCY TO WS-REQ-FROM-CCY.
038000     MOVE CR-TO-CCY TO WS-REQ-TO-CCY.
038100     MOVE WS-RUN-DATE TO CR-EFF-DATE.
038200     START RATE-FILE KEY IS NOT GREATER THAN CR-RATE-KEY
038300         INVALID KEY
038400             GO TO 3250-EXIT
038500     END-START.
038600     READ RATE-FILE NEXT RECORD
038700         AT END
038800             GO TO 3250-EXIT
038900     END-READ.
039000     IF CR-FROM-CCY = WS-REQ-FROM-CCY
039100             AND CR-TO-CCY = WS-REQ-TO-CCY
039200             AND CR-EXCH-RATE NUMERIC
039300             AND CR-EXCH-RATE > ZERO
039400         SET WS-RATE-FOUND TO TRUE
039500     END-IF.
039600 3250-EXIT.
039700     EXIT.
039800
039900******************************************************************
040000*    3300-VALUE-BALANCE - THE USD VALUE OF TODAY'S BALANCE AND,
040100*    WHEN THE CURRENCY WAS REVALUED BEFORE, THE P+L ON THE
040200*    BALANCE HELD THEN.  A FIRST REVALUATION HAS NO P+L.
040300******************************************************************
040400 3300-VALUE-BALANCE.
040500     SET WS-VALUE-OK TO TRUE.
040600     COMPUTE WS-USD-VALUE ROUNDED = WS-VAL-BALANCE * WS-USD-RATE
040700         ON SIZE ERROR
040800             SET WS-VALUE-BAD TO TRUE
040900     END-COMPUTE.
041000     IF WS-VALUE-BAD
041100         GO TO 3300-EXIT
041200     END-IF.
041300     SET WS-PRIOR-NOTFND TO TRUE.
041400     MOVE WS-VAL-CCY TO RV-CCY-CODE.
041500     READ REVAL-FILE
041600         INVALID KEY
041700             CONTINUE
041800         NOT INVALID KEY
041900             SET WS-PRIOR-FOUND TO TRUE
042000     END-READ.
042100     IF WS-PRIOR-NOTFND
042200         MOVE "FIRST REVALUATION" TO WS-NOTE
042300         GO TO 3300-EXIT
042400     END-IF.
042500     MOVE RV-USD-VALUE TO WS-PRIOR-VALUE.
042600     COMPUTE WS-PNL ROUNDED = RV-BALANCE * WS-USD-RATE
042700             - RV-USD-VALUE
042800         ON SIZE ERROR
042900             SET WS-VALUE-BAD TO TRUE
043000     END-COMPUTE.
043100 3300-EXIT.
043200     EXIT.
043300
043400******************************************************************
043500*    3400-POST-PNL - ONE REVALUATION POSTING ON GLEXTRCT.  THE
043600*    AMOUNT IS THE P+L IN USD, UNSIGNED, WITH THE GAIN OR LOSS
043700*    IN CG-PNL-SIGN; THERE IS NO TRADE SEQUENCE OR
043800*    COUNTERPARTY.  THE RATES ARE THE CURRENCY/USD RATE AND ITS
043900*    INVERSE, ZERO WHERE TOO LARGE FOR THE EXTRACT FIELD.  A P+L
044000*    TOO LARGE FOR THE EXTRACT IS LEFT FOR A MANUAL JOURNAL.
044100******************************************************************
044200 3400-POST-PNL.
044300     IF WS-PNL < ZERO
044400         COMPUTE WS-PNL-ABS = ZERO - WS-PNL
044500     ELSE
044600         MOVE WS-PNL TO WS-PNL-ABS
044700     END-IF.
044800     IF WS-PNL-ABS > WS-GL-MAX-AMT
044900         MOVE "P+L NOT POSTED TO GL" TO WS-NOTE
045000         ADD 1 TO WS-NOPOST-COUNT
045100         GO TO 3400-EXIT
045200     END-IF.
045300     MOVE SPACES TO CG-GL-RECORD.
045400     MOVE ZERO TO CG-TRADE-SEQ.
045500     MOVE WS-VAL-CCY TO CG-FROM-CCY.
045600     MOVE "USD" TO CG-TO-CCY.
045700     MOVE WS-PNL-ABS TO CG-POSTED-AMT.
045800     COMPUTE CG-R2O-RATE ROUNDED = WS-USD-RATE
045900         ON SIZE ERROR
046000             MOVE ZERO TO CG-R2O-RATE
046100     END-COMPUTE.
046200     COMPUTE CG-O2R-RATE ROUNDED = 1 / WS-USD-RATE
046300         ON SIZE ERROR
046400             MOVE ZERO TO CG-O2R-RATE
046500     END-COMPUTE.
046600     MOVE WS-RUN-DATE TO CG-RUN-DATE.
046700     SET CG-REVAL-POSTING TO TRUE.
046800     IF WS-PNL < ZERO
046900         SET CG-REVAL-LOSS TO TRUE
047000     ELSE
047100         SET CG-REVAL-GAIN TO TRUE
047200     END-IF.
047300     WRITE CG-GL-RECORD.
047400     ADD 1 TO WS-POST-COUNT.
047500 3400-EXIT.
047600     EXIT.
047700
047800******************************************************************
047900*    3500-WRITE-REVAL-LINE - ONE CURRENCY LINE, STARTING A NEW
048000*    PAGE WHEN FULL.  THE VALUES AND NOTE MUST BE SET BY THE
048100*    CALLER BEFORE THIS IS PERFORMED.
048200******************************************************************
048300 3500-WRITE-REVAL-LINE.
048400     IF WS-LINE-COUNT NOT < WS-PAGE-SIZE
048500         PERFORM 1200-WRITE-HEADERS THRU 1200-EXIT
048600     END-IF.
048700     MOVE WS-VAL-CCY TO VR-DT-CCY-CODE.
048800     MOVE WS-VAL-BALANCE TO VR-DT-BALANCE.
048900     MOVE WS-USD-RATE TO VR-DT-USD-RATE.
049000     MOVE WS-USD-VALUE TO VR-DT-USD-VALUE.
049100     MOVE WS-PRIOR-VALUE TO VR-DT-PRIOR-VALUE.
049200     MOVE WS-PNL TO VR-DT-PNL.
049300     MOVE WS-NOTE TO VR-DT-NOTE.
049400     WRITE REPORT-RECORD FROM VR-DETAIL-LINE AFTER ADVANCING 1
049500             LINE.
049600     ADD 1 TO WS-LINE-COUNT.
049700 3500-EXIT.
049800     EXIT.
049900
050000******************************************************************
050100*    3600-UPDATE-REVAL - ROLL THE CURRENCY'S REVALUATION RECORD
050200*    FORWARD TO TODAY'S BALANCE, RATE AND USD VALUE.
050300******************************************************************
050400 3600-UPDATE-REVAL.
050500     MOVE SPACES TO RV-REVAL-RECORD.
050600     MOVE WS-VAL-CCY TO RV-CCY-CODE.
050700     MOVE WS-RUN-DATE TO RV-REVAL-DATE.
050800     MOVE WS-VAL-BALANCE TO RV-BALANCE.
050900     MOVE WS-USD-RATE TO RV-USD-RATE.
051000     MOVE WS-USD-VALUE TO RV-USD-VALUE.
051100     IF WS-PRIOR-FOUND
051200         REWRITE RV-REVAL-RECORD
051300             INVALID KEY
051400                 DISPLAY "BSREVALU - REWRITE FAILED FOR "
051500                         WS-VAL-CCY
051600         END-REWRITE
051700     ELSE
051800         WRITE RV-REVAL-RECORD
051900             INVALID KEY
052000                 DISPLAY "BSREVALU - WRITE FAILED FOR "
052100                         WS-VAL-CCY
052200         END-WRITE
052300     END-IF.
052400 3600-EXIT.
052500     EXIT.
052600
052700******************************************************************
052800*    8000-PRINT-TOTALS - THE GRAND TOTAL AND CONTROL COUNTS AT
052900*    THE FOOT OF THE REVALUATION REPORT.
053000******************************************************************
053100 8000-PRINT-TOTALS.
053200     MOVE WS-TOT-USD-VALUE TO VR-GT-USD-VALUE.
053300     MOVE WS-TOT-PRIOR-VALUE TO VR-GT-PRIOR-VALUE.
053400     MOVE WS-TOT-PNL TO VR-GT-PNL.
053500     WRITE REPORT-RECORD FROM VR-GRAND-TOTAL-LINE AFTER ADVANCING
053600             2 LINES.
053700     MOVE WS-REVAL-COUNT TO VR-TL1-REVAL-COUNT.
053800     WRITE REPORT-RECORD FROM VR-TOTAL-LINE-1 AFTER ADVANCING 2
053900             LINES.
054000     MOVE WS-SKIP-COUNT TO VR-TL2-SKIP-COUNT.
054100     WRITE REPORT-RECORD FROM VR-TOTAL-LINE-2 AFTER ADVANCING 1
054200             LINE.
054300     MOVE WS-POST-COUNT TO VR-TL3-POST-COUNT.
054400     WRITE REPORT-RECORD FROM VR-TOTAL-LINE-3 AFTER ADVANCING 1
054500             LINE.
054600     MOVE WS-NOPOST-COUNT TO VR-TL4-NOPOST-COUNT.
054700     WRITE REPORT-RECORD FROM VR-TOTAL-LINE-4 AFTER ADVANCING 1
054800             LINE.
054900 8000-EXIT.
055000     EXIT.
055100
055200******************************************************************
055300*    7800-CHECK-RUN-CONTROL - OPEN THE RUN-STATUS FILE, PROVE
055400*    THE STEPS THIS RUN DEPENDS ON COMPLETED FOR THE DATE,
055500*    AND STAMP THIS RUN STARTED.  7900-RECORD-COMPLETE STAMPS
055600*    THE SUCCESSFUL END.
055700******************************************************************
055800 7800-CHECK-RUN-CONTROL.
055900     OPEN I-O RUNSTAT-FILE.
056000     MOVE "BSPOSLDG" TO RS-PROGRAM.
056100     PERFORM 7850-READ-RUNSTAT THRU 7850-EXIT.
056200     IF WS-RSTAT-NOTFND OR NOT RS-COMPLETED
056300         DISPLAY "BSREVALU - BSPOSLDG NOT COMPLETE FOR DATE - "
056400                 "RUN CANCELLED"
056500         MOVE 16 TO RETURN-CODE
056600         STOP RUN
056700     END-IF.
056800     MOVE "BSREVALU" TO RS-PROGRAM.
056900     PERFORM 7850-READ-RUNSTAT THRU 7850-EXIT.
057000     MOVE "S" TO RS-STATUS.
057100     ACCEPT WS-RSTAT-TIME FROM TIME.
057200     MOVE WS-RSTAT-TIME TO RS-START-TIME.
057300     MOVE ZERO TO RS-END-TIME.
057400     IF WS-RSTAT-FOUND
057500         REWRITE RS-RUNSTAT-RECORD
057600             INVALID KEY
057700                 DISPLAY "BSREVALU - RUNSTAT REWRITE FAILED"
057800         END-REWRITE
057900     ELSE
058000         WRITE RS-RUNSTAT-RECORD
058100             INVALID KEY
058200                 DISPLAY "BSREVALU - RUNSTAT WRITE FAILED"
058300         END-WRITE
058400     END-IF.
058500 7800-EXIT.
058600     EXIT.
058700
058800 7850-READ-RUNSTAT.
058900     SET WS-RSTAT-NOTFND TO TRUE.
059000     MOVE WS-RUN-DATE TO RS-RUN-DATE.
059100     READ RUNSTAT-FILE
059200         INVALID KEY
059300             CONTINUE
059400         NOT INVALID KEY
059500             SET WS-RSTAT-FOUND TO TRUE
059600     END-READ.
059700 7850-EXIT.
059800     EXIT.
059900
060000 7900-RECORD-COMPLETE.
060100     MOVE "BSREVALU" TO RS-PROGRAM.
060200     PERFORM 7850-READ-RUNSTAT THRU 7850-EXIT.
060300     IF WS-RSTAT-FOUND
060400         MOVE "C" TO RS-STATUS
060500         ACCEPT WS-RSTAT-TIME FROM TIME
060600         MOVE WS-RSTAT-TIME TO RS-END-TIME
060700         REWRITE RS-RUNSTAT-RECORD
060800             INVALID KEY
060900                 DISPLAY "BSREVALU - RUNSTAT REWRITE FAILED"
061000         END-REWRITE
061100     END-IF.
061200 7900-EXIT.
061300     EXIT.
061400
061500******************************************************************
061600*    9000-TERMINATE - CLOSE FILES AND RETURN TO THE OPERATING
061700*    SYSTEM.
061800******************************************************************
061900 9000-TERMINATE.
062000     PERFORM 7900-RECORD-COMPLETE THRU 7900-EXIT.
062100     CLOSE RUNSTAT-FILE.
062200     CLOSE POSITION-FILE.
062300     CLOSE RATE-FILE.
062400     CLOSE REVAL-FILE.
062500     CLOSE GLEXTRACT-FILE.
062600     CLOSE REPORT-FILE.
062700     DISPLAY "BSREVALU COMPLETE - " WS-REVAL-COUNT
062800             " CURRENCIES REVALUED, " WS-SKIP-COUNT
062900             " NOT REVALUED, " WS-POST-COUNT " GL POSTINGS".
063000 9000-EXIT.
063100     EXIT.
