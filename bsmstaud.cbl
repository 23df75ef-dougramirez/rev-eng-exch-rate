000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BSMSTAUD.
000300 AUTHOR. D. L. RAMIREZ.
000400 INSTALLATION. TREASURY SETTLEMENT OPERATIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    DESCRIPTION..: NIGHTLY CROSS-MASTER INTEGRITY AUDIT, RUN
000900*                   BEFORE THE BATCH WINDOW.  EACH MASTER HAS ITS
001000*                   OWN MAINTENANCE PROGRAM BUT NOTHING ELSE
001100*                   PROVES THE MASTERS AGREE WITH EACH OTHER, SO
001200*                   A GAP USED TO SURFACE ONLY AS REJECTS OR
001300*                   BLANK WIRE DETAILS IN THE NIGHT.  THIS STEP
001400*                   WALKS CURRMSTR, RATEMSTR, RATEPEND, CPTYMSTR,
001500*                   CPTYSSI, AGMTMSTR, CALMSTR AND OPERMSTR, AND
001600*                   THE TRADES WAITING IN TRANSIN AND FWDWHSE,
001700*                   AND PRINTS ONE EXCEPTION LINE PER FINDING.
001800*                   A SEVERE FINDING IS ONE THAT WILL REJECT OR
001900*                   MISDIRECT TONIGHT'S SETTLEMENTS - IT SETS
002000*                   RETURN CODE 16 SO THE JOB HOLDS BSCALC, AND
002100*                   THE RUN IS NOT STAMPED COMPLETE.  WARNINGS
002200*                   ALONE SET RETURN CODE 8.
002300*    MODIFICATION HISTORY
002400*    DATE       INIT DESCRIPTION
002500*    ---------- ---- -------------------------------------------
002600*    2026-10-15 DLR  INITIAL VERSION - MASTER INTEGRITY AUDIT.
002700******************************************************************
002800
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-370.
003200 OBJECT-COMPUTER. IBM-370.
003300
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT OPTIONAL PARM-FILE
003700         ASSIGN TO "PARMFILE"
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900
004000     SELECT CURRENCY-FILE
004100         ASSIGN TO "CURRMSTR"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS CU-CCY-CODE.
004500
004600     SELECT RATE-FILE
004700         ASSIGN TO "RATEMSTR"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS CR-RATE-KEY.
005100
005200     SELECT PEND-FILE
005300         ASSIGN TO "RATEPEND"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS CP-PEND-KEY.
005700
005800     SELECT CPTY-FILE
005900         ASSIGN TO "CPTYMSTR"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS CY-CPTY-ID.
006300
006400     SELECT SSI-FILE
006500         ASSIGN TO "CPTYSSI"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS SI-SSI-KEY.
006900
007000     SELECT AGMT-FILE
007100         ASSIGN TO "AGMTMSTR"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS AG-AGMT-KEY.
007500
007600     SELECT CALENDAR-FILE
007700         ASSIGN TO "CALMSTR"
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS DYNAMIC
008000         RECORD KEY IS CA-HOLIDAY-DATE.
008100
008200     SELECT OPERATOR-FILE
008300         ASSIGN TO "OPERMSTR"
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS DYNAMIC
008600         RECORD KEY IS OP-OPER-ID.
008700
008800     SELECT OPTIONAL TRANS-FILE
008900         ASSIGN TO "TRANSIN"
009000         ORGANIZATION IS LINE SEQUENTIAL.
009100
009200     SELECT OPTIONAL WAREHOUSE-FILE
009300         ASSIGN TO "FWDWHSE"
009400         ORGANIZATION IS LINE SEQUENTIAL.
009500
009600     SELECT REPORT-FILE
009700         ASSIGN TO "AUDITRPT"
009800         ORGANIZATION IS LINE SEQUENTIAL.
009900
010000     SELECT RUNSTAT-FILE
010100         ASSIGN TO "RUNSTAT"
010200         ORGANIZATION IS INDEXED
010300         ACCESS MODE IS DYNAMIC
010400         RECORD KEY IS RS-RUN-KEY.
010500
010600 DATA DIVISION.
010700 FILE SECTION.
010800 FD  PARM-FILE
010900     LABEL RECORDS ARE STANDARD.
011000     COPY CXPARM.
011100
011200 FD  CURRENCY-FILE
011300     LABEL RECORDS ARE STANDARD.
011400     COPY CXCURR.
011500
011600 FD  RATE-FILE
011700     LABEL RECORDS ARE STANDARD.
011800     COPY CXRATE.
011900
012000 FD  PEND-FILE
012100     LABEL RECORDS ARE STANDARD.
012200     COPY CXPEND.
012300
012400 FD  CPTY-FILE
012500     LABEL RECORDS ARE STANDARD.
012600     COPY CXCPTY.
012700
012800 FD  SSI-FILE
012900     LABEL RECORDS ARE STANDARD.
013000     COPY CXSSI.
013100
013200 FD  AGMT-FILE
013300     LABEL RECORDS ARE STANDARD.
013400     COPY CXAGMT.
013500
013600 FD  CALENDAR-FILE
013700     LABEL RECORDS ARE STANDARD.
013800     COPY CXCAL.
013900
014000 FD  OPERATOR-FILE
014100     LABEL RECORDS ARE STANDARD.
014200     COPY CXOPER.
014300
014400 FD  TRANS-FILE
014500     LABEL RECORDS ARE STANDARD.
014600     COPY CXTRANS.
014700     COPY CXTCTL.
014800
014900 FD  WAREHOUSE-FILE
015000     LABEL RECORDS ARE STANDARD.
015100 01  WH-WAREHOUSE-RECORD         PIC X(47).
015200
015300 FD  REPORT-FILE
015400     LABEL RECORDS ARE STANDARD.
015500 01  REPORT-RECORD               PIC X(132).
015600
015700 FD  RUNSTAT-FILE
015800     LABEL RECORDS ARE STANDARD.
015900     COPY CXRSTAT.
016000
016100 WORKING-STORAGE SECTION.
016200******************************************************************
016300*    SWITCHES
016400******************************************************************
016500 01  WS-SWITCHES.
016600     05  WS-PARM-EOF-SW          PIC X(01)   VALUE "N".
016700         88  WS-PARM-EOF                     VALUE "Y".
016800     05  WS-MSTR-EOF-SW          PIC X(01).
016900         88  WS-MSTR-EOF                     VALUE "Y".
017000         88  WS-MSTR-MORE                    VALUE "N".
017100     05  WS-CCY-FOUND-SW         PIC X(01).
017200         88  WS-CCY-FOUND                     VALUE "Y".
017300         88  WS-CCY-NOTFND                    VALUE "N".
017400     05  WS-CPTY-FOUND-SW        PIC X(01).
017500         88  WS-CPTY-FOUND                    VALUE "Y".
017600         88  WS-CPTY-NOTFND                   VALUE "N".
017700     05  WS-SSI-FOUND-SW         PIC X(01).
017800         88  WS-SSI-FOUND                     VALUE "Y".
017900         88  WS-SSI-NOTFND                    VALUE "N".
018000     05  WS-SEEN-SW              PIC X(01).
018100         88  WS-PAIR-SEEN                     VALUE "Y".
018200         88  WS-PAIR-NOT-SEEN                 VALUE "N".
018300     05  WS-RSTAT-FOUND-SW       PIC X(01)   VALUE "N".
018400         88  WS-RSTAT-FOUND                   VALUE "Y".
018500         88  WS-RSTAT-NOTFND                  VALUE "N".
018600
018700 01  WS-RUN-DATE                 PIC 9(08).
018800 01  WS-RSTAT-TIME               PIC 9(08).
018900
019000******************************************************************
019100*    ONE FINDING - SET BY THE CHECK THAT RAISES IT, THEN
019200*    PRINTED AND COUNTED BY 6000-WRITE-FINDING.
019300******************************************************************
019400 01  WS-FINDING.
019500     05  WS-FND-SEVERITY         PIC X(08).
019600         88  WS-FND-SEVERE                    VALUE "SEVERE".
019700         88  WS-FND-WARNING                   VALUE "WARNING".
019800     05  WS-FND-MASTER           PIC X(08).
019900     05  WS-FND-KEY              PIC X(24).
020000     05  WS-FND-TEXT             PIC X(60).
020100
020200******************************************************************
020300*    CHECK WORK FIELDS
020400******************************************************************
020500 01  WS-CHECK-FIELDS.
020600     05  WS-CHK-CCY              PIC X(03).
020700     05  WS-CHK-CPTY             PIC X(06).
020800     05  WS-CHK-SEVERITY         PIC X(08).
020900     05  WS-PREV-PAIR.
021000         10  WS-PREV-FROM-CCY    PIC X(03).
021100         10  WS-PREV-TO-CCY      PIC X(03).
021200     05  WS-WINDOW-END           PIC 9(08).
021300     05  WS-WINDOW-HOL-COUNT     PIC 9(05)   COMP.
021400     05  WS-HOL-DATE             PIC 9(08).
021500     05  WS-HOL-DATE-X REDEFINES WS-HOL-DATE.
021600         10  WS-HOL-YYYY         PIC 9(04).
021700         10  WS-HOL-MM           PIC 9(02).
021800         10  WS-HOL-DD           PIC 9(02).
021900     05  WS-RATE-OPER            PIC X(08).
022000     05  WS-APPR-OPER            PIC X(08).
022100
022200******************************************************************
022300*    COUNTERPARTY/CURRENCY PAIRS ALREADY PROVED AGAINST CPTYSSI,
022400*    SO EACH MISSING INSTRUCTION IS REPORTED ONCE HOWEVER MANY
022500*    TRADES NEED IT.  A FULL TABLE CANCELS THE RUN - AN AUDIT
022600*    THAT STOPPED LOOKING WOULD PASS A BROKEN MASTER.
022700******************************************************************
022800 01  WS-SEEN-TABLE.
022900     05  WS-SEEN-COUNT           PIC 9(05)   COMP   VALUE ZERO.
023000     05  WS-SEEN-MAX             PIC 9(05)          VALUE 2000.
023100     05  WS-SEEN-ENTRY           OCCURS 2000 TIMES.
023200         10  WS-SN-CPTY-ID       PIC X(06).
023300         10  WS-SN-CCY-CODE      PIC X(03).
023400
023500 01  WS-SEEN-I                   PIC 9(05)   COMP.
023600
023700******************************************************************
023800*    CONTROL COUNTS
023900******************************************************************
024000 01  WS-CONTROL-COUNTS.
024100     05  WS-CCY-COUNT            PIC 9(09)   COMP   VALUE ZERO.
024200     05  WS-PAIR-COUNT           PIC 9(09)   COMP   VALUE ZERO.
024300     05  WS-PEND-COUNT           PIC 9(09)   COMP   VALUE ZERO.
024400     05  WS-CPTY-COUNT           PIC 9(09)   COMP   VALUE ZERO.
024500     05  WS-SSI-COUNT            PIC 9(09)   COMP   VALUE ZERO.
024600     05  WS-TRADE-COUNT          PIC 9(09)   COMP   VALUE ZERO.
024700     05  WS-AGMT-COUNT           PIC 9(09)   COMP   VALUE ZERO.
024800     05  WS-HOL-COUNT            PIC 9(09)   COMP   VALUE ZERO.
024900     05  WS-OPER-COUNT           PIC 9(09)   COMP   VALUE ZERO.
025000     05  WS-SEVERE-COUNT         PIC 9(09)   COMP   VALUE ZERO.
025100     05  WS-WARN-COUNT           PIC 9(09)   COMP   VALUE ZERO.
025200
025300 01  WS-AUTH-COUNTS.
025400     05  WS-SUSP-AUTH-COUNT      PIC 9(05)   COMP   VALUE ZERO.
025500     05  WS-RATE-AUTH-COUNT      PIC 9(05)   COMP   VALUE ZERO.
025600     05  WS-APPR-AUTH-COUNT      PIC 9(05)   COMP   VALUE ZERO.
025700     05  WS-MAINT-AUTH-COUNT     PIC 9(05)   COMP   VALUE ZERO.
025800     05  WS-CANC-AUTH-COUNT      PIC 9(05)   COMP   VALUE ZERO.
025900
026000******************************************************************
026100*    REPORT PAGINATION FIELDS
026200******************************************************************
026300 01  WS-REPORT-FIELDS.
026400     05  WS-PAGE-NO              PIC 9(04)   COMP   VALUE ZERO.
026500     05  WS-LINE-COUNT           PIC 9(03)   COMP   VALUE ZERO.
026600     05  WS-PAGE-SIZE            PIC 9(03)          VALUE 50.
026700
026800******************************************************************
026900*    INTEGRITY AUDIT PRINT LINES
027000******************************************************************
027100     COPY CXAURPT.
027200
027300 PROCEDURE DIVISION.
027400******************************************************************
027500*    0000-MAINLINE - ONE PASS OVER EACH MASTER IN TURN, THEN THE
027600*    COUNTS AND THE RETURN CODE.  THE WAITING TRADES ARE
027700*    CHECKED BEFORE THE AGREEMENTS SO A GAP TONIGHT'S BATCH
027800*    WILL HIT IS REPORTED AT ITS TRUE SEVERITY.
027900******************************************************************
028000 0000-MAINLINE.
028100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028200     PERFORM 2000-AUDIT-CURRENCIES THRU 2000-EXIT.
028300     PERFORM 2100-AUDIT-RATES THRU 2100-EXIT.
028400     PERFORM 2200-AUDIT-PENDING THRU 2200-EXIT.
028500     PERFORM 2300-AUDIT-CPTYS THRU 2300-EXIT.
028600     PERFORM 2400-AUDIT-SSIS THRU 2400-EXIT.
028700     PERFORM 2500-AUDIT-TRADES THRU 2500-EXIT.
028800     PERFORM 2600-AUDIT-AGREEMENTS THRU 2600-EXIT.
028900     PERFORM 2700-AUDIT-CALENDAR THRU 2700-EXIT.
029000     PERFORM 2800-AUDIT-OPERATORS THRU 2800-EXIT.
029100     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
029200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
029300     STOP RUN.
029400
029500******************************************************************
029600*    1000-INITIALIZE - READ THE PARMS, STAMP THE START, OPEN
029700*    THE FILES.
029800******************************************************************
029900 1000-INITIALIZE.
030000     PERFORM 1050-READ-PARMS THRU 1050-EXIT.
030100     PERFORM 7800-CHECK-RUN-CONTROL THRU 7800-EXIT.
030200     DISPLAY "BSMSTAUD - MASTER INTEGRITY AUDIT - RUN DATE "
030300             WS-RUN-DATE.
030400     OPEN INPUT CURRENCY-FILE.
030500     OPEN INPUT RATE-FILE.
030600     OPEN INPUT PEND-FILE.
030700     OPEN INPUT CPTY-FILE.
030800     OPEN INPUT SSI-FILE.
030900     OPEN INPUT AGMT-FILE.
031000     OPEN INPUT CALENDAR-FILE.
031100     OPEN INPUT OPERATOR-FILE.
031200     OPEN INPUT TRANS-FILE.
031300     OPEN INPUT WAREHOUSE-FILE.
031400     OPEN OUTPUT REPORT-FILE.
031500     PERFORM 1200-WRITE-HEADERS THRU 1200-EXIT.
031600 1000-EXIT.
031700     EXIT.
031800
031900******************************************************************
032000*    1050-READ-PARMS - READ THE RUN-CONTROL PARAMETER RECORD THE
032100*    SAME WAY BSCALC DOES.  A RUN WITHOUT A USABLE PARM RECORD
032200*    IS CANCELLED OUTRIGHT.
032300******************************************************************
032400 1050-READ-PARMS.
032500     OPEN INPUT PARM-FILE.
032600     READ PARM-FILE
032700         AT END
032800             MOVE "Y" TO WS-PARM-EOF-SW
032900     END-READ.
033000     CLOSE PARM-FILE.
033100     IF WS-PARM-EOF
033200         DISPLAY "BSMSTAUD - NO PARMFILE RECORD - RUN CANCELLED"
033300         MOVE 16 TO RETURN-CODE
033400         STOP RUN
033500     END-IF.
033600     IF PM-BUSINESS-DATE NOT NUMERIC
033700             OR PM-BUSINESS-DATE = ZERO
033800         DISPLAY "BSMSTAUD - BAD BUSINESS DATE ON PARMFILE - "
033900                 "RUN CANCELLED"
034000         MOVE 16 TO RETURN-CODE
034100         STOP RUN
034200     END-IF.
034300     MOVE PM-BUSINESS-DATE TO WS-RUN-DATE.
034400 1050-EXIT.
034500     EXIT.
034600
034700******************************************************************
034800*    1200-WRITE-HEADERS - PRINT A NEW REPORT PAGE HEADING.
034900******************************************************************
035000 1200-WRITE-HEADERS.
035100     ADD 1 TO WS-PAGE-NO.
035200     MOVE WS-RUN-DATE TO AU-H1-RUN-DATE.
035300     MOVE WS-PAGE-NO TO AU-H1-PAGE-NO.
035400     WRITE REPORT-RECORD FROM AU-HEADING-1 AFTER ADVANCING PAGE.
035500     WRITE REPORT-RECORD FROM AU-HEADING-2 AFTER ADVANCING 2
035600             LINES.
035700     MOVE ZERO TO WS-LINE-COUNT.
035800 1200-EXIT.
035900     EXIT.
036000
036100******************************************************************
036200*    2000-AUDIT-CURRENCIES - CURRMSTR IS THE REFERENCE EVERY
036300*    OTHER MASTER IS CHECKED AGAINST.  ITS OWN RECORDS NEED
036400*    ONLY A USABLE SETTLEMENT DECIMAL COUNT.
036500******************************************************************
036600 2000-AUDIT-CURRENCIES.
036700     SET WS-MSTR-MORE TO TRUE.
036800     MOVE LOW-VALUES TO CU-CCY-CODE.
036900     START CURRENCY-FILE KEY IS NOT LESS THAN CU-CCY-CODE
037000         INVALID KEY
037100             SET WS-MSTR-EOF TO TRUE
037200     END-START.
037300     PERFORM 2010-AUDIT-ONE-CCY THRU 2010-EXIT
037400         UNTIL WS-MSTR-EOF.
037500 2000-EXIT.
037600     EXIT.
037700
037800 2010-AUDIT-ONE-CCY.
037900     READ CURRENCY-FILE NEXT RECORD
038000         AT END
038100             SET WS-MSTR-EOF TO TRUE
038200     END-READ.
038300     IF WS-MSTR-EOF
038400         GO TO 2010-EXIT
038500     END-IF.
038600     ADD 1 TO WS-CCY-COUNT.
038700     IF CU-DECIMALS NOT NUMERIC OR CU-DECIMALS > 3
038800         SET WS-FND-WARNING TO TRUE
038900         MOVE "CURRMSTR" TO WS-FND-MASTER
039000         MOVE CU-CCY-CODE TO WS-FND-KEY
039100         MOVE "SETTLEMENT DECIMALS NOT 0 TO 3" TO WS-FND-TEXT
039200         PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
039300     END-IF.
039400 2010-EXIT.
039500     EXIT.
039600
039700******************************************************************
039800*    2100-AUDIT-RATES - BOTH CURRENCIES OF EVERY RATEMSTR PAIR
039900*    MUST BE ON CURRMSTR, OR EVERY TRADE ON THE PAIR REJECTS.
040000*    THE FILE HOLDS A RECORD PER EFFECTIVE DATE; EACH PAIR IS
040100*    CHECKED ONCE, ON ITS FIRST RECORD.
040200******************************************************************
040300 2100-AUDIT-RATES.
040400     SET WS-MSTR-MORE TO TRUE.
040500     MOVE SPACES TO WS-PREV-PAIR.
040600     MOVE LOW-VALUES TO CR-RATE-KEY.
040700     START RATE-FILE KEY IS NOT LESS THAN CR-RATE-KEY
040800         INVALID KEY
040900             SET WS-MSTR-EOF TO TRUE
041000     END-START.
041100     PERFORM 2110-AUDIT-ONE-RATE THRU 2110-EXIT
041200         UNTIL WS-MSTR-EOF.
041300 2100-EXIT.
041400     EXIT.
041500
041600 2110-AUDIT-ONE-RATE.
041700     READ RATE-FILE NEXT RECORD
041800         AT END
041900             SET WS-MSTR-EOF TO TRUE
042000     END-READ.
042100     IF WS-MSTR-EOF
042200         GO TO 2110-EXIT
042300     END-IF.
042400     IF CR-FROM-CCY = WS-PREV-FROM-CCY
042500             AND CR-TO-CCY = WS-PREV-TO-CCY
042600         GO TO 2110-EXIT
042700     END-IF.
042800     MOVE CR-FROM-CCY TO WS-PREV-FROM-CCY.
042900     MOVE CR-TO-CCY TO WS-PREV-TO-CCY.
043000     ADD 1 TO WS-PAIR-COUNT.
043100     SET WS-FND-SEVERE TO TRUE.
043200     MOVE "RATEMSTR" TO WS-FND-MASTER.
043300     MOVE SPACES TO WS-FND-KEY.
043400     STRING CR-FROM-CCY "/" CR-TO-CCY
043500         DELIMITED BY SIZE INTO WS-FND-KEY.
043600     MOVE CR-FROM-CCY TO WS-CHK-CCY.
043700     PERFORM 3100-CHECK-CCY THRU 3100-EXIT.
043800     IF WS-CCY-NOTFND
043900         MOVE "FROM CURRENCY NOT ON CURRMSTR" TO WS-FND-TEXT
044000         PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
044100     END-IF.
044200     MOVE CR-TO-CCY TO WS-CHK-CCY.
044300     PERFORM 3100-CHECK-CCY THRU 3100-EXIT.
044400     IF WS-CCY-NOTFND
044500         MOVE "TO CURRENCY NOT ON CURRMSTR" TO WS-FND-TEXT
044600         PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
044700     END-IF.
044800 2110-EXIT.
044900     EXIT.
045000
045100******************************************************************
045200*    2200-AUDIT-PENDING - A RATE CHANGE AWAITING APPROVAL ON
045300*    RATEPEND FOR A CURRENCY NOT ON CURRMSTR WOULD, ONCE
045400*    APPROVED, LOAD A PAIR NO TRADE CAN USE.
045500******************************************************************
045600 2200-AUDIT-PENDING.
045700     SET WS-MSTR-MORE TO TRUE.
045800     MOVE LOW-VALUES TO CP-PEND-KEY.
045900     START PEND-FILE KEY IS NOT LESS THAN CP-PEND-KEY
046000         INVALID KEY
046100             SET WS-MSTR-EOF TO TRUE
046200     END-START.
046300     PERFORM 2210-AUDIT-ONE-PENDING THRU 2210-EXIT
046400         UNTIL WS-MSTR-EOF.
046500 2200-EXIT.
046600     EXIT.
046700
046800 2210-AUDIT-ONE-PENDING.
046900     READ PEND-FILE NEXT RECORD
047000         AT END
047100             SET WS-MSTR-EOF TO TRUE
047200     END-READ.
047300     IF WS-MSTR-EOF
047400         GO TO 2210-EXIT
047500     END-IF.
047600     ADD 1 TO WS-PEND-COUNT.
047700     IF CP-ACTION-DELETE
047800         GO TO 2210-EXIT
047900     END-IF.
048000     SET WS-FND-WARNING TO TRUE.
048100     MOVE "RATEPEND" TO WS-FND-MASTER.
048200     MOVE SPACES TO WS-FND-KEY.
048300     STRING CP-FROM-CCY "/" CP-TO-CCY " " CP-EFF-DATE
048400         DELIMITED BY SIZE INTO WS-FND-KEY.
048500     MOVE CP-FROM-CCY TO WS-CHK-CCY.
048600     PERFORM 3100-CHECK-CCY THRU 3100-EXIT.
048700     IF WS-CCY-NOTFND
048800         MOVE "FROM CURRENCY NOT ON CURRMSTR" TO WS-FND-TEXT
048900         PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
049000     END-IF.
049100     MOVE CP-TO-CCY TO WS-CHK-CCY.
049200     PERFORM 3100-CHECK-CCY THRU 3100-EXIT.
049300     IF WS-CCY-NOTFND
049400         MOVE "TO CURRENCY NOT ON CURRMSTR" TO WS-FND-TEXT
049500         PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
049600     END-IF.
049700 2210-EXIT.
049800     EXIT.
049900
050000******************************************************************
050100*    2300-AUDIT-CPTYS - A NETTING COUNTERPARTY WITH NO SETTLEMENT
050200*    INSTRUCTION AT ALL CANNOT BE PAID.  THE CURRENCIES IT
050300*    ACTUALLY TRADES ARE PROVED ONE BY ONE IN 2500 AND 2600.
050400******************************************************************
050500 2300-AUDIT-CPTYS.
050600     SET WS-MSTR-MORE TO TRUE.
050700     MOVE LOW-VALUES TO CY-CPTY-ID.
050800     START CPTY-FILE KEY IS NOT LESS THAN CY-CPTY-ID
050900         INVALID KEY
051000             SET WS-MSTR-EOF TO TRUE
051100     END-START.
051200     PERFORM 2310-AUDIT-ONE-CPTY THRU 2310-EXIT
051300         UNTIL WS-MSTR-EOF.
051400 2300-EXIT.
051500     EXIT.
051600
051700 2310-AUDIT-ONE-CPTY.
051800     READ CPTY-FILE NEXT RECORD
051900         AT END
052000             SET WS-MSTR-EOF TO TRUE
052100     END-READ.
052200     IF WS-MSTR-EOF
052300         GO TO 2310-EXIT
052400     END-IF.
052500     ADD 1 TO WS-CPTY-COUNT.
052600     IF NOT CY-NETTING-ELIGIBLE
052700         GO TO 2310-EXIT
052800     END-IF.
052900     SET WS-SSI-NOTFND TO TRUE.
053000     MOVE CY-CPTY-ID TO SI-CPTY-ID.
053100     MOVE LOW-VALUES TO SI-CCY-CODE.
053200     START SSI-FILE KEY IS NOT LESS THAN SI-SSI-KEY
053300         INVALID KEY
053400             GO TO 2320-REPORT
053500     END-START.
053600     READ SSI-FILE NEXT RECORD
053700         AT END
053800             GO TO 2320-REPORT
053900     END-READ.
054000     IF SI-CPTY-ID = CY-CPTY-ID
054100         GO TO 2310-EXIT
054200     END-IF.
054300 2320-REPORT.
054400     SET WS-FND-WARNING TO TRUE.
054500     MOVE "CPTYMSTR" TO WS-FND-MASTER.
054600     MOVE CY-CPTY-ID TO WS-FND-KEY.
054700     MOVE "NETTING COUNTERPARTY HAS NO SETTLEMENT INSTRUCTIONS"
054800         TO WS-FND-TEXT.
054900     PERFORM 6000-WRITE-FINDING THRU 6000-EXIT.
055000 2310-EXIT.
055100     EXIT.
055200
055300******************************************************************
055400*    2400-AUDIT-SSIS - EVERY INSTRUCTION MUST BELONG TO A
055500*    COUNTERPARTY AND A CURRENCY STILL ON FILE, AND MUST CARRY
055600*    A BANK AND AN ACCOUNT - A BLANK ONE PRINTS BLANK WIRE
055700*    DETAILS ON THE ADVICE AND THE PAYMENT FILE.
055800******************************************************************
055900 2400-AUDIT-SSIS.
056000     SET WS-MSTR-MORE TO TRUE.
056100     MOVE LOW-VALUES TO SI-SSI-KEY.
056200     START SSI-FILE KEY IS NOT LESS THAN SI-SSI-KEY
056300         INVALID KEY
056400             SET WS-MSTR-EOF TO TRUE
056500     END-START.
056600     PERFORM 2410-AUDIT-ONE-SSI THRU 2410-EXIT
056700         UNTIL WS-MSTR-EOF.
056800 2400-EXIT.
056900     EXIT.
057000
057100 2410-AUDIT-ONE-SSI.
057200     READ SSI-FILE NEXT RECORD
057300         AT END
057400             SET WS-MSTR-EOF TO TRUE
057500     END-READ.
057600     IF WS-MSTR-EOF
057700         GO TO 2410-EXIT
057800     END-IF.
057900     ADD 1 TO WS-SSI-COUNT.
058000     MOVE "CPTYSSI" TO WS-FND-MASTER.
058100     MOVE SPACES TO WS-FND-KEY.
058200     STRING SI-CPTY-ID "/" SI-CCY-CODE
058300         DELIMITED BY SIZE INTO WS-FND-KEY.
058400     MOVE SI-CPTY-ID TO WS-CHK-CPTY.
058500     PERFORM 3200-CHECK-CPTY THRU 3200-EXIT.
058600     IF WS-CPTY-NOTFND
058700         SET WS-FND-WARNING TO TRUE
058800         MOVE "COUNTERPARTY NOT ON CPTYMSTR" TO WS-FND-TEXT
058900         PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
059000     END-IF.
059100     MOVE SI-CCY-CODE TO WS-CHK-CCY.
059200     PERFORM 3100-CHECK-CCY THRU 3100-EXIT.
059300     IF WS-CCY-NOTFND
059400         SET WS-FND-WARNING TO TRUE
059500         MOVE "CURRENCY NOT ON CURRMSTR" TO WS-FND-TEXT
059600         PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
059700     END-IF.
059800     IF SI-BANK-NAME = SPACES OR SI-ACCOUNT-NO = SPACES
059900         SET WS-FND-SEVERE TO TRUE
060000         MOVE "BANK NAME OR ACCOUNT NUMBER IS BLANK"
060100             TO WS-FND-TEXT
060200         PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
060300     END-IF.
060400 2410-EXIT.
060500     EXIT.
060600
060700******************************************************************
060800*    2500-AUDIT-TRADES - THE CURRENCIES A NETTING COUNTERPARTY
060900*    ACTUALLY TRADES, FROM THE TRADES WAITING FOR TONIGHT'S
061000*    BATCH ON TRANSIN AND THE FORWARDS PARKED IN FWDWHSE.  BOTH
061100*    LEGS OF A NETTED TRADE SETTLE ON THE COUNTERPARTY'S
061200*    INSTRUCTIONS, SO EACH NEEDS ITS CPTYSSI RECORD.  A GAP
061300*    TONIGHT'S TRADES WILL HIT IS SEVERE; ONE ONLY A FORWARD
061400*    WILL HIT IS A WARNING.  EITHER FILE MAY BE ABSENT.
061500******************************************************************
061600 2500-AUDIT-TRADES.
061700     SET WS-MSTR-MORE TO TRUE.
061800     MOVE "SEVERE" TO WS-CHK-SEVERITY.
061900     PERFORM 2520-READ-TRANS THRU 2520-EXIT.
062000     PERFORM 2510-AUDIT-ONE-TRADE THRU 2510-EXIT
062100         UNTIL WS-MSTR-EOF.
062200     SET WS-MSTR-MORE TO TRUE.
062300     MOVE "WARNING" TO WS-CHK-SEVERITY.
062400     PERFORM 2560-READ-WAREHOUSE THRU 2560-EXIT.
062500     PERFORM 2550-AUDIT-ONE-FORWARD THRU 2550-EXIT
062600         UNTIL WS-MSTR-EOF.
062700 2500-EXIT.
062800     EXIT.
062900
063000 2510-AUDIT-ONE-TRADE.
063100     IF CT-HEADER-REC OR CT-TRAILER-REC
063200         GO TO 2510-NEXT
063300     END-IF.
063400     ADD 1 TO WS-TRADE-COUNT.
063500     MOVE "TRANSIN" TO WS-FND-MASTER.
063600     MOVE CX-CPTY-ID TO WS-CHK-CPTY.
063700     MOVE CX-FROM-CCY TO WS-CHK-CCY.
063800     PERFORM 3000-CHECK-CPTY-CCY THRU 3000-EXIT.
063900     MOVE CX-TO-CCY TO WS-CHK-CCY.
064000     PERFORM 3000-CHECK-CPTY-CCY THRU 3000-EXIT.
064100 2510-NEXT.
064200     PERFORM 2520-READ-TRANS THRU 2520-EXIT.
064300 2510-EXIT.
064400     EXIT.
064500
064600 2520-READ-TRANS.
064700     READ TRANS-FILE
064800         AT END
064900             SET WS-MSTR-EOF TO TRUE
065000     END-READ.
065100 2520-EXIT.
065200     EXIT.
065300
065400******************************************************************
065500*    2550-AUDIT-ONE-FORWARD - THE WAREHOUSE CARRIES THE SAME
065600*    CXTRANS LAYOUT, SO THE PARKED TRADE IS MOVED INTO THE
065700*    TRANSACTION AREA AND CHECKED FROM THERE.
065800******************************************************************
065900 2550-AUDIT-ONE-FORWARD.
066000     MOVE WH-WAREHOUSE-RECORD TO CX-TRANS-RECORD.
066100     ADD 1 TO WS-TRADE-COUNT.
066200     MOVE "FWDWHSE" TO WS-FND-MASTER.
066300     MOVE CX-CPTY-ID TO WS-CHK-CPTY.
066400     MOVE CX-FROM-CCY TO WS-CHK-CCY.
066500     PERFORM 3000-CHECK-CPTY-CCY THRU 3000-EXIT.
066600     MOVE CX-TO-CCY TO WS-CHK-CCY.
066700     PERFORM 3000-CHECK-CPTY-CCY THRU 3000-EXIT.
066800     PERFORM 2560-READ-WAREHOUSE THRU 2560-EXIT.
066900 2550-EXIT.
067000     EXIT.
067100
067200 2560-READ-WAREHOUSE.
067300     READ WAREHOUSE-FILE
067400         AT END
067500             SET WS-MSTR-EOF TO TRUE
067600     END-READ.
067700 2560-EXIT.
067800     EXIT.
067900
068000******************************************************************
068100*    2600-AUDIT-AGREEMENTS - A NEGOTIATED AGREEMENT MUST BE FOR
068200*    A COUNTERPARTY AND CURRENCIES STILL ON FILE, AND MUST HAVE
068300*    A USABLE FEE BAND OR BSCALC QUIETLY PRICES AT THE STANDARD
068400*    RATE.  THE PAIR OF AN AGREEMENT STILL IN FORCE IS ONE THE
068500*    COUNTERPARTY TRADES, SO ITS INSTRUCTIONS ARE PROVED TOO.
068600******************************************************************
068700 2600-AUDIT-AGREEMENTS.
068800     SET WS-MSTR-MORE TO TRUE.
068900     MOVE "WARNING" TO WS-CHK-SEVERITY.
069000     MOVE LOW-VALUES TO AG-AGMT-KEY.
069100     START AGMT-FILE KEY IS NOT LESS THAN AG-AGMT-KEY
069200         INVALID KEY
069300             SET WS-MSTR-EOF TO TRUE
069400     END-START.
069500     PERFORM 2610-AUDIT-ONE-AGMT THRU 2610-EXIT
069600         UNTIL WS-MSTR-EOF.
069700 2600-EXIT.
069800     EXIT.
069900
070000 2610-AUDIT-ONE-AGMT.
070100     READ AGMT-FILE NEXT RECORD
070200         AT END
070300             SET WS-MSTR-EOF TO TRUE
070400     END-READ.
070500     IF WS-MSTR-EOF
070600         GO TO 2610-EXIT
070700     END-IF.
070800     ADD 1 TO WS-AGMT-COUNT.
070900     SET WS-FND-WARNING TO TRUE.
071000     MOVE "AGMTMSTR" TO WS-FND-MASTER.
071100     MOVE SPACES TO WS-FND-KEY.
071200     STRING AG-CPTY-ID " " AG-FROM-CCY "/" AG-TO-CCY " "
071300             AG-EFF-DATE
071400         DELIMITED BY SIZE INTO WS-FND-KEY.
071500     MOVE AG-CPTY-ID TO WS-CHK-CPTY.
071600     PERFORM 3200-CHECK-CPTY THRU 3200-EXIT.
071700     IF WS-CPTY-NOTFND
071800         MOVE "COUNTERPARTY NOT ON CPTYMSTR" TO WS-FND-TEXT
071900         PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
072000     END-IF.
072100     MOVE AG-FROM-CCY TO WS-CHK-CCY.
072200     PERFORM 3100-CHECK-CCY THRU 3100-EXIT.
072300     IF WS-CCY-NOTFND
072400         MOVE "FROM CURRENCY NOT ON CURRMSTR" TO WS-FND-TEXT
072500         PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
072600     END-IF.
072700     MOVE AG-TO-CCY TO WS-CHK-CCY.
072800     PERFORM 3100-CHECK-CCY THRU 3100-EXIT.
072900     IF WS-CCY-NOTFND
073000         MOVE "TO CURRENCY NOT ON CURRMSTR" TO WS-FND-TEXT
073100         PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
073200     END-IF.
073300     IF AG-BAND-COUNT NOT NUMERIC OR AG-BAND-COUNT = ZERO
073400             OR AG-BAND-COUNT > 5
073500         MOVE "NO USABLE FEE BAND - STANDARD RATE WILL APPLY"
073600             TO WS-FND-TEXT
073700         PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
073800     END-IF.
073900     IF AG-END-DATE NOT = ZERO AND AG-END-DATE < WS-RUN-DATE
074000         GO TO 2610-EXIT
074100     END-IF.
074200     MOVE AG-FROM-CCY TO WS-CHK-CCY.
074300     PERFORM 3000-CHECK-CPTY-CCY THRU 3000-EXIT.
074400     MOVE AG-TO-CCY TO WS-CHK-CCY.
074500     PERFORM 3000-CHECK-CPTY-CCY THRU 3000-EXIT.
074600 2610-EXIT.
074700     EXIT.
074800
074900******************************************************************
075000*    2700-AUDIT-CALENDAR - EVERY HOLIDAY MUST BE A REAL DATE,
075100*    AND AT LEAST ONE MUST FALL IN THE YEAR AFTER THE BUSINESS
075200*    DATE - A CALENDAR NOBODY LOADED ROLLS FORWARDS ONTO
075300*    HOLIDAYS WITHOUT ANY OTHER SIGN.
075400******************************************************************
075500 2700-AUDIT-CALENDAR.
075600     SET WS-MSTR-MORE TO TRUE.
075700     MOVE ZERO TO WS-WINDOW-HOL-COUNT.
075800     COMPUTE WS-WINDOW-END = WS-RUN-DATE + 10000.
075900     MOVE ZERO TO CA-HOLIDAY-DATE.
076000     START CALENDAR-FILE KEY IS NOT LESS THAN CA-HOLIDAY-DATE
076100         INVALID KEY
076200             SET WS-MSTR-EOF TO TRUE
076300     END-START.
076400     PERFORM 2710-AUDIT-ONE-HOLIDAY THRU 2710-EXIT
076500         UNTIL WS-MSTR-EOF.
076600     IF WS-WINDOW-HOL-COUNT = ZERO
076700         SET WS-FND-WARNING TO TRUE
076800         MOVE "CALMSTR" TO WS-FND-MASTER
076900         MOVE SPACES TO WS-FND-KEY
077000         STRING WS-RUN-DATE " - " WS-WINDOW-END
077100             DELIMITED BY SIZE INTO WS-FND-KEY
077200         MOVE "NO HOLIDAYS LOADED FOR THE COMING YEAR"
077300             TO WS-FND-TEXT
077400         PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
077500     END-IF.
077600 2700-EXIT.
077700     EXIT.
077800
077900 2710-AUDIT-ONE-HOLIDAY.
078000     READ CALENDAR-FILE NEXT RECORD
078100         AT END
078200             SET WS-MSTR-EOF TO TRUE
078300     END-READ.
078400     IF WS-MSTR-EOF
078500         GO TO 2710-EXIT
078600     END-IF.
078700     ADD 1 TO WS-HOL-COUNT.
078800     MOVE CA-HOLIDAY-DATE TO WS-HOL-DATE.
078900     IF WS-HOL-DATE NOT NUMERIC
079000             OR WS-HOL-MM < 1 OR WS-HOL-MM > 12
079100             OR WS-HOL-DD < 1 OR WS-HOL-DD > 31
079200         SET WS-FND-WARNING TO TRUE
079300         MOVE "CALMSTR" TO WS-FND-MASTER
079400         MOVE CA-HOLIDAY-DATE TO WS-FND-KEY
079500         MOVE "HOLIDAY DATE IS NOT A CALENDAR DATE" TO WS-FND-TEXT
079600         PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
079700         GO TO 2710-EXIT
079800     END-IF.
079900     IF WS-HOL-DATE > WS-RUN-DATE
080000             AND WS-HOL-DATE NOT > WS-WINDOW-END
080100         ADD 1 TO WS-WINDOW-HOL-COUNT
080200     END-IF.
080300 2710-EXIT.
080400     EXIT.
080500
080600******************************************************************
080700*    2800-AUDIT-OPERATORS - EVERY DECISION THE BATCH DEPENDS ON
080800*    NEEDS AT LEAST ONE ACTIVE OPERATOR AUTHORISED TO TAKE IT,
080900*    AND A RATE CHANGE NEEDS A CHECKER WHO IS NOT ITS MAKER.
081000******************************************************************
081100 2800-AUDIT-OPERATORS.
081200     SET WS-MSTR-MORE TO TRUE.
081300     MOVE SPACES TO WS-RATE-OPER.
081400     MOVE SPACES TO WS-APPR-OPER.
081500     MOVE LOW-VALUES TO OP-OPER-ID.
081600     START OPERATOR-FILE KEY IS NOT LESS THAN OP-OPER-ID
081700         INVALID KEY
081800             SET WS-MSTR-EOF TO TRUE
081900     END-START.
082000     PERFORM 2810-COUNT-ONE-OPERATOR THRU 2810-EXIT
082100         UNTIL WS-MSTR-EOF.
082200     SET WS-FND-WARNING TO TRUE.
082300     MOVE "OPERMSTR" TO WS-FND-MASTER.
082400     IF WS-SUSP-AUTH-COUNT = ZERO
082500         MOVE "SUSPENSE RELEASE" TO WS-FND-KEY
082600         MOVE "NO ACTIVE OPERATOR HOLDS THIS AUTHORITY"
082700             TO WS-FND-TEXT
082800         PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
082900     END-IF.
083000     IF WS-RATE-AUTH-COUNT = ZERO
083100         MOVE "RATE KEYING" TO WS-FND-KEY
083200         MOVE "NO ACTIVE OPERATOR HOLDS THIS AUTHORITY"
083300             TO WS-FND-TEXT
083400         PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
083500     END-IF.
083600     IF WS-APPR-AUTH-COUNT = ZERO
083700         MOVE "RATE APPROVAL" TO WS-FND-KEY
083800         MOVE "NO ACTIVE OPERATOR HOLDS THIS AUTHORITY"
083900             TO WS-FND-TEXT
084000         PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
084100     END-IF.
084200     IF WS-MAINT-AUTH-COUNT = ZERO
084300         MOVE "MASTER MAINTENANCE" TO WS-FND-KEY
084400         MOVE "NO ACTIVE OPERATOR HOLDS THIS AUTHORITY"
084500             TO WS-FND-TEXT
084600         PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
084700     END-IF.
084800     IF WS-CANC-AUTH-COUNT = ZERO
084900         MOVE "TRADE CANCEL/AMEND" TO WS-FND-KEY
085000         MOVE "NO ACTIVE OPERATOR HOLDS THIS AUTHORITY"
085100             TO WS-FND-TEXT
085200         PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
085300     END-IF.
085400     IF WS-RATE-AUTH-COUNT = 1 AND WS-APPR-AUTH-COUNT = 1
085500             AND WS-RATE-OPER = WS-APPR-OPER
085600         MOVE WS-RATE-OPER TO WS-FND-KEY
085700         MOVE "ONLY RATE KEYER IS ALSO ONLY APPROVER - NO CHECKER"
085800             TO WS-FND-TEXT
085900         PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
086000     END-IF.
086100 2800-EXIT.
086200     EXIT.
086300
086400 2810-COUNT-ONE-OPERATOR.
086500     READ OPERATOR-FILE NEXT RECORD
086600         AT END
086700             SET WS-MSTR-EOF TO TRUE
086800     END-READ.
086900     IF WS-MSTR-EOF
087000         GO TO 2810-EXIT
087100     END-IF.
087200     ADD 1 TO WS-OPER-COUNT.
087300     IF NOT OP-ACTIVE
087400         GO TO 2810-EXIT
087500     END-IF.
087600     IF OP-MAY-RELEASE-SUSP
087700         ADD 1 TO WS-SUSP-AUTH-COUNT
087800     END-IF.
087900     IF OP-MAY-KEY-RATES
088000         ADD 1 TO WS-RATE-AUTH-COUNT
088100         MOVE OP-OPER-ID TO WS-RATE-OPER
088200     END-IF.
088300     IF OP-MAY-APPROVE-RATES
088400         ADD 1 TO WS-APPR-AUTH-COUNT
088500         MOVE OP-OPER-ID TO WS-APPR-OPER
088600     END-IF.
088700     IF OP-MAY-MAINTAIN-MSTRS
088800         ADD 1 TO WS-MAINT-AUTH-COUNT
088900     END-IF.
089000     IF OP-MAY-CANCEL-TRADES
089100         ADD 1 TO WS-CANC-AUTH-COUNT
089200     END-IF.
089300 2810-EXIT.
089400     EXIT.
089500
089600******************************************************************
089700*    3000-CHECK-CPTY-CCY - WS-CHK-CPTY TRADES WS-CHK-CCY.  IF IT
089800*    IS A NETTING COUNTERPARTY IT NEEDS A CPTYSSI RECORD FOR
089900*    THAT CURRENCY.  A BLANK OR UNKNOWN COUNTERPARTY IS A TRADE
090000*    REJECT FOR BSCALC, NOT A MASTER GAP, AND IS PASSED OVER.
090100*    EACH PAIR IS PROVED ONCE; WS-CHK-SEVERITY AND
090200*    WS-FND-MASTER ARE SET BY THE CALLER.
090300******************************************************************
090400 3000-CHECK-CPTY-CCY.
090500     IF WS-CHK-CPTY = SPACES
090600         GO TO 3000-EXIT
090700     END-IF.
090800     SET WS-PAIR-NOT-SEEN TO TRUE.
090900     MOVE 1 TO WS-SEEN-I.
091000     PERFORM 3010-SCAN-SEEN THRU 3010-EXIT
091100         UNTIL WS-PAIR-SEEN OR WS-SEEN-I > WS-SEEN-COUNT.
091200     IF WS-PAIR-SEEN
091300         GO TO 3000-EXIT
091400     END-IF.
091500     IF WS-SEEN-COUNT NOT < WS-SEEN-MAX
091600         DISPLAY "BSMSTAUD - CPTY/CURRENCY TABLE FULL - "
091700                 "RUN CANCELLED"
091800         MOVE 16 TO RETURN-CODE
091900         STOP RUN
092000     END-IF.
092100     ADD 1 TO WS-SEEN-COUNT.
092200     MOVE WS-CHK-CPTY TO WS-SN-CPTY-ID (WS-SEEN-COUNT).
092300     MOVE WS-CHK-CCY TO WS-SN-CCY-CODE (WS-SEEN-COUNT).
092400     PERFORM 3200-CHECK-CPTY THRU 3200-EXIT.
092500     IF WS-CPTY-NOTFND OR NOT CY-NETTING-ELIGIBLE
092600         GO TO 3000-EXIT
092700     END-IF.
092800     SET WS-SSI-FOUND TO TRUE.
092900     MOVE WS-CHK-CPTY TO SI-CPTY-ID.
093000     MOVE WS-CHK-CCY TO SI-CCY-CODE.
093100     READ SSI-FILE
093200         INVALID KEY
093300             SET WS-SSI-NOTFND TO TRUE
093400     END-READ.
093500     IF WS-SSI-FOUND
093600         GO TO 3000-EXIT
093700     END-IF.
093800     MOVE WS-CHK-SEVERITY TO WS-FND-SEVERITY.
093900     MOVE SPACES TO WS-FND-KEY.
094000     STRING WS-CHK-CPTY "/" WS-CHK-CCY
094100         DELIMITED BY SIZE INTO WS-FND-KEY.
094200     MOVE "NETTING CPTY HAS NO CPTYSSI RECORD FOR TRADED CURRENCY"
094300         TO WS-FND-TEXT.
094400     PERFORM 6000-WRITE-FINDING THRU 6000-EXIT.
094500 3000-EXIT.
094600     EXIT.
094700
094800 3010-SCAN-SEEN.
094900     IF WS-SN-CPTY-ID (WS-SEEN-I) = WS-CHK-CPTY
095000             AND WS-SN-CCY-CODE (WS-SEEN-I) = WS-CHK-CCY
095100         SET WS-PAIR-SEEN TO TRUE
095200     ELSE
095300         ADD 1 TO WS-SEEN-I
095400     END-IF.
095500 3010-EXIT.
095600     EXIT.
095700
095800******************************************************************
095900*    3100-CHECK-CCY - IS WS-CHK-CCY ON CURRMSTR.
096000******************************************************************
096100 3100-CHECK-CCY.
096200     SET WS-CCY-FOUND TO TRUE.
096300     MOVE WS-CHK-CCY TO CU-CCY-CODE.
096400     READ CURRENCY-FILE
096500         INVALID KEY
096600             SET WS-CCY-NOTFND TO TRUE
096700     END-READ.
096800 3100-EXIT.
096900     EXIT.
097000
097100******************************************************************
097200*    3200-CHECK-CPTY - IS WS-CHK-CPTY ON CPTYMSTR.  THE RECORD
097300*    IS LEFT IN THE CY- AREA FOR THE CALLER.
097400******************************************************************
097500 3200-CHECK-CPTY.
097600     SET WS-CPTY-FOUND TO TRUE.
097700     MOVE WS-CHK-CPTY TO CY-CPTY-ID.
097800     READ CPTY-FILE
097900         INVALID KEY
098000             SET WS-CPTY-NOTFND TO TRUE
098100     END-READ.
098200 3200-EXIT.
098300     EXIT.
098400
098500******************************************************************
098600*    6000-WRITE-FINDING - ONE EXCEPTION LINE, STARTING A NEW
098700*    PAGE WHEN FULL, COUNTED BY SEVERITY.  THE WS-FINDING
098800*    FIELDS MUST BE SET BY THE CALLER BEFORE THIS IS PERFORMED.
098900******************************************************************
099000 6000-WRITE-FINDING.
099100     IF WS-LINE-COUNT NOT < WS-PAGE-SIZE
099200         PERFORM 1200-WRITE-HEADERS THRU 1200-EXIT
099300     END-IF.
099400     IF WS-FND-SEVERE
099500         ADD 1 TO WS-SEVERE-COUNT
099600     ELSE
099700         ADD 1 TO WS-WARN-COUNT
099800     END-IF.
099900     MOVE WS-FND-SEVERITY TO AU-DT-SEVERITY.
100000     MOVE WS-FND-MASTER TO AU-DT-MASTER.
100100     MOVE WS-FND-KEY TO AU-DT-KEY.
100200     MOVE WS-FND-TEXT TO AU-DT-FINDING.
100300     WRITE REPORT-RECORD FROM AU-DETAIL-LINE AFTER ADVANCING 1
100400             LINE.
100500     ADD 1 TO WS-LINE-COUNT.
100600 6000-EXIT.
100700     EXIT.
100800
100900******************************************************************
101000*    8000-PRINT-TOTALS - THE CLEAN LINE WHEN NOTHING WAS FOUND,
101100*    THEN THE CONTROL COUNTS AT THE FOOT OF THE REPORT.
101200******************************************************************
101300 8000-PRINT-TOTALS.
101400     IF WS-SEVERE-COUNT = ZERO AND WS-WARN-COUNT = ZERO
101500         WRITE REPORT-RECORD FROM AU-CLEAN-LINE AFTER ADVANCING
101600                 1 LINE
101700     END-IF.
101800     MOVE WS-CCY-COUNT TO AU-TL1-CCY-COUNT.
101900     WRITE REPORT-RECORD FROM AU-TOTAL-LINE-1 AFTER ADVANCING 3
102000             LINES.
102100     MOVE WS-PAIR-COUNT TO AU-TL2-PAIR-COUNT.
102200     WRITE REPORT-RECORD FROM AU-TOTAL-LINE-2 AFTER ADVANCING 1
102300             LINE.
102400     MOVE WS-PEND-COUNT TO AU-TL3-PEND-COUNT.
102500     WRITE REPORT-RECORD FROM AU-TOTAL-LINE-3 AFTER ADVANCING 1
102600             LINE.
102700     MOVE WS-CPTY-COUNT TO AU-TL4-CPTY-COUNT.
102800     WRITE REPORT-RECORD FROM AU-TOTAL-LINE-4 AFTER ADVANCING 1
102900             LINE.
103000     MOVE WS-SSI-COUNT TO AU-TL5-SSI-COUNT.
103100     WRITE REPORT-RECORD FROM AU-TOTAL-LINE-5 AFTER ADVANCING 1
103200             LINE.
103300     MOVE WS-TRADE-COUNT TO AU-TL6-TRADE-COUNT.
103400     WRITE REPORT-RECORD FROM AU-TOTAL-LINE-6 AFTER ADVANCING 1
103500             LINE.
103600     MOVE WS-AGMT-COUNT TO AU-TL7-AGMT-COUNT.
103700     WRITE REPORT-RECORD FROM AU-TOTAL-LINE-7 AFTER ADVANCING 1
103800             LINE.
103900     MOVE WS-HOL-COUNT TO AU-TL8-HOL-COUNT.
104000     WRITE REPORT-RECORD FROM AU-TOTAL-LINE-8 AFTER ADVANCING 1
104100             LINE.
104200     MOVE WS-OPER-COUNT TO AU-TL9-OPER-COUNT.
104300     WRITE REPORT-RECORD FROM AU-TOTAL-LINE-9 AFTER ADVANCING 1
104400             LINE.
104500     MOVE WS-SEVERE-COUNT TO AU-TL10-SEVERE-COUNT.
104600     WRITE REPORT-RECORD FROM AU-TOTAL-LINE-10 AFTER ADVANCING 2
104700             LINES.
104800     MOVE WS-WARN-COUNT TO AU-TL11-WARN-COUNT.
104900     WRITE REPORT-RECORD FROM AU-TOTAL-LINE-11 AFTER ADVANCING 1
105000             LINE.
105100 8000-EXIT.
105200     EXIT.
105300
105400******************************************************************
105500*    7800-CHECK-RUN-CONTROL - OPEN THE RUN-STATUS FILE AND STAMP
105600*    THIS RUN STARTED.  7900-RECORD-COMPLETE STAMPS THE END ONLY
105700*    WHEN NOTHING SEVERE WAS FOUND.
105800******************************************************************
105900 7800-CHECK-RUN-CONTROL.
106000     OPEN I-O RUNSTAT-FILE.
106100     MOVE "BSMSTAUD" TO RS-PROGRAM.
106200     PERFORM 7850-READ-RUNSTAT THRU 7850-EXIT.
106300     MOVE "S" TO RS-STATUS.
106400     ACCEPT WS-RSTAT-TIME FROM TIME.
106500     MOVE WS-RSTAT-TIME TO RS-START-TIME.
106600     MOVE ZERO TO RS-END-TIME.
106700     IF WS-RSTAT-FOUND
106800         REWRITE RS-RUNSTAT-RECORD
106900             INVALID KEY
107000                 DISPLAY "BSMSTAUD - RUNSTAT REWRITE FAILED"
107100         END-REWRITE
107200     ELSE
107300         WRITE RS-RUNSTAT-RECORD
107400             INVALID KEY
107500                 DISPLAY "BSMSTAUD - RUNSTAT WRITE FAILED"
107600         END-WRITE
107700     END-IF.
107800 7800-EXIT.
107900     EXIT.
108000
108100 7850-READ-RUNSTAT.
108200     SET WS-RSTAT-NOTFND TO TRUE.
108300     MOVE WS-RUN-DATE TO RS-RUN-DATE.
108400     READ RUNSTAT-FILE
108500         INVALID KEY
108600             CONTINUE
108700         NOT INVALID KEY
108800             SET WS-RSTAT-FOUND TO TRUE
108900     END-READ.
109000 7850-EXIT.
109100     EXIT.
109200
109300 7900-RECORD-COMPLETE.
109400     MOVE "BSMSTAUD" TO RS-PROGRAM.
109500     PERFORM 7850-READ-RUNSTAT THRU 7850-EXIT.
109600     IF WS-RSTAT-FOUND
109700         MOVE "C" TO RS-STATUS
109800         ACCEPT WS-RSTAT-TIME FROM TIME
109900         MOVE WS-RSTAT-TIME TO RS-END-TIME
110000         REWRITE RS-RUNSTAT-RECORD
110100             INVALID KEY
110200                 DISPLAY "BSMSTAUD - RUNSTAT REWRITE FAILED"
110300         END-REWRITE
110400     END-IF.
110500 7900-EXIT.
110600     EXIT.
110700
110800******************************************************************
110900*    9000-TERMINATE - CLOSE FILES AND SET THE RETURN CODE THE
111000*    JOB GATES BSCALC ON - 16 FOR ANY SEVERE FINDING, 8 FOR
111100*    WARNINGS ONLY.
111200******************************************************************
111300 9000-TERMINATE.
111400     CLOSE CURRENCY-FILE.
111500     CLOSE RATE-FILE.
111600     CLOSE PEND-FILE.
111700     CLOSE CPTY-FILE.
111800     CLOSE SSI-FILE.
111900     CLOSE AGMT-FILE.
112000     CLOSE CALENDAR-FILE.
112100     CLOSE OPERATOR-FILE.
112200     CLOSE TRANS-FILE.
112300     CLOSE WAREHOUSE-FILE.
112400     CLOSE REPORT-FILE.
112500     IF WS-SEVERE-COUNT = ZERO
112600         PERFORM 7900-RECORD-COMPLETE THRU 7900-EXIT
112700     END-IF.
112800     CLOSE RUNSTAT-FILE.
112900     EVALUATE TRUE
113000         WHEN WS-SEVERE-COUNT NOT = ZERO
113100             DISPLAY "BSMSTAUD COMPLETE - " WS-SEVERE-COUNT
113200                     " SEVERE, " WS-WARN-COUNT
113300                     " WARNING - HOLD BSCALC - SEE REPORT"
113400             MOVE 16 TO RETURN-CODE
113500         WHEN WS-WARN-COUNT NOT = ZERO
113600             DISPLAY "BSMSTAUD COMPLETE - " WS-WARN-COUNT
113700                     " WARNING - SEE REPORT"
113800             MOVE 8 TO RETURN-CODE
113900         WHEN OTHER
114000             DISPLAY "BSMSTAUD COMPLETE - NO EXCEPTIONS"
114100     END-EVALUATE.
114200 9000-EXIT.
114300     EXIT.
