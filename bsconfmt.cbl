000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BSCONFMT.
000300 AUTHOR. D. L. RAMIREZ.
000400 INSTALLATION. TREASURY SETTLEMENT OPERATIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    DESCRIPTION..: INBOUND CONFIRMATION MATCHING AND CHASER.
000900*                   FIRST CLOSES ON CONFMSTR EVERY TRADE BSCANAMD
001000*                   HAS REVERSED ON THE JOURNAL - A CANCELLED
001100*                   TRADE IS NEVER CHASED.  THEN MATCHES EACH
001200*                   COUNTERPARTY CONFIRMATION ON CONFIN TO THE
001300*                   TRADE ON CONFMSTR BY TRADE SEQUENCE, AND
001400*                   COMPARES THE ECONOMICS - COUNTERPARTY, PAIR,
001500*                   ORIGINAL AMOUNT, RESULT WITH FEE, FEE, MARKUP
001600*                   AND VALUE DATE.  AN EXACT AGREEMENT CONFIRMS
001700*                   THE TRADE; ANY DIFFERENCE MARKS IT DISPUTED
001800*                   AND PRINTS ONE LINE PER DIFFERING FIELD WITH
001900*                   OUR VALUE AGAINST THEIRS ON CONFRPT.  LAST,
002000*                   EVERY TRADE STILL UNCONFIRMED OR DISPUTED
002100*                   AFTER THE PARMFILE LIMIT OF CALMSTR BUSINESS
002200*                   DAYS GOES ON THE CHASRPT CHASER, GROUPED BY
002300*                   COUNTERPARTY WITH ITS AGE IN BUSINESS DAYS.
002400*    MODIFICATION HISTORY
002500*    DATE       INIT DESCRIPTION
002600*    ---------- ---- -------------------------------------------
002700*    2026-10-15 DLR  INITIAL VERSION - TRADE CONFIRMATIONS.
002800******************************************************************
002900
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-370.
003300 OBJECT-COMPUTER. IBM-370.
003400
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT OPTIONAL PARM-FILE
003800         ASSIGN TO "PARMFILE"
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000
004100     SELECT CONFIN-FILE
004200         ASSIGN TO "CONFIN"
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400
004500     SELECT JOURNAL-FILE
004600         ASSIGN TO "JRNLFILE"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800
004900     SELECT CONF-MASTER-FILE
005000         ASSIGN TO "CONFMSTR"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS KF-TRADE-SEQ.
005400
005500     SELECT CPTY-FILE
005600         ASSIGN TO "CPTYMSTR"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS CY-CPTY-ID.
006000
006100     SELECT CALENDAR-FILE
006200         ASSIGN TO "CALMSTR"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS CA-HOLIDAY-DATE.
006600
006700     SELECT REPORT-FILE
006800         ASSIGN TO "CONFRPT"
006900         ORGANIZATION IS LINE SEQUENTIAL.
007000
007100     SELECT CHASER-FILE
007200         ASSIGN TO "CHASRPT"
007300         ORGANIZATION IS LINE SEQUENTIAL.
007400
007500     SELECT RUNSTAT-FILE
007600         ASSIGN TO "RUNSTAT"
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS RS-RUN-KEY.
008000
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  PARM-FILE
008400     LABEL RECORDS ARE STANDARD.
008500     COPY CXPARM.
008600
008700 FD  CONFIN-FILE
008800     LABEL RECORDS ARE STANDARD.
008900     COPY CXCNFX.
009000
009100 FD  JOURNAL-FILE
009200     LABEL RECORDS ARE STANDARD.
009300     COPY CXJRNL.
009400
009500 FD  CONF-MASTER-FILE
009600     LABEL RECORDS ARE STANDARD.
009700     COPY CXCNFM.
009800
009900 FD  CPTY-FILE
010000     LABEL RECORDS ARE STANDARD.
010100     COPY CXCPTY.
010200
010300 FD  CALENDAR-FILE
010400     LABEL RECORDS ARE STANDARD.
010500     COPY CXCAL.
010600
010700 FD  REPORT-FILE
010800     LABEL RECORDS ARE STANDARD.
010900 01  REPORT-RECORD               PIC X(132).
011000
011100 FD  CHASER-FILE
011200     LABEL RECORDS ARE STANDARD.
011300 01  CHASER-RECORD               PIC X(132).
011400
011500 FD  RUNSTAT-FILE
011600     LABEL RECORDS ARE STANDARD.
011700     COPY CXRSTAT.
011800
011900 WORKING-STORAGE SECTION.
012000******************************************************************
012100*    SWITCHES
012200******************************************************************
012300 01  WS-SWITCHES.
012400     05  WS-CONF-EOF-SW          PIC X(01)   VALUE "N".
012500         88  WS-CONF-EOF                     VALUE "Y".
012600     05  WS-JRNL-EOF-SW          PIC X(01)   VALUE "N".
012700         88  WS-JRNL-EOF                     VALUE "Y".
012800     05  WS-MSTR-EOF-SW          PIC X(01)   VALUE "N".
012900         88  WS-MSTR-EOF                     VALUE "Y".
013000     05  WS-PARM-EOF-SW          PIC X(01)   VALUE "N".
013100         88  WS-PARM-EOF                     VALUE "Y".
013200     05  WS-CONF-FOUND-SW        PIC X(01).
013300         88  WS-CONF-FOUND                    VALUE "Y".
013400         88  WS-CONF-NOTFND                   VALUE "N".
013500     05  WS-BUSDAY-SW            PIC X(01).
013600         88  WS-BUSINESS-DAY                  VALUE "Y".
013700         88  WS-NON-BUSINESS-DAY              VALUE "N".
013800     05  WS-HOL-FOUND-SW         PIC X(01).
013900         88  WS-HOL-FOUND                     VALUE "Y".
014000         88  WS-HOL-NOTFND                    VALUE "N".
014100     05  WS-SWAP-SW              PIC X(01).
014200         88  WS-SWAPPED                       VALUE "Y".
014300         88  WS-NO-SWAPS                      VALUE "N".
014400     05  WS-RSTAT-FOUND-SW       PIC X(01)   VALUE "N".
014500         88  WS-RSTAT-FOUND                   VALUE "Y".
014600         88  WS-RSTAT-NOTFND                  VALUE "N".
014700
014800 01  WS-RUN-DATE                 PIC 9(08).
014900 01  WS-ROLL-DATE                PIC 9(08).
015000 01  WS-DOW                      PIC 9(01).
015100 01  WS-RSTAT-TIME               PIC 9(08).
015200
015300******************************************************************
015400*    CHASER LIMIT AND AGEING.  THE LIMIT DEFAULTS TO TWO
015500*    BUSINESS DAYS WHEN PARMFILE CARRIES NONE.  AGE IS THE
015600*    BUSINESS DAYS FROM THE TRADE DATE TO THE RUN DATE, AND IS
015700*    NOT COUNTED PAST WS-AGE-LIMIT.
015800******************************************************************
015900 01  WS-CHASE-FIELDS.
016000     05  WS-CONF-DAYS            PIC 9(03).
016100     05  WS-DEFAULT-CONF-DAYS    PIC 9(03)          VALUE 2.
016200     05  WS-AGE-DAYS             PIC 9(04).
016300     05  WS-AGE-LIMIT            PIC 9(04)          VALUE 999.
016400
016500******************************************************************
016600*    MISMATCH FIELDS - THE NUMBER OF ECONOMIC FIELDS THAT
016700*    DIFFER ON ONE CONFIRMATION, AND EDIT FIELDS SO OUR VALUE
016800*    AND THEIRS PRINT SIDE BY SIDE.
016900******************************************************************
017000 01  WS-COMPARE-FIELDS.
017100     05  WS-DIFF-COUNT           PIC 9(02)   COMP.
017200     05  WS-ED-AMOUNT            PIC ZZ,ZZ9.999.
017300     05  WS-ED-FEE               PIC Z9.99.
017400     05  WS-ED-MUP               PIC Z9.9999.
017500
017600 01  WS-CONTROL-TOTALS.
017700     05  WS-RECV-COUNT           PIC 9(09)   COMP   VALUE ZERO.
017800     05  WS-MATCH-COUNT          PIC 9(09)   COMP   VALUE ZERO.
017900     05  WS-MISM-COUNT           PIC 9(09)   COMP   VALUE ZERO.
018000     05  WS-NOTF-COUNT           PIC 9(09)   COMP   VALUE ZERO.
018100     05  WS-CLOSED-COUNT         PIC 9(09)   COMP   VALUE ZERO.
018200     05  WS-CANC-COUNT           PIC 9(09)   COMP   VALUE ZERO.
018300     05  WS-BAD-COUNT            PIC 9(09)   COMP   VALUE ZERO.
018400     05  WS-CPTY-CHASE-COUNT     PIC 9(09)   COMP   VALUE ZERO.
018500
018600******************************************************************
018700*    CHASER TABLE - THE TRADES PAST THE LIMIT, BUBBLE-SORTED BY
018800*    COUNTERPARTY AND TRADE SEQUENCE SO THE CHASER FALLS OUT OF
018900*    A CONTROL BREAK.
019000******************************************************************
019100 01  WS-CHASE-TABLE.
019200     05  WS-CHASE-COUNT          PIC 9(05)   COMP   VALUE ZERO.
019300     05  WS-CHASE-MAX            PIC 9(05)          VALUE 5000.
019400     05  WS-CHASE-ENTRY          OCCURS 5000 TIMES.
019500         10  WS-CH-SORT-KEY.
019600             15  WS-CH-CPTY-ID   PIC X(06).
019700             15  WS-CH-TRADE-SEQ PIC 9(09).
019800         10  WS-CH-TRADE-DATE    PIC 9(08).
019900         10  WS-CH-FROM-CCY      PIC X(03).
020000         10  WS-CH-TO-CCY        PIC X(03).
020100         10  WS-CH-ORIG          PIC 9(5)V9(03).
020200         10  WS-CH-RESULT-FEE    PIC 9(5)V9(03).
020300         10  WS-CH-OUR-REF       PIC X(18).
020400         10  WS-CH-STATUS        PIC X(01).
020500         10  WS-CH-AGE-DAYS      PIC 9(04).
020600
020700 01  WS-CHASE-HOLD               PIC X(68).
020800
020900 01  WS-SORT-FIELDS.
021000     05  WS-SORT-I               PIC 9(05)   COMP.
021100     05  WS-SORT-I1              PIC 9(05)   COMP.
021200     05  WS-C-I                  PIC 9(05)   COMP.
021300
021400******************************************************************
021500*    CHASER CONTROL-BREAK FIELDS
021600******************************************************************
021700 01  WS-BREAK-FIELDS.
021800     05  WS-PREV-CPTY-ID         PIC X(06).
021900     05  WS-CPTY-TRADES          PIC 9(09)   COMP.
022000     05  WS-CPTY-OLDEST          PIC 9(04).
022100
022200******************************************************************
022300*    DATE-TO-SERIAL WORK FIELDS - DAYS SINCE 0001-01-01, SAME
022400*    CONVENTION AS BSFWDREL, SO THE DAY OF WEEK FALLS OUT OF
022500*    THE SERIAL MODULO 7 (1 = MONDAY ... 6 = SATURDAY,
022600*    0 = SUNDAY).
022700******************************************************************
022800 01  WS-SERIAL-FIELDS.
022900     05  WS-DS-DATE              PIC 9(08).
023000     05  WS-DS-DATE-X REDEFINES WS-DS-DATE.
023100         10  WS-DS-YYYY          PIC 9(04).
023200         10  WS-DS-MM            PIC 9(02).
023300         10  WS-DS-DD            PIC 9(02).
023400     05  WS-DS-SERIAL            PIC 9(07).
023500     05  WS-DS-YM1               PIC 9(04).
023600     05  WS-DS-LEAP4             PIC 9(04).
023700     05  WS-DS-LEAP100           PIC 9(04).
023800     05  WS-DS-LEAP400           PIC 9(04).
023900     05  WS-DS-QUOT              PIC 9(04).
024000     05  WS-DS-R4                PIC 9(04).
024100     05  WS-DS-R100              PIC 9(04).
024200     05  WS-DS-R400              PIC 9(04).
024300     05  WS-DS-MOD7              PIC 9(07).
024400
024500 01  WS-MONTH-OFFSET-VALUES.
024600     05  FILLER                  PIC X(18)
024700             VALUE "000031059090120151".
024800     05  FILLER                  PIC X(18)
024900             VALUE "181212243273304334".
025000 01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSET-VALUES.
025100     05  WS-MONTH-OFFSET         OCCURS 12 TIMES
025200                                 PIC 9(03).
025300
025400 01  WS-MONTH-LEN-VALUES.
025500     05  FILLER                  PIC X(12)  VALUE "312831303130".
025600     05  FILLER                  PIC X(12)  VALUE "313130313031".
025700 01  WS-MONTH-LEN-TABLE REDEFINES WS-MONTH-LEN-VALUES.
025800     05  WS-MONTH-LEN            OCCURS 12 TIMES
025900                                 PIC 9(02).
026000 01  WS-FEB-LEN                  PIC 9(02).
026100
026200******************************************************************
026300*    REPORT PAGINATION FIELDS
026400******************************************************************
026500 01  WS-REPORT-FIELDS.
026600     05  WS-PAGE-NO              PIC 9(04)   COMP   VALUE ZERO.
026700     05  WS-LINE-COUNT           PIC 9(03)   COMP   VALUE ZERO.
026800     05  WS-CH-PAGE-NO           PIC 9(04)   COMP   VALUE ZERO.
026900     05  WS-CH-LINE-COUNT        PIC 9(03)   COMP   VALUE ZERO.
027000     05  WS-PAGE-SIZE            PIC 9(03)          VALUE 50.
027100
027200******************************************************************
027300*    MATCHING REPORT AND CHASER PRINT LINES
027400******************************************************************
027500     COPY CXCMRPT.
027600     COPY CXCHRPT.
027700
027800 PROCEDURE DIVISION.
027900******************************************************************
028000*    0000-MAINLINE - CLOSE THE CANCELLED TRADES, MATCH THE
028100*    INBOUND CONFIRMATIONS, THEN CHASE WHAT IS STILL OPEN.
028200******************************************************************
028300 0000-MAINLINE.
028400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028500     PERFORM 2000-MATCH-CONFIRMATION THRU 2000-EXIT
028600         UNTIL WS-CONF-EOF.
028700     PERFORM 4000-COLLECT-CHASER THRU 4000-EXIT.
028800     PERFORM 4500-SORT-CHASER THRU 4500-EXIT.
028900     PERFORM 5000-PRINT-CHASER THRU 5000-EXIT.
029000     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
029100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
029200     STOP RUN.
029300
029400******************************************************************
029500*    1000-INITIALIZE - READ THE PARMS, PROVE TODAY'S TRADES
029600*    WERE CONFIRMED OUT, OPEN THE FILES, CLOSE THE CANCELLED
029700*    TRADES AND PRIME THE CONFIRMATION READ.
029800******************************************************************
029900 1000-INITIALIZE.
030000     PERFORM 1050-READ-PARMS THRU 1050-EXIT.
030100     PERFORM 7800-CHECK-RUN-CONTROL THRU 7800-EXIT.
030200     DISPLAY "BSCONFMT - CONFIRMATION MATCHING - RUN DATE "
030300             WS-RUN-DATE.
030400     OPEN I-O CONF-MASTER-FILE.
030500     OPEN INPUT CPTY-FILE.
030600     OPEN INPUT CALENDAR-FILE.
030700     OPEN OUTPUT REPORT-FILE.
030800     OPEN OUTPUT CHASER-FILE.
030900     PERFORM 1200-WRITE-HEADERS THRU 1200-EXIT.
031000     PERFORM 1500-CLOSE-CANCELLED THRU 1500-EXIT.
031100     OPEN INPUT CONFIN-FILE.
031200     PERFORM 2010-READ-CONFIRMATION THRU 2010-EXIT.
031300 1000-EXIT.
031400     EXIT.
031500
031600******************************************************************
031700*    1050-READ-PARMS - READ THE RUN-CONTROL PARAMETER RECORD THE
031800*    SAME WAY BSCALC DOES.  A RUN WITHOUT A USABLE PARM RECORD
031900*    IS CANCELLED OUTRIGHT.
032000******************************************************************
032100 1050-READ-PARMS.
032200     OPEN INPUT PARM-FILE.
032300     READ PARM-FILE
032400         AT END
032500             MOVE "Y" TO WS-PARM-EOF-SW
032600     END-READ.
032700     CLOSE PARM-FILE.
032800     IF WS-PARM-EOF
032900         DISPLAY "BSCONFMT - NO PARMFILE RECORD - RUN CANCELLED"
033000         MOVE 16 TO RETURN-CODE
033100         STOP RUN
033200     END-IF.
033300     IF PM-BUSINESS-DATE NOT NUMERIC
033400             OR PM-BUSINESS-DATE = ZERO
033500         DISPLAY "BSCONFMT - BAD BUSINESS DATE ON PARMFILE - "
033600                 "RUN CANCELLED"
033700         MOVE 16 TO RETURN-CODE
033800         STOP RUN
033900     END-IF.
034000     MOVE PM-BUSINESS-DATE TO WS-RUN-DATE.
034100     IF PM-CONF-DAYS NUMERIC AND PM-CONF-DAYS NOT = ZERO
034200         MOVE PM-CONF-DAYS TO WS-CONF-DAYS
034300     ELSE
034400         MOVE WS-DEFAULT-CONF-DAYS TO WS-CONF-DAYS
034500     END-IF.
034600 1050-EXIT.
034700     EXIT.
034800
034900******************************************************************
035000*    1200-WRITE-HEADERS - PRINT A NEW MATCHING REPORT PAGE
035100*    HEADING.
035200******************************************************************
035300 1200-WRITE-HEADERS.
035400     ADD 1 TO WS-PAGE-NO.
035500     MOVE WS-RUN-DATE TO KM-H1-RUN-DATE.
035600     MOVE WS-PAGE-NO TO KM-H1-PAGE-NO.
035700     WRITE REPORT-RECORD FROM KM-HEADING-1 AFTER ADVANCING PAGE.
035800     WRITE REPORT-RECORD FROM KM-HEADING-2 AFTER ADVANCING 2
035900             LINES.
036000     MOVE ZERO TO WS-LINE-COUNT.
036100 1200-EXIT.
036200     EXIT.
036300
036400******************************************************************
036500*    1250-WRITE-CHASER-HEADERS - PRINT A NEW CHASER PAGE
036600*    HEADING.
036700******************************************************************
036800 1250-WRITE-CHASER-HEADERS.
036900     ADD 1 TO WS-CH-PAGE-NO.
037000     MOVE WS-RUN-DATE TO KC-H1-RUN-DATE.
037100     MOVE WS-CH-PAGE-NO TO KC-H1-PAGE-NO.
037200     MOVE WS-CONF-DAYS TO KC-H1-LIMIT.
037300     WRITE CHASER-RECORD FROM KC-HEADING-1 AFTER ADVANCING PAGE.
037400     WRITE CHASER-RECORD FROM KC-HEADING-2 AFTER ADVANCING 2
037500             LINES.
037600     MOVE ZERO TO WS-CH-LINE-COUNT.
037700 1250-EXIT.
037800     EXIT.
037900
038000******************************************************************
038100*    1500-CLOSE-CANCELLED - ONE PASS OF THE JOURNAL FOR
038200*    BSCANAMD REVERSALS.  THE TRADE IS CLOSED ONLY IF CONFMSTR
038300*    STILL HOLDS THE PRICING THE REVERSAL BACKED OUT - AN
038400*    AMENDMENT ALREADY RE-PRICED UNDER THE SAME SEQUENCE IS A
038500*    LIVE TRADE AND STAYS OPEN.
038600******************************************************************
038700 1500-CLOSE-CANCELLED.
038800     OPEN INPUT JOURNAL-FILE.
038900     PERFORM 1510-READ-JOURNAL THRU 1510-EXIT.
039000     PERFORM 1520-CLOSE-ONE THRU 1520-EXIT
039100         UNTIL WS-JRNL-EOF.
039200     CLOSE JOURNAL-FILE.
039300 1500-EXIT.
039400     EXIT.
039500
039600 1510-READ-JOURNAL.
039700     READ JOURNAL-FILE
039800         AT END
039900             MOVE "Y" TO WS-JRNL-EOF-SW
040000     END-READ.
040100 1510-EXIT.
040200     EXIT.
040300
040400 1520-CLOSE-ONE.
040500     IF NOT CJ-REVERSAL-ENTRY
040600         GO TO 1520-NEXT
040700     END-IF.
040800     MOVE CJ-TRADE-SEQ TO KF-TRADE-SEQ.
040900     PERFORM 3000-READ-MASTER THRU 3000-EXIT.
041000     IF WS-CONF-NOTFND
041100             OR KF-CANCELLED
041200             OR KF-TRADE-DATE NOT = CJ-ORIG-RUN-DATE
041300         GO TO 1520-NEXT
041400     END-IF.
041500     SET KF-CANCELLED TO TRUE.
041600     MOVE WS-RUN-DATE TO KF-STATUS-DATE.
041700     PERFORM 3100-REWRITE-MASTER THRU 3100-EXIT.
041800     ADD 1 TO WS-CANC-COUNT.
041900 1520-NEXT.
042000     PERFORM 1510-READ-JOURNAL THRU 1510-EXIT.
042100 1520-EXIT.
042200     EXIT.
042300
042400******************************************************************
042500*    2000-MATCH-CONFIRMATION - ONE COUNTERPARTY CONFIRMATION.
042600*    IT MUST BE READABLE AND NAME A TRADE ON CONFMSTR THAT IS
042700*    STILL OPEN; THEN THE ECONOMICS ARE COMPARED FIELD BY
042800*    FIELD.
042900******************************************************************
043000 2000-MATCH-CONFIRMATION.
043100     ADD 1 TO WS-RECV-COUNT.
043200     MOVE SPACES TO KM-DT-FIELD KM-DT-OURS KM-DT-THEIRS.
043300     MOVE KX-CPTY-ID TO KM-DT-CPTY-ID.
043400     MOVE KX-FROM-CCY TO KM-DT-FROM-CCY.
043500     MOVE KX-TO-CCY TO KM-DT-TO-CCY.
043600     MOVE KX-THEIR-REF TO KM-DT-THEIR-REF.
043700     IF KX-TRADE-SEQ NOT NUMERIC
043800             OR KX-ORIG NOT NUMERIC
043900             OR KX-RESULT-FEE NOT NUMERIC
044000             OR KX-FEE NOT NUMERIC
044100             OR KX-MUP NOT NUMERIC
044200             OR KX-VALUE-DATE NOT NUMERIC
044300         MOVE ZERO TO KM-DT-TRADE-SEQ
044400         MOVE "UNREADABLE" TO KM-DT-STATUS
044500         PERFORM 2900-PRINT-MATCH-LINE THRU 2900-EXIT
044600         ADD 1 TO WS-BAD-COUNT
044700         GO TO 2000-NEXT
044800     END-IF.
044900     MOVE KX-TRADE-SEQ TO KM-DT-TRADE-SEQ.
045000     MOVE KX-TRADE-SEQ TO KF-TRADE-SEQ.
045100     PERFORM 3000-READ-MASTER THRU 3000-EXIT.
045200     IF WS-CONF-NOTFND
045300         MOVE "NOT FOUND" TO KM-DT-STATUS
045400         PERFORM 2900-PRINT-MATCH-LINE THRU 2900-EXIT
045500         ADD 1 TO WS-NOTF-COUNT
045600         GO TO 2000-NEXT
045700     END-IF.
045800     IF KF-MATCHED OR KF-CANCELLED
045900         IF KF-MATCHED
046000             MOVE "DUPLICATE" TO KM-DT-STATUS
046100         ELSE
046200             MOVE "CANCELLED" TO KM-DT-STATUS
046300         END-IF
046400         PERFORM 2900-PRINT-MATCH-LINE THRU 2900-EXIT
046500         ADD 1 TO WS-CLOSED-COUNT
046600         GO TO 2000-NEXT
046700     END-IF.
046800     MOVE ZERO TO WS-DIFF-COUNT.
046900     MOVE "MISMATCH" TO KM-DT-STATUS.
047000     PERFORM 2100-COMPARE-ECONOMICS THRU 2100-EXIT.
047100     MOVE KX-THEIR-REF TO KF-THEIR-REF.
047200     MOVE WS-RUN-DATE TO KF-STATUS-DATE.
047300     IF WS-DIFF-COUNT = ZERO
047400         SET KF-MATCHED TO TRUE
047500         MOVE "MATCHED" TO KM-DT-STATUS
047600         PERFORM 2900-PRINT-MATCH-LINE THRU 2900-EXIT
047700         ADD 1 TO WS-MATCH-COUNT
047800     ELSE
047900         SET KF-MISMATCHED TO TRUE
048000         ADD 1 TO WS-MISM-COUNT
048100     END-IF.
048200     PERFORM 3100-REWRITE-MASTER THRU 3100-EXIT.
048300 2000-NEXT.
048400     PERFORM 2010-READ-CONFIRMATION THRU 2010-EXIT.
048500 2000-EXIT.
048600     EXIT.
048700
048800 2010-READ-CONFIRMATION.
048900     READ CONFIN-FILE
049000         AT END
049100             MOVE "Y" TO WS-CONF-EOF-SW
049200     END-READ.
049300 2010-EXIT.
049400     EXIT.
049500
049600******************************************************************
049700*    2100-COMPARE-ECONOMICS - ONE MISMATCH LINE PER FIELD THAT
049800*    DIFFERS, OUR VALUE FIRST.
049900******************************************************************
050000 2100-COMPARE-ECONOMICS.
050100     IF KX-CPTY-ID NOT = KF-CPTY-ID
050200         MOVE "CPTY" TO KM-DT-FIELD
050300         MOVE KF-CPTY-ID TO KM-DT-OURS
050400         MOVE KX-CPTY-ID TO KM-DT-THEIRS
050500         PERFORM 2800-PRINT-DIFFERENCE THRU 2800-EXIT
050600     END-IF.
050700     IF KX-FROM-CCY NOT = KF-FROM-CCY
050800         MOVE "FROM CCY" TO KM-DT-FIELD
050900         MOVE KF-FROM-CCY TO KM-DT-OURS
051000         MOVE KX-FROM-CCY TO KM-DT-THEIRS
051100         PERFORM 2800-PRINT-DIFFERENCE THRU 2800-EXIT
051200     END-IF.
051300     IF KX-TO-CCY NOT = KF-TO-CCY
051400         MOVE "TO CCY" TO KM-DT-FIELD
051500         MOVE KF-TO-CCY TO KM-DT-OURS
051600         MOVE KX-TO-CCY TO KM-DT-THEIRS
051700         PERFORM 2800-PRINT-DIFFERENCE THRU 2800-EXIT
051800     END-IF.
051900     IF KX-ORIG NOT = KF-ORIG
052000         MOVE "ORIG AMT" TO KM-DT-FIELD
052100         MOVE KF-ORIG TO WS-ED-AMOUNT
052200         MOVE WS-ED-AMOUNT TO KM-DT-OURS
052300         MOVE KX-ORIG TO WS-ED-AMOUNT
052400         MOVE WS-ED-AMOUNT TO KM-DT-THEIRS
052500         PERFORM 2800-PRINT-DIFFERENCE THRU 2800-EXIT
052600     END-IF.
052700     IF KX-RESULT-FEE NOT = KF-RESULT-FEE
052800         MOVE "RESULT+FEE" TO KM-DT-FIELD
052900         MOVE KF-RESULT-FEE TO WS-ED-AMOUNT
053000         MOVE WS-ED-AMOUNT TO KM-DT-OURS
053100         MOVE KX-RESULT-FEE TO WS-ED-AMOUNT
053200         MOVE WS-ED-AMOUNT TO KM-DT-THEIRS
053300         PERFORM 2800-PRINT-DIFFERENCE THRU 2800-EXIT
053400     END-IF.
053500     IF KX-FEE NOT = KF-FEE
053600         MOVE "FEE" TO KM-DT-FIELD
053700         MOVE KF-FEE TO WS-ED-FEE
053800         MOVE WS-ED-FEE TO KM-DT-OURS
053900         MOVE KX-FEE TO WS-ED-FEE
054000         MOVE WS-ED-FEE TO KM-DT-THEIRS
054100         PERFORM 2800-PRINT-DIFFERENCE THRU 2800-EXIT
054200     END-IF.
054300     IF KX-MUP NOT = KF-MUP
054400         MOVE "MARKUP" TO KM-DT-FIELD
054500         MOVE KF-MUP TO WS-ED-MUP
054600         MOVE WS-ED-MUP TO KM-DT-OURS
054700         MOVE KX-MUP TO WS-ED-MUP
054800         MOVE WS-ED-MUP TO KM-DT-THEIRS
054900         PERFORM 2800-PRINT-DIFFERENCE THRU 2800-EXIT
055000     END-IF.
055100     IF KX-VALUE-DATE NOT = KF-VALUE-DATE
055200         MOVE "VALUE DATE" TO KM-DT-FIELD
055300         MOVE KF-VALUE-DATE TO KM-DT-OURS
055400         MOVE KX-VALUE-DATE TO KM-DT-THEIRS
055500         PERFORM 2800-PRINT-DIFFERENCE THRU 2800-EXIT
055600     END-IF.
055700 2100-EXIT.
055800     EXIT.
055900
056000 2800-PRINT-DIFFERENCE.
056100     ADD 1 TO WS-DIFF-COUNT.
056200     PERFORM 2900-PRINT-MATCH-LINE THRU 2900-EXIT.
056300 2800-EXIT.
056400     EXIT.
056500
056600******************************************************************
056700*    2900-PRINT-MATCH-LINE - ONE MATCHING REPORT LINE, STARTING
056800*    A NEW PAGE WHEN FULL.
056900******************************************************************
057000 2900-PRINT-MATCH-LINE.
057100     IF WS-LINE-COUNT NOT < WS-PAGE-SIZE
057200         PERFORM 1200-WRITE-HEADERS THRU 1200-EXIT
057300     END-IF.
057400     WRITE REPORT-RECORD FROM KM-DETAIL-LINE AFTER ADVANCING 1
057500             LINE.
057600     ADD 1 TO WS-LINE-COUNT.
057700 2900-EXIT.
057800     EXIT.
057900
058000 3000-READ-MASTER.
058100     SET WS-CONF-NOTFND TO TRUE.
058200     READ CONF-MASTER-FILE
058300         INVALID KEY
058400             CONTINUE
058500         NOT INVALID KEY
058600             SET WS-CONF-FOUND TO TRUE
058700     END-READ.
058800 3000-EXIT.
058900     EXIT.
059000
059100 3100-REWRITE-MASTER.
059200     REWRITE KF-CONF-MASTER-RECORD
059300         INVALID KEY
059400             DISPLAY "BSCONFMT - CONFMSTR REWRITE FAILED - "
059500                     "TRADE " KF-TRADE-SEQ
059600     END-REWRITE.
059700 3100-EXIT.
059800     EXIT.
059900
060000******************************************************************
060100*    4000-COLLECT-CHASER - ONE PASS OF CONFMSTR.  EVERY TRADE
060200*    STILL UNCONFIRMED OR DISPUTED IS AGED IN BUSINESS DAYS;
060300*    THOSE AT OR PAST THE LIMIT GO INTO THE CHASER TABLE.
060400******************************************************************
060500 4000-COLLECT-CHASER.
060600     MOVE ZERO TO KF-TRADE-SEQ.
060700     START CONF-MASTER-FILE KEY IS NOT LESS THAN KF-TRADE-SEQ
060800         INVALID KEY
060900             MOVE "Y" TO WS-MSTR-EOF-SW
061000     END-START.
061100     PERFORM 4010-READ-NEXT-MASTER THRU 4010-EXIT.
061200     PERFORM 4100-CHECK-ONE-TRADE THRU 4100-EXIT
061300         UNTIL WS-MSTR-EOF.
061400 4000-EXIT.
061500     EXIT.
061600
061700 4010-READ-NEXT-MASTER.
061800     IF WS-MSTR-EOF
061900         GO TO 4010-EXIT
062000     END-IF.
062100     READ CONF-MASTER-FILE NEXT RECORD
062200         AT END
062300             MOVE "Y" TO WS-MSTR-EOF-SW
062400     END-READ.
062500 4010-EXIT.
062600     EXIT.
062700
062800 4100-CHECK-ONE-TRADE.
062900     IF NOT KF-UNCONFIRMED AND NOT KF-MISMATCHED
063000         GO TO 4100-NEXT
063100     END-IF.
063200     IF KF-TRADE-DATE NOT NUMERIC OR KF-TRADE-DATE = ZERO
063300         GO TO 4100-NEXT
063400     END-IF.
063500     PERFORM 4200-AGE-TRADE THRU 4200-EXIT.
063600     IF WS-AGE-DAYS < WS-CONF-DAYS
063700         GO TO 4100-NEXT
063800     END-IF.
063900     IF WS-CHASE-COUNT NOT < WS-CHASE-MAX
064000         DISPLAY "BSCONFMT - CHASER TABLE FULL - RUN CANCELLED"
064100         MOVE 16 TO RETURN-CODE
064200         STOP RUN
064300     END-IF.
064400     ADD 1 TO WS-CHASE-COUNT.
064500     MOVE KF-CPTY-ID TO WS-CH-CPTY-ID (WS-CHASE-COUNT).
064600     MOVE KF-TRADE-SEQ TO WS-CH-TRADE-SEQ (WS-CHASE-COUNT).
064700     MOVE KF-TRADE-DATE TO WS-CH-TRADE-DATE (WS-CHASE-COUNT).
064800     MOVE KF-FROM-CCY TO WS-CH-FROM-CCY (WS-CHASE-COUNT).
064900     MOVE KF-TO-CCY TO WS-CH-TO-CCY (WS-CHASE-COUNT).
065000     MOVE KF-ORIG TO WS-CH-ORIG (WS-CHASE-COUNT).
065100     MOVE KF-RESULT-FEE TO WS-CH-RESULT-FEE (WS-CHASE-COUNT).
065200     MOVE KF-OUR-REF TO WS-CH-OUR-REF (WS-CHASE-COUNT).
065300     MOVE KF-STATUS TO WS-CH-STATUS (WS-CHASE-COUNT).
065400     MOVE WS-AGE-DAYS TO WS-CH-AGE-DAYS (WS-CHASE-COUNT).
065500 4100-NEXT.
065600     PERFORM 4010-READ-NEXT-MASTER THRU 4010-EXIT.
065700 4100-EXIT.
065800     EXIT.
065900
066000******************************************************************
066100*    4200-AGE-TRADE - COUNT THE BUSINESS DAYS AFTER THE TRADE
066200*    DATE UP TO AND INCLUDING THE RUN DATE.  A TRADE PRICED
066300*    TODAY IS AGE ZERO.
066400******************************************************************
066500 4200-AGE-TRADE.
066600     MOVE ZERO TO WS-AGE-DAYS.
066700     MOVE KF-TRADE-DATE TO WS-ROLL-DATE.
066800     PERFORM 4210-STEP-ONE-DAY THRU 4210-EXIT
066900         UNTIL WS-ROLL-DATE NOT < WS-RUN-DATE
067000             OR WS-AGE-DAYS NOT < WS-AGE-LIMIT.
067100 4200-EXIT.
067200     EXIT.
067300
067400 4210-STEP-ONE-DAY.
067500     PERFORM 9200-NEXT-CAL-DAY THRU 9200-EXIT.
067600     PERFORM 9300-CHECK-DAY THRU 9300-EXIT.
067700     IF WS-BUSINESS-DAY
067800         ADD 1 TO WS-AGE-DAYS
067900     END-IF.
068000 4210-EXIT.
068100     EXIT.
068200
068300******************************************************************
068400*    4500-SORT-CHASER - BUBBLE THE TABLE INTO COUNTERPARTY AND
068500*    TRADE SEQUENCE ORDER.  PASSES REPEAT UNTIL A PASS MAKES NO
068600*    SWAP.
068700******************************************************************
068800 4500-SORT-CHASER.
068900     IF WS-CHASE-COUNT < 2
069000         GO TO 4500-EXIT
069100     END-IF.
069200     SET WS-SWAPPED TO TRUE.
069300     PERFORM 4510-SORT-PASS THRU 4510-EXIT
069400         UNTIL WS-NO-SWAPS.
069500 4500-EXIT.
069600     EXIT.
069700
069800 4510-SORT-PASS.
069900     SET WS-NO-SWAPS TO TRUE.
070000     MOVE 1 TO WS-SORT-I.
070100     PERFORM 4520-COMPARE-ONE THRU 4520-EXIT
070200         UNTIL WS-SORT-I NOT < WS-CHASE-COUNT.
070300 4510-EXIT.
070400     EXIT.
070500
070600 4520-COMPARE-ONE.
070700     COMPUTE WS-SORT-I1 = WS-SORT-I + 1.
070800     IF WS-CH-SORT-KEY (WS-SORT-I)
070900             > WS-CH-SORT-KEY (WS-SORT-I1)
071000         MOVE WS-CHASE-ENTRY (WS-SORT-I) TO WS-CHASE-HOLD
071100         MOVE WS-CHASE-ENTRY (WS-SORT-I1)
071200             TO WS-CHASE-ENTRY (WS-SORT-I)
071300         MOVE WS-CHASE-HOLD TO WS-CHASE-ENTRY (WS-SORT-I1)
071400         SET WS-SWAPPED TO TRUE
071500     END-IF.
071600     ADD 1 TO WS-SORT-I.
071700 4520-EXIT.
071800     EXIT.
071900
072000******************************************************************
072100*    5000-PRINT-CHASER - ONE GROUP PER COUNTERPARTY OFF THE
072200*    SORTED TABLE - NAME LINE, ITS TRADES, AND ITS COUNT AND
072300*    OLDEST AGE.
072400******************************************************************
072500 5000-PRINT-CHASER.
072600     PERFORM 1250-WRITE-CHASER-HEADERS THRU 1250-EXIT.
072700     MOVE 1 TO WS-C-I.
072800     PERFORM 5100-PRINT-ONE-CPTY THRU 5100-EXIT
072900         UNTIL WS-C-I > WS-CHASE-COUNT.
073000 5000-EXIT.
073100     EXIT.
073200
073300 5100-PRINT-ONE-CPTY.
073400     MOVE WS-CH-CPTY-ID (WS-C-I) TO WS-PREV-CPTY-ID.
073500     MOVE ZERO TO WS-CPTY-TRADES WS-CPTY-OLDEST.
073600     ADD 1 TO WS-CPTY-CHASE-COUNT.
073700     IF WS-CH-LINE-COUNT + 4 > WS-PAGE-SIZE
073800         PERFORM 1250-WRITE-CHASER-HEADERS THRU 1250-EXIT
073900     END-IF.
074000     MOVE WS-PREV-CPTY-ID TO KC-CL-CPTY-ID CY-CPTY-ID.
074100     READ CPTY-FILE
074200         INVALID KEY
074300             MOVE "NOT ON COUNTERPARTY MASTER" TO KC-CL-CPTY-NAME
074400         NOT INVALID KEY
074500             MOVE CY-CPTY-NAME TO KC-CL-CPTY-NAME
074600     END-READ.
074700     WRITE CHASER-RECORD FROM KC-CPTY-LINE AFTER ADVANCING 2
074800             LINES.
074900     ADD 2 TO WS-CH-LINE-COUNT.
075000     PERFORM 5200-PRINT-ONE-TRADE THRU 5200-EXIT
075100         UNTIL WS-C-I > WS-CHASE-COUNT
075200             OR WS-CH-CPTY-ID (WS-C-I) NOT = WS-PREV-CPTY-ID.
075300     MOVE WS-CPTY-TRADES TO KC-CT-COUNT.
075400     MOVE WS-CPTY-OLDEST TO KC-CT-OLDEST.
075500     WRITE CHASER-RECORD FROM KC-CPTY-TOTAL-LINE AFTER ADVANCING
075600             1 LINE.
075700     ADD 1 TO WS-CH-LINE-COUNT.
075800 5100-EXIT.
075900     EXIT.
076000
076100 5200-PRINT-ONE-TRADE.
076200     IF WS-CH-LINE-COUNT NOT < WS-PAGE-SIZE
076300         PERFORM 1250-WRITE-CHASER-HEADERS THRU 1250-EXIT
076400     END-IF.
076500     MOVE WS-CH-TRADE-SEQ (WS-C-I) TO KC-DT-TRADE-SEQ.
076600     MOVE WS-CH-TRADE-DATE (WS-C-I) TO KC-DT-TRADE-DATE.
076700     MOVE WS-CH-FROM-CCY (WS-C-I) TO KC-DT-FROM-CCY.
076800     MOVE WS-CH-TO-CCY (WS-C-I) TO KC-DT-TO-CCY.
076900     MOVE WS-CH-ORIG (WS-C-I) TO KC-DT-ORIG.
077000     MOVE WS-CH-RESULT-FEE (WS-C-I) TO KC-DT-RESULT-FEE.
077100     MOVE WS-CH-OUR-REF (WS-C-I) TO KC-DT-OUR-REF.
077200     IF WS-CH-STATUS (WS-C-I) = "X"
077300         MOVE "DISPUTED" TO KC-DT-STATUS
077400     ELSE
077500         MOVE "UNCONFIRMD" TO KC-DT-STATUS
077600     END-IF.
077700     MOVE WS-CH-AGE-DAYS (WS-C-I) TO KC-DT-AGE.
077800     WRITE CHASER-RECORD FROM KC-DETAIL-LINE AFTER ADVANCING 1
077900             LINE.
078000     ADD 1 TO WS-CH-LINE-COUNT.
078100     ADD 1 TO WS-CPTY-TRADES.
078200     IF WS-CH-AGE-DAYS (WS-C-I) > WS-CPTY-OLDEST
078300         MOVE WS-CH-AGE-DAYS (WS-C-I) TO WS-CPTY-OLDEST
078400     END-IF.
078500     ADD 1 TO WS-C-I.
078600 5200-EXIT.
078700     EXIT.
078800
078900******************************************************************
079000*    8000-PRINT-TOTALS - CONTROL COUNTS AT THE FOOT OF THE
079100*    MATCHING REPORT AND THE CHASER.
079200******************************************************************
079300 8000-PRINT-TOTALS.
079400     MOVE WS-RECV-COUNT TO KM-TL1-RECV-COUNT.
079500     WRITE REPORT-RECORD FROM KM-TOTAL-LINE-1 AFTER ADVANCING 2
079600             LINES.
079700     MOVE WS-MATCH-COUNT TO KM-TL2-MATCH-COUNT.
079800     WRITE REPORT-RECORD FROM KM-TOTAL-LINE-2 AFTER ADVANCING 1
079900             LINE.
080000     MOVE WS-MISM-COUNT TO KM-TL3-MISM-COUNT.
080100     WRITE REPORT-RECORD FROM KM-TOTAL-LINE-3 AFTER ADVANCING 1
080200             LINE.
080300     MOVE WS-NOTF-COUNT TO KM-TL4-NOTF-COUNT.
080400     WRITE REPORT-RECORD FROM KM-TOTAL-LINE-4 AFTER ADVANCING 1
080500             LINE.
080600     MOVE WS-CLOSED-COUNT TO KM-TL5-CLOSED-COUNT.
080700     WRITE REPORT-RECORD FROM KM-TOTAL-LINE-5 AFTER ADVANCING 1
080800             LINE.
080900     MOVE WS-CANC-COUNT TO KM-TL6-CANC-COUNT.
081000     WRITE REPORT-RECORD FROM KM-TOTAL-LINE-6 AFTER ADVANCING 1
081100             LINE.
081200     MOVE WS-CHASE-COUNT TO KM-TL7-CHASE-COUNT.
081300     WRITE REPORT-RECORD FROM KM-TOTAL-LINE-7 AFTER ADVANCING 1
081400             LINE.
081500     MOVE WS-BAD-COUNT TO KM-TL8-BAD-COUNT.
081600     WRITE REPORT-RECORD FROM KM-TOTAL-LINE-8 AFTER ADVANCING 1
081700             LINE.
081800     MOVE WS-CPTY-CHASE-COUNT TO KC-TL1-CPTY-COUNT.
081900     WRITE CHASER-RECORD FROM KC-TOTAL-LINE-1 AFTER ADVANCING 2
082000             LINES.
082100     MOVE WS-CHASE-COUNT TO KC-TL2-TRADE-COUNT.
082200     WRITE CHASER-RECORD FROM KC-TOTAL-LINE-2 AFTER ADVANCING 1
082300             LINE.
082400 8000-EXIT.
082500     EXIT.
082600
082700******************************************************************
082800*    7800-CHECK-RUN-CONTROL - OPEN THE RUN-STATUS FILE, PROVE
082900*    TODAY'S TRADES WERE CONFIRMED OUT, AND STAMP THIS RUN
083000*    STARTED.  WITHOUT BSCONFOT TODAY'S TRADES ARE NOT ON
083100*    CONFMSTR AND THEIR CONFIRMATIONS WOULD BE REFUSED.
083200*    7900-RECORD-COMPLETE STAMPS THE SUCCESSFUL END.
083300******************************************************************
083400 7800-CHECK-RUN-CONTROL.
083500     OPEN I-O RUNSTAT-FILE.
083600     MOVE "BSCONFOT" TO RS-PROGRAM.
083700     PERFORM 7850-READ-RUNSTAT THRU 7850-EXIT.
083800     IF WS-RSTAT-NOTFND OR NOT RS-COMPLETED
083900         DISPLAY "BSCONFMT - BSCONFOT NOT COMPLETE FOR DATE - "
084000                 "RUN CANCELLED"
084100         MOVE 16 TO RETURN-CODE
084200         STOP RUN
084300     END-IF.
084400     MOVE "BSCONFMT" TO RS-PROGRAM.
084500     PERFORM 7850-READ-RUNSTAT THRU 7850-EXIT.
084600     MOVE "S" TO RS-STATUS.
084700     ACCEPT WS-RSTAT-TIME FROM TIME.
084800     MOVE WS-RSTAT-TIME TO RS-START-TIME.
084900     MOVE ZERO TO RS-END-TIME.
085000     IF WS-RSTAT-FOUND
085100         REWRITE RS-RUNSTAT-RECORD
085200             INVALID KEY
085300                 DISPLAY "BSCONFMT - RUNSTAT REWRITE FAILED"
085400         END-REWRITE
085500     ELSE
085600         WRITE RS-RUNSTAT-RECORD
085700             INVALID KEY
085800                 DISPLAY "BSCONFMT - RUNSTAT WRITE FAILED"
085900         END-WRITE
086000     END-IF.
086100 7800-EXIT.
086200     EXIT.
086300
086400 7850-READ-RUNSTAT.
086500     SET WS-RSTAT-NOTFND TO TRUE.
086600     MOVE WS-RUN-DATE TO RS-RUN-DATE.
086700     READ RUNSTAT-FILE
086800         INVALID KEY
086900             CONTINUE
087000         NOT INVALID KEY
087100             SET WS-RSTAT-FOUND TO TRUE
087200     END-READ.
087300 7850-EXIT.
087400     EXIT.
087500
087600 7900-RECORD-COMPLETE.
087700     MOVE "BSCONFMT" TO RS-PROGRAM.
087800     PERFORM 7850-READ-RUNSTAT THRU 7850-EXIT.
087900     IF WS-RSTAT-FOUND
088000         MOVE "C" TO RS-STATUS
088100         ACCEPT WS-RSTAT-TIME FROM TIME
088200         MOVE WS-RSTAT-TIME TO RS-END-TIME
088300         REWRITE RS-RUNSTAT-RECORD
088400             INVALID KEY
088500                 DISPLAY "BSCONFMT - RUNSTAT REWRITE FAILED"
088600         END-REWRITE
088700     END-IF.
088800 7900-EXIT.
088900     EXIT.
089000
089100******************************************************************
089200*    9000-TERMINATE - CLOSE FILES AND RETURN TO THE OPERATING
089300*    SYSTEM.
089400******************************************************************
089500 9000-TERMINATE.
089600     PERFORM 7900-RECORD-COMPLETE THRU 7900-EXIT.
089700     CLOSE RUNSTAT-FILE.
089800     CLOSE CONFIN-FILE.
089900     CLOSE CONF-MASTER-FILE.
090000     CLOSE CPTY-FILE.
090100     CLOSE CALENDAR-FILE.
090200     CLOSE REPORT-FILE.
090300     CLOSE CHASER-FILE.
090400     DISPLAY "BSCONFMT COMPLETE - " WS-RECV-COUNT
090500             " RECEIVED, " WS-MATCH-COUNT " MATCHED, "
090600             WS-MISM-COUNT " MISMATCHED, " WS-CHASE-COUNT
090700             " TO CHASE".
090800 9000-EXIT.
090900     EXIT.
091000
091100******************************************************************
091200*    9100-DATE-TO-SERIAL - CCYYMMDD IN WS-DS-DATE TO DAYS SINCE
091300*    0001-01-01 IN WS-DS-SERIAL, SAME CONVENTION AS BSFWDREL.
091400******************************************************************
091500 9100-DATE-TO-SERIAL.
091600     COMPUTE WS-DS-YM1 = WS-DS-YYYY - 1.
091700     DIVIDE WS-DS-YM1 BY 4 GIVING WS-DS-LEAP4.
091800     DIVIDE WS-DS-YM1 BY 100 GIVING WS-DS-LEAP100.
091900     DIVIDE WS-DS-YM1 BY 400 GIVING WS-DS-LEAP400.
092000     COMPUTE WS-DS-SERIAL = (WS-DS-YM1 * 365)
092100         + WS-DS-LEAP4 - WS-DS-LEAP100 + WS-DS-LEAP400
092200         + WS-MONTH-OFFSET (WS-DS-MM) + WS-DS-DD.
092300     IF WS-DS-MM > 2
092400         PERFORM 9150-CHECK-LEAP THRU 9150-EXIT
092500         IF WS-FEB-LEN = 29
092600             ADD 1 TO WS-DS-SERIAL
092700         END-IF
092800     END-IF.
092900 9100-EXIT.
093000     EXIT.
093100
093200******************************************************************
093300*    9150-CHECK-LEAP - SET WS-FEB-LEN TO 29 OR 28 FOR THE YEAR
093400*    IN WS-DS-YYYY.
093500******************************************************************
093600 9150-CHECK-LEAP.
093700     MOVE 28 TO WS-FEB-LEN.
093800     DIVIDE WS-DS-YYYY BY 4 GIVING WS-DS-QUOT
093900         REMAINDER WS-DS-R4.
094000     DIVIDE WS-DS-YYYY BY 100 GIVING WS-DS-QUOT
094100         REMAINDER WS-DS-R100.
094200     DIVIDE WS-DS-YYYY BY 400 GIVING WS-DS-QUOT
094300         REMAINDER WS-DS-R400.
094400     IF WS-DS-R4 = ZERO
094500             AND (WS-DS-R100 NOT = ZERO OR WS-DS-R400 = ZERO)
094600         MOVE 29 TO WS-FEB-LEN
094700     END-IF.
094800 9150-EXIT.
094900     EXIT.
095000
095100******************************************************************
095200*    9200-NEXT-CAL-DAY - STEP WS-ROLL-DATE FORWARD ONE CALENDAR
095300*    DAY, CARRYING OVER MONTH AND YEAR ENDS.
095400******************************************************************
095500 9200-NEXT-CAL-DAY.
095600     MOVE WS-ROLL-DATE TO WS-DS-DATE.
095700     PERFORM 9150-CHECK-LEAP THRU 9150-EXIT.
095800     ADD 1 TO WS-DS-DD.
095900     IF (WS-DS-MM = 2 AND WS-DS-DD > WS-FEB-LEN)
096000             OR (WS-DS-MM NOT = 2
096100             AND WS-DS-DD > WS-MONTH-LEN (WS-DS-MM))
096200         MOVE 1 TO WS-DS-DD
096300         ADD 1 TO WS-DS-MM
096400         IF WS-DS-MM > 12
096500             MOVE 1 TO WS-DS-MM
096600             ADD 1 TO WS-DS-YYYY
096700         END-IF
096800     END-IF.
096900     MOVE WS-DS-DATE TO WS-ROLL-DATE.
097000 9200-EXIT.
097100     EXIT.
097200
097300******************************************************************
097400*    9300-CHECK-DAY - IS WS-ROLL-DATE A BUSINESS DAY.  SATURDAY
097500*    AND SUNDAY FALL OUT OF THE SERIAL DAY NUMBER; ANY OTHER
097600*    DAY IS A HOLIDAY ONLY IF CALMSTR SAYS SO.
097700******************************************************************
097800 9300-CHECK-DAY.
097900     SET WS-BUSINESS-DAY TO TRUE.
098000     MOVE WS-ROLL-DATE TO WS-DS-DATE.
098100     PERFORM 9100-DATE-TO-SERIAL THRU 9100-EXIT.
098200     DIVIDE WS-DS-SERIAL BY 7 GIVING WS-DS-MOD7
098300         REMAINDER WS-DOW.
098400     IF WS-DOW = 6 OR WS-DOW = ZERO
098500         SET WS-NON-BUSINESS-DAY TO TRUE
098600         GO TO 9300-EXIT
098700     END-IF.
098800     SET WS-HOL-NOTFND TO TRUE.
098900     MOVE WS-ROLL-DATE TO CA-HOLIDAY-DATE.
099000     READ CALENDAR-FILE
099100         INVALID KEY
099200             CONTINUE
099300         NOT INVALID KEY
099400             SET WS-HOL-FOUND TO TRUE
099500     END-READ.
099600     IF WS-HOL-FOUND
099700         SET WS-NON-BUSINESS-DAY TO TRUE
099800     END-IF.
099900 9300-EXIT.
100000     EXIT.
