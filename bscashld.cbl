000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BSCASHLD.
000300 AUTHOR. D. L. RAMIREZ.
000400 INSTALLATION. TREASURY SETTLEMENT OPERATIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    DESCRIPTION..: FORWARD CASH LADDER.  RUNS AFTER BSPOSLDG HAS
000900*                   POSTED THE DAY AND PROJECTS EACH CURRENCY'S
001000*                   POSITION FORWARD FROM ITS POSMSTR CLOSING
001100*                   BALANCE.  EVERY TRADE STILL PARKED IN THE
001200*                   FWDWHSE FORWARD WAREHOUSE IS A PAIR OF
001300*                   EXPECTED FLOWS - THE ORIGINAL AMOUNT OUT OF
001400*                   THE FROM-CURRENCY AND THE ESTIMATED RESULT
001500*                   PLUS FEE INTO THE TO-CURRENCY, THE FEE TAKEN
001600*                   AT TODAY'S PRICE THE SAME WAY BSCALC WILL
001700*                   TAKE IT (NEGOTIATED AGREEMENT, ELSE THE
001800*                   DIRECT RATEMSTR RATE, ELSE THE USD CROSS).
001900*                   EACH TRADE'S VALUE DATE IS ROLLED PAST
002000*                   WEEKENDS AND CALMSTR HOLIDAYS AS BSFWDREL
002100*                   WILL ROLL IT, AND ITS FLOWS FALL IN THE
002200*                   BUCKET FOR THAT BUSINESS DAY - ONE BUCKET
002300*                   FOR EACH OF THE NEXT PM-LADDER-DAYS BUSINESS
002400*                   DAYS AND ONE FOR EVERYTHING BEYOND.  THE
002500*                   LADDER PRINTS THE PROJECTED BALANCE AT THE
002600*                   CLOSE OF EACH BUCKET AND FLAGS EVERY BUCKET
002700*                   IN WHICH A CURRENCY GOES OVERDRAWN, SO THE
002800*                   NOSTRO CAN BE FUNDED AHEAD OF TIME.  ANY
002900*                   OVERDRAWN CURRENCY ENDS THE RUN WITH A
003000*                   WARNING RETURN CODE.
003100*    MODIFICATION HISTORY
003200*    DATE       INIT DESCRIPTION
003300*    ---------- ---- -------------------------------------------
003400*    2026-10-15 DLR  INITIAL VERSION - FORWARD CASH LADDER.
003500******************************************************************
003600
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER. IBM-370.
004000 OBJECT-COMPUTER. IBM-370.
004100
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT OPTIONAL PARM-FILE
004500         ASSIGN TO "PARMFILE"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700
004800     SELECT POSITION-FILE
004900         ASSIGN TO "POSMSTR"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS PL-CCY-CODE.
005300
005400     SELECT OPTIONAL WAREHOUSE-FILE
005500         ASSIGN TO "FWDWHSE"
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700
005800     SELECT RATE-FILE
005900         ASSIGN TO "RATEMSTR"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS CR-RATE-KEY.
006300
006400     SELECT AGMT-FILE
006500         ASSIGN TO "AGMTMSTR"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS AG-AGMT-KEY.
006900
007000     SELECT CALENDAR-FILE
007100         ASSIGN TO "CALMSTR"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS CA-HOLIDAY-DATE.
007500
007600     SELECT REPORT-FILE
007700         ASSIGN TO "CASHLRPT"
007800         ORGANIZATION IS LINE SEQUENTIAL.
007900
008000     SELECT RUNSTAT-FILE
008100         ASSIGN TO "RUNSTAT"
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS DYNAMIC
008400         RECORD KEY IS RS-RUN-KEY.
008500
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  PARM-FILE
008900     LABEL RECORDS ARE STANDARD.
009000     COPY CXPARM.
009100
009200 FD  POSITION-FILE
009300     LABEL RECORDS ARE STANDARD.
009400     COPY CXPOS.
009500
009600 FD  WAREHOUSE-FILE
009700     LABEL RECORDS ARE STANDARD.
009800     COPY CXTRANS.
009900
010000 FD  RATE-FILE
010100     LABEL RECORDS ARE STANDARD.
010200     COPY CXRATE.
010300
010400 FD  AGMT-FILE
010500     LABEL RECORDS ARE STANDARD.
010600     COPY CXAGMT.
010700
010800 FD  CALENDAR-FILE
010900     LABEL RECORDS ARE STANDARD.
011000     COPY CXCAL.
011100
011200 FD  REPORT-FILE
011300     LABEL RECORDS ARE STANDARD.
011400 01  REPORT-RECORD               PIC X(132).
011500
011600 FD  RUNSTAT-FILE
011700     LABEL RECORDS ARE STANDARD.
011800     COPY CXRSTAT.
011900
012000 WORKING-STORAGE SECTION.
012100******************************************************************
012200*    SWITCHES
012300******************************************************************
012400 01  WS-SWITCHES.
012500     05  WS-PARM-EOF-SW          PIC X(01)   VALUE "N".
012600         88  WS-PARM-EOF                     VALUE "Y".
012700     05  WS-POS-EOF-SW           PIC X(01)   VALUE "N".
012800         88  WS-POS-EOF                      VALUE "Y".
012900     05  WS-WHSE-EOF-SW          PIC X(01)   VALUE "N".
013000         88  WS-WHSE-EOF                     VALUE "Y".
013100     05  WS-BUSDAY-SW            PIC X(01).
013200         88  WS-BUSINESS-DAY                  VALUE "Y".
013300         88  WS-NON-BUSINESS-DAY              VALUE "N".
013400     05  WS-HOL-FOUND-SW         PIC X(01).
013500         88  WS-HOL-FOUND                     VALUE "Y".
013600         88  WS-HOL-NOTFND                    VALUE "N".
013700     05  WS-RATE-FOUND-SW        PIC X(01).
013800         88  WS-RATE-FOUND                    VALUE "Y".
013900         88  WS-RATE-NOTFND                   VALUE "N".
014000     05  WS-AGMT-FOUND-SW        PIC X(01).
014100         88  WS-AGMT-FOUND                    VALUE "Y".
014200         88  WS-AGMT-NOTFND                   VALUE "N".
014300     05  WS-ENTRY-FOUND-SW       PIC X(01).
014400         88  WS-ENTRY-FOUND                   VALUE "Y".
014500         88  WS-ENTRY-NOTFND                  VALUE "N".
014600     05  WS-OVERDRAWN-SW         PIC X(01).
014700         88  WS-CCY-OVERDRAWN                 VALUE "Y".
014800         88  WS-CCY-IN-FUNDS                  VALUE "N".
014900     05  WS-SWAP-SW              PIC X(01).
015000         88  WS-SWAPPED                       VALUE "Y".
015100         88  WS-NO-SWAPS                      VALUE "N".
015200     05  WS-RSTAT-FOUND-SW       PIC X(01)   VALUE "N".
015300         88  WS-RSTAT-FOUND                   VALUE "Y".
015400         88  WS-RSTAT-NOTFND                  VALUE "N".
015500
015600 01  WS-RUN-DATE                 PIC 9(08).
015700 01  WS-RSTAT-TIME               PIC 9(08).
015800 01  WS-ROLL-DATE                PIC 9(08).
015900 01  WS-ROLL-COUNT               PIC 9(03)   COMP.
016000 01  WS-ROLL-LIMIT               PIC 9(03)          VALUE 30.
016100 01  WS-DOW                      PIC 9(01).
016200
016300******************************************************************
016400*    LADDER HORIZON - THE CLOSING DATE OF EACH BUSINESS-DAY
016500*    BUCKET.  THE HORIZON DEFAULTS TO ONE WEEK AND IS CAPPED AT
016600*    TWO.  THE BUCKET AFTER THE LAST DAY TAKES EVERYTHING BEYOND
016700*    AND CARRIES A HIGH DATE SO EVERY VALUE DATE FINDS A BUCKET.
016800******************************************************************
016900 01  WS-HORIZON-FIELDS.
017000     05  WS-HORIZON-DAYS         PIC 9(02).
017100     05  WS-DEFAULT-DAYS         PIC 9(02)          VALUE 5.
017200     05  WS-MAX-DAYS             PIC 9(02)          VALUE 10.
017300     05  WS-BEYOND-BKT           PIC 9(02)   COMP.
017400     05  WS-BKT                  PIC 9(02)   COMP.
017500     05  WS-HZ-DATE              OCCURS 11 TIMES
017600                                 PIC 9(08).
017700
017800******************************************************************
017900*    FEE ESTIMATE AND RATE LOOKUP FIELDS
018000******************************************************************
018100 01  WS-RATE-FIELDS.
018200     05  WS-REQ-FROM-CCY         PIC X(03).
018300     05  WS-REQ-TO-CCY           PIC X(03).
018400     05  WS-FEE                  PIC 9(2)V9(2).
018500     05  WS-LEG1-FEE             PIC 9(1)V9(02).
018600     05  WS-BAND-I               PIC 9(02)   COMP.
018700     05  WS-EST-IN-AMT           PIC 9(07)V9(03).
018800
018900******************************************************************
019000*    PER-CURRENCY LADDER TABLE - THE OPENING BALANCE AND EACH
019100*    BUCKET'S IN AND OUT FLOWS, BUBBLE-SORTED INTO CURRENCY
019200*    ORDER FOR PRINTING.  A FULL TABLE CANCELS THE RUN - A
019300*    LADDER MISSING A CURRENCY WOULD MISLEAD THE FUNDING DESK.
019400******************************************************************
019500 01  WS-CCY-TABLE.
019600     05  WS-CCY-COUNT            PIC 9(03)   COMP   VALUE ZERO.
019700     05  WS-CCY-MAX              PIC 9(03)          VALUE 200.
019800     05  WS-CCY-ENTRY            OCCURS 200 TIMES.
019900         10  WS-CE-CCY-CODE      PIC X(03).
020000         10  WS-CE-OPENING       PIC S9(11)V9(03).
020100         10  WS-CE-BUCKET        OCCURS 11 TIMES.
020200             15  WS-CE-IN-TOTAL  PIC 9(11)V9(03).
020300             15  WS-CE-OUT-TOTAL PIC 9(11)V9(03).
020400
020500 01  WS-CCY-HOLD                 PIC X(325).
020600
020700 01  WS-TABLE-FIELDS.
020800     05  WS-C-I                  PIC 9(03)   COMP.
020900     05  WS-B-I                  PIC 9(02)   COMP.
021000     05  WS-SORT-I               PIC 9(03)   COMP.
021100     05  WS-SORT-I1              PIC 9(03)   COMP.
021200     05  WS-FLOW-CCY             PIC X(03).
021300     05  WS-PROJ-BAL             PIC S9(13)V9(03).
021400
021500 01  WS-BUCKET-LABEL.
021600     05  FILLER                  PIC X(04)   VALUE "DAY ".
021700     05  WS-BL-DAY               PIC 9(02).
021800     05  FILLER                  PIC X(04)   VALUE SPACES.
021900
022000******************************************************************
022100*    CONTROL COUNTS
022200******************************************************************
022300 01  WS-CONTROL-COUNTS.
022400     05  WS-READ-COUNT           PIC 9(09)   COMP   VALUE ZERO.
022500     05  WS-SKIP-COUNT           PIC 9(09)   COMP   VALUE ZERO.
022600     05  WS-NORATE-COUNT         PIC 9(09)   COMP   VALUE ZERO.
022700     05  WS-NOROLL-COUNT         PIC 9(09)   COMP   VALUE ZERO.
022800     05  WS-NEG-COUNT            PIC 9(09)   COMP   VALUE ZERO.
022900
023000******************************************************************
023100*    DATE-TO-SERIAL WORK FIELDS - DAYS SINCE 0001-01-01, SAME
023200*    CONVENTION AS BSFWDREL, SO THE DAY OF WEEK FALLS OUT OF
023300*    THE SERIAL MODULO 7 (1 = MONDAY ... 6 = SATURDAY,
023400*    0 = SUNDAY).
023500******************************************************************
023600 01  WS-SERIAL-FIELDS.
023700     05  WS-DS-DATE              PIC 9(08).
023800     05  WS-DS-DATE-X REDEFINES WS-DS-DATE.
023900         10  WS-DS-YYYY          PIC 9(04).
024000         10  WS-DS-MM            PIC 9(02).
024100         10  WS-DS-DD            PIC 9(02).
024200     05  WS-DS-SERIAL            PIC 9(07).
024300     05  WS-DS-YM1               PIC 9(04).
024400     05  WS-DS-LEAP4             PIC 9(04).
024500     05  WS-DS-LEAP100           PIC 9(04).
024600     05  WS-DS-LEAP400           PIC 9(04).
024700     05  WS-DS-QUOT              PIC 9(04).
024800     05  WS-DS-R4                PIC 9(04).
024900     05  WS-DS-R100              PIC 9(04).
025000     05  WS-DS-R400              PIC 9(04).
025100     05  WS-DS-MOD7              PIC 9(07).
025200
025300 01  WS-MONTH-OFFSET-VALUES.
025400     05  FILLER                  PIC X(18)
025500             VALUE "000031059090120151".
025600     05  FILLER                  PIC X(18)
025700             VALUE "181212243273304334".
025800 01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSET-VALUES.
025900     05  WS-MONTH-OFFSET         OCCURS 12 TIMES
026000                                 PIC 9(03).
026100
026200 01  WS-MONTH-LEN-VALUES.
026300     05  FILLER                  PIC X(12)  VALUE "312831303130".
026400     05  FILLER                  PIC X(12)  VALUE "313130313031".
026500 01  WS-MONTH-LEN-TABLE REDEFINES WS-MONTH-LEN-VALUES.
026600     05  WS-MONTH-LEN            OCCURS 12 TIMES
026700                                 PIC 9(02).
026800 01  WS-FEB-LEN                  PIC 9(02).
026900
027000******************************************************************
027100*    REPORT PAGINATION FIELDS
027200******************************************************************
027300 01  WS-REPORT-FIELDS.
027400     05  WS-PAGE-NO              PIC 9(04)   COMP   VALUE ZERO.
027500     05  WS-LINE-COUNT           PIC 9(03)   COMP   VALUE ZERO.
027600     05  WS-PAGE-SIZE            PIC 9(03)          VALUE 50.
027700     05  WS-BLOCK-LINES          PIC 9(03)   COMP.
027800
027900******************************************************************
028000*    CASH LADDER PRINT LINES
028100******************************************************************
028200     COPY CXCLRPT.
028300
028400 PROCEDURE DIVISION.
028500******************************************************************
028600*    0000-MAINLINE - LOAD THE OPENING POSITIONS, PROJECT THE
028700*    WAREHOUSE, PRINT ONE LADDER PER CURRENCY.
028800******************************************************************
028900 0000-MAINLINE.
029000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029100     PERFORM 2000-LOAD-POSITIONS THRU 2000-EXIT.
029200     PERFORM 3000-PROJECT-TRADE THRU 3000-EXIT
029300         UNTIL WS-WHSE-EOF.
029400     PERFORM 4000-SORT-CURRENCIES THRU 4000-EXIT.
029500     MOVE 1 TO WS-C-I.
029600     PERFORM 5000-PRINT-CURRENCY THRU 5000-EXIT
029700         UNTIL WS-C-I > WS-CCY-COUNT.
029800     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
029900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
030000     STOP RUN.
030100
030200******************************************************************
030300*    1000-INITIALIZE - READ THE PARMS, PROVE THE LEDGER IS
030400*    POSTED, OPEN THE FILES, LAY OUT THE HORIZON, PRIME THE
030500*    WAREHOUSE READ.
030600******************************************************************
030700 1000-INITIALIZE.
030800     PERFORM 1050-READ-PARMS THRU 1050-EXIT.
030900     PERFORM 7800-CHECK-RUN-CONTROL THRU 7800-EXIT.
031000     DISPLAY "BSCASHLD - FORWARD CASH LADDER - RUN DATE "
031100             WS-RUN-DATE.
031200     OPEN INPUT POSITION-FILE.
031300     OPEN INPUT WAREHOUSE-FILE.
031400     OPEN INPUT RATE-FILE.
031500     OPEN INPUT AGMT-FILE.
031600     OPEN INPUT CALENDAR-FILE.
031700     OPEN OUTPUT REPORT-FILE.
031800     PERFORM 1300-BUILD-HORIZON THRU 1300-EXIT.
031900     PERFORM 1200-WRITE-HEADERS THRU 1200-EXIT.
032000     PERFORM 3010-READ-WAREHOUSE THRU 3010-EXIT.
032100 1000-EXIT.
032200     EXIT.
032300
032400******************************************************************
032500*    1050-READ-PARMS - READ THE RUN-CONTROL PARAMETER RECORD THE
032600*    SAME WAY BSCALC DOES.  A RUN WITHOUT A USABLE PARM RECORD
032700*    IS CANCELLED OUTRIGHT.  A ZERO OR ABSENT HORIZON TAKES THE
032800*    DEFAULT; ONE OVER THE MAXIMUM IS CUT BACK TO IT.
032900******************************************************************
033000 1050-READ-PARMS.
033100     OPEN INPUT PARM-FILE.
033200     READ PARM-FILE
033300         AT END
033400             MOVE "Y" TO WS-PARM-EOF-SW
033500     END-READ.
033600     CLOSE PARM-FILE.
033700     IF WS-PARM-EOF
033800         DISPLAY "BSCASHLD - NO PARMFILE RECORD - RUN CANCELLED"
033900         MOVE 16 TO RETURN-CODE
034000         STOP RUN
034100     END-IF.
034200     IF PM-BUSINESS-DATE NOT NUMERIC
034300             OR PM-BUSINESS-DATE = ZERO
034400         DISPLAY "BSCASHLD - BAD BUSINESS DATE ON PARMFILE - "
034500                 "RUN CANCELLED"
034600         MOVE 16 TO RETURN-CODE
034700         STOP RUN
034800     END-IF.
034900     MOVE PM-BUSINESS-DATE TO WS-RUN-DATE.
035000     IF PM-LADDER-DAYS NUMERIC AND PM-LADDER-DAYS NOT = ZERO
035100         MOVE PM-LADDER-DAYS TO WS-HORIZON-DAYS
035200     ELSE
035300         MOVE WS-DEFAULT-DAYS TO WS-HORIZON-DAYS
035400     END-IF.
035500     IF WS-HORIZON-DAYS > WS-MAX-DAYS
035600         DISPLAY "BSCASHLD - LADDER DAYS OVER " WS-MAX-DAYS
035700                 " - " WS-MAX-DAYS " TAKEN"
035800         MOVE WS-MAX-DAYS TO WS-HORIZON-DAYS
035900     END-IF.
036000     COMPUTE WS-BEYOND-BKT = WS-HORIZON-DAYS + 1.
036100 1050-EXIT.
036200     EXIT.
036300
036400******************************************************************
036500*    1200-WRITE-HEADERS - PRINT A NEW REPORT PAGE HEADING.
036600******************************************************************
036700 1200-WRITE-HEADERS.
036800     ADD 1 TO WS-PAGE-NO.
036900     MOVE WS-RUN-DATE TO CL-H1-RUN-DATE.
037000     MOVE WS-PAGE-NO TO CL-H1-PAGE-NO.
037100     MOVE WS-HORIZON-DAYS TO CL-H1-HORIZON.
037200     WRITE REPORT-RECORD FROM CL-HEADING-1 AFTER ADVANCING PAGE.
037300     WRITE REPORT-RECORD FROM CL-HEADING-2 AFTER ADVANCING 2
037400             LINES.
037500     MOVE ZERO TO WS-LINE-COUNT.
037600 1200-EXIT.
037700     EXIT.
037800
037900******************************************************************
038000*    1300-BUILD-HORIZON - STEP FORWARD FROM THE BUSINESS DATE ONE
038100*    BUSINESS DAY AT A TIME TO DATE EACH BUCKET.  A CALENDAR
038200*    THAT WILL NOT ROLL CANCELS THE RUN - EVERY BUCKET AFTER IT
038300*    WOULD BE WRONG.
038400******************************************************************
038500 1300-BUILD-HORIZON.
038600     MOVE WS-RUN-DATE TO WS-ROLL-DATE.
038700     MOVE 1 TO WS-BKT.
038800     PERFORM 1310-NEXT-HORIZON-DAY THRU 1310-EXIT
038900         UNTIL WS-BKT > WS-HORIZON-DAYS.
039000     MOVE 99999999 TO WS-HZ-DATE (WS-BEYOND-BKT).
039100 1300-EXIT.
039200     EXIT.
039300
039400 1310-NEXT-HORIZON-DAY.
039500     PERFORM 9200-NEXT-CAL-DAY THRU 9200-EXIT.
039600     PERFORM 3300-ROLL-TO-BUSINESS THRU 3300-EXIT.
039700     IF WS-ROLL-COUNT > WS-ROLL-LIMIT
039800         DISPLAY "BSCASHLD - CANNOT FIND THE NEXT BUSINESS DAY "
039900                 "- CHECK CALMSTR - RUN CANCELLED"
040000         MOVE 16 TO RETURN-CODE
040100         STOP RUN
040200     END-IF.
040300     MOVE WS-ROLL-DATE TO WS-HZ-DATE (WS-BKT).
040310     ADD 1 TO WS-BKT.
040400 1310-EXIT.
040500     EXIT.
040600
040700******************************************************************
040800*    2000-LOAD-POSITIONS - WALK THE POSITION MASTER FRONT TO
040900*    BACK, TAKING EACH CURRENCY'S CLOSING BALANCE AS THE
041000*    LADDER'S OPENING BALANCE.
041100******************************************************************
041200 2000-LOAD-POSITIONS.
041300     MOVE LOW-VALUES TO PL-CCY-CODE.
041400     START POSITION-FILE KEY IS NOT LESS THAN PL-CCY-CODE
041500         INVALID KEY
041600             MOVE "Y" TO WS-POS-EOF-SW
041700     END-START.
041800     PERFORM 2100-LOAD-ONE-POSITION THRU 2100-EXIT
041900         UNTIL WS-POS-EOF.
042000 2000-EXIT.
042100     EXIT.
042200
042300 2100-LOAD-ONE-POSITION.
042400     READ POSITION-FILE NEXT RECORD
042500         AT END
042600             MOVE "Y" TO WS-POS-EOF-SW
042700     END-READ.
042800     IF WS-POS-EOF
042900         GO TO 2100-EXIT
043000     END-IF.
043100     MOVE PL-CCY-CODE TO WS-FLOW-CCY.
043200     PERFORM 2200-FIND-CCY THRU 2200-EXIT.
043300     ADD PL-BALANCE TO WS-CE-OPENING (WS-C-I).
043400 2100-EXIT.
043500     EXIT.
043600
043700******************************************************************
043800*    2200-FIND-CCY - POINT WS-C-I AT THE LADDER ENTRY FOR
043900*    WS-FLOW-CCY, ADDING AN EMPTY ONE FOR A CURRENCY NOT YET
044000*    HELD - A FORWARD IN A NEW CURRENCY OPENS FROM ZERO.
044100******************************************************************
044200 2200-FIND-CCY.
044300     SET WS-ENTRY-NOTFND TO TRUE.
044400     MOVE 1 TO WS-C-I.
044500     PERFORM 2210-SCAN-CCY THRU 2210-EXIT
044600         UNTIL WS-ENTRY-FOUND OR WS-C-I > WS-CCY-COUNT.
044700     IF WS-ENTRY-FOUND
044800         GO TO 2200-EXIT
044900     END-IF.
045000     IF WS-CCY-COUNT NOT < WS-CCY-MAX
045100         DISPLAY "BSCASHLD - CURRENCY TABLE FULL - RUN CANCELLED"
045200         MOVE 16 TO RETURN-CODE
045300         STOP RUN
045400     END-IF.
045500     ADD 1 TO WS-CCY-COUNT.
045600     MOVE WS-CCY-COUNT TO WS-C-I.
045700     MOVE WS-FLOW-CCY TO WS-CE-CCY-CODE (WS-C-I).
045800     MOVE ZERO TO WS-CE-OPENING (WS-C-I).
045900     MOVE 1 TO WS-B-I.
046000     PERFORM 2250-CLEAR-BUCKET THRU 2250-EXIT
046100         UNTIL WS-B-I > 11.
046200 2200-EXIT.
046300     EXIT.
046400
046500 2210-SCAN-CCY.
046600     IF WS-CE-CCY-CODE (WS-C-I) = WS-FLOW-CCY
046700         SET WS-ENTRY-FOUND TO TRUE
046800     ELSE
046900         ADD 1 TO WS-C-I
047000     END-IF.
047100 2210-EXIT.
047200     EXIT.
047300
047400 2250-CLEAR-BUCKET.
047500     MOVE ZERO TO WS-CE-IN-TOTAL (WS-C-I, WS-B-I).
047600     MOVE ZERO TO WS-CE-OUT-TOTAL (WS-C-I, WS-B-I).
047610     ADD 1 TO WS-B-I.
047700 2250-EXIT.
047800     EXIT.
047900
048000******************************************************************
048100*    3000-PROJECT-TRADE - ONE WAREHOUSED TRADE ONTO THE LADDER,
048200*    THEN THE NEXT READ.
048300******************************************************************
048400 3000-PROJECT-TRADE.
048500     ADD 1 TO WS-READ-COUNT.
048600     PERFORM 3100-PROJECT-FLOWS THRU 3100-EXIT.
048700     PERFORM 3010-READ-WAREHOUSE THRU 3010-EXIT.
048800 3000-EXIT.
048900     EXIT.
049000
049100 3010-READ-WAREHOUSE.
049200     READ WAREHOUSE-FILE
049300         AT END
049400             MOVE "Y" TO WS-WHSE-EOF-SW
049500     END-READ.
049600 3010-EXIT.
049700     EXIT.
049800
049900******************************************************************
050000*    3100-PROJECT-FLOWS - ROLL THE VALUE DATE, FIND ITS BUCKET,
050100*    ESTIMATE THE FEE, AND POST THE OUTFLOW AND INFLOW.  A
050200*    TRADE WITH NO CURRENT PRICE STILL PROJECTS - ITS INFLOW IS
050300*    THE RESULT AMOUNT WITHOUT A FEE - AND IS COUNTED SO THE
050400*    DESK KNOWS THE ESTIMATE IS LIGHT.
050500******************************************************************
050600 3100-PROJECT-FLOWS.
050700     IF CX-ORIG-AMT NOT NUMERIC OR CX-RESULT-AMT NOT NUMERIC
050800         DISPLAY "BSCASHLD - TRADE " CX-TRADE-SEQ
050900                 " AMOUNTS NOT NUMERIC - NOT PROJECTED"
051000         ADD 1 TO WS-SKIP-COUNT
051100         GO TO 3100-EXIT
051200     END-IF.
051300     MOVE CX-VALUE-DATE TO WS-ROLL-DATE.
051400     IF CX-VALUE-DATE NOT NUMERIC OR CX-VALUE-DATE = ZERO
051500         MOVE WS-RUN-DATE TO WS-ROLL-DATE
051600     END-IF.
051700     PERFORM 3300-ROLL-TO-BUSINESS THRU 3300-EXIT.
051800     IF WS-ROLL-COUNT > WS-ROLL-LIMIT
051900         DISPLAY "BSCASHLD - CANNOT ROLL TRADE " CX-TRADE-SEQ
052000                 " TO A BUSINESS DAY - CHECK CALMSTR"
052100         ADD 1 TO WS-NOROLL-COUNT
052200     END-IF.
052300     PERFORM 3400-FIND-BUCKET THRU 3400-EXIT.
052400     PERFORM 3500-ESTIMATE-FEE THRU 3500-EXIT.
052500     IF WS-RATE-NOTFND
052600         ADD 1 TO WS-NORATE-COUNT
052700     END-IF.
052800     COMPUTE WS-EST-IN-AMT = CX-RESULT-AMT + WS-FEE.
052900     MOVE CX-FROM-CCY TO WS-FLOW-CCY.
053000     PERFORM 2200-FIND-CCY THRU 2200-EXIT.
053100     ADD CX-ORIG-AMT TO WS-CE-OUT-TOTAL (WS-C-I, WS-BKT).
053200     MOVE CX-TO-CCY TO WS-FLOW-CCY.
053300     PERFORM 2200-FIND-CCY THRU 2200-EXIT.
053400     ADD WS-EST-IN-AMT TO WS-CE-IN-TOTAL (WS-C-I, WS-BKT).
053500 3100-EXIT.
053600     EXIT.
053700
053800******************************************************************
053900*    3300-ROLL-TO-BUSINESS - ROLL WS-ROLL-DATE FORWARD UNTIL IT
054000*    LANDS ON A BUSINESS DAY, AS BSFWDREL DOES.  A RUN OF MORE
054100*    THAN WS-ROLL-LIMIT NON-BUSINESS DAYS MEANS A BROKEN
054200*    CALENDAR - THE ROLL STOPS AND THE CALLER DECIDES.
054300******************************************************************
054400 3300-ROLL-TO-BUSINESS.
054500     MOVE ZERO TO WS-ROLL-COUNT.
054600     PERFORM 3310-CHECK-DAY THRU 3310-EXIT.
054700     PERFORM 3320-ROLL-ONE-DAY THRU 3320-EXIT
054800         UNTIL WS-BUSINESS-DAY
054900             OR WS-ROLL-COUNT > WS-ROLL-LIMIT.
055000 3300-EXIT.
055100     EXIT.
055200
055300******************************************************************
055400*    3310-CHECK-DAY - IS WS-ROLL-DATE A BUSINESS DAY.  SATURDAY
055500*    AND SUNDAY FALL OUT OF THE SERIAL DAY NUMBER; ANY OTHER
055600*    DAY IS A HOLIDAY ONLY IF CALMSTR SAYS SO.
055700******************************************************************
055800 3310-CHECK-DAY.
055900     SET WS-BUSINESS-DAY TO TRUE.
056000     MOVE WS-ROLL-DATE TO WS-DS-DATE.
056100     PERFORM 9100-DATE-TO-SERIAL THRU 9100-EXIT.
056200     DIVIDE WS-DS-SERIAL BY 7 GIVING WS-DS-MOD7
056300         REMAINDER WS-DOW.
056400     IF WS-DOW = 6 OR WS-DOW = ZERO
056500         SET WS-NON-BUSINESS-DAY TO TRUE
056600         GO TO 3310-EXIT
056700     END-IF.
056800     SET WS-HOL-NOTFND TO TRUE.
056900     MOVE WS-ROLL-DATE TO CA-HOLIDAY-DATE.
057000     READ CALENDAR-FILE
057100         INVALID KEY
057200             CONTINUE
057300         NOT INVALID KEY
057400             SET WS-HOL-FOUND TO TRUE
057500     END-READ.
057600     IF WS-HOL-FOUND
057700         SET WS-NON-BUSINESS-DAY TO TRUE
057800     END-IF.
057900 3310-EXIT.
058000     EXIT.
058100
058200 3320-ROLL-ONE-DAY.
058300     ADD 1 TO WS-ROLL-COUNT.
058400     PERFORM 9200-NEXT-CAL-DAY THRU 9200-EXIT.
058500     PERFORM 3310-CHECK-DAY THRU 3310-EXIT.
058600 3320-EXIT.
058700     EXIT.
058800
058900******************************************************************
059000*    3400-FIND-BUCKET - THE FIRST BUCKET CLOSING ON OR AFTER THE
059100*    ROLLED VALUE DATE.  A DATE ALREADY DUE SETTLES ON THE FIRST
059200*    BUSINESS DAY, WHEN BSFWDREL RELEASES IT; ANYTHING PAST THE
059300*    HORIZON STOPS AT THE HIGH-DATED BEYOND BUCKET.
059400******************************************************************
059500 3400-FIND-BUCKET.
059600     MOVE 1 TO WS-BKT.
059700     PERFORM 3410-NEXT-BUCKET THRU 3410-EXIT
059800         UNTIL WS-ROLL-DATE NOT > WS-HZ-DATE (WS-BKT).
059900 3400-EXIT.
060000     EXIT.
060100
060200 3410-NEXT-BUCKET.
060300     ADD 1 TO WS-BKT.
060400 3410-EXIT.
060500     EXIT.
060600
060700******************************************************************
060800*    3500-ESTIMATE-FEE - THE FEE BSCALC WOULD ADD TO THE RESULT
060900*    IF THE TRADE PRICED TODAY - FROM THE NEGOTIATED AGREEMENT
061000*    IN FORCE, ELSE THE DIRECT RATEMSTR RATE, ELSE THE TWO USD
061100*    LEGS ADDED.  WS-RATE-NOTFND MEANS NO PRICE WAS FOUND AND
061200*    THE FEE IS LEFT AT ZERO.
061300******************************************************************
061400 3500-ESTIMATE-FEE.
061500     MOVE ZERO TO WS-FEE.
061600     PERFORM 3520-LOOKUP-AGREEMENT THRU 3520-EXIT.
061700     IF WS-AGMT-FOUND
061800         SET WS-RATE-FOUND TO TRUE
061900         GO TO 3500-EXIT
062000     END-IF.
062100     MOVE CX-FROM-CCY TO CR-FROM-CCY.
062200     MOVE CX-TO-CCY TO CR-TO-CCY.
062300     PERFORM 3550-FIND-RATE THRU 3550-EXIT.
062400     IF WS-RATE-FOUND
062500         MOVE CR-FEE-PCT TO WS-FEE
062600         GO TO 3500-EXIT
062700     END-IF.
062800     IF CX-FROM-CCY = "USD" OR CX-TO-CCY = "USD"
062900         GO TO 3500-EXIT
063000     END-IF.
063100     MOVE CX-FROM-CCY TO CR-FROM-CCY.
063200     MOVE "USD" TO CR-TO-CCY.
063300     PERFORM 3550-FIND-RATE THRU 3550-EXIT.
063400     IF WS-RATE-NOTFND
063500         GO TO 3500-EXIT
063600     END-IF.
063700     MOVE CR-FEE-PCT TO WS-LEG1-FEE.
063800     MOVE "USD" TO CR-FROM-CCY.
063900     MOVE CX-TO-CCY TO CR-TO-CCY.
064000     PERFORM 3550-FIND-RATE THRU 3550-EXIT.
064100     IF WS-RATE-FOUND
064200         ADD WS-LEG1-FEE CR-FEE-PCT GIVING WS-FEE
064300     END-IF.
064400 3500-EXIT.
064500     EXIT.
064600
064700******************************************************************
064800*    3520-LOOKUP-AGREEMENT - THE AGMTMSTR AGREEMENT IN FORCE FOR
064900*    THE TRADE'S COUNTERPARTY AND PAIR ON THE BUSINESS DATE,
065000*    RESOLVED AND BANDED ON THE ORIGINAL AMOUNT THE SAME WAY
065100*    BSCALC RESOLVES IT.
065200******************************************************************
065300 3520-LOOKUP-AGREEMENT.
065400     SET WS-AGMT-NOTFND TO TRUE.
065500     IF CX-CPTY-ID = SPACES
065600         GO TO 3520-EXIT
065700     END-IF.
065800     MOVE CX-CPTY-ID TO AG-CPTY-ID.
065900     MOVE CX-FROM-CCY TO AG-FROM-CCY.
066000     MOVE CX-TO-CCY TO AG-TO-CCY.
066100     MOVE WS-RUN-DATE TO AG-EFF-DATE.
066200     START AGMT-FILE KEY IS NOT GREATER THAN AG-AGMT-KEY
066300         INVALID KEY
066400             GO TO 3520-EXIT
066500     END-START.
066600     READ AGMT-FILE NEXT RECORD
066700         AT END
066800             GO TO 3520-EXIT
066900     END-READ.
067000     IF AG-CPTY-ID NOT = CX-CPTY-ID
067100             OR AG-FROM-CCY NOT = CX-FROM-CCY
067200             OR AG-TO-CCY NOT = CX-TO-CCY
067300         GO TO 3520-EXIT
067400     END-IF.
067500     IF AG-END-DATE NOT = ZERO
067600             AND AG-END-DATE < WS-RUN-DATE
067700         GO TO 3520-EXIT
067800     END-IF.
067900     IF AG-BAND-COUNT NOT NUMERIC OR AG-BAND-COUNT = ZERO
067910             OR AG-BAND-COUNT > 5
068000         GO TO 3520-EXIT
068100     END-IF.
068200     MOVE 1 TO WS-BAND-I.
068300     PERFORM 3525-NEXT-BAND THRU 3525-EXIT
068400         UNTIL WS-BAND-I NOT < AG-BAND-COUNT
068500             OR CX-ORIG-AMT NOT > AG-BAND-LIMIT (WS-BAND-I).
068600     MOVE AG-BAND-FEE-PCT (WS-BAND-I) TO WS-FEE.
068700     SET WS-AGMT-FOUND TO TRUE.
068800 3520-EXIT.
068900     EXIT.
069000
069100 3525-NEXT-BAND.
069200     ADD 1 TO WS-BAND-I.
069300 3525-EXIT.
069400     EXIT.
069500
069600******************************************************************
069700*    3550-FIND-RATE - THE MOST RECENT RATEMSTR RECORD FOR THE
069800*    PAIR IN CR-FROM-CCY/CR-TO-CCY ON OR BEFORE THE BUSINESS
069900*    DATE, THE SAME WAY BSCALC FINDS ITS RATES.
070000******************************************************************
070100 3550-FIND-RATE.
070200     SET WS-RATE-NOTFND TO TRUE.
070300     MOVE CR-FROM-CCY TO WS-REQ-FROM-CCY.
070400     MOVE CR-TO-CCY TO WS-REQ-TO-CCY.
070500     MOVE WS-RUN-DATE TO CR-EFF-DATE.
070600     START RATE-FILE KEY IS NOT GREATER THAN CR-RATE-KEY
070700         INVALID KEY
070800             GO TO 3550-EXIT
070900     END-START.
071000     READ RATE-FILE NEXT RECORD
071100         AT END
071200             GO TO 3550-EXIT
071300     END-READ.
071400     IF CR-FROM-CCY = WS-REQ-FROM-CCY
071500             AND CR-TO-CCY = WS-REQ-TO-CCY
071600         SET WS-RATE-FOUND TO TRUE
071700     END-IF.
071800 3550-EXIT.
071900     EXIT.
072000
072100******************************************************************
072200*    4000-SORT-CURRENCIES - BUBBLE THE LADDER TABLE INTO
072300*    CURRENCY ORDER.  PASSES REPEAT UNTIL A PASS MAKES NO SWAP.
072400******************************************************************
072500 4000-SORT-CURRENCIES.
072600     IF WS-CCY-COUNT < 2
072700         GO TO 4000-EXIT
072800     END-IF.
072900     SET WS-SWAPPED TO TRUE.
073000     PERFORM 4100-SORT-PASS THRU 4100-EXIT
073100         UNTIL WS-NO-SWAPS.
073200 4000-EXIT.
073300     EXIT.
073400
073500 4100-SORT-PASS.
073600     SET WS-NO-SWAPS TO TRUE.
073700     MOVE 1 TO WS-SORT-I.
073800     PERFORM 4110-COMPARE-ONE THRU 4110-EXIT
073900         UNTIL WS-SORT-I NOT < WS-CCY-COUNT.
074000 4100-EXIT.
074100     EXIT.
074200
074300 4110-COMPARE-ONE.
074400     COMPUTE WS-SORT-I1 = WS-SORT-I + 1.
074500     IF WS-CE-CCY-CODE (WS-SORT-I)
074600             > WS-CE-CCY-CODE (WS-SORT-I1)
074700         MOVE WS-CCY-ENTRY (WS-SORT-I) TO WS-CCY-HOLD
074800         MOVE WS-CCY-ENTRY (WS-SORT-I1)
074900             TO WS-CCY-ENTRY (WS-SORT-I)
075000         MOVE WS-CCY-HOLD TO WS-CCY-ENTRY (WS-SORT-I1)
075100         SET WS-SWAPPED TO TRUE
075200     END-IF.
075300     ADD 1 TO WS-SORT-I.
075400 4110-EXIT.
075500     EXIT.
075600
075700******************************************************************
075800*    5000-PRINT-CURRENCY - ONE CURRENCY'S LADDER - THE OPENING
075900*    BALANCE, THEN EACH BUCKET WITH ITS FLOWS AND THE PROJECTED
076000*    BALANCE AT ITS CLOSE.  A CURRENCY'S LADDER IS KEPT ON ONE
076100*    PAGE.
076200******************************************************************
076300 5000-PRINT-CURRENCY.
076400     COMPUTE WS-BLOCK-LINES = WS-BEYOND-BKT + 2.
076500     IF WS-LINE-COUNT + WS-BLOCK-LINES > WS-PAGE-SIZE
076600         PERFORM 1200-WRITE-HEADERS THRU 1200-EXIT
076700     END-IF.
076800     SET WS-CCY-IN-FUNDS TO TRUE.
076900     MOVE WS-CE-OPENING (WS-C-I) TO WS-PROJ-BAL.
077000     MOVE WS-CE-CCY-CODE (WS-C-I) TO CL-DT-CCY-CODE.
077100     MOVE "OPENING" TO CL-DT-BUCKET.
077200     MOVE WS-RUN-DATE TO CL-DT-VALUE-DATE.
077300     MOVE ZERO TO CL-DT-IN-FLOW.
077400     MOVE ZERO TO CL-DT-OUT-FLOW.
077500     PERFORM 5200-WRITE-LADDER-LINE THRU 5200-EXIT.
077600     MOVE 1 TO WS-B-I.
077700     PERFORM 5100-PRINT-BUCKET THRU 5100-EXIT
077800         UNTIL WS-B-I > WS-BEYOND-BKT.
077900     IF WS-CCY-OVERDRAWN
078000         ADD 1 TO WS-NEG-COUNT
078100     END-IF.
078110     ADD 1 TO WS-C-I.
078200 5000-EXIT.
078300     EXIT.
078400
078500 5100-PRINT-BUCKET.
078600     MOVE SPACES TO CL-DT-CCY-CODE.
078700     IF WS-B-I = WS-BEYOND-BKT
078800         MOVE "BEYOND" TO CL-DT-BUCKET
078900         MOVE SPACES TO CL-DT-VALUE-DATE
079000     ELSE
079100         MOVE WS-B-I TO WS-BL-DAY
079200         MOVE WS-BUCKET-LABEL TO CL-DT-BUCKET
079300         MOVE WS-HZ-DATE (WS-B-I) TO CL-DT-VALUE-DATE
079400     END-IF.
079500     MOVE WS-CE-IN-TOTAL (WS-C-I, WS-B-I) TO CL-DT-IN-FLOW.
079600     MOVE WS-CE-OUT-TOTAL (WS-C-I, WS-B-I) TO CL-DT-OUT-FLOW.
079700     COMPUTE WS-PROJ-BAL = WS-PROJ-BAL
079800             + WS-CE-IN-TOTAL (WS-C-I, WS-B-I)
079900             - WS-CE-OUT-TOTAL (WS-C-I, WS-B-I).
080000     PERFORM 5200-WRITE-LADDER-LINE THRU 5200-EXIT.
080010     ADD 1 TO WS-B-I.
080100 5100-EXIT.
080200     EXIT.
080300
080400******************************************************************
080500*    5200-WRITE-LADDER-LINE - PRINT ONE LADDER LINE WITH THE
080600*    PROJECTED BALANCE, FLAGGING IT WHEN BELOW ZERO.  THE FIRST
080700*    OVERDRAWN BUCKET OF A CURRENCY IS ALSO DISPLAYED ON THE
080800*    CONSOLE FOR THE FUNDING DESK.
080900******************************************************************
081000 5200-WRITE-LADDER-LINE.
081100     MOVE WS-PROJ-BAL TO CL-DT-BALANCE.
081200     MOVE SPACES TO CL-DT-NOTE.
081300     IF WS-PROJ-BAL < ZERO
081400         MOVE "*** OVERDRAWN ***" TO CL-DT-NOTE
081500         IF WS-CCY-IN-FUNDS
081600             DISPLAY "BSCASHLD - " WS-CE-CCY-CODE (WS-C-I)
081700                     " PROJECTED OVERDRAWN - BUCKET "
081800                     CL-DT-BUCKET
081900             SET WS-CCY-OVERDRAWN TO TRUE
082000         END-IF
082100     END-IF.
082200     IF CL-DT-BUCKET = "OPENING"
082300         WRITE REPORT-RECORD FROM CL-DETAIL-LINE AFTER ADVANCING
082400                 2 LINES
082500         ADD 2 TO WS-LINE-COUNT
082600     ELSE
082700         WRITE REPORT-RECORD FROM CL-DETAIL-LINE AFTER ADVANCING
082800                 1 LINE
082900         ADD 1 TO WS-LINE-COUNT
083000     END-IF.
083100 5200-EXIT.
083200     EXIT.
083300
083400******************************************************************
083500*    8000-PRINT-TOTALS - CONTROL COUNTS AT THE FOOT OF THE
083600*    LADDER.
083700******************************************************************
083800 8000-PRINT-TOTALS.
083900     MOVE WS-CCY-COUNT TO CL-TL1-CCY-COUNT.
084000     WRITE REPORT-RECORD FROM CL-TOTAL-LINE-1 AFTER ADVANCING 3
084100             LINES.
084200     MOVE WS-READ-COUNT TO CL-TL2-READ-COUNT.
084300     WRITE REPORT-RECORD FROM CL-TOTAL-LINE-2 AFTER ADVANCING 1
084400             LINE.
084500     MOVE WS-SKIP-COUNT TO CL-TL3-SKIP-COUNT.
084600     WRITE REPORT-RECORD FROM CL-TOTAL-LINE-3 AFTER ADVANCING 1
084700             LINE.
084800     MOVE WS-NORATE-COUNT TO CL-TL4-NORATE-COUNT.
084900     WRITE REPORT-RECORD FROM CL-TOTAL-LINE-4 AFTER ADVANCING 1
085000             LINE.
085100     MOVE WS-NOROLL-COUNT TO CL-TL5-NOROLL-COUNT.
085200     WRITE REPORT-RECORD FROM CL-TOTAL-LINE-5 AFTER ADVANCING 1
085300             LINE.
085400     MOVE WS-NEG-COUNT TO CL-TL6-NEG-COUNT.
085500     WRITE REPORT-RECORD FROM CL-TOTAL-LINE-6 AFTER ADVANCING 1
085600             LINE.
085700 8000-EXIT.
085800     EXIT.
085900
086000******************************************************************
086100*    7800-CHECK-RUN-CONTROL - OPEN THE RUN-STATUS FILE, PROVE
086200*    THE STEPS THIS RUN DEPENDS ON COMPLETED FOR THE DATE,
086300*    AND STAMP THIS RUN STARTED.  7900-RECORD-COMPLETE STAMPS
086400*    THE SUCCESSFUL END.
086500******************************************************************
086600 7800-CHECK-RUN-CONTROL.
086700     OPEN I-O RUNSTAT-FILE.
086800     MOVE "BSPOSLDG" TO RS-PROGRAM.
086900     PERFORM 7850-READ-RUNSTAT THRU 7850-EXIT.
087000     IF WS-RSTAT-NOTFND OR NOT RS-COMPLETED
087100         DISPLAY "BSCASHLD - BSPOSLDG NOT COMPLETE FOR DATE - "
087200                 "RUN CANCELLED"
087300         MOVE 16 TO RETURN-CODE
087400         STOP RUN
087500     END-IF.
087600     MOVE "BSCASHLD" TO RS-PROGRAM.
087700     PERFORM 7850-READ-RUNSTAT THRU 7850-EXIT.
087800     MOVE "S" TO RS-STATUS.
087900     ACCEPT WS-RSTAT-TIME FROM TIME.
088000     MOVE WS-RSTAT-TIME TO RS-START-TIME.
088100     MOVE ZERO TO RS-END-TIME.
088200     IF WS-RSTAT-FOUND
088300         REWRITE RS-RUNSTAT-RECORD
088400             INVALID KEY
088500                 DISPLAY "BSCASHLD - RUNSTAT REWRITE FAILED"
088600         END-REWRITE
088700     ELSE
088800         WRITE RS-RUNSTAT-RECORD
088900             INVALID KEY
089000                 DISPLAY "BSCASHLD - RUNSTAT WRITE FAILED"
089100         END-WRITE
089200     END-IF.
089300 7800-EXIT.
089400     EXIT.
089500
089600 7850-READ-RUNSTAT.
089700     SET WS-RSTAT-NOTFND TO TRUE.
089800     MOVE WS-RUN-DATE TO RS-RUN-DATE.
089900     READ RUNSTAT-FILE
090000         INVALID KEY
090100             CONTINUE
090200         NOT INVALID KEY
090300             SET WS-RSTAT-FOUND TO TRUE
090400     END-READ.
090500 7850-EXIT.
090600     EXIT.
090700
090800 7900-RECORD-COMPLETE.
090900     MOVE "BSCASHLD" TO RS-PROGRAM.
091000     PERFORM 7850-READ-RUNSTAT THRU 7850-EXIT.
091100     IF WS-RSTAT-FOUND
091200         MOVE "C" TO RS-STATUS
091300         ACCEPT WS-RSTAT-TIME FROM TIME
091400         MOVE WS-RSTAT-TIME TO RS-END-TIME
091500         REWRITE RS-RUNSTAT-RECORD
091600             INVALID KEY
091700                 DISPLAY "BSCASHLD - RUNSTAT REWRITE FAILED"
091800         END-REWRITE
091900     END-IF.
092000 7900-EXIT.
092100     EXIT.
092200
092300******************************************************************
092400*    9000-TERMINATE - CLOSE FILES AND SET THE WARNING RETURN
092500*    CODE WHEN ANY CURRENCY IS PROJECTED OVERDRAWN.
092600******************************************************************
092700 9000-TERMINATE.
092800     PERFORM 7900-RECORD-COMPLETE THRU 7900-EXIT.
092900     CLOSE RUNSTAT-FILE.
093000     CLOSE POSITION-FILE.
093100     CLOSE WAREHOUSE-FILE.
093200     CLOSE RATE-FILE.
093300     CLOSE AGMT-FILE.
093400     CLOSE CALENDAR-FILE.
093500     CLOSE REPORT-FILE.
093600     IF WS-NEG-COUNT = ZERO
093700         DISPLAY "BSCASHLD COMPLETE - " WS-CCY-COUNT
093800                 " CURRENCIES, " WS-READ-COUNT
093900                 " FORWARDS - NONE OVERDRAWN"
094000     ELSE
094100         DISPLAY "BSCASHLD COMPLETE - " WS-NEG-COUNT
094200                 " CURRENCIES PROJECTED OVERDRAWN - SEE REPORT"
094300         MOVE 8 TO RETURN-CODE
094400     END-IF.
094500 9000-EXIT.
094600     EXIT.
094700
094800******************************************************************
094900*    9100-DATE-TO-SERIAL - CCYYMMDD IN WS-DS-DATE TO DAYS SINCE
095000*    0001-01-01 IN WS-DS-SERIAL, SAME CONVENTION AS BSFWDREL.
095100******************************************************************
095200 9100-DATE-TO-SERIAL.
095300     COMPUTE WS-DS-YM1 = WS-DS-YYYY - 1.
095400     DIVIDE WS-DS-YM1 BY 4 GIVING WS-DS-LEAP4.
095500     DIVIDE WS-DS-YM1 BY 100 GIVING WS-DS-LEAP100.
095600     DIVIDE WS-DS-YM1 BY 400 GIVING WS-DS-LEAP400.
095700     COMPUTE WS-DS-SERIAL = (WS-DS-YM1 * 365)
095800         + WS-DS-LEAP4 - WS-DS-LEAP100 + WS-DS-LEAP400
095900         + WS-MONTH-OFFSET (WS-DS-MM) + WS-DS-DD.
096000     IF WS-DS-MM > 2
096100         PERFORM 9150-CHECK-LEAP THRU 9150-EXIT
096200         IF WS-FEB-LEN = 29
096300             ADD 1 TO WS-DS-SERIAL
096400         END-IF
096500     END-IF.
096600 9100-EXIT.
096700     EXIT.
096800
096900******************************************************************
097000*    9150-CHECK-LEAP - SET WS-FEB-LEN TO 29 OR 28 FOR THE YEAR
097100*    IN WS-DS-YYYY.
097200******************************************************************
097300 9150-CHECK-LEAP.
097400     MOVE 28 TO WS-FEB-LEN.
097500     DIVIDE WS-DS-YYYY BY 4 GIVING WS-DS-QUOT
097600         REMAINDER WS-DS-R4.
097700     DIVIDE WS-DS-YYYY BY 100 GIVING WS-DS-QUOT
097800         REMAINDER WS-DS-R100.
097900     DIVIDE WS-DS-YYYY BY 400 GIVING WS-DS-QUOT
098000         REMAINDER WS-DS-R400.
098100     IF WS-DS-R4 = ZERO
098200             AND (WS-DS-R100 NOT = ZERO OR WS-DS-R400 = ZERO)
098300         MOVE 29 TO WS-FEB-LEN
098400     END-IF.
098500 9150-EXIT.
098600     EXIT.
098700
098800******************************************************************
098900*    9200-NEXT-CAL-DAY - STEP WS-ROLL-DATE FORWARD ONE CALENDAR
099000*    DAY, CARRYING OVER MONTH AND YEAR ENDS.
099100******************************************************************
099200 9200-NEXT-CAL-DAY.
099300     MOVE WS-ROLL-DATE TO WS-DS-DATE.
099400     PERFORM 9150-CHECK-LEAP THRU 9150-EXIT.
099500     ADD 1 TO WS-DS-DD.
099600     IF (WS-DS-MM = 2 AND WS-DS-DD > WS-FEB-LEN)
099700             OR (WS-DS-MM NOT = 2
099800             AND WS-DS-DD > WS-MONTH-LEN (WS-DS-MM))
099900         MOVE 1 TO WS-DS-DD
100000         ADD 1 TO WS-DS-MM
100100         IF WS-DS-MM > 12
100200             MOVE 1 TO WS-DS-MM
100300             ADD 1 TO WS-DS-YYYY
100400         END-IF
100500     END-IF.
100600     MOVE WS-DS-DATE TO WS-ROLL-DATE.
100700 9200-EXIT.
100800     EXIT.
