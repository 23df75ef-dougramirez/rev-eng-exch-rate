000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BSNOSREC.
000300 AUTHOR. D. L. RAMIREZ.
000400 INSTALLATION. TREASURY SETTLEMENT OPERATIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    DESCRIPTION..: NOSTRO RECONCILIATION.  MATCHES THE BANK
000900*                   STATEMENT ENTRIES ON BANKSTMT AGAINST THE
001000*                   DAY'S EXPECTED SETTLEMENTS - THE PAYMENT
001100*                   INSTRUCTIONS ON PAYINST AND THE EXPECTED
001200*                   RECEIPTS ON RCPTEXP, WHICH BSPAYINS BUILT
001300*                   FROM THE GLNETSUM NET POSITIONS AND THE
001400*                   GROSS TRADES - PLUS YESTERDAY'S OPEN BREAKS
001500*                   CARRIED IN ON BRKFILE.  ONLY ENTRIES ON AN
001600*                   ACCOUNT LISTED ON CPTYSSI ARE RECONCILED.
001700*                   A DEBIT MATCHES A PAYMENT AND A CREDIT A
001800*                   RECEIPT ON THE SAME ACCOUNT AND CURRENCY.
001900*                   THE MATCH IS TRIED THREE WAYS IN TURN -
002000*                   EXACT AMOUNT, AMOUNT WITHIN THE PARMFILE
002100*                   NOSTRO TOLERANCE, THEN A PARTIAL SETTLEMENT
002200*                   WHERE THE BANK MOVED LESS THAN EXPECTED AND
002300*                   THE SHORTFALL STAYS OPEN.  THE VALUE DATE
002400*                   MUST AGREE UNLESS ONE SIDE IS A CARRIED
002500*                   BREAK, SO A LATE SETTLEMENT CLEARS THE
002600*                   BREAK IT LEFT.  EVERYTHING STILL OPEN ON
002700*                   EITHER SIDE IS WRITTEN TO BRKOUT, ONE DAY
002800*                   OLDER, FOR TOMORROW'S RUN, AND PRINTED ON
002900*                   NOSRPT WITH ITS AGE BUCKET AND THE
003000*                   COUNTERPARTY NAME FROM CPTYMSTR.
003100*    MODIFICATION HISTORY
003200*    DATE       INIT DESCRIPTION
003300*    ---------- ---- -------------------------------------------
003400*    2026-10-15 DLR  INITIAL VERSION - NOSTRO RECONCILIATION.
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
004800     SELECT STATEMENT-FILE
004900         ASSIGN TO "BANKSTMT"
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100
005200     SELECT PAYMENT-FILE
005300         ASSIGN TO "PAYINST"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500
005600     SELECT RECEIPT-FILE
005700         ASSIGN TO "RCPTEXP"
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900
006000     SELECT OPTIONAL BREAK-FILE
006100         ASSIGN TO "BRKFILE"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300
006400     SELECT BRKOUT-FILE
006500         ASSIGN TO "BRKOUT"
006600         ORGANIZATION IS LINE SEQUENTIAL.
006700
006800     SELECT CPTY-FILE
006900         ASSIGN TO "CPTYMSTR"
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS CY-CPTY-ID.
007300
007400     SELECT SSI-FILE
007500         ASSIGN TO "CPTYSSI"
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS DYNAMIC
007800         RECORD KEY IS SI-SSI-KEY.
007900
008000     SELECT REPORT-FILE
008100         ASSIGN TO "NOSRPT"
008200         ORGANIZATION IS LINE SEQUENTIAL.
008300
008400     SELECT RUNSTAT-FILE
008500         ASSIGN TO "RUNSTAT"
008600         ORGANIZATION IS INDEXED
008700         ACCESS MODE IS DYNAMIC
008800         RECORD KEY IS RS-RUN-KEY.
008900
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  PARM-FILE
009300     LABEL RECORDS ARE STANDARD.
009400     COPY CXPARM.
009500
009600 FD  STATEMENT-FILE
009700     LABEL RECORDS ARE STANDARD.
009800     COPY CXBSTM.
009900
010000 FD  PAYMENT-FILE
010100     LABEL RECORDS ARE STANDARD.
010200     COPY CXPAYI.
010300
010400 FD  RECEIPT-FILE
010500     LABEL RECORDS ARE STANDARD.
010600     COPY CXRCPX.
010700
010800 FD  BREAK-FILE
010900     LABEL RECORDS ARE STANDARD.
011000     COPY CXNBRK.
011100
011200 FD  BRKOUT-FILE
011300     LABEL RECORDS ARE STANDARD.
011400 01  BO-BRKOUT-RECORD            PIC X(112).
011500
011600 FD  CPTY-FILE
011700     LABEL RECORDS ARE STANDARD.
011800     COPY CXCPTY.
011900
012000 FD  SSI-FILE
012100     LABEL RECORDS ARE STANDARD.
012200     COPY CXSSI.
012300
012400 FD  REPORT-FILE
012500     LABEL RECORDS ARE STANDARD.
012600 01  REPORT-RECORD               PIC X(132).
012700
012800 FD  RUNSTAT-FILE
012900     LABEL RECORDS ARE STANDARD.
013000     COPY CXRSTAT.
013100
013200 WORKING-STORAGE SECTION.
013300******************************************************************
013400*    SWITCHES
013500******************************************************************
013600 01  WS-SWITCHES.
013700     05  WS-PARM-EOF-SW          PIC X(01)   VALUE "N".
013800         88  WS-PARM-EOF                     VALUE "Y".
013900     05  WS-SSI-EOF-SW           PIC X(01)   VALUE "N".
014000         88  WS-SSI-EOF                      VALUE "Y".
014100     05  WS-STMT-EOF-SW          PIC X(01)   VALUE "N".
014200         88  WS-STMT-EOF                     VALUE "Y".
014300     05  WS-PAY-EOF-SW           PIC X(01)   VALUE "N".
014400         88  WS-PAY-EOF                      VALUE "Y".
014500     05  WS-RCPT-EOF-SW          PIC X(01)   VALUE "N".
014600         88  WS-RCPT-EOF                     VALUE "Y".
014700     05  WS-BRK-EOF-SW           PIC X(01)   VALUE "N".
014800         88  WS-BRK-EOF                      VALUE "Y".
014900     05  WS-NOS-FOUND-SW         PIC X(01).
015000         88  WS-NOS-FOUND                     VALUE "Y".
015100         88  WS-NOS-NOTFND                    VALUE "N".
015200     05  WS-MATCH-FOUND-SW       PIC X(01).
015300         88  WS-MATCH-FOUND                   VALUE "Y".
015400         88  WS-MATCH-NOTFND                  VALUE "N".
015500     05  WS-RSTAT-FOUND-SW       PIC X(01)   VALUE "N".
015600         88  WS-RSTAT-FOUND                   VALUE "Y".
015700         88  WS-RSTAT-NOTFND                  VALUE "N".
015800
015900 01  WS-RUN-DATE                 PIC 9(08).
016000 01  WS-RSTAT-TIME               PIC 9(08).
016100
016200******************************************************************
016300*    MATCHING FIELDS.  THE TOLERANCE DEFAULTS TO ONE UNIT OF THE
016400*    SETTLEMENT CURRENCY WHEN PARMFILE CARRIES NONE.
016500******************************************************************
016600 01  WS-MATCH-FIELDS.
016700     05  WS-TOLERANCE            PIC 9(03)V9(02).
016800     05  WS-DEFAULT-TOLERANCE    PIC 9(03)V9(02)    VALUE 1.00.
016900     05  WS-PASS-SW              PIC X(01).
017000         88  WS-EXACT-PASS                    VALUE "E".
017100         88  WS-TOLERANCE-PASS                VALUE "T".
017200         88  WS-PARTIAL-PASS                  VALUE "P".
017300     05  WS-DIFF-AMT             PIC 9(9)V9(03).
017400
017500 01  WS-CONTROL-TOTALS.
017600     05  WS-STMT-COUNT           PIC 9(09)   COMP   VALUE ZERO.
017700     05  WS-OTHER-COUNT          PIC 9(09)   COMP   VALUE ZERO.
017800     05  WS-EXP-LOADED           PIC 9(09)   COMP   VALUE ZERO.
017900     05  WS-CARRIED-COUNT        PIC 9(09)   COMP   VALUE ZERO.
018000     05  WS-EXACT-COUNT          PIC 9(09)   COMP   VALUE ZERO.
018100     05  WS-TOL-COUNT            PIC 9(09)   COMP   VALUE ZERO.
018200     05  WS-PART-COUNT           PIC 9(09)   COMP   VALUE ZERO.
018300     05  WS-OUT-COUNT            PIC 9(09)   COMP   VALUE ZERO.
018400
018500******************************************************************
018600*    AGE BUCKETS FOR THE BREAKS CARRIED OUT
018700******************************************************************
018800 01  WS-BUCKET-VALUES.
018900     05  FILLER                  PIC X(12)  VALUE "1 DAY".
019000     05  FILLER                  PIC X(12)  VALUE "2-3 DAYS".
019100     05  FILLER                  PIC X(12)  VALUE "4-5 DAYS".
019200     05  FILLER                  PIC X(12)  VALUE "6-10 DAYS".
019300     05  FILLER                  PIC X(12)  VALUE "OVER 10 DAYS".
019400 01  WS-BUCKET-TABLE REDEFINES WS-BUCKET-VALUES.
019500     05  WS-BUCKET-NAME          OCCURS 5 TIMES
019600                                 PIC X(12).
019700 01  WS-BUCKET-COUNTS.
019800     05  WS-BUCKET-COUNT         OCCURS 5 TIMES
019900                                 PIC 9(09)   COMP.
020000 01  WS-BUCKET-NO                PIC 9(01).
020100
020200******************************************************************
020300*    NOSTRO ACCOUNT TABLE - EVERY ACCOUNT ON CPTYSSI WITH ITS
020400*    CURRENCY AND COUNTERPARTY.  A STATEMENT ENTRY ON ANY
020500*    OTHER ACCOUNT IS NOT THIS DESK'S TO RECONCILE.
020600******************************************************************
020700 01  WS-NOS-TABLE.
020800     05  WS-NOS-COUNT            PIC 9(05)   COMP   VALUE ZERO.
020900     05  WS-NOS-MAX              PIC 9(05)          VALUE 2000.
021000     05  WS-NOS-ENTRY            OCCURS 2000 TIMES
021100                                 INDEXED BY NX.
021200         10  WS-NO-ACCOUNT-NO    PIC X(20).
021300         10  WS-NO-CCY-CODE      PIC X(03).
021400         10  WS-NO-CPTY-ID       PIC X(06).
021500
021600******************************************************************
021700*    EXPECTED-SIDE TABLE - CARRIED EXPECTED BREAKS FIRST, SO THE
021800*    OLDEST ITEM CLEARS FIRST, THEN THE DAY'S PAYMENTS AND
021900*    RECEIPTS.
022000******************************************************************
022100 01  WS-EXP-TABLE.
022200     05  WS-EXP-COUNT            PIC 9(05)   COMP   VALUE ZERO.
022300     05  WS-EXP-MAX              PIC 9(05)          VALUE 5000.
022400     05  WS-EXP-ENTRY            OCCURS 5000 TIMES
022500                                 INDEXED BY EX.
022600         10  WS-EX-REF           PIC X(16).
022700         10  WS-EX-CPTY-ID       PIC X(06).
022800         10  WS-EX-ACCOUNT-NO    PIC X(20).
022900         10  WS-EX-CCY-CODE      PIC X(03).
023000         10  WS-EX-DIR           PIC X(03).
023100         10  WS-EX-OPEN-AMT      PIC 9(9)V9(03).
023200         10  WS-EX-ORIG-AMT      PIC 9(9)V9(03).
023300         10  WS-EX-VALUE-DATE    PIC 9(08).
023400         10  WS-EX-FIRST-DATE    PIC 9(08).
023500         10  WS-EX-AGE-DAYS      PIC 9(05).
023600         10  WS-EX-CARRIED-SW    PIC X(01).
023700             88  WS-EX-CARRIED                VALUE "Y".
023800         10  WS-EX-STATE         PIC X(01).
023900             88  WS-EX-OPEN                   VALUE "O".
024000             88  WS-EX-SHORT                  VALUE "S".
024100             88  WS-EX-CLEARED                VALUE "C".
024200
024300******************************************************************
024400*    STATEMENT-SIDE TABLE - CARRIED UNEXPECTED ENTRIES FIRST,
024500*    THEN THE DAY'S BANK STATEMENT ENTRIES.
024600******************************************************************
024700 01  WS-STM-TABLE.
024800     05  WS-STM-COUNT            PIC 9(05)   COMP   VALUE ZERO.
024900     05  WS-STM-MAX              PIC 9(05)          VALUE 5000.
025000     05  WS-STM-ENTRY            OCCURS 5000 TIMES
025100                                 INDEXED BY SX.
025200         10  WS-SM-REF           PIC X(16).
025300         10  WS-SM-CPTY-ID       PIC X(06).
025400         10  WS-SM-ACCOUNT-NO    PIC X(20).
025500         10  WS-SM-CCY-CODE      PIC X(03).
025600         10  WS-SM-DIR           PIC X(03).
025700         10  WS-SM-OPEN-AMT      PIC 9(9)V9(03).
025800         10  WS-SM-ORIG-AMT      PIC 9(9)V9(03).
025900         10  WS-SM-VALUE-DATE    PIC 9(08).
026000         10  WS-SM-FIRST-DATE    PIC 9(08).
026100         10  WS-SM-AGE-DAYS      PIC 9(05).
026200         10  WS-SM-CARRIED-SW    PIC X(01).
026300             88  WS-SM-CARRIED                VALUE "Y".
026400         10  WS-SM-STATE         PIC X(01).
026500             88  WS-SM-OPEN                   VALUE "O".
026600             88  WS-SM-CLEARED                VALUE "C".
026700
026800******************************************************************
026900*    REPORT PAGINATION FIELDS
027000******************************************************************
027100 01  WS-REPORT-FIELDS.
027200     05  WS-PAGE-NO              PIC 9(04)   COMP   VALUE ZERO.
027300     05  WS-LINE-COUNT           PIC 9(03)   COMP   VALUE ZERO.
027400     05  WS-PAGE-SIZE            PIC 9(03)          VALUE 50.
027500
027600******************************************************************
027700*    BREAK REPORT PRINT LINES
027800******************************************************************
027900     COPY CXNBRPT.
028000
028100 PROCEDURE DIVISION.
028200******************************************************************
028300*    0000-MAINLINE - LOAD BOTH SIDES, MATCH EXACT, THEN WITHIN
028400*    TOLERANCE, THEN PARTIAL, AND CARRY WHAT IS LEFT FORWARD.
028500******************************************************************
028600 0000-MAINLINE.
028700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028800     SET WS-EXACT-PASS TO TRUE.
028900     PERFORM 2000-MATCH-PASS THRU 2000-EXIT.
029000     SET WS-TOLERANCE-PASS TO TRUE.
029100     PERFORM 2000-MATCH-PASS THRU 2000-EXIT.
029200     SET WS-PARTIAL-PASS TO TRUE.
029300     PERFORM 2000-MATCH-PASS THRU 2000-EXIT.
029400     PERFORM 3000-WRITE-BREAKS THRU 3000-EXIT.
029500     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
029600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
029700     STOP RUN.
029800
029900******************************************************************
030000*    1000-INITIALIZE - READ THE PARMS, PROVE THE INSTRUCTIONS
030100*    WERE BUILT FOR THE DAY, LOAD THE NOSTRO ACCOUNTS, THE
030200*    CARRIED BREAKS, THE EXPECTED SETTLEMENTS AND THE BANK
030300*    STATEMENT, AND OPEN THE OUTPUT FILES.
030400******************************************************************
030500 1000-INITIALIZE.
030600     PERFORM 1050-READ-PARMS THRU 1050-EXIT.
030700     PERFORM 1300-LOAD-BREAKS THRU 1300-EXIT.
030800     PERFORM 7800-CHECK-RUN-CONTROL THRU 7800-EXIT.
030900     DISPLAY "BSNOSREC - NOSTRO RECONCILIATION - RUN DATE "
031000             WS-RUN-DATE.
031100     MOVE ZERO TO WS-BUCKET-COUNT (1) WS-BUCKET-COUNT (2)
031200                  WS-BUCKET-COUNT (3) WS-BUCKET-COUNT (4)
031300                  WS-BUCKET-COUNT (5).
031400     OPEN INPUT CPTY-FILE.
031500     OPEN INPUT SSI-FILE.
031600     PERFORM 1100-LOAD-NOSTROS THRU 1100-EXIT.
031700     PERFORM 1400-LOAD-PAYMENTS THRU 1400-EXIT.
031800     PERFORM 1500-LOAD-RECEIPTS THRU 1500-EXIT.
031900     PERFORM 1600-LOAD-STATEMENT THRU 1600-EXIT.
032000     OPEN OUTPUT BRKOUT-FILE.
032100     OPEN OUTPUT REPORT-FILE.
032200     PERFORM 1200-WRITE-HEADERS THRU 1200-EXIT.
032300 1000-EXIT.
032400     EXIT.
032500
032600******************************************************************
032700*    1050-READ-PARMS - READ THE RUN-CONTROL PARAMETER RECORD THE
032800*    SAME WAY BSCALC DOES.  A RUN WITHOUT A USABLE PARM RECORD
032900*    IS CANCELLED OUTRIGHT.
033000******************************************************************
033100 1050-READ-PARMS.
033200     OPEN INPUT PARM-FILE.
033300     READ PARM-FILE
033400         AT END
033500             MOVE "Y" TO WS-PARM-EOF-SW
033600     END-READ.
033700     CLOSE PARM-FILE.
033800     IF WS-PARM-EOF
033900         DISPLAY "BSNOSREC - NO PARMFILE RECORD - RUN CANCELLED"
034000         MOVE 16 TO RETURN-CODE
034100         STOP RUN
034200     END-IF.
034300     IF PM-BUSINESS-DATE NOT NUMERIC
034400             OR PM-BUSINESS-DATE = ZERO
034500         DISPLAY "BSNOSREC - BAD BUSINESS DATE ON PARMFILE - "
034600                 "RUN CANCELLED"
034700         MOVE 16 TO RETURN-CODE
034800         STOP RUN
034900     END-IF.
035000     MOVE PM-BUSINESS-DATE TO WS-RUN-DATE.
035100     IF PM-NOSTRO-TOL NUMERIC AND PM-NOSTRO-TOL NOT = ZERO
035200         MOVE PM-NOSTRO-TOL TO WS-TOLERANCE
035300     ELSE
035400         MOVE WS-DEFAULT-TOLERANCE TO WS-TOLERANCE
035500     END-IF.
035600 1050-EXIT.
035700     EXIT.
035800
035900******************************************************************
036000*    1100-LOAD-NOSTROS - ONE PASS OF CPTYSSI FOR THE ACCOUNTS
036100*    THE DESK SETTLES OVER.
036200******************************************************************
036300 1100-LOAD-NOSTROS.
036400     MOVE LOW-VALUES TO SI-SSI-KEY.
036500     START SSI-FILE KEY IS NOT LESS THAN SI-SSI-KEY
036600         INVALID KEY
036700             MOVE "Y" TO WS-SSI-EOF-SW
036800     END-START.
036900     PERFORM 1110-READ-NEXT-SSI THRU 1110-EXIT
037000         UNTIL WS-SSI-EOF.
037100 1100-EXIT.
037200     EXIT.
037300
037400 1110-READ-NEXT-SSI.
037500     READ SSI-FILE NEXT RECORD
037600         AT END
037700             MOVE "Y" TO WS-SSI-EOF-SW
037800     END-READ.
037900     IF WS-SSI-EOF
038000         GO TO 1110-EXIT
038100     END-IF.
038200     IF WS-NOS-COUNT NOT < WS-NOS-MAX
038300         DISPLAY "BSNOSREC - NOSTRO TABLE FULL - RUN CANCELLED"
038400         MOVE 16 TO RETURN-CODE
038500         STOP RUN
038600     END-IF.
038700     ADD 1 TO WS-NOS-COUNT.
038800     SET NX TO WS-NOS-COUNT.
038900     MOVE SI-ACCOUNT-NO TO WS-NO-ACCOUNT-NO (NX).
039000     MOVE SI-CCY-CODE TO WS-NO-CCY-CODE (NX).
039100     MOVE SI-CPTY-ID TO WS-NO-CPTY-ID (NX).
039200 1110-EXIT.
039300     EXIT.
039400
039500******************************************************************
039600*    1200-WRITE-HEADERS - PRINT A NEW BREAK REPORT PAGE HEADING.
039700******************************************************************
039800 1200-WRITE-HEADERS.
039900     ADD 1 TO WS-PAGE-NO.
040000     MOVE WS-RUN-DATE TO NR-H1-RUN-DATE.
040100     MOVE WS-PAGE-NO TO NR-H1-PAGE-NO.
040200     WRITE REPORT-RECORD FROM NR-HEADING-1 AFTER ADVANCING PAGE.
040300     WRITE REPORT-RECORD FROM NR-HEADING-2 AFTER ADVANCING 2
040400             LINES.
040500     MOVE ZERO TO WS-LINE-COUNT.
040600 1200-EXIT.
040700     EXIT.
040800
040900******************************************************************
041000*    1300-LOAD-BREAKS - YESTERDAY'S BRKOUT, ONE DAY OLDER.  A
041100*    BREAK ALREADY STAMPED WITH THIS BUSINESS DATE MEANS THE
041200*    DAY WAS RECONCILED AND THE FILE IS TODAY'S OUTPUT - RUN
041300*    AGAIN AND EVERY BREAK WOULD AGE TWICE.  THE RUN CANCELS;
041400*    RERUN A BROKEN DAY FROM THE PRIOR DAY'S BRKOUT.
041500******************************************************************
041600 1300-LOAD-BREAKS.
041700     OPEN INPUT BREAK-FILE.
041800     PERFORM 1310-READ-BREAK THRU 1310-EXIT.
041900     PERFORM 1320-LOAD-ONE-BREAK THRU 1320-EXIT
042000         UNTIL WS-BRK-EOF.
042100     CLOSE BREAK-FILE.
042200 1300-EXIT.
042300     EXIT.
042400
042500 1310-READ-BREAK.
042600     READ BREAK-FILE
042700         AT END
042800             MOVE "Y" TO WS-BRK-EOF-SW
042900     END-READ.
043000 1310-EXIT.
043100     EXIT.
043200
043300 1320-LOAD-ONE-BREAK.
043400     IF BK-LAST-RUN-DATE = WS-RUN-DATE
043500         DISPLAY "BSNOSREC - DATE ALREADY RECONCILED - "
043600                 "RUN CANCELLED"
043700         MOVE 8 TO RETURN-CODE
043800         STOP RUN
043900     END-IF.
044000     IF BK-EXPECTED-SIDE
044100         PERFORM 1330-CARRY-EXPECTED THRU 1330-EXIT
044200     ELSE
044300         PERFORM 1340-CARRY-STATEMENT THRU 1340-EXIT
044400     END-IF.
044500     ADD 1 TO WS-CARRIED-COUNT.
044600     PERFORM 1310-READ-BREAK THRU 1310-EXIT.
044700 1320-EXIT.
044800     EXIT.
044900
045000 1330-CARRY-EXPECTED.
045100     PERFORM 1700-ADD-EXPECTED THRU 1700-EXIT.
045200     MOVE BK-REF TO WS-EX-REF (EX).
045300     MOVE BK-CPTY-ID TO WS-EX-CPTY-ID (EX).
045400     MOVE BK-ACCOUNT-NO TO WS-EX-ACCOUNT-NO (EX).
045500     MOVE BK-CCY-CODE TO WS-EX-CCY-CODE (EX).
045600     MOVE BK-DIR TO WS-EX-DIR (EX).
045700     MOVE BK-OPEN-AMT TO WS-EX-OPEN-AMT (EX).
045800     MOVE BK-ORIG-AMT TO WS-EX-ORIG-AMT (EX).
045900     MOVE BK-VALUE-DATE TO WS-EX-VALUE-DATE (EX).
046000     MOVE BK-FIRST-DATE TO WS-EX-FIRST-DATE (EX).
046100     COMPUTE WS-EX-AGE-DAYS (EX) = BK-AGE-DAYS + 1.
046200     MOVE "Y" TO WS-EX-CARRIED-SW (EX).
046300     IF BK-OPEN-AMT < BK-ORIG-AMT
046400         SET WS-EX-SHORT (EX) TO TRUE
046500     END-IF.
046600 1330-EXIT.
046700     EXIT.
046800
046900 1340-CARRY-STATEMENT.
047000     PERFORM 1800-ADD-STATEMENT THRU 1800-EXIT.
047100     MOVE BK-REF TO WS-SM-REF (SX).
047200     MOVE BK-CPTY-ID TO WS-SM-CPTY-ID (SX).
047300     MOVE BK-ACCOUNT-NO TO WS-SM-ACCOUNT-NO (SX).
047400     MOVE BK-CCY-CODE TO WS-SM-CCY-CODE (SX).
047500     MOVE BK-DIR TO WS-SM-DIR (SX).
047600     MOVE BK-OPEN-AMT TO WS-SM-OPEN-AMT (SX).
047700     MOVE BK-ORIG-AMT TO WS-SM-ORIG-AMT (SX).
047800     MOVE BK-VALUE-DATE TO WS-SM-VALUE-DATE (SX).
047900     MOVE BK-FIRST-DATE TO WS-SM-FIRST-DATE (SX).
048000     COMPUTE WS-SM-AGE-DAYS (SX) = BK-AGE-DAYS + 1.
048100     MOVE "Y" TO WS-SM-CARRIED-SW (SX).
048200 1340-EXIT.
048300     EXIT.
048400
048500******************************************************************
048600*    1400-LOAD-PAYMENTS - THE DAY'S PAYMENT INSTRUCTIONS, EACH
048700*    EXPECTED AS A DEBIT.  THE FILE TRAILER IS SKIPPED.
048800******************************************************************
048900 1400-LOAD-PAYMENTS.
049000     OPEN INPUT PAYMENT-FILE.
049100     PERFORM 1410-READ-PAYMENT THRU 1410-EXIT.
049200     PERFORM 1420-LOAD-ONE-PAYMENT THRU 1420-EXIT
049300         UNTIL WS-PAY-EOF.
049400     CLOSE PAYMENT-FILE.
049500 1400-EXIT.
049600     EXIT.
049700
049800 1410-READ-PAYMENT.
049900     READ PAYMENT-FILE
050000         AT END
050100             MOVE "Y" TO WS-PAY-EOF-SW
050200     END-READ.
050300 1410-EXIT.
050400     EXIT.
050500
050600 1420-LOAD-ONE-PAYMENT.
050700     IF NOT PI-PAYMENT-REC
050800         GO TO 1420-NEXT
050900     END-IF.
051000     PERFORM 1700-ADD-EXPECTED THRU 1700-EXIT.
051100     MOVE PI-PAY-REF TO WS-EX-REF (EX).
051200     MOVE PI-CPTY-ID TO WS-EX-CPTY-ID (EX).
051300     MOVE PI-ACCOUNT-NO TO WS-EX-ACCOUNT-NO (EX).
051400     MOVE PI-CCY-CODE TO WS-EX-CCY-CODE (EX).
051500     MOVE "PAY" TO WS-EX-DIR (EX).
051600     MOVE PI-AMOUNT TO WS-EX-OPEN-AMT (EX).
051700     MOVE PI-AMOUNT TO WS-EX-ORIG-AMT (EX).
051800     MOVE PI-VALUE-DATE TO WS-EX-VALUE-DATE (EX).
051900     ADD 1 TO WS-EXP-LOADED.
052000 1420-NEXT.
052100     PERFORM 1410-READ-PAYMENT THRU 1410-EXIT.
052200 1420-EXIT.
052300     EXIT.
052400
052500******************************************************************
052600*    1500-LOAD-RECEIPTS - THE DAY'S EXPECTED RECEIPTS, EACH
052700*    EXPECTED AS A CREDIT.
052800******************************************************************
052900 1500-LOAD-RECEIPTS.
053000     OPEN INPUT RECEIPT-FILE.
053100     PERFORM 1510-READ-RECEIPT THRU 1510-EXIT.
053200     PERFORM 1520-LOAD-ONE-RECEIPT THRU 1520-EXIT
053300         UNTIL WS-RCPT-EOF.
053400     CLOSE RECEIPT-FILE.
053500 1500-EXIT.
053600     EXIT.
053700
053800 1510-READ-RECEIPT.
053900     READ RECEIPT-FILE
054000         AT END
054100             MOVE "Y" TO WS-RCPT-EOF-SW
054200     END-READ.
054300 1510-EXIT.
054400     EXIT.
054500
054600 1520-LOAD-ONE-RECEIPT.
054700     PERFORM 1700-ADD-EXPECTED THRU 1700-EXIT.
054800     MOVE XR-RCPT-REF TO WS-EX-REF (EX).
054900     MOVE XR-CPTY-ID TO WS-EX-CPTY-ID (EX).
055000     MOVE XR-ACCOUNT-NO TO WS-EX-ACCOUNT-NO (EX).
055100     MOVE XR-CCY-CODE TO WS-EX-CCY-CODE (EX).
055200     MOVE "RCV" TO WS-EX-DIR (EX).
055300     MOVE XR-AMOUNT TO WS-EX-OPEN-AMT (EX).
055400     MOVE XR-AMOUNT TO WS-EX-ORIG-AMT (EX).
055500     MOVE XR-VALUE-DATE TO WS-EX-VALUE-DATE (EX).
055600     ADD 1 TO WS-EXP-LOADED.
055700     PERFORM 1510-READ-RECEIPT THRU 1510-EXIT.
055800 1520-EXIT.
055900     EXIT.
056000
056100******************************************************************
056200*    1600-LOAD-STATEMENT - THE BANK'S ENTRIES.  AN ENTRY ON AN
056300*    ACCOUNT NOT LISTED ON CPTYSSI IS COUNTED AND LEFT ALONE.
056400******************************************************************
056500 1600-LOAD-STATEMENT.
056600     OPEN INPUT STATEMENT-FILE.
056700     PERFORM 1610-READ-STATEMENT THRU 1610-EXIT.
056800     PERFORM 1620-LOAD-ONE-ENTRY THRU 1620-EXIT
056900         UNTIL WS-STMT-EOF.
057000     CLOSE STATEMENT-FILE.
057100 1600-EXIT.
057200     EXIT.
057300
057400 1610-READ-STATEMENT.
057500     READ STATEMENT-FILE
057600         AT END
057700             MOVE "Y" TO WS-STMT-EOF-SW
057800     END-READ.
057900 1610-EXIT.
058000     EXIT.
058100
058200 1620-LOAD-ONE-ENTRY.
058300     ADD 1 TO WS-STMT-COUNT.
058400     PERFORM 1630-FIND-NOSTRO THRU 1630-EXIT.
058500     IF WS-NOS-NOTFND
058600         ADD 1 TO WS-OTHER-COUNT
058700         GO TO 1620-NEXT
058800     END-IF.
058900     PERFORM 1800-ADD-STATEMENT THRU 1800-EXIT.
059000     MOVE SE-BANK-REF TO WS-SM-REF (SX).
059100     MOVE WS-NO-CPTY-ID (NX) TO WS-SM-CPTY-ID (SX).
059200     MOVE SE-ACCOUNT-NO TO WS-SM-ACCOUNT-NO (SX).
059300     MOVE SE-CCY-CODE TO WS-SM-CCY-CODE (SX).
059400     IF SE-DEBIT
059500         MOVE "PAY" TO WS-SM-DIR (SX)
059600     ELSE
059700         MOVE "RCV" TO WS-SM-DIR (SX)
059800     END-IF.
059900     MOVE SE-AMOUNT TO WS-SM-OPEN-AMT (SX).
060000     MOVE SE-AMOUNT TO WS-SM-ORIG-AMT (SX).
060100     MOVE SE-VALUE-DATE TO WS-SM-VALUE-DATE (SX).
060200 1620-NEXT.
060300     PERFORM 1610-READ-STATEMENT THRU 1610-EXIT.
060400 1620-EXIT.
060500     EXIT.
060600
060700 1630-FIND-NOSTRO.
060800     SET WS-NOS-NOTFND TO TRUE.
060900     SET NX TO 1.
061000     PERFORM 1640-SCAN-NOSTRO THRU 1640-EXIT
061100         UNTIL WS-NOS-FOUND OR NX > WS-NOS-COUNT.
061200 1630-EXIT.
061300     EXIT.
061400
061500 1640-SCAN-NOSTRO.
061600     IF WS-NO-ACCOUNT-NO (NX) = SE-ACCOUNT-NO
061700             AND WS-NO-CCY-CODE (NX) = SE-CCY-CODE
061800         SET WS-NOS-FOUND TO TRUE
061900     ELSE
062000         SET NX UP BY 1
062100     END-IF.
062200 1640-EXIT.
062300     EXIT.
062400
062500******************************************************************
062600*    1700-ADD-EXPECTED - TAKE THE NEXT EXPECTED-SIDE SLOT AS A
062700*    NEW OPEN ITEM FIRST SEEN TODAY.  THE CALLER FILLS IT IN.
062800******************************************************************
062900 1700-ADD-EXPECTED.
063000     IF WS-EXP-COUNT NOT < WS-EXP-MAX
063100         DISPLAY "BSNOSREC - EXPECTED TABLE FULL - RUN CANCELLED"
063200         MOVE 16 TO RETURN-CODE
063300         STOP RUN
063400     END-IF.
063500     ADD 1 TO WS-EXP-COUNT.
063600     SET EX TO WS-EXP-COUNT.
063700     MOVE WS-RUN-DATE TO WS-EX-FIRST-DATE (EX).
063800     MOVE 1 TO WS-EX-AGE-DAYS (EX).
063900     MOVE "N" TO WS-EX-CARRIED-SW (EX).
064000     SET WS-EX-OPEN (EX) TO TRUE.
064100 1700-EXIT.
064200     EXIT.
064300
064400******************************************************************
064500*    1800-ADD-STATEMENT - TAKE THE NEXT STATEMENT-SIDE SLOT AS A
064600*    NEW OPEN ITEM FIRST SEEN TODAY.  THE CALLER FILLS IT IN.
064700******************************************************************
064800 1800-ADD-STATEMENT.
064900     IF WS-STM-COUNT NOT < WS-STM-MAX
065000         DISPLAY "BSNOSREC - STATEMENT TABLE FULL - "
065100                 "RUN CANCELLED"
065200         MOVE 16 TO RETURN-CODE
065300         STOP RUN
065400     END-IF.
065500     ADD 1 TO WS-STM-COUNT.
065600     SET SX TO WS-STM-COUNT.
065700     MOVE WS-RUN-DATE TO WS-SM-FIRST-DATE (SX).
065800     MOVE 1 TO WS-SM-AGE-DAYS (SX).
065900     MOVE "N" TO WS-SM-CARRIED-SW (SX).
066000     SET WS-SM-OPEN (SX) TO TRUE.
066100 1800-EXIT.
066200     EXIT.
066300
066400******************************************************************
066500*    2000-MATCH-PASS - OFFER EVERY OPEN STATEMENT ENTRY TO THE
066600*    OPEN EXPECTED ITEMS UNDER THE CURRENT PASS'S AMOUNT RULE.
066700******************************************************************
066800 2000-MATCH-PASS.
066900     SET SX TO 1.
067000     PERFORM 2100-MATCH-ONE-ENTRY THRU 2100-EXIT
067100         UNTIL SX > WS-STM-COUNT.
067200 2000-EXIT.
067300     EXIT.
067400
067500 2100-MATCH-ONE-ENTRY.
067600     IF NOT WS-SM-OPEN (SX)
067700         GO TO 2100-NEXT
067800     END-IF.
067900     SET WS-MATCH-NOTFND TO TRUE.
068000     SET EX TO 1.
068100     PERFORM 2200-SCAN-EXPECTED THRU 2200-EXIT
068200         UNTIL WS-MATCH-FOUND OR EX > WS-EXP-COUNT.
068300     IF WS-MATCH-NOTFND
068400         GO TO 2100-NEXT
068500     END-IF.
068600     EVALUATE TRUE
068700         WHEN WS-EXACT-PASS
068800             SET WS-EX-CLEARED (EX) TO TRUE
068900             ADD 1 TO WS-EXACT-COUNT
069000         WHEN WS-TOLERANCE-PASS
069100             SET WS-EX-CLEARED (EX) TO TRUE
069200             ADD 1 TO WS-TOL-COUNT
069300             MOVE "TOLERANCE" TO NR-DT-STATUS
069400             MOVE WS-DIFF-AMT TO NR-DT-AMOUNT
069500             PERFORM 2400-PRINT-MATCH THRU 2400-EXIT
069600         WHEN WS-PARTIAL-PASS
069700             SUBTRACT WS-SM-OPEN-AMT (SX) FROM WS-EX-OPEN-AMT (EX)
069800             SET WS-EX-SHORT (EX) TO TRUE
069900             IF WS-EX-OPEN-AMT (EX) NOT > WS-TOLERANCE
070000                 SET WS-EX-CLEARED (EX) TO TRUE
070100             END-IF
070200             ADD 1 TO WS-PART-COUNT
070300             MOVE "PART PAID" TO NR-DT-STATUS
070400             MOVE WS-SM-OPEN-AMT (SX) TO NR-DT-AMOUNT
070500             PERFORM 2400-PRINT-MATCH THRU 2400-EXIT
070600     END-EVALUATE.
070700     SET WS-SM-CLEARED (SX) TO TRUE.
070800 2100-NEXT.
070900     SET SX UP BY 1.
071000 2100-EXIT.
071100     EXIT.
071200
071300******************************************************************
071400*    2200-SCAN-EXPECTED - AN EXPECTED ITEM IS A CANDIDATE WHEN
071500*    IT IS STILL OPEN (OR SHORT), ON THE SAME ACCOUNT, CURRENCY
071600*    AND DIRECTION, AND FOR THE SAME VALUE DATE UNLESS EITHER
071700*    SIDE WAS CARRIED IN.  2300-TEST-AMOUNT APPLIES THE PASS.
071800******************************************************************
071900 2200-SCAN-EXPECTED.
072000     IF WS-EX-CLEARED (EX)
072100             OR WS-EX-ACCOUNT-NO (EX) NOT = WS-SM-ACCOUNT-NO (SX)
072200             OR WS-EX-CCY-CODE (EX) NOT = WS-SM-CCY-CODE (SX)
072300             OR WS-EX-DIR (EX) NOT = WS-SM-DIR (SX)
072400         GO TO 2200-NEXT
072500     END-IF.
072600     IF WS-EX-VALUE-DATE (EX) NOT = WS-SM-VALUE-DATE (SX)
072700             AND NOT WS-EX-CARRIED (EX)
072800             AND NOT WS-SM-CARRIED (SX)
072900         GO TO 2200-NEXT
073000     END-IF.
073100     PERFORM 2300-TEST-AMOUNT THRU 2300-EXIT.
073200     IF WS-MATCH-FOUND
073300         GO TO 2200-EXIT
073400     END-IF.
073500 2200-NEXT.
073600     SET EX UP BY 1.
073700 2200-EXIT.
073800     EXIT.
073900
074000 2300-TEST-AMOUNT.
074100     IF WS-EX-OPEN-AMT (EX) < WS-SM-OPEN-AMT (SX)
074200         COMPUTE WS-DIFF-AMT =
074300             WS-SM-OPEN-AMT (SX) - WS-EX-OPEN-AMT (EX)
074400     ELSE
074500         COMPUTE WS-DIFF-AMT =
074600             WS-EX-OPEN-AMT (EX) - WS-SM-OPEN-AMT (SX)
074700     END-IF.
074800     EVALUATE TRUE
074900         WHEN WS-EXACT-PASS
075000             IF WS-DIFF-AMT = ZERO
075100                 SET WS-MATCH-FOUND TO TRUE
075200             END-IF
075300         WHEN WS-TOLERANCE-PASS
075400             IF WS-DIFF-AMT NOT > WS-TOLERANCE
075500                 SET WS-MATCH-FOUND TO TRUE
075600             END-IF
075700         WHEN WS-PARTIAL-PASS
075800             IF WS-SM-OPEN-AMT (SX) < WS-EX-OPEN-AMT (EX)
075900                 SET WS-MATCH-FOUND TO TRUE
076000             END-IF
076100     END-EVALUATE.
076200 2300-EXIT.
076300     EXIT.
076400
076500******************************************************************
076600*    2400-PRINT-MATCH - ONE LINE FOR A MATCH THAT WAS NOT
076700*    EXACT, AGAINST THE EXPECTED ITEM.  THE CALLER SETS THE
076800*    STATUS AND AMOUNT - THE DIFFERENCE FOR A TOLERANCE MATCH,
076900*    THE AMOUNT MOVED FOR A PARTIAL ONE.
077000******************************************************************
077100 2400-PRINT-MATCH.
077200     MOVE WS-EX-REF (EX) TO NR-DT-REF.
077300     MOVE WS-EX-CPTY-ID (EX) TO NR-DT-CPTY-ID.
077400     MOVE WS-EX-ACCOUNT-NO (EX) TO NR-DT-ACCOUNT-NO.
077500     MOVE WS-EX-CCY-CODE (EX) TO NR-DT-CCY-CODE.
077600     MOVE WS-EX-DIR (EX) TO NR-DT-DIR.
077700     MOVE WS-SM-VALUE-DATE (SX) TO NR-DT-VALUE-DATE.
077800     MOVE WS-EX-AGE-DAYS (EX) TO NR-DT-AGE-DAYS.
077900     MOVE SPACES TO NR-DT-BUCKET.
078000     PERFORM 4000-PRINT-DETAIL THRU 4000-EXIT.
078100 2400-EXIT.
078200     EXIT.
078300
078400******************************************************************
078500*    3000-WRITE-BREAKS - EVERY ITEM STILL OPEN ON EITHER SIDE
078600*    GOES TO BRKOUT STAMPED WITH TODAY'S DATE AND ONTO THE
078700*    REPORT WITH ITS AGE BUCKET.
078800******************************************************************
078900 3000-WRITE-BREAKS.
079000     SET EX TO 1.
079100     PERFORM 3100-EXPECTED-BREAK THRU 3100-EXIT
079200         UNTIL EX > WS-EXP-COUNT.
079300     SET SX TO 1.
079400     PERFORM 3200-STATEMENT-BREAK THRU 3200-EXIT
079500         UNTIL SX > WS-STM-COUNT.
079600 3000-EXIT.
079700     EXIT.
079800
079900 3100-EXPECTED-BREAK.
080000     IF WS-EX-CLEARED (EX)
080100         GO TO 3100-NEXT
080200     END-IF.
080300     MOVE SPACES TO BK-BREAK-RECORD.
080400     SET BK-EXPECTED-SIDE TO TRUE.
080500     MOVE WS-EX-REF (EX) TO BK-REF.
080600     MOVE WS-EX-CPTY-ID (EX) TO BK-CPTY-ID.
080700     MOVE WS-EX-ACCOUNT-NO (EX) TO BK-ACCOUNT-NO.
080800     MOVE WS-EX-CCY-CODE (EX) TO BK-CCY-CODE.
080900     MOVE WS-EX-DIR (EX) TO BK-DIR.
081000     MOVE WS-EX-OPEN-AMT (EX) TO BK-OPEN-AMT.
081100     MOVE WS-EX-ORIG-AMT (EX) TO BK-ORIG-AMT.
081200     MOVE WS-EX-VALUE-DATE (EX) TO BK-VALUE-DATE.
081300     MOVE WS-EX-FIRST-DATE (EX) TO BK-FIRST-DATE.
081400     MOVE WS-EX-AGE-DAYS (EX) TO BK-AGE-DAYS.
081500     IF WS-EX-SHORT (EX)
081600         MOVE "SHORT" TO NR-DT-STATUS
081700     ELSE
081800         MOVE "NOT SEEN" TO NR-DT-STATUS
081900     END-IF.
082000     PERFORM 3300-CARRY-BREAK THRU 3300-EXIT.
082100 3100-NEXT.
082200     SET EX UP BY 1.
082300 3100-EXIT.
082400     EXIT.
082500
082600 3200-STATEMENT-BREAK.
082700     IF WS-SM-CLEARED (SX)
082800         GO TO 3200-NEXT
082900     END-IF.
083000     MOVE SPACES TO BK-BREAK-RECORD.
083100     SET BK-STATEMENT-SIDE TO TRUE.
083200     MOVE WS-SM-REF (SX) TO BK-REF.
083300     MOVE WS-SM-CPTY-ID (SX) TO BK-CPTY-ID.
083400     MOVE WS-SM-ACCOUNT-NO (SX) TO BK-ACCOUNT-NO.
083500     MOVE WS-SM-CCY-CODE (SX) TO BK-CCY-CODE.
083600     MOVE WS-SM-DIR (SX) TO BK-DIR.
083700     MOVE WS-SM-OPEN-AMT (SX) TO BK-OPEN-AMT.
083800     MOVE WS-SM-ORIG-AMT (SX) TO BK-ORIG-AMT.
083900     MOVE WS-SM-VALUE-DATE (SX) TO BK-VALUE-DATE.
084000     MOVE WS-SM-FIRST-DATE (SX) TO BK-FIRST-DATE.
084100     MOVE WS-SM-AGE-DAYS (SX) TO BK-AGE-DAYS.
084200     MOVE "UNEXPECTED" TO NR-DT-STATUS.
084300     PERFORM 3300-CARRY-BREAK THRU 3300-EXIT.
084400 3200-NEXT.
084500     SET SX UP BY 1.
084600 3200-EXIT.
084700     EXIT.
084800
084900******************************************************************
085000*    3300-CARRY-BREAK - WRITE THE BREAK BUILT IN BK-BREAK-RECORD
085100*    FORWARD, BUCKET IT BY AGE AND PRINT IT.
085200******************************************************************
085300 3300-CARRY-BREAK.
085400     MOVE WS-RUN-DATE TO BK-LAST-RUN-DATE.
085500     WRITE BO-BRKOUT-RECORD FROM BK-BREAK-RECORD.
085600     ADD 1 TO WS-OUT-COUNT.
085700     EVALUATE TRUE
085800         WHEN BK-AGE-DAYS NOT > 1
085900             MOVE 1 TO WS-BUCKET-NO
086000         WHEN BK-AGE-DAYS NOT > 3
086100             MOVE 2 TO WS-BUCKET-NO
086200         WHEN BK-AGE-DAYS NOT > 5
086300             MOVE 3 TO WS-BUCKET-NO
086400         WHEN BK-AGE-DAYS NOT > 10
086500             MOVE 4 TO WS-BUCKET-NO
086600         WHEN OTHER
086700             MOVE 5 TO WS-BUCKET-NO
086800     END-EVALUATE.
086900     ADD 1 TO WS-BUCKET-COUNT (WS-BUCKET-NO).
087000     MOVE BK-REF TO NR-DT-REF.
087100     MOVE BK-CPTY-ID TO NR-DT-CPTY-ID.
087200     MOVE BK-ACCOUNT-NO TO NR-DT-ACCOUNT-NO.
087300     MOVE BK-CCY-CODE TO NR-DT-CCY-CODE.
087400     MOVE BK-DIR TO NR-DT-DIR.
087500     MOVE BK-OPEN-AMT TO NR-DT-AMOUNT.
087600     MOVE BK-VALUE-DATE TO NR-DT-VALUE-DATE.
087700     MOVE BK-AGE-DAYS TO NR-DT-AGE-DAYS.
087800     MOVE WS-BUCKET-NAME (WS-BUCKET-NO) TO NR-DT-BUCKET.
087900     PERFORM 4000-PRINT-DETAIL THRU 4000-EXIT.
088000 3300-EXIT.
088100     EXIT.
088200
088300******************************************************************
088400*    4000-PRINT-DETAIL - ADD THE COUNTERPARTY NAME AND PRINT ONE
088500*    REPORT LINE, STARTING A NEW PAGE WHEN FULL.
088600******************************************************************
088700 4000-PRINT-DETAIL.
088800     IF WS-LINE-COUNT NOT < WS-PAGE-SIZE
088900         PERFORM 1200-WRITE-HEADERS THRU 1200-EXIT
089000     END-IF.
089100     MOVE NR-DT-CPTY-ID TO CY-CPTY-ID.
089200     READ CPTY-FILE
089300         INVALID KEY
089400             MOVE "NOT ON CPTY MASTER" TO NR-DT-CPTY-NAME
089500         NOT INVALID KEY
089600             MOVE CY-CPTY-NAME TO NR-DT-CPTY-NAME
089700     END-READ.
089800     WRITE REPORT-RECORD FROM NR-DETAIL-LINE AFTER ADVANCING 1
089900             LINE.
090000     ADD 1 TO WS-LINE-COUNT.
090100 4000-EXIT.
090200     EXIT.
090300
090400******************************************************************
090500*    8000-PRINT-TOTALS - CONTROL COUNTS AND THE BREAKS CARRIED
090600*    OUT BY AGE BUCKET.
090700******************************************************************
090800 8000-PRINT-TOTALS.
090900     MOVE WS-STMT-COUNT TO NR-TL1-STMT-COUNT.
091000     WRITE REPORT-RECORD FROM NR-TOTAL-LINE-1 AFTER ADVANCING 2
091100             LINES.
091200     MOVE WS-OTHER-COUNT TO NR-TL2-OTHER-COUNT.
091300     WRITE REPORT-RECORD FROM NR-TOTAL-LINE-2 AFTER ADVANCING 1
091400             LINE.
091500     MOVE WS-EXP-LOADED TO NR-TL3-EXP-COUNT.
091600     WRITE REPORT-RECORD FROM NR-TOTAL-LINE-3 AFTER ADVANCING 1
091700             LINE.
091800     MOVE WS-CARRIED-COUNT TO NR-TL4-CARRIED-COUNT.
091900     WRITE REPORT-RECORD FROM NR-TOTAL-LINE-4 AFTER ADVANCING 1
092000             LINE.
092100     MOVE WS-EXACT-COUNT TO NR-TL5-EXACT-COUNT.
092200     WRITE REPORT-RECORD FROM NR-TOTAL-LINE-5 AFTER ADVANCING 1
092300             LINE.
092400     MOVE WS-TOL-COUNT TO NR-TL6-TOL-COUNT.
092500     WRITE REPORT-RECORD FROM NR-TOTAL-LINE-6 AFTER ADVANCING 1
092600             LINE.
092700     MOVE WS-PART-COUNT TO NR-TL7-PART-COUNT.
092800     WRITE REPORT-RECORD FROM NR-TOTAL-LINE-7 AFTER ADVANCING 1
092900             LINE.
093000     MOVE WS-OUT-COUNT TO NR-TL8-OUT-COUNT.
093100     WRITE REPORT-RECORD FROM NR-TOTAL-LINE-8 AFTER ADVANCING 1
093200             LINE.
093300     MOVE 1 TO WS-BUCKET-NO.
093400     PERFORM 8100-PRINT-BUCKET THRU 8100-EXIT
093500         UNTIL WS-BUCKET-NO > 5.
093600 8000-EXIT.
093700     EXIT.
093800
093900 8100-PRINT-BUCKET.
094000     MOVE WS-BUCKET-NAME (WS-BUCKET-NO) TO NR-AG-BUCKET.
094100     MOVE WS-BUCKET-COUNT (WS-BUCKET-NO) TO NR-AG-COUNT.
094200     WRITE REPORT-RECORD FROM NR-AGE-LINE AFTER ADVANCING 1
094300             LINE.
094400     ADD 1 TO WS-BUCKET-NO.
094500 8100-EXIT.
094600     EXIT.
094700
094800******************************************************************
094900*    7800-CHECK-RUN-CONTROL - OPEN THE RUN-STATUS FILE, PROVE
095000*    THE STEPS THIS RUN DEPENDS ON COMPLETED FOR THE DATE,
095100*    AND STAMP THIS RUN STARTED.  THE STATEMENT IS MATCHED
095200*    ONLY AGAINST A COMPLETE SET OF THE DAY'S INSTRUCTIONS.
095300*    7900-RECORD-COMPLETE STAMPS THE SUCCESSFUL END.
095400******************************************************************
095500 7800-CHECK-RUN-CONTROL.
095600     OPEN I-O RUNSTAT-FILE.
095700     MOVE "BSPAYINS" TO RS-PROGRAM.
095800     PERFORM 7850-READ-RUNSTAT THRU 7850-EXIT.
095900     IF WS-RSTAT-NOTFND OR NOT RS-COMPLETED
096000         DISPLAY "BSNOSREC - BSPAYINS NOT COMPLETE FOR DATE - "
096100                 "RUN CANCELLED"
096200         MOVE 16 TO RETURN-CODE
096300         STOP RUN
096400     END-IF.
096500     MOVE "BSNOSREC" TO RS-PROGRAM.
096600     PERFORM 7850-READ-RUNSTAT THRU 7850-EXIT.
096700     MOVE "S" TO RS-STATUS.
096800     ACCEPT WS-RSTAT-TIME FROM TIME.
096900     MOVE WS-RSTAT-TIME TO RS-START-TIME.
097000     MOVE ZERO TO RS-END-TIME.
097100     IF WS-RSTAT-FOUND
097200         REWRITE RS-RUNSTAT-RECORD
097300             INVALID KEY
097400                 DISPLAY "BSNOSREC - RUNSTAT REWRITE FAILED"
097500         END-REWRITE
097600     ELSE
097700         WRITE RS-RUNSTAT-RECORD
097800             INVALID KEY
097900                 DISPLAY "BSNOSREC - RUNSTAT WRITE FAILED"
098000         END-WRITE
098100     END-IF.
098200 7800-EXIT.
098300     EXIT.
098400
098500 7850-READ-RUNSTAT.
098600     SET WS-RSTAT-NOTFND TO TRUE.
098700     MOVE WS-RUN-DATE TO RS-RUN-DATE.
098800     READ RUNSTAT-FILE
098900         INVALID KEY
099000             CONTINUE
099100         NOT INVALID KEY
099200             SET WS-RSTAT-FOUND TO TRUE
099300     END-READ.
099400 7850-EXIT.
099500     EXIT.
099600
099700 7900-RECORD-COMPLETE.
099800     MOVE "BSNOSREC" TO RS-PROGRAM.
099900     PERFORM 7850-READ-RUNSTAT THRU 7850-EXIT.
100000     IF WS-RSTAT-FOUND
100100         MOVE "C" TO RS-STATUS
100200         ACCEPT WS-RSTAT-TIME FROM TIME
100300         MOVE WS-RSTAT-TIME TO RS-END-TIME
100400         REWRITE RS-RUNSTAT-RECORD
100500             INVALID KEY
100600                 DISPLAY "BSNOSREC - RUNSTAT REWRITE FAILED"
100700         END-REWRITE
100800     END-IF.
100900 7900-EXIT.
101000     EXIT.
101100
101200******************************************************************
101300*    9000-TERMINATE - CLOSE FILES AND RETURN TO THE OPERATING
101400*    SYSTEM.
101500******************************************************************
101600 9000-TERMINATE.
101700     PERFORM 7900-RECORD-COMPLETE THRU 7900-EXIT.
101800     CLOSE RUNSTAT-FILE.
101900     CLOSE CPTY-FILE.
102000     CLOSE SSI-FILE.
102100     CLOSE BRKOUT-FILE.
102200     CLOSE REPORT-FILE.
102300     DISPLAY "BSNOSREC COMPLETE - " WS-STMT-COUNT
102400             " STATEMENT ENTRIES, " WS-OUT-COUNT
102500             " BREAKS CARRIED FORWARD".
102600 9000-EXIT.
102700     EXIT.
