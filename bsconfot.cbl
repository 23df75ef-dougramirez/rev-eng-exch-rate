000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BSCONFOT.
000300 AUTHOR. D. L. RAMIREZ.
000400 INSTALLATION. TREASURY SETTLEMENT OPERATIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    DESCRIPTION..: OUTBOUND TRADE CONFIRMATIONS.  RUNS AFTER
000900*                   EACH BSCALC RUN AND WRITES ONE CONFIRMATION
001000*                   TO CONFOUT FOR EVERY TRADE JOURNALED FOR THE
001100*                   BUSINESS DATE - PAIR, ORIGINAL AMOUNT, RESULT
001200*                   WITH FEE, FEE, MARKUP, VALUE DATE AND OUR
001300*                   REFERENCE - SO EACH COUNTERPARTY CAN AFFIRM
001400*                   THE TRADE.  EACH TRADE IS ALSO RECORDED ON
001500*                   CONFMSTR AS UNCONFIRMED FOR BSCONFMT TO MATCH
001600*                   THE COUNTERPARTY'S REPLY AGAINST.  A TRADE
001700*                   AMENDED BY BSCANAMD COMES BACK UNDER ITS
001800*                   ORIGINAL SEQUENCE; ITS NEW ECONOMICS REPLACE
001900*                   THE OLD ON CONFMSTR AND IT IS CONFIRMED AGAIN.
002000*                   A RERUN OF THE SAME DATE REISSUES THE SAME
002100*                   CONFIRMATIONS UNDER THE SAME REFERENCES AND
002200*                   LEAVES CONFMSTR AS IT STANDS.  THE VALUE DATE
002300*                   IS THE BUSINESS DATE - A FORWARD TRADE ONLY
002400*                   REACHES THE JOURNAL ON ITS VALUE DATE.
002500*    MODIFICATION HISTORY
002600*    DATE       INIT DESCRIPTION
002700*    ---------- ---- -------------------------------------------
002800*    2026-10-15 DLR  INITIAL VERSION - TRADE CONFIRMATIONS.
002900******************************************************************
003000
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. IBM-370.
003400 OBJECT-COMPUTER. IBM-370.
003500
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT OPTIONAL PARM-FILE
003900         ASSIGN TO "PARMFILE"
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100
004200     SELECT JOURNAL-FILE
004300         ASSIGN TO "JRNLFILE"
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500
004600     SELECT CONF-MASTER-FILE
004700         ASSIGN TO "CONFMSTR"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS KF-TRADE-SEQ.
005100
005200     SELECT CONFOUT-FILE
005300         ASSIGN TO "CONFOUT"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500
005600     SELECT RUNSTAT-FILE
005700         ASSIGN TO "RUNSTAT"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS RS-RUN-KEY.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  PARM-FILE
006500     LABEL RECORDS ARE STANDARD.
006600     COPY CXPARM.
006700
006800 FD  JOURNAL-FILE
006900     LABEL RECORDS ARE STANDARD.
007000     COPY CXJRNL.
007100
007200 FD  CONF-MASTER-FILE
007300     LABEL RECORDS ARE STANDARD.
007400     COPY CXCNFM.
007500
007600 FD  CONFOUT-FILE
007700     LABEL RECORDS ARE STANDARD.
007800     COPY CXCNFX.
007900
008000 FD  RUNSTAT-FILE
008100     LABEL RECORDS ARE STANDARD.
008200     COPY CXRSTAT.
008300
008400 WORKING-STORAGE SECTION.
008500******************************************************************
008600*    SWITCHES
008700******************************************************************
008800 01  WS-SWITCHES.
008900     05  WS-JRNL-EOF-SW          PIC X(01)   VALUE "N".
009000         88  WS-JRNL-EOF                     VALUE "Y".
009100     05  WS-PARM-EOF-SW          PIC X(01)   VALUE "N".
009200         88  WS-PARM-EOF                     VALUE "Y".
009300     05  WS-CONF-FOUND-SW        PIC X(01).
009400         88  WS-CONF-FOUND                    VALUE "Y".
009500         88  WS-CONF-NOTFND                   VALUE "N".
009600     05  WS-RSTAT-FOUND-SW       PIC X(01)   VALUE "N".
009700         88  WS-RSTAT-FOUND                   VALUE "Y".
009800         88  WS-RSTAT-NOTFND                  VALUE "N".
009900
010000 01  WS-RUN-DATE                 PIC 9(08).
010100 01  WS-RSTAT-TIME               PIC 9(08).
010200
010300 01  WS-CONTROL-TOTALS.
010400     05  WS-CONF-COUNT           PIC 9(09)   COMP   VALUE ZERO.
010500     05  WS-NEW-COUNT            PIC 9(09)   COMP   VALUE ZERO.
010600     05  WS-AMEND-COUNT          PIC 9(09)   COMP   VALUE ZERO.
010700     05  WS-REISSUE-COUNT        PIC 9(09)   COMP   VALUE ZERO.
010800
010900 PROCEDURE DIVISION.
011000******************************************************************
011100*    0000-MAINLINE - ONE CONFIRMATION PER TRADE JOURNALED FOR
011200*    THE BUSINESS DATE.
011300******************************************************************
011400 0000-MAINLINE.
011500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011600     PERFORM 2000-CONFIRM-TRADE THRU 2000-EXIT
011700         UNTIL WS-JRNL-EOF.
011800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011900     STOP RUN.
012000
012100******************************************************************
012200*    1000-INITIALIZE - READ THE PARMS, PROVE THE DAY WAS PRICED,
012300*    OPEN THE FILES AND PRIME THE JOURNAL READ.
012400******************************************************************
012500 1000-INITIALIZE.
012600     PERFORM 1050-READ-PARMS THRU 1050-EXIT.
012700     PERFORM 7800-CHECK-RUN-CONTROL THRU 7800-EXIT.
012800     DISPLAY "BSCONFOT - TRADE CONFIRMATIONS - RUN DATE "
012900             WS-RUN-DATE.
013000     OPEN I-O CONF-MASTER-FILE.
013100     OPEN OUTPUT CONFOUT-FILE.
013200     OPEN INPUT JOURNAL-FILE.
013300     PERFORM 2010-READ-JOURNAL THRU 2010-EXIT.
013400 1000-EXIT.
013500     EXIT.
013600
013700******************************************************************
013800*    1050-READ-PARMS - READ THE RUN-CONTROL PARAMETER RECORD THE
013900*    SAME WAY BSCALC DOES.  A RUN WITHOUT A USABLE PARM RECORD
014000*    IS CANCELLED OUTRIGHT.
014100******************************************************************
014200 1050-READ-PARMS.
014300     OPEN INPUT PARM-FILE.
014400     READ PARM-FILE
014500         AT END
014600             MOVE "Y" TO WS-PARM-EOF-SW
014700     END-READ.
014800     CLOSE PARM-FILE.
014900     IF WS-PARM-EOF
015000         DISPLAY "BSCONFOT - NO PARMFILE RECORD - RUN CANCELLED"
015100         MOVE 16 TO RETURN-CODE
015200         STOP RUN
015300     END-IF.
015400     IF PM-BUSINESS-DATE NOT NUMERIC
015500             OR PM-BUSINESS-DATE = ZERO
015600         DISPLAY "BSCONFOT - BAD BUSINESS DATE ON PARMFILE - "
015700                 "RUN CANCELLED"
015800         MOVE 16 TO RETURN-CODE
015900         STOP RUN
016000     END-IF.
016100     MOVE PM-BUSINESS-DATE TO WS-RUN-DATE.
016200 1050-EXIT.
016300     EXIT.
016400
016500******************************************************************
016600*    2000-CONFIRM-TRADE - ONE JOURNAL RECORD.  ONLY THE DAY'S
016700*    TRADE ENTRIES ARE CONFIRMED - A REVERSAL IS NOT A TRADE.
016800******************************************************************
016900 2000-CONFIRM-TRADE.
017000     IF CJ-RUN-DATE NOT = WS-RUN-DATE
017100             OR CJ-REVERSAL-ENTRY
017200         GO TO 2000-NEXT
017300     END-IF.
017400     PERFORM 3000-BUILD-CONFIRMATION THRU 3000-EXIT.
017500     PERFORM 4000-RECORD-MASTER THRU 4000-EXIT.
017600     WRITE KX-CONF-RECORD.
017700     ADD 1 TO WS-CONF-COUNT.
017800 2000-NEXT.
017900     PERFORM 2010-READ-JOURNAL THRU 2010-EXIT.
018000 2000-EXIT.
018100     EXIT.
018200
018300 2010-READ-JOURNAL.
018400     READ JOURNAL-FILE
018500         AT END
018600             MOVE "Y" TO WS-JRNL-EOF-SW
018700     END-READ.
018800 2010-EXIT.
018900     EXIT.
019000
019100******************************************************************
019200*    3000-BUILD-CONFIRMATION - THE OUTBOUND RECORD FROM THE
019300*    JOURNAL.  OUR REFERENCE IS "C", THE BUSINESS DATE AND THE
019400*    TRADE SEQUENCE.
019500******************************************************************
019600 3000-BUILD-CONFIRMATION.
019700     MOVE SPACES TO KX-CONF-RECORD.
019800     MOVE "C" TO KX-REF-PREFIX.
019900     MOVE WS-RUN-DATE TO KX-REF-DATE.
020000     MOVE CJ-TRADE-SEQ TO KX-REF-SEQ.
020100     MOVE CJ-TRADE-SEQ TO KX-TRADE-SEQ.
020200     MOVE CJ-CPTY-ID TO KX-CPTY-ID.
020300     MOVE WS-RUN-DATE TO KX-TRADE-DATE.
020400     MOVE CJ-FROM-CCY TO KX-FROM-CCY.
020500     MOVE CJ-TO-CCY TO KX-TO-CCY.
020600     MOVE CJ-ORIG TO KX-ORIG.
020700     MOVE CJ-RESULT-FEE TO KX-RESULT-FEE.
020800     MOVE CJ-FEE TO KX-FEE.
020900     MOVE CJ-MUP TO KX-MUP.
021000     MOVE WS-RUN-DATE TO KX-VALUE-DATE.
021100 3000-EXIT.
021200     EXIT.
021300
021400******************************************************************
021500*    4000-RECORD-MASTER - ADD THE TRADE TO CONFMSTR AS
021600*    UNCONFIRMED.  A TRADE ALREADY THERE FROM AN EARLIER DATE
021700*    IS AN AMENDMENT - ITS ECONOMICS ARE REPLACED AND IT IS
021800*    OPEN AGAIN.  ONE ALREADY THERE FOR THIS DATE IS A RERUN
021900*    AND IS LEFT ALONE.
022000******************************************************************
022100 4000-RECORD-MASTER.
022200     SET WS-CONF-NOTFND TO TRUE.
022300     MOVE CJ-TRADE-SEQ TO KF-TRADE-SEQ.
022400     READ CONF-MASTER-FILE
022500         INVALID KEY
022600             CONTINUE
022700         NOT INVALID KEY
022800             SET WS-CONF-FOUND TO TRUE
022900     END-READ.
023000     IF WS-CONF-FOUND AND KF-TRADE-DATE = WS-RUN-DATE
023100         ADD 1 TO WS-REISSUE-COUNT
023200         GO TO 4000-EXIT
023300     END-IF.
023400     MOVE SPACES TO KF-CONF-MASTER-RECORD.
023500     MOVE KX-TRADE-SEQ TO KF-TRADE-SEQ.
023600     MOVE KX-CPTY-ID TO KF-CPTY-ID.
023700     MOVE KX-TRADE-DATE TO KF-TRADE-DATE.
023800     MOVE KX-FROM-CCY TO KF-FROM-CCY.
023900     MOVE KX-TO-CCY TO KF-TO-CCY.
024000     MOVE KX-ORIG TO KF-ORIG.
024100     MOVE KX-RESULT-FEE TO KF-RESULT-FEE.
024200     MOVE KX-FEE TO KF-FEE.
024300     MOVE KX-MUP TO KF-MUP.
024400     MOVE KX-VALUE-DATE TO KF-VALUE-DATE.
024500     MOVE KX-OUR-REF TO KF-OUR-REF.
024600     SET KF-UNCONFIRMED TO TRUE.
024700     MOVE WS-RUN-DATE TO KF-STATUS-DATE.
024800     IF WS-CONF-FOUND
024900         REWRITE KF-CONF-MASTER-RECORD
025000             INVALID KEY
025100                 DISPLAY "BSCONFOT - CONFMSTR REWRITE FAILED - "
025200                         "TRADE " KF-TRADE-SEQ
025300         END-REWRITE
025400         ADD 1 TO WS-AMEND-COUNT
025500     ELSE
025600         WRITE KF-CONF-MASTER-RECORD
025700             INVALID KEY
025800                 DISPLAY "BSCONFOT - CONFMSTR WRITE FAILED - "
025900                         "TRADE " KF-TRADE-SEQ
026000         END-WRITE
026100         ADD 1 TO WS-NEW-COUNT
026200     END-IF.
026300 4000-EXIT.
026400     EXIT.
026500
026600******************************************************************
026700*    7800-CHECK-RUN-CONTROL - OPEN THE RUN-STATUS FILE, PROVE
026800*    BSCALC COMPLETED FOR THE DATE, AND STAMP THIS RUN
026900*    STARTED.  7900-RECORD-COMPLETE STAMPS THE SUCCESSFUL END.
027000******************************************************************
027100 7800-CHECK-RUN-CONTROL.
027200     OPEN I-O RUNSTAT-FILE.
027300     MOVE "BSCALC" TO RS-PROGRAM.
027400     PERFORM 7850-READ-RUNSTAT THRU 7850-EXIT.
027500     IF WS-RSTAT-NOTFND OR NOT RS-COMPLETED
027600         DISPLAY "BSCONFOT - BSCALC NOT COMPLETE FOR DATE - "
027700                 "RUN CANCELLED"
027800         MOVE 16 TO RETURN-CODE
027900         STOP RUN
028000     END-IF.
028100     MOVE "BSCONFOT" TO RS-PROGRAM.
028200     PERFORM 7850-READ-RUNSTAT THRU 7850-EXIT.
028300     MOVE "S" TO RS-STATUS.
028400     ACCEPT WS-RSTAT-TIME FROM TIME.
028500     MOVE WS-RSTAT-TIME TO RS-START-TIME.
028600     MOVE ZERO TO RS-END-TIME.
028700     IF WS-RSTAT-FOUND
028800         REWRITE RS-RUNSTAT-RECORD
028900             INVALID KEY
029000                 DISPLAY "BSCONFOT - RUNSTAT REWRITE FAILED"
029100         END-REWRITE
029200     ELSE
029300         WRITE RS-RUNSTAT-RECORD
029400             INVALID KEY
029500                 DISPLAY "BSCONFOT - RUNSTAT WRITE FAILED"
029600         END-WRITE
029700     END-IF.
029800 7800-EXIT.
029900     EXIT.
030000
030100 7850-READ-RUNSTAT.
030200     SET WS-RSTAT-NOTFND TO TRUE.
030300     MOVE WS-RUN-DATE TO RS-RUN-DATE.
030400     READ RUNSTAT-FILE
030500         INVALID KEY
030600             CONTINUE
030700         NOT INVALID KEY
030800             SET WS-RSTAT-FOUND TO TRUE
030900     END-READ.
031000 7850-EXIT.
031100     EXIT.
031200
031300 7900-RECORD-COMPLETE.
031400     MOVE "BSCONFOT" TO RS-PROGRAM.
031500     PERFORM 7850-READ-RUNSTAT THRU 7850-EXIT.
031600     IF WS-RSTAT-FOUND
031700         MOVE "C" TO RS-STATUS
031800         ACCEPT WS-RSTAT-TIME FROM TIME
031900         MOVE WS-RSTAT-TIME TO RS-END-TIME
032000         REWRITE RS-RUNSTAT-RECORD
032100             INVALID KEY
032200                 DISPLAY "BSCONFOT - RUNSTAT REWRITE FAILED"
032300         END-REWRITE
032400     END-IF.
032500 7900-EXIT.
032600     EXIT.
032700
032800******************************************************************
032900*    9000-TERMINATE - CLOSE FILES AND RETURN TO THE OPERATING
033000*    SYSTEM.
033100******************************************************************
033200 9000-TERMINATE.
033300     PERFORM 7900-RECORD-COMPLETE THRU 7900-EXIT.
033400     CLOSE RUNSTAT-FILE.
033500     CLOSE JOURNAL-FILE.
033600     CLOSE CONF-MASTER-FILE.
033700     CLOSE CONFOUT-FILE.
033800     DISPLAY "BSCONFOT COMPLETE - " WS-CONF-COUNT
033900             " CONFIRMATIONS, " WS-NEW-COUNT " NEW, "
034000             WS-AMEND-COUNT " AMENDED, " WS-REISSUE-COUNT
034100             " REISSUED".
034200 9000-EXIT.
034300     EXIT.
