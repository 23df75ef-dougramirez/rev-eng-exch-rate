000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BSCANAMD.
000300 AUTHOR. D. L. RAMIREZ.
000400 INSTALLATION. TREASURY SETTLEMENT OPERATIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    DESCRIPTION..: CANCEL AND AMEND A TRADE ALREADY POSTED BY
000900*                   BSCALC.  THE OPERATOR KEYS THE TRADE
001000*                   SEQUENCE AND THE RUN DATE IT WAS JOURNALED
001100*                   ON; THE ORIGINAL IS FOUND ON JRNLFILE (OR
001200*                   THE JRNLARCH RETENTION ARCHIVE) AND BACKED
001300*                   OUT WITH A REVERSING JOURNAL RECORD (TYPE R)
001400*                   STAMPED WITH THE BUSINESS DATE AND A CONTRA
001500*                   POSTING (TYPE R) ON THE DAY'S GLEXTRCT.
001600*                   BSPOSLDG TAKES THE REVERSAL AS THE BACKOUT
001700*                   OF THE ORIGINAL'S POSITION FLOWS, SO THIS
001800*                   STEP RUNS AFTER BSCALC AND BEFORE THE GL
001900*                   TIE-OUT AND THE POSITION LEDGER FOR THE
002000*                   DATE.  AN AMENDMENT CANCELS THE SAME WAY AND
002100*                   THEN WRITES THE CORRECTED TRADE, UNDER ITS
002200*                   ORIGINAL SEQUENCE, TO AMENDOUT IN TRANSIN
002300*                   FORMAT FOR THE STAGING JOB TO APPEND TO THE
002400*                   NEXT RUN'S TRANSIN, WHERE IT IS PRICED LIKE
002500*                   ANY OTHER TRADE.  THE OPERATOR MUST BE ACTIVE
002600*                   ON OPERMSTR WITH CANCEL AUTHORITY, AND EVERY
002700*                   CANCEL AND AMENDMENT IS WRITTEN TO SECLOG.
002710*                   AN OUT-OF-TOLERANCE TRADE CAN BE BACKED OUT
002720*                   ONLY ONCE BSSUSPRV HAS RELEASED IT; WHILE IT
002730*                   IS STILL HELD IN SUSPENSE IT IS WORKED THERE.
002800*    MODIFICATION HISTORY
002900*    DATE       INIT DESCRIPTION
003000*    ---------- ---- -------------------------------------------
003100*    2026-10-15 DLR  INITIAL VERSION - CANCEL/AMEND CYCLE.
003200******************************************************************
003300
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. IBM-370.
003700 OBJECT-COMPUTER. IBM-370.
003800
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT OPTIONAL PARM-FILE
004200         ASSIGN TO "PARMFILE"
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400
004500     SELECT JOURNAL-FILE
004600         ASSIGN TO "JRNLFILE"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800
004900     SELECT OPTIONAL ARCHIVE-FILE
005000         ASSIGN TO "JRNLARCH"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200
005300     SELECT GLEXTRACT-FILE
005400         ASSIGN TO "GLEXTRCT"
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600
005700     SELECT OPTIONAL AMEND-FILE
005800         ASSIGN TO "AMENDOUT"
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000
006100     SELECT REGISTER-FILE
006200         ASSIGN TO "CANCRPT"
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400
006500     SELECT OPERATOR-FILE
006600         ASSIGN TO "OPERMSTR"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS OP-OPER-ID.
007000
007100     SELECT OPTIONAL SECLOG-FILE
007200         ASSIGN TO "SECLOG"
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
008700 FD  JOURNAL-FILE
008800     LABEL RECORDS ARE STANDARD.
008900     COPY CXJRNL.
009000
009100 FD  ARCHIVE-FILE
009200     LABEL RECORDS ARE STANDARD.
009300 01  AF-ARCHIVE-RECORD           PIC X(200).
009400
009500 FD  GLEXTRACT-FILE
009600     LABEL RECORDS ARE STANDARD.
009700     COPY CXGLEXT.
009800
009900 FD  AMEND-FILE
010000     LABEL RECORDS ARE STANDARD.
010100     COPY CXTRANS.
010200
010300 FD  REGISTER-FILE
010400     LABEL RECORDS ARE STANDARD.
010500 01  REGISTER-RECORD             PIC X(132).
010600
010700 FD  OPERATOR-FILE
010800     LABEL RECORDS ARE STANDARD.
010900     COPY CXOPER.
011000
011100 FD  SECLOG-FILE
011200     LABEL RECORDS ARE STANDARD.
011300     COPY CXSLOG.
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
012400     05  WS-MORE-SW              PIC X(01)   VALUE "Y".
012500         88  WS-MORE-REQUESTS                VALUE "Y".
012600     05  WS-ACTION-SW            PIC X(01).
012700         88  WS-ACTION-CANCEL                 VALUE "C".
012800         88  WS-ACTION-AMEND                  VALUE "A".
012900         88  WS-ACTION-QUIT                   VALUE "Q".
013000     05  WS-CONFIRM-SW           PIC X(01).
013100         88  WS-CONFIRMED                     VALUE "Y".
013200     05  WS-FIELD-SW             PIC X(01).
013300         88  WS-FIELD-FROM                    VALUE "F".
013400         88  WS-FIELD-TO                      VALUE "T".
013500         88  WS-FIELD-ORIG                    VALUE "O".
013600         88  WS-FIELD-RESULT                  VALUE "R".
013700         88  WS-FIELD-CPTY                    VALUE "C".
013800         88  WS-FIELD-VDATE                   VALUE "V".
013900         88  WS-FIELD-DONE                    VALUE "D".
014000     05  WS-JRNL-EOF-SW          PIC X(01)   VALUE "N".
014100         88  WS-JRNL-EOF                     VALUE "Y".
014200     05  WS-ARCH-EOF-SW          PIC X(01)   VALUE "N".
014300         88  WS-ARCH-EOF                     VALUE "Y".
014400     05  WS-PARM-EOF-SW          PIC X(01)   VALUE "N".
014500         88  WS-PARM-EOF                     VALUE "Y".
014600     05  WS-ORIG-FOUND-SW        PIC X(01)   VALUE "N".
014700         88  WS-ORIG-FOUND                    VALUE "Y".
014800         88  WS-ORIG-NOTFND                   VALUE "N".
014900     05  WS-REVERSED-SW          PIC X(01)   VALUE "N".
015000         88  WS-ALREADY-REVERSED              VALUE "Y".
015100         88  WS-NOT-REVERSED                  VALUE "N".
015200     05  WS-OPER-FOUND-SW        PIC X(01)   VALUE "N".
015300         88  WS-OPER-FOUND                    VALUE "Y".
015400         88  WS-OPER-NOTFND                   VALUE "N".
015500     05  WS-RSTAT-FOUND-SW       PIC X(01)   VALUE "N".
015600         88  WS-RSTAT-FOUND                   VALUE "Y".
015700         88  WS-RSTAT-NOTFND                  VALUE "N".
015710     05  WS-GLX-EOF-SW           PIC X(01)   VALUE "N".
015720         88  WS-GLX-EOF                      VALUE "Y".
015730     05  WS-SLOG-EOF-SW          PIC X(01)   VALUE "N".
015740         88  WS-SLOG-EOF                     VALUE "Y".
015750     05  WS-RELEASED-SW          PIC X(01)   VALUE "N".
015760         88  WS-TRADE-RELEASED                VALUE "Y".
015770         88  WS-TRADE-NOT-RELEASED            VALUE "N".
015800
015900******************************************************************
016000*    OPERATOR IDENTIFICATION, DATES AND LOG STAMP FIELDS
016100******************************************************************
016200 01  WS-OPERATOR-ID              PIC X(08).
016300 01  WS-RUN-DATE                 PIC 9(08).
016400 01  WS-RSTAT-TIME               PIC 9(08).
016500 01  WS-DATE-TIME-FIELDS.
016600     05  WS-LOG-DATE             PIC 9(08).
016700     05  WS-LOG-TIME             PIC 9(08).
016800     05  WS-REV-TIME             PIC 9(08).
016900
017000******************************************************************
017100*    REQUEST SELECTION FIELDS
017200******************************************************************
017300 01  WS-SELECT-FIELDS.
017400     05  WS-SEL-TRADE-SEQ        PIC 9(09).
017500     05  WS-SEL-RUN-DATE         PIC 9(08).
017510 01  WS-RELEASE-KEY              PIC X(30).
017600
017700******************************************************************
017800*    THE ORIGINAL JOURNAL RECORD FOUND FOR THE REQUEST - KEPT
017900*    WHOLE FOR THE REVERSAL, WITH THE FIGURES THE SCREEN, THE
018000*    CONTRA POSTING AND THE AMENDMENT NEED PULLED OUT.
018100******************************************************************
018200 01  WS-ORIG-JOURNAL             PIC X(200).
018300 01  WS-ORIG-FIELDS.
018400     05  WS-OJ-FROM-CCY          PIC X(03).
018500     05  WS-OJ-TO-CCY            PIC X(03).
018600     05  WS-OJ-ORIG              PIC 9(5)V9(03).
018700     05  WS-OJ-RESULT            PIC 9(5)V9(03).
018800     05  WS-OJ-RESULT-FEE        PIC 9(5)V9(03).
018900     05  WS-OJ-R2O               PIC 9(02)V9(16).
019000     05  WS-OJ-O2R               PIC 9(02)V9(16).
019100     05  WS-OJ-CPTY-ID           PIC X(06).
019200     05  WS-OJ-EXCEPTION-FLAG    PIC X(01).
019300         88  WS-OJ-OUT-OF-TOLERANCE          VALUE "Y".
019400
019500******************************************************************
019600*    CONTROL COUNTS
019700******************************************************************
019800 01  WS-CONTROL-COUNTS.
019900     05  WS-REQ-COUNT            PIC 9(09)   COMP   VALUE ZERO.
020000     05  WS-CANCEL-COUNT         PIC 9(09)   COMP   VALUE ZERO.
020100     05  WS-AMEND-COUNT          PIC 9(09)   COMP   VALUE ZERO.
020200     05  WS-REFUSE-COUNT         PIC 9(09)   COMP   VALUE ZERO.
020300
020400******************************************************************
020500*    REGISTER PAGINATION FIELDS
020600******************************************************************
020700 01  WS-REPORT-FIELDS.
020800     05  WS-PAGE-NO              PIC 9(04)   COMP   VALUE ZERO.
020900     05  WS-LINE-COUNT           PIC 9(03)   COMP   VALUE ZERO.
021000     05  WS-PAGE-SIZE            PIC 9(03)          VALUE 50.
021100
021200******************************************************************
021300*    CANCEL/AMEND REGISTER PRINT LINES
021400******************************************************************
021500     COPY CXCCRPT.
021600
021700 PROCEDURE DIVISION.
021800******************************************************************
021900*    0000-MAINLINE - ONE CANCEL OR AMEND REQUEST PER LOOP UNTIL
022000*    THE OPERATOR KEYS Q.
022100******************************************************************
022200 0000-MAINLINE.
022300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022400     PERFORM 2000-ONE-REQUEST THRU 2000-EXIT
022500         UNTIL NOT WS-MORE-REQUESTS.
022600     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
022700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022800     STOP RUN.
022900
023000******************************************************************
023100*    1000-INITIALIZE - READ THE PARMS, CHECK THE RUN SEQUENCE,
023200*    OPEN FILES AND VERIFY THE OPERATOR.  THE JOURNAL IS OPENED
023300*    AND CLOSED PER REQUEST - READ TO FIND THE ORIGINAL, THEN
023400*    EXTENDED FOR THE REVERSAL - SO A SECOND REQUEST FOR THE
023500*    SAME TRADE SEES THE FIRST ONE'S REVERSAL.
023600******************************************************************
023700 1000-INITIALIZE.
023800     PERFORM 1050-READ-PARMS THRU 1050-EXIT.
023900     PERFORM 7800-CHECK-RUN-CONTROL THRU 7800-EXIT.
024000     DISPLAY "BSCANAMD - TRADE CANCEL/AMEND - RUN DATE "
024100             WS-RUN-DATE.
024200     OPEN INPUT OPERATOR-FILE.
024300     OPEN EXTEND GLEXTRACT-FILE.
024400     OPEN EXTEND AMEND-FILE.
024500     OPEN OUTPUT REGISTER-FILE.
024600     OPEN EXTEND SECLOG-FILE.
024700     ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
024800     DISPLAY "OPERATOR ID : ".
024900     ACCEPT WS-OPERATOR-ID.
025000     PERFORM 1100-VERIFY-OPERATOR THRU 1100-EXIT.
025100     PERFORM 1200-WRITE-HEADERS THRU 1200-EXIT.
025200 1000-EXIT.
025300     EXIT.
025400
025500******************************************************************
025600*    1050-READ-PARMS - READ THE RUN-CONTROL PARAMETER RECORD THE
025700*    SAME WAY BSCALC DOES.  THE REVERSALS AND CONTRA POSTINGS
025800*    ARE STAMPED WITH ITS BUSINESS DATE SO THEY FALL INTO THAT
025900*    DAY'S GL TIE-OUT AND POSITION LEDGER.
026000******************************************************************
026100 1050-READ-PARMS.
026200     OPEN INPUT PARM-FILE.
026300     READ PARM-FILE
026400         AT END
026500             MOVE "Y" TO WS-PARM-EOF-SW
026600     END-READ.
026700     CLOSE PARM-FILE.
026800     IF WS-PARM-EOF
026900         DISPLAY "BSCANAMD - NO PARMFILE RECORD - RUN CANCELLED"
027000         MOVE 16 TO RETURN-CODE
027100         STOP RUN
027200     END-IF.
027300     IF PM-BUSINESS-DATE NOT NUMERIC
027400             OR PM-BUSINESS-DATE = ZERO
027500         DISPLAY "BSCANAMD - BAD BUSINESS DATE ON PARMFILE - "
027600                 "RUN CANCELLED"
027700         MOVE 16 TO RETURN-CODE
027800         STOP RUN
027900     END-IF.
028000     MOVE PM-BUSINESS-DATE TO WS-RUN-DATE.
028100 1050-EXIT.
028200     EXIT.
028300
028400******************************************************************
028500*    1100-VERIFY-OPERATOR - THE KEYED ID MUST BE ON THE
028600*    OPERATOR MASTER, ACTIVE, AND AUTHORISED TO CANCEL AND
028700*    AMEND POSTED TRADES.
028800******************************************************************
028900 1100-VERIFY-OPERATOR.
029000     SET WS-OPER-NOTFND TO TRUE.
029100     MOVE WS-OPERATOR-ID TO OP-OPER-ID.
029200     READ OPERATOR-FILE
029300         INVALID KEY
029400             CONTINUE
029500         NOT INVALID KEY
029600             SET WS-OPER-FOUND TO TRUE
029700     END-READ.
029800     IF WS-OPER-NOTFND
029900         DISPLAY "OPERATOR NOT ON MASTER - SESSION REFUSED"
030000         MOVE 8 TO RETURN-CODE
030100         STOP RUN
030200     END-IF.
030300     IF NOT OP-ACTIVE
030400         DISPLAY "OPERATOR NOT ACTIVE - SESSION REFUSED"
030500         MOVE 8 TO RETURN-CODE
030600         STOP RUN
030700     END-IF.
030800     IF NOT OP-MAY-CANCEL-TRADES
030900         DISPLAY "OPERATOR LACKS CANCEL/AMEND AUTHORITY - "
031000                 "SESSION REFUSED"
031100         MOVE 8 TO RETURN-CODE
031200         STOP RUN
031300     END-IF.
031400 1100-EXIT.
031500     EXIT.
031600
031700******************************************************************
031800*    1200-WRITE-HEADERS - PRINT A NEW REGISTER PAGE HEADING.
031900******************************************************************
032000 1200-WRITE-HEADERS.
032100     ADD 1 TO WS-PAGE-NO.
032200     MOVE WS-RUN-DATE TO CC-H1-RUN-DATE.
032300     MOVE WS-PAGE-NO TO CC-H1-PAGE-NO.
032400     MOVE WS-OPERATOR-ID TO CC-H1-OPERATOR.
032500     WRITE REGISTER-RECORD FROM CC-HEADING-1 AFTER ADVANCING
032600             PAGE.
032700     WRITE REGISTER-RECORD FROM CC-HEADING-2 AFTER ADVANCING 2
032800             LINES.
032900     MOVE ZERO TO WS-LINE-COUNT.
033000 1200-EXIT.
033100     EXIT.
033200
033300******************************************************************
033400*    2000-ONE-REQUEST - TAKE ONE CANCEL OR AMEND REQUEST, FIND
033500*    THE ORIGINAL, REFUSE WHAT CANNOT BE BACKED OUT, AND ON THE
033600*    OPERATOR'S CONFIRMATION WRITE THE REVERSAL, THE CONTRA
033700*    POSTING AND (FOR AN AMENDMENT) THE CORRECTED TRADE.
033800******************************************************************
033900 2000-ONE-REQUEST.
034000     DISPLAY " ".
034100     DISPLAY "C-CANCEL  A-AMEND  Q-QUIT : ".
034200     ACCEPT WS-ACTION-SW.
034300     IF WS-ACTION-QUIT
034400         MOVE "N" TO WS-MORE-SW
034500         GO TO 2000-EXIT
034600     END-IF.
034700     IF NOT WS-ACTION-CANCEL AND NOT WS-ACTION-AMEND
034800         DISPLAY "INVALID ACTION CODE - IGNORED"
034900         GO TO 2000-EXIT
035000     END-IF.
035100     ADD 1 TO WS-REQ-COUNT.
035200     MOVE SPACES TO WS-ORIG-FIELDS.
035300     MOVE ZERO TO WS-OJ-ORIG WS-OJ-RESULT WS-OJ-RESULT-FEE.
035400     DISPLAY "TRADE SEQUENCE : ".
035500     ACCEPT WS-SEL-TRADE-SEQ.
035600     DISPLAY "ORIGINAL RUN DATE (CCYYMMDD) : ".
035700     ACCEPT WS-SEL-RUN-DATE.
035800     IF WS-SEL-TRADE-SEQ NOT NUMERIC OR WS-SEL-TRADE-SEQ = ZERO
035900             OR WS-SEL-RUN-DATE NOT NUMERIC
036000             OR WS-SEL-RUN-DATE = ZERO
036100         MOVE ZERO TO WS-SEL-TRADE-SEQ WS-SEL-RUN-DATE
036200         MOVE "BAD TRADE SEQUENCE OR RUN DATE" TO CC-DT-REASON
036300         PERFORM 2900-REFUSE-REQUEST THRU 2900-EXIT
036400         GO TO 2000-EXIT
036500     END-IF.
036600     PERFORM 2100-FIND-ORIGINAL THRU 2100-EXIT.
036700     IF WS-ORIG-NOTFND
036800         MOVE "TRADE NOT ON JOURNAL FOR THAT RUN DATE"
036900             TO CC-DT-REASON
037000         PERFORM 2900-REFUSE-REQUEST THRU 2900-EXIT
037100         GO TO 2000-EXIT
037200     END-IF.
037300     IF WS-ALREADY-REVERSED
037400         MOVE "TRADE ALREADY CANCELLED" TO CC-DT-REASON
037500         PERFORM 2900-REFUSE-REQUEST THRU 2900-EXIT
037600         GO TO 2000-EXIT
037700     END-IF.
037800     IF WS-OJ-OUT-OF-TOLERANCE
037810         PERFORM 2160-CHECK-RELEASED THRU 2160-EXIT
037820     END-IF.
037830     IF WS-OJ-OUT-OF-TOLERANCE AND WS-TRADE-NOT-RELEASED
037900         MOVE "HELD FOR TOLERANCE - WORK IT IN BSSUSPRV"
038000             TO CC-DT-REASON
038100         PERFORM 2900-REFUSE-REQUEST THRU 2900-EXIT
038200         GO TO 2000-EXIT
038300     END-IF.
038400     PERFORM 2200-SHOW-ORIGINAL THRU 2200-EXIT.
038500     DISPLAY "BACK OUT THIS TRADE (Y/N) : ".
038600     ACCEPT WS-CONFIRM-SW.
038700     IF NOT WS-CONFIRMED
038800         MOVE "NOT CONFIRMED BY OPERATOR" TO CC-DT-REASON
038900         PERFORM 2900-REFUSE-REQUEST THRU 2900-EXIT
039000         GO TO 2000-EXIT
039100     END-IF.
039200     PERFORM 3000-WRITE-REVERSAL THRU 3000-EXIT.
039300     PERFORM 3100-WRITE-CONTRA-GL THRU 3100-EXIT.
039400     ADD 1 TO WS-CANCEL-COUNT.
039500     MOVE "CANCEL" TO SL-ACTION.
039600     PERFORM 7000-WRITE-SECLOG THRU 7000-EXIT.
039700     DISPLAY "TRADE REVERSED ON JOURNAL AND GL EXTRACT".
039800     IF WS-ACTION-AMEND
039900         PERFORM 4000-AMEND-TRADE THRU 4000-EXIT
040000         MOVE "AMENDED" TO CC-DT-DISP
040100     ELSE
040200         MOVE "CANCELLED" TO CC-DT-DISP
040300     END-IF.
040400     MOVE SPACES TO CC-DT-REASON.
040500     PERFORM 3500-WRITE-REGISTER-LINE THRU 3500-EXIT.
040600 2000-EXIT.
040700     EXIT.
040800
040900******************************************************************
041000*    2100-FIND-ORIGINAL - SCAN THE LIVE JOURNAL, THEN THE
041100*    RETENTION ARCHIVE, FOR THE TRADE JOURNALED UNDER THE KEYED
041200*    SEQUENCE ON THE KEYED RUN DATE, AND FOR ANY REVERSAL THAT
041300*    ALREADY NAMES IT.  THE LAST MATCHING TRADE RECORD WINS.
041400******************************************************************
041500 2100-FIND-ORIGINAL.
041600     SET WS-ORIG-NOTFND TO TRUE.
041700     SET WS-NOT-REVERSED TO TRUE.
041800     MOVE "N" TO WS-JRNL-EOF-SW.
041900     OPEN INPUT JOURNAL-FILE.
042000     PERFORM 2110-READ-JOURNAL THRU 2110-EXIT.
042100     PERFORM 2120-SCAN-JOURNAL THRU 2120-EXIT
042200         UNTIL WS-JRNL-EOF.
042300     CLOSE JOURNAL-FILE.
042400     MOVE "N" TO WS-ARCH-EOF-SW.
042500     OPEN INPUT ARCHIVE-FILE.
042600     PERFORM 2130-READ-ARCHIVE THRU 2130-EXIT.
042700     PERFORM 2140-SCAN-ARCHIVE THRU 2140-EXIT
042800         UNTIL WS-ARCH-EOF.
042900     CLOSE ARCHIVE-FILE.
043000 2100-EXIT.
043100     EXIT.
043200
043300 2110-READ-JOURNAL.
043400     READ JOURNAL-FILE
043500         AT END
043600             MOVE "Y" TO WS-JRNL-EOF-SW
043700     END-READ.
043800 2110-EXIT.
043900     EXIT.
044000
044100 2120-SCAN-JOURNAL.
044200     PERFORM 2150-CHECK-RECORD THRU 2150-EXIT.
044300     PERFORM 2110-READ-JOURNAL THRU 2110-EXIT.
044400 2120-EXIT.
044500     EXIT.
044600
044700 2130-READ-ARCHIVE.
044800     READ ARCHIVE-FILE
044900         AT END
045000             MOVE "Y" TO WS-ARCH-EOF-SW
045100     END-READ.
045200 2130-EXIT.
045300     EXIT.
045400
045500******************************************************************
045600*    2140-SCAN-ARCHIVE - THE ARCHIVE CARRIES THE SAME CXJRNL
045700*    LAYOUT, SO THE RECORD IS MOVED INTO THE JOURNAL AREA AND
045800*    CHECKED THE SAME WAY.
045900******************************************************************
046000 2140-SCAN-ARCHIVE.
046100     MOVE AF-ARCHIVE-RECORD TO CJ-JOURNAL-RECORD.
046200     PERFORM 2150-CHECK-RECORD THRU 2150-EXIT.
046300     PERFORM 2130-READ-ARCHIVE THRU 2130-EXIT.
046400 2140-EXIT.
046500     EXIT.
046600
046700******************************************************************
046800*    2150-CHECK-RECORD - ONE JOURNAL RECORD AGAINST THE
046900*    REQUEST.  A REVERSAL NAMING THE SAME TRADE AND RUN DATE
047000*    MEANS IT HAS ALREADY BEEN BACKED OUT.
047100******************************************************************
047200 2150-CHECK-RECORD.
047300     IF CJ-TRADE-SEQ NOT = WS-SEL-TRADE-SEQ
047400         GO TO 2150-EXIT
047500     END-IF.
047600     IF CJ-REVERSAL-ENTRY
047700         IF CJ-ORIG-RUN-DATE = WS-SEL-RUN-DATE
047800             SET WS-ALREADY-REVERSED TO TRUE
047900         END-IF
048000         GO TO 2150-EXIT
048100     END-IF.
048200     IF CJ-RUN-DATE = WS-SEL-RUN-DATE
048300         SET WS-ORIG-FOUND TO TRUE
048400         MOVE CJ-JOURNAL-RECORD TO WS-ORIG-JOURNAL
048500         MOVE CJ-FROM-CCY TO WS-OJ-FROM-CCY
048600         MOVE CJ-TO-CCY TO WS-OJ-TO-CCY
048700         MOVE CJ-ORIG TO WS-OJ-ORIG
048800         MOVE CJ-RESULT TO WS-OJ-RESULT
048900         MOVE CJ-RESULT-FEE TO WS-OJ-RESULT-FEE
049000         MOVE CJ-R2O TO WS-OJ-R2O
049100         MOVE CJ-O2R TO WS-OJ-O2R
049200         MOVE CJ-CPTY-ID TO WS-OJ-CPTY-ID
049300         MOVE CJ-EXCEPTION-FLAG TO WS-OJ-EXCEPTION-FLAG
049400     END-IF.
049500 2150-EXIT.
049600     EXIT.
049601
049602******************************************************************
049603*    2160-CHECK-RELEASED - AN OUT-OF-TOLERANCE TRADE WAS POSTED
049604*    ONLY IF BSSUSPRV RELEASED IT OUT OF SUSPENSE.  A RELEASE
049605*    MADE TODAY IS A TRADE POSTING ON THE DAY'S GLEXTRCT DATED
049606*    THE TRADE'S RUN DATE; ONE MADE ON AN EARLIER DAY WENT TO
049607*    THAT DAY'S EXTRACT, SO SECLOG IS SEARCHED FOR THE RELEASE
049608*    WHEN THE EXTRACT DOES NOT HAVE IT.  THE EXTRACT AND THE
049609*    LOG ARE REOPENED FOR APPEND AFTER THE SEARCH.
049610******************************************************************
049611 2160-CHECK-RELEASED.
049612     SET WS-TRADE-NOT-RELEASED TO TRUE.
049613     CLOSE GLEXTRACT-FILE.
049614     MOVE "N" TO WS-GLX-EOF-SW.
049615     OPEN INPUT GLEXTRACT-FILE.
049616     PERFORM 2170-READ-GLEXTRACT THRU 2170-EXIT.
049617     PERFORM 2175-SCAN-GLEXTRACT THRU 2175-EXIT
049618         UNTIL WS-GLX-EOF OR WS-TRADE-RELEASED.
049619     CLOSE GLEXTRACT-FILE.
049620     OPEN EXTEND GLEXTRACT-FILE.
049621     IF WS-TRADE-RELEASED
049622         GO TO 2160-EXIT
049623     END-IF.
049624     MOVE SPACES TO WS-RELEASE-KEY.
049625     STRING "TRADE " WS-SEL-TRADE-SEQ
049626         DELIMITED BY SIZE INTO WS-RELEASE-KEY.
049627     CLOSE SECLOG-FILE.
049628     MOVE "N" TO WS-SLOG-EOF-SW.
049629     OPEN INPUT SECLOG-FILE.
049630     PERFORM 2180-READ-SECLOG THRU 2180-EXIT.
049631     PERFORM 2185-SCAN-SECLOG THRU 2185-EXIT
049632         UNTIL WS-SLOG-EOF OR WS-TRADE-RELEASED.
049633     CLOSE SECLOG-FILE.
049634     OPEN EXTEND SECLOG-FILE.
049635 2160-EXIT.
049636     EXIT.
049637
049638 2170-READ-GLEXTRACT.
049639     READ GLEXTRACT-FILE
049640         AT END
049641             MOVE "Y" TO WS-GLX-EOF-SW
049642     END-READ.
049643 2170-EXIT.
049644     EXIT.
049645
049646 2175-SCAN-GLEXTRACT.
049647     IF CG-TRADE-SEQ = WS-SEL-TRADE-SEQ
049648             AND CG-RUN-DATE = WS-SEL-RUN-DATE
049649             AND CG-TRADE-POSTING
049650         SET WS-TRADE-RELEASED TO TRUE
049651     ELSE
049652         PERFORM 2170-READ-GLEXTRACT THRU 2170-EXIT
049653     END-IF.
049654 2175-EXIT.
049655     EXIT.
049656
049657 2180-READ-SECLOG.
049658     READ SECLOG-FILE
049659         AT END
049660             MOVE "Y" TO WS-SLOG-EOF-SW
049661     END-READ.
049662 2180-EXIT.
049663     EXIT.
049664
049665******************************************************************
049666*    2185-SCAN-SECLOG - A BSSUSPRV RELEASE OF THIS SEQUENCE
049667*    LOGGED ON OR AFTER THE TRADE'S RUN DATE.
049668******************************************************************
049669 2185-SCAN-SECLOG.
049670     IF SL-PROGRAM = "BSSUSPRV"
049671             AND SL-ACTION = "RELEASE"
049672             AND SL-KEY-INFO = WS-RELEASE-KEY
049673             AND SL-LOG-DATE NOT < WS-SEL-RUN-DATE
049674         SET WS-TRADE-RELEASED TO TRUE
049675     ELSE
049676         PERFORM 2180-READ-SECLOG THRU 2180-EXIT
049677     END-IF.
049678 2185-EXIT.
049679     EXIT.
049700
049800******************************************************************
049900*    2200-SHOW-ORIGINAL - SHOW THE POSTED FIGURES SO THE
050000*    OPERATOR CAN CONFIRM THIS IS THE TRADE TO BACK OUT.
050100******************************************************************
050200 2200-SHOW-ORIGINAL.
050300     DISPLAY "TRADE " WS-SEL-TRADE-SEQ " " WS-OJ-FROM-CCY "/"
050400             WS-OJ-TO-CCY " CPTY " WS-OJ-CPTY-ID
050500             " RUN " WS-SEL-RUN-DATE.
050600     DISPLAY "  ORIG " WS-OJ-ORIG " RESULT " WS-OJ-RESULT
050700             " RESULT+FEE " WS-OJ-RESULT-FEE.
050800 2200-EXIT.
050900     EXIT.
051000
051100******************************************************************
051200*    2900-REFUSE-REQUEST - A REQUEST THAT CANNOT BE TAKEN GOES
051300*    ON THE REGISTER WITH ITS REASON AND NOTHING IS POSTED.
051400*    CC-DT-REASON MUST BE SET BY THE CALLER.
051500******************************************************************
051600 2900-REFUSE-REQUEST.
051700     ADD 1 TO WS-REFUSE-COUNT.
051800     DISPLAY "REQUEST REFUSED - " CC-DT-REASON.
051900     MOVE "REFUSED" TO CC-DT-DISP.
052000     PERFORM 3500-WRITE-REGISTER-LINE THRU 3500-EXIT.
052100 2900-EXIT.
052200     EXIT.
052300
052400******************************************************************
052500*    3000-WRITE-REVERSAL - APPEND THE REVERSING JOURNAL RECORD.
052600*    EVERY FIGURE IS THE ORIGINAL'S, SO THE READERS CAN TAKE IT
052700*    AS THE EXACT NEGATIVE; THE RUN DATE AND TIME ARE TODAY'S
052800*    AND THE ORIGINAL'S RUN DATE RIDES IN CJ-ORIG-RUN-DATE.
052900******************************************************************
053000 3000-WRITE-REVERSAL.
053100     OPEN EXTEND JOURNAL-FILE.
053200     MOVE WS-ORIG-JOURNAL TO CJ-JOURNAL-RECORD.
053300     MOVE WS-RUN-DATE TO CJ-RUN-DATE.
053400     ACCEPT WS-REV-TIME FROM TIME.
053500     MOVE WS-REV-TIME TO CJ-RUN-TIME.
053600     SET CJ-REVERSAL-ENTRY TO TRUE.
053700     MOVE WS-SEL-RUN-DATE TO CJ-ORIG-RUN-DATE.
053800     WRITE CJ-JOURNAL-RECORD.
053900     CLOSE JOURNAL-FILE.
054000 3000-EXIT.
054100     EXIT.
054200
054300******************************************************************
054400*    3100-WRITE-CONTRA-GL - THE CONTRA POSTING ON THE DAY'S GL
054500*    EXTRACT, BUILT THE SAME WAY BSCALC'S 3600-WRITE-GL-EXTRACT
054600*    POSTED THE ORIGINAL AND MARKED AS A REVERSAL SO THE GL
054700*    POSTING JOB TAKES IT OUT RATHER THAN IN.
054800******************************************************************
054900 3100-WRITE-CONTRA-GL.
055000     MOVE SPACES TO CG-GL-RECORD.
055100     MOVE WS-SEL-TRADE-SEQ TO CG-TRADE-SEQ.
055200     MOVE WS-OJ-FROM-CCY TO CG-FROM-CCY.
055300     MOVE WS-OJ-TO-CCY TO CG-TO-CCY.
055400     MOVE WS-OJ-RESULT-FEE TO CG-POSTED-AMT.
055500     COMPUTE CG-R2O-RATE ROUNDED = WS-OJ-R2O.
055600     COMPUTE CG-O2R-RATE ROUNDED = WS-OJ-O2R.
055700     MOVE WS-RUN-DATE TO CG-RUN-DATE.
055800     MOVE WS-OJ-CPTY-ID TO CG-CPTY-ID.
055900     SET CG-REVERSAL-POSTING TO TRUE.
056000     WRITE CG-GL-RECORD.
056100 3100-EXIT.
056200     EXIT.
056300
056400******************************************************************
056500*    3500-WRITE-REGISTER-LINE - ONE REGISTER LINE PER REQUEST,
056600*    STARTING A NEW PAGE WHEN FULL.  CC-DT-DISP AND
056700*    CC-DT-REASON MUST BE SET BY THE CALLER.
056800******************************************************************
056900 3500-WRITE-REGISTER-LINE.
057000     IF WS-LINE-COUNT NOT < WS-PAGE-SIZE
057100         PERFORM 1200-WRITE-HEADERS THRU 1200-EXIT
057200     END-IF.
057300     MOVE WS-SEL-TRADE-SEQ TO CC-DT-TRADE-SEQ.
057400     MOVE WS-SEL-RUN-DATE TO CC-DT-ORIG-RUN-DATE.
057500     MOVE WS-OJ-FROM-CCY TO CC-DT-FROM-CCY.
057600     MOVE WS-OJ-TO-CCY TO CC-DT-TO-CCY.
057700     MOVE WS-OJ-CPTY-ID TO CC-DT-CPTY-ID.
057800     MOVE WS-OJ-ORIG TO CC-DT-ORIG.
057900     MOVE WS-OJ-RESULT-FEE TO CC-DT-RESULT-FEE.
058000     WRITE REGISTER-RECORD FROM CC-DETAIL-LINE AFTER ADVANCING
058100             1 LINE.
058200     ADD 1 TO WS-LINE-COUNT.
058300 3500-EXIT.
058400     EXIT.
058500
058600******************************************************************
058700*    4000-AMEND-TRADE - START FROM THE CANCELLED TRADE, LET THE
058800*    OPERATOR CORRECT FIELDS ONE AT A TIME THE SAME WAY
058900*    BSERRFIX REPAIRS A REJECT, AND WRITE THE CORRECTED TRADE
059000*    TO AMENDOUT UNDER ITS ORIGINAL SEQUENCE.  THE VALUE DATE
059100*    IS NOT ON THE JOURNAL, SO IT STARTS EMPTY (PRICE ON THE
059200*    RUN DATE) UNLESS THE OPERATOR KEYS ONE.
059300******************************************************************
059400 4000-AMEND-TRADE.
059500     MOVE SPACES TO CX-TRANS-RECORD.
059600     MOVE WS-SEL-TRADE-SEQ TO CX-TRADE-SEQ.
059700     MOVE WS-OJ-FROM-CCY TO CX-FROM-CCY.
059800     MOVE WS-OJ-TO-CCY TO CX-TO-CCY.
059900     MOVE WS-OJ-ORIG TO CX-ORIG-AMT.
060000     MOVE WS-OJ-RESULT TO CX-RESULT-AMT.
060100     MOVE WS-OJ-CPTY-ID TO CX-CPTY-ID.
060200     MOVE ZERO TO CX-VALUE-DATE.
060300     MOVE "C" TO WS-FIELD-SW.
060400     PERFORM 4100-CORRECT-FIELD THRU 4100-EXIT
060500         UNTIL WS-FIELD-DONE.
060600     WRITE CX-TRANS-RECORD.
060700     ADD 1 TO WS-AMEND-COUNT.
060800     MOVE "AMEND" TO SL-ACTION.
060900     PERFORM 7000-WRITE-SECLOG THRU 7000-EXIT.
061000     DISPLAY "CORRECTED TRADE WRITTEN TO AMENDMENT FILE".
061100 4000-EXIT.
061200     EXIT.
061300
061400******************************************************************
061500*    4100-CORRECT-FIELD - ONE FIELD CORRECTION.  D ENDS THE
061600*    CORRECTION LOOP AND RELEASES THE AMENDED TRADE.
061700******************************************************************
061800 4100-CORRECT-FIELD.
061900     DISPLAY "F-FROM CCY  T-TO CCY  O-ORIG AMT  R-RESULT AMT"
062000             "  C-CPTY  V-VALUE DATE  D-DONE : ".
062100     ACCEPT WS-FIELD-SW.
062200     EVALUATE TRUE
062300         WHEN WS-FIELD-FROM
062400             DISPLAY "FROM CURRENCY (ISO 4217) : "
062500             ACCEPT CX-FROM-CCY
062600         WHEN WS-FIELD-TO
062700             DISPLAY "TO CURRENCY (ISO 4217) : "
062800             ACCEPT CX-TO-CCY
062900         WHEN WS-FIELD-ORIG
063000             DISPLAY "ORIGINAL AMOUNT : "
063100             ACCEPT CX-ORIG-AMT
063200         WHEN WS-FIELD-RESULT
063300             DISPLAY "RESULT AMOUNT : "
063400             ACCEPT CX-RESULT-AMT
063500         WHEN WS-FIELD-CPTY
063600             DISPLAY "COUNTERPARTY CODE : "
063700             ACCEPT CX-CPTY-ID
063800         WHEN WS-FIELD-VDATE
063900             DISPLAY "VALUE DATE (CCYYMMDD) : "
064000             ACCEPT CX-VALUE-DATE
064100         WHEN WS-FIELD-DONE
064200             CONTINUE
064300         WHEN OTHER
064400             DISPLAY "INVALID FIELD CODE - IGNORED"
064500     END-EVALUATE.
064600 4100-EXIT.
064700     EXIT.
064800
064900******************************************************************
065000*    7000-WRITE-SECLOG - ONE PERMANENT LOG ENTRY FOR THE TRADE
065100*    IN HAND, NAMING THE ORIGINAL RUN DATE AS WELL AS THE
065200*    SEQUENCE.  SL-ACTION MUST BE SET BY THE CALLER BEFORE THIS
065300*    IS PERFORMED.
065400******************************************************************
065500 7000-WRITE-SECLOG.
065600     MOVE WS-LOG-DATE TO SL-LOG-DATE.
065700     ACCEPT WS-LOG-TIME FROM TIME.
065800     MOVE WS-LOG-TIME TO SL-LOG-TIME.
065900     MOVE WS-OPERATOR-ID TO SL-OPER-ID.
066000     MOVE "BSCANAMD" TO SL-PROGRAM.
066100     MOVE SPACES TO SL-KEY-INFO.
066200     STRING "TRADE " WS-SEL-TRADE-SEQ " RUN " WS-SEL-RUN-DATE
066300         DELIMITED BY SIZE INTO SL-KEY-INFO.
066400     WRITE SL-SECLOG-RECORD.
066500 7000-EXIT.
066600     EXIT.
066700
066800******************************************************************
066900*    7800-CHECK-RUN-CONTROL - OPEN THE RUN-STATUS FILE, PROVE
067000*    BSCALC COMPLETED FOR THE DATE, AND REFUSE A DATE WHOSE GL
067100*    TIE-OUT OR POSITION LEDGER HAS ALREADY RUN - A REVERSAL
067200*    POSTED AFTER THEM WOULD NEVER BE TIED OUT OR BACKED OUT OF
067300*    POSMSTR.  STAMP THIS RUN STARTED; 7900-RECORD-COMPLETE
067400*    STAMPS THE SUCCESSFUL END.
067500******************************************************************
067600 7800-CHECK-RUN-CONTROL.
067700     OPEN I-O RUNSTAT-FILE.
067800     MOVE "BSCALC" TO RS-PROGRAM.
067900     PERFORM 7850-READ-RUNSTAT THRU 7850-EXIT.
068000     IF WS-RSTAT-NOTFND OR NOT RS-COMPLETED
068100         DISPLAY "BSCANAMD - BSCALC NOT COMPLETE FOR DATE - "
068200                 "RUN CANCELLED"
068300         MOVE 16 TO RETURN-CODE
068400         STOP RUN
068500     END-IF.
068600     MOVE "BSGLRECN" TO RS-PROGRAM.
068700     PERFORM 7850-READ-RUNSTAT THRU 7850-EXIT.
068800     IF WS-RSTAT-FOUND AND RS-COMPLETED
068900         DISPLAY "BSCANAMD - BSGLRECN ALREADY COMPLETE FOR DATE"
069000                 " - RUN CANCELLED"
069100         MOVE 16 TO RETURN-CODE
069200         STOP RUN
069300     END-IF.
069400     MOVE "BSPOSLDG" TO RS-PROGRAM.
069500     PERFORM 7850-READ-RUNSTAT THRU 7850-EXIT.
069600     IF WS-RSTAT-FOUND AND RS-COMPLETED
069700         DISPLAY "BSCANAMD - BSPOSLDG ALREADY COMPLETE FOR DATE"
069800                 " - RUN CANCELLED"
069900         MOVE 16 TO RETURN-CODE
070000         STOP RUN
070100     END-IF.
070200     MOVE "BSCANAMD" TO RS-PROGRAM.
070300     PERFORM 7850-READ-RUNSTAT THRU 7850-EXIT.
070400     MOVE "S" TO RS-STATUS.
070500     ACCEPT WS-RSTAT-TIME FROM TIME.
070600     MOVE WS-RSTAT-TIME TO RS-START-TIME.
070700     MOVE ZERO TO RS-END-TIME.
070800     IF WS-RSTAT-FOUND
070900         REWRITE RS-RUNSTAT-RECORD
071000             INVALID KEY
071100                 DISPLAY "BSCANAMD - RUNSTAT REWRITE FAILED"
071200         END-REWRITE
071300     ELSE
071400         WRITE RS-RUNSTAT-RECORD
071500             INVALID KEY
071600                 DISPLAY "BSCANAMD - RUNSTAT WRITE FAILED"
071700         END-WRITE
071800     END-IF.
071900 7800-EXIT.
072000     EXIT.
072100
072200 7850-READ-RUNSTAT.
072300     SET WS-RSTAT-NOTFND TO TRUE.
072400     MOVE WS-RUN-DATE TO RS-RUN-DATE.
072500     READ RUNSTAT-FILE
072600         INVALID KEY
072700             CONTINUE
072800         NOT INVALID KEY
072900             SET WS-RSTAT-FOUND TO TRUE
073000     END-READ.
073100 7850-EXIT.
073200     EXIT.
073300
073400 7900-RECORD-COMPLETE.
073500     MOVE "BSCANAMD" TO RS-PROGRAM.
073600     PERFORM 7850-READ-RUNSTAT THRU 7850-EXIT.
073700     IF WS-RSTAT-FOUND
073800         MOVE "C" TO RS-STATUS
073900         ACCEPT WS-RSTAT-TIME FROM TIME
074000         MOVE WS-RSTAT-TIME TO RS-END-TIME
074100         REWRITE RS-RUNSTAT-RECORD
074200             INVALID KEY
074300                 DISPLAY "BSCANAMD - RUNSTAT REWRITE FAILED"
074400         END-REWRITE
074500     END-IF.
074600 7900-EXIT.
074700     EXIT.
074800
074900******************************************************************
075000*    8000-PRINT-TOTALS - CONTROL COUNTS AT THE FOOT OF THE
075100*    REGISTER.
075200******************************************************************
075300 8000-PRINT-TOTALS.
075400     MOVE WS-REQ-COUNT TO CC-TL1-REQ-COUNT.
075500     WRITE REGISTER-RECORD FROM CC-TOTAL-LINE-1 AFTER ADVANCING
075600             2 LINES.
075700     MOVE WS-CANCEL-COUNT TO CC-TL2-CANCEL-COUNT.
075800     WRITE REGISTER-RECORD FROM CC-TOTAL-LINE-2 AFTER ADVANCING
075900             1 LINE.
076000     MOVE WS-AMEND-COUNT TO CC-TL3-AMEND-COUNT.
076100     WRITE REGISTER-RECORD FROM CC-TOTAL-LINE-3 AFTER ADVANCING
076200             1 LINE.
076300     MOVE WS-REFUSE-COUNT TO CC-TL4-REFUSE-COUNT.
076400     WRITE REGISTER-RECORD FROM CC-TOTAL-LINE-4 AFTER ADVANCING
076500             1 LINE.
076600 8000-EXIT.
076700     EXIT.
076800
076900******************************************************************
077000*    9000-TERMINATE - CLOSE FILES AND SHOW THE SESSION COUNTS.
077100******************************************************************
077200 9000-TERMINATE.
077300     PERFORM 7900-RECORD-COMPLETE THRU 7900-EXIT.
077400     CLOSE RUNSTAT-FILE.
077500     CLOSE OPERATOR-FILE.
077600     CLOSE GLEXTRACT-FILE.
077700     CLOSE AMEND-FILE.
077800     CLOSE REGISTER-FILE.
077900     CLOSE SECLOG-FILE.
078000     DISPLAY "BSCANAMD COMPLETE - " WS-REQ-COUNT " REQUESTS, "
078100             WS-CANCEL-COUNT " CANCELLED, " WS-AMEND-COUNT
078200             " AMENDED, " WS-REFUSE-COUNT " REFUSED".
078300 9000-EXIT.
078400     EXIT.
