000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BSPAYINS.
000300 AUTHOR. D. L. RAMIREZ.
000400 INSTALLATION. TREASURY SETTLEMENT OPERATIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    DESCRIPTION..: BUILDS THE DAY'S MACHINE-READABLE PAYMENT
000900*                   INSTRUCTIONS SO SETTLEMENTS NO LONGER RE-KEY
001000*                   THE SETLADV ADVICE INTO THE BANK'S PORTAL.
001100*                   EVERY PAY NET POSITION ON GLNETSUM BECOMES
001200*                   ONE INSTRUCTION ON PAYINST; EVERY RCV NET
001300*                   POSITION BECOMES ONE EXPECTED RECEIPT ON
001400*                   RCPTEXP.  A NETTED TRADE BSCANAMD CANCELLED
001410*                   THE SAME DAY IS BACKED OUT OF ITS POSITION
001420*                   FIRST, WHICH CAN TURN THE POSITION AROUND OR
001430*                   LEAVE IT DEAD EVEN.  A TRADE THAT NEVER
001440*                   REACHED THE NET (A GROSS-SETTLING
001500*                   COUNTERPARTY'S TRADE, OR
001600*                   ONE RELEASED OUT OF SUSPENSE AFTER THE NET
001700*                   WAS CUT) SETTLES GROSS - ITS RESULT PLUS FEE
001800*                   IS PAID IN THE TO-CURRENCY AND ITS ORIGINAL
001900*                   AMOUNT IS EXPECTED IN THE FROM-CURRENCY.  A
002000*                   TRADE STILL HELD IN SUSPENSE, OR CANCELLED BY
002100*                   BSCANAMD THE SAME DAY, IS NOT SETTLED.  THE
002200*                   BANK AND ACCOUNT COME FROM CPTYSSI FOR THE
002300*                   COUNTERPARTY AND SETTLEMENT CURRENCY; A
002400*                   SETTLEMENT WITH NO SSI ON FILE GOES ON THE
002500*                   PAYEXCP EXCEPTIONS LIST INSTEAD.  THE VALUE
002600*                   DATE IS THE BUSINESS DATE - A FORWARD TRADE
002700*                   ONLY REACHES THE JOURNAL ON ITS VALUE DATE.
002800*                   REFERENCES ARE THE BUSINESS DATE AND A
002900*                   SERIAL, SO A RERUN REPRODUCES THE SAME
003000*                   REFERENCES AND THE BANK REFUSES A SECOND
003100*                   TRANSMISSION AS A DUPLICATE.
003200*    MODIFICATION HISTORY
003300*    DATE       INIT DESCRIPTION
003400*    ---------- ---- -------------------------------------------
003500*    2026-10-15 DLR  INITIAL VERSION - PAYMENT INSTRUCTIONS.
003600******************************************************************
003700
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER. IBM-370.
004100 OBJECT-COMPUTER. IBM-370.
004200
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT OPTIONAL PARM-FILE
004600         ASSIGN TO "PARMFILE"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800
004900     SELECT GLNETSUM-FILE
005000         ASSIGN TO "GLNETSUM"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200
005300     SELECT JOURNAL-FILE
005400         ASSIGN TO "JRNLFILE"
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600
005700     SELECT GLEXTRACT-FILE
005800         ASSIGN TO "GLEXTRCT"
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000
006100     SELECT CPTY-FILE
006200         ASSIGN TO "CPTYMSTR"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS CY-CPTY-ID.
006600
006700     SELECT SSI-FILE
006800         ASSIGN TO "CPTYSSI"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS SI-SSI-KEY.
007200
007300     SELECT PAYMENT-FILE
007400         ASSIGN TO "PAYINST"
007500         ORGANIZATION IS LINE SEQUENTIAL.
007600
007700     SELECT RECEIPT-FILE
007800         ASSIGN TO "RCPTEXP"
007900         ORGANIZATION IS LINE SEQUENTIAL.
008000
008100     SELECT REPORT-FILE
008200         ASSIGN TO "PAYEXCP"
008300         ORGANIZATION IS LINE SEQUENTIAL.
008400
008500     SELECT RUNSTAT-FILE
008600         ASSIGN TO "RUNSTAT"
008700         ORGANIZATION IS INDEXED
008800         ACCESS MODE IS DYNAMIC
008900         RECORD KEY IS RS-RUN-KEY.
009000
009100 DATA DIVISION.
009200 FILE SECTION.
009300 FD  PARM-FILE
009400     LABEL RECORDS ARE STANDARD.
009500     COPY CXPARM.
009600
009700 FD  GLNETSUM-FILE
009800     LABEL RECORDS ARE STANDARD.
009900     COPY CXGLNET.
010000
010100 FD  JOURNAL-FILE
010200     LABEL RECORDS ARE STANDARD.
010300     COPY CXJRNL.
010400
010500 FD  GLEXTRACT-FILE
010600     LABEL RECORDS ARE STANDARD.
010700     COPY CXGLEXT.
010800
010900 FD  CPTY-FILE
011000     LABEL RECORDS ARE STANDARD.
011100     COPY CXCPTY.
011200
011300 FD  SSI-FILE
011400     LABEL RECORDS ARE STANDARD.
011500     COPY CXSSI.
011600
011700 FD  PAYMENT-FILE
011800     LABEL RECORDS ARE STANDARD.
011900     COPY CXPAYI.
012000
012100 FD  RECEIPT-FILE
012200     LABEL RECORDS ARE STANDARD.
012300     COPY CXRCPX.
012400
012500 FD  REPORT-FILE
012600     LABEL RECORDS ARE STANDARD.
012700 01  REPORT-RECORD               PIC X(132).
012800
012900 FD  RUNSTAT-FILE
013000     LABEL RECORDS ARE STANDARD.
013100     COPY CXRSTAT.
013200
013300 WORKING-STORAGE SECTION.
013400******************************************************************
013500*    SWITCHES
013600******************************************************************
013700 01  WS-SWITCHES.
013800     05  WS-NET-EOF-SW           PIC X(01)   VALUE "N".
013900         88  WS-NET-EOF                      VALUE "Y".
014000     05  WS-JRNL-EOF-SW          PIC X(01)   VALUE "N".
014100         88  WS-JRNL-EOF                     VALUE "Y".
014200     05  WS-EXT-EOF-SW           PIC X(01)   VALUE "N".
014300         88  WS-EXT-EOF                      VALUE "Y".
014400     05  WS-PARM-EOF-SW          PIC X(01)   VALUE "N".
014500         88  WS-PARM-EOF                     VALUE "Y".
014600     05  WS-CPTY-FOUND-SW        PIC X(01).
014700         88  WS-CPTY-FOUND                    VALUE "Y".
014800         88  WS-CPTY-NOTFND                   VALUE "N".
014900     05  WS-SSI-FOUND-SW         PIC X(01).
015000         88  WS-SSI-FOUND                     VALUE "Y".
015100         88  WS-SSI-NOTFND                    VALUE "N".
015200     05  WS-REL-FOUND-SW         PIC X(01).
015300         88  WS-REL-FOUND                     VALUE "Y".
015400         88  WS-REL-NOTFND                    VALUE "N".
015500     05  WS-REV-FOUND-SW         PIC X(01).
015600         88  WS-REV-FOUND                     VALUE "Y".
015700         88  WS-REV-NOTFND                    VALUE "N".
015800     05  WS-RSTAT-FOUND-SW       PIC X(01)   VALUE "N".
015900         88  WS-RSTAT-FOUND                   VALUE "Y".
016000         88  WS-RSTAT-NOTFND                  VALUE "N".
016100
016200 01  WS-RUN-DATE                 PIC 9(08).
016300 01  WS-RSTAT-TIME               PIC 9(08).
016400
016500******************************************************************
016600*    ONE SETTLEMENT TO INSTRUCT - SET BY THE NET AND GROSS LEGS
016700*    BEFORE 4000-ISSUE-SETTLEMENT IS PERFORMED.
016800******************************************************************
016900 01  WS-SETTLEMENT.
017000     05  WS-ST-DIR               PIC X(03).
017100         88  WS-ST-PAY                        VALUE "PAY".
017200         88  WS-ST-RCV                        VALUE "RCV".
017300     05  WS-ST-TYPE              PIC X(01).
017400         88  WS-ST-NET                        VALUE "N".
017500         88  WS-ST-GROSS                      VALUE "G".
017600     05  WS-ST-CPTY-ID           PIC X(06).
017700     05  WS-ST-CCY-CODE          PIC X(03).
017800     05  WS-ST-AMOUNT            PIC 9(9)V9(03).
017900     05  WS-ST-TRADE-SEQ         PIC 9(09).
018000     05  WS-ST-CCY1              PIC X(03).
018100     05  WS-ST-CCY2              PIC X(03).
018200     05  WS-ST-TRADE-COUNT       PIC 9(09).
018300
018400 01  WS-CONTROL-TOTALS.
018500     05  WS-PAY-SERIAL           PIC 9(06)          VALUE ZERO.
018600     05  WS-RCPT-SERIAL          PIC 9(06)          VALUE ZERO.
018700     05  WS-PAY-COUNT            PIC 9(09)   COMP   VALUE ZERO.
018800     05  WS-PAY-HASH             PIC 9(12)V9(03)    VALUE ZERO.
018900     05  WS-RCPT-COUNT           PIC 9(09)   COMP   VALUE ZERO.
019000     05  WS-EXCP-COUNT           PIC 9(09)   COMP   VALUE ZERO.
019100     05  WS-SKIP-COUNT           PIC 9(09)   COMP   VALUE ZERO.
019110     05  WS-NETADJ-COUNT         PIC 9(09)   COMP   VALUE ZERO.
019200
019300******************************************************************
019400*    RELEASED-TRADE TABLE - TRADE SEQUENCES ON THE DAY'S GL
019500*    EXTRACT, SO A SUSPENDED TRADE SETTLES ONLY IF A SUPERVISOR
019600*    RELEASED IT.
019700******************************************************************
019800 01  WS-REL-TABLE.
019900     05  WS-REL-COUNT            PIC 9(05)   COMP   VALUE ZERO.
020000     05  WS-REL-MAX              PIC 9(05)          VALUE 5000.
020100     05  WS-REL-ENTRY            OCCURS 5000 TIMES
020200                                 INDEXED BY RX.
020300         10  WS-RE-TRADE-SEQ     PIC 9(09).
020400
020500******************************************************************
020600*    CANCELLED-TRADE TABLE - THE DAY'S TRADES A BSCANAMD
020700*    REVERSAL HAS ALREADY BACKED OUT, WHICH MUST NOT SETTLE.
020710*    AN IN-TOLERANCE TRADE ALSO CARRIES THE NET KEY AND SIGNED
020720*    AMOUNT BSCALC'S 3720-ACCUM-NETTING ROLLED INTO GLNETSUM.
020800******************************************************************
020900 01  WS-REV-TABLE.
021000     05  WS-REV-COUNT            PIC 9(05)   COMP   VALUE ZERO.
021100     05  WS-REV-MAX              PIC 9(05)          VALUE 1000.
021200     05  WS-REV-ENTRY            OCCURS 1000 TIMES
021300                                 INDEXED BY VX.
021400         10  WS-VE-TRADE-SEQ     PIC 9(09).
021406         10  WS-VE-NET-SW        PIC X(01).
021412             88  WS-VE-IN-NET                 VALUE "Y".
021418         10  WS-VE-CPTY-ID       PIC X(06).
021424         10  WS-VE-CCY1          PIC X(03).
021430         10  WS-VE-CCY2          PIC X(03).
021436         10  WS-VE-SIGNED-AMT    PIC S9(9)V9(03).
021442
021448******************************************************************
021454*    NET POSITION AFTER THE SAME-DAY CANCELS ARE BACKED OUT -
021460*    POSITIVE PAYS, NEGATIVE RECEIVES, AS IN BSCALC.
021466******************************************************************
021472 01  WS-NET-FIELDS.
021478     05  WS-NET-SIGNED-AMT       PIC S9(9)V9(03).
021484     05  WS-NET-TRADE-COUNT      PIC 9(09).
021500
021600******************************************************************
021700*    REPORT PAGINATION FIELDS
021800******************************************************************
021900 01  WS-REPORT-FIELDS.
022000     05  WS-PAGE-NO              PIC 9(04)   COMP   VALUE ZERO.
022100     05  WS-LINE-COUNT           PIC 9(03)   COMP   VALUE ZERO.
022200     05  WS-PAGE-SIZE            PIC 9(03)          VALUE 50.
022300
022400******************************************************************
022500*    EXCEPTIONS LIST PRINT LINES
022600******************************************************************
022700     COPY CXPXRPT.
022800
022900 PROCEDURE DIVISION.
023000******************************************************************
023100*    0000-MAINLINE - INSTRUCT THE NET POSITIONS, THEN THE GROSS
023200*    TRADES, THEN CLOSE THE PAYMENT FILE WITH ITS TRAILER.
023300******************************************************************
023400 0000-MAINLINE.
023500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023600     PERFORM 2000-NET-POSITION THRU 2000-EXIT
023700         UNTIL WS-NET-EOF.
023800     PERFORM 3000-GROSS-TRADES THRU 3000-EXIT.
023900     PERFORM 8100-WRITE-TRAILER THRU 8100-EXIT.
024000     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
024100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024200     STOP RUN.
024300
024400******************************************************************
024500*    1000-INITIALIZE - READ THE PARMS, PROVE THE DAY TIED OUT,
024600*    LOAD THE RELEASED AND CANCELLED SEQUENCES, OPEN THE FILES.
024700******************************************************************
024800 1000-INITIALIZE.
024900     PERFORM 1050-READ-PARMS THRU 1050-EXIT.
025000     PERFORM 7800-CHECK-RUN-CONTROL THRU 7800-EXIT.
025100     DISPLAY "BSPAYINS - PAYMENT INSTRUCTIONS - RUN DATE "
025200             WS-RUN-DATE.
025300     OPEN INPUT CPTY-FILE.
025400     OPEN INPUT SSI-FILE.
025500     PERFORM 1400-LOAD-EXTRACT THRU 1400-EXIT.
025600     PERFORM 1500-LOAD-REVERSALS THRU 1500-EXIT.
025700     OPEN OUTPUT PAYMENT-FILE.
025800     OPEN OUTPUT RECEIPT-FILE.
025900     OPEN OUTPUT REPORT-FILE.
026000     PERFORM 1200-WRITE-HEADERS THRU 1200-EXIT.
026100     OPEN INPUT GLNETSUM-FILE.
026200     PERFORM 2010-READ-NET THRU 2010-EXIT.
026300 1000-EXIT.
026400     EXIT.
026500
026600******************************************************************
026700*    1050-READ-PARMS - READ THE RUN-CONTROL PARAMETER RECORD THE
026800*    SAME WAY BSCALC DOES.  A RUN WITHOUT A USABLE PARM RECORD
026900*    IS CANCELLED OUTRIGHT.
027000******************************************************************
027100 1050-READ-PARMS.
027200     OPEN INPUT PARM-FILE.
027300     READ PARM-FILE
027400         AT END
027500             MOVE "Y" TO WS-PARM-EOF-SW
027600     END-READ.
027700     CLOSE PARM-FILE.
027800     IF WS-PARM-EOF
027900         DISPLAY "BSPAYINS - NO PARMFILE RECORD - RUN CANCELLED"
028000         MOVE 16 TO RETURN-CODE
028100         STOP RUN
028200     END-IF.
028300     IF PM-BUSINESS-DATE NOT NUMERIC
028400             OR PM-BUSINESS-DATE = ZERO
028500         DISPLAY "BSPAYINS - BAD BUSINESS DATE ON PARMFILE - "
028600                 "RUN CANCELLED"
028700         MOVE 16 TO RETURN-CODE
028800         STOP RUN
028900     END-IF.
029000     MOVE PM-BUSINESS-DATE TO WS-RUN-DATE.
029100 1050-EXIT.
029200     EXIT.
029300
029400******************************************************************
029500*    1200-WRITE-HEADERS - PRINT A NEW EXCEPTIONS PAGE HEADING.
029600******************************************************************
029700 1200-WRITE-HEADERS.
029800     ADD 1 TO WS-PAGE-NO.
029900     MOVE WS-RUN-DATE TO PX-H1-RUN-DATE.
030000     MOVE WS-PAGE-NO TO PX-H1-PAGE-NO.
030100     WRITE REPORT-RECORD FROM PX-HEADING-1 AFTER ADVANCING PAGE.
030200     WRITE REPORT-RECORD FROM PX-HEADING-2 AFTER ADVANCING 2
030300             LINES.
030400     MOVE ZERO TO WS-LINE-COUNT.
030500 1200-EXIT.
030600     EXIT.
030700
030800******************************************************************
030900*    1400-LOAD-EXTRACT - COLLECT THE TRADE SEQUENCES POSTED TO
031000*    THE DAY'S GL EXTRACT.  A SUSPENDED JOURNAL TRADE SETTLES
031100*    ONLY IF IT IS HERE - A SUPERVISOR RELEASE.
031200******************************************************************
031300 1400-LOAD-EXTRACT.
031400     OPEN INPUT GLEXTRACT-FILE.
031500     PERFORM 1410-READ-EXTRACT THRU 1410-EXIT.
031600     PERFORM 1420-ACCUM-EXTRACT THRU 1420-EXIT
031700         UNTIL WS-EXT-EOF.
031800     CLOSE GLEXTRACT-FILE.
031900 1400-EXIT.
032000     EXIT.
032100
032200 1410-READ-EXTRACT.
032300     READ GLEXTRACT-FILE
032400         AT END
032500             MOVE "Y" TO WS-EXT-EOF-SW
032600     END-READ.
032700 1410-EXIT.
032800     EXIT.
032900
033000 1420-ACCUM-EXTRACT.
033100     IF CG-RUN-DATE = WS-RUN-DATE
033200             AND CG-TRADE-POSTING
033300         IF WS-REL-COUNT NOT < WS-REL-MAX
033400             DISPLAY "BSPAYINS - EXTRACT TABLE FULL - "
033500                     "RUN CANCELLED"
033600             MOVE 16 TO RETURN-CODE
033700             STOP RUN
033800         END-IF
033900         ADD 1 TO WS-REL-COUNT
034000         SET RX TO WS-REL-COUNT
034100         MOVE CG-TRADE-SEQ TO WS-RE-TRADE-SEQ (RX)
034200     END-IF.
034300     PERFORM 1410-READ-EXTRACT THRU 1410-EXIT.
034400 1420-EXIT.
034500     EXIT.
034600
034700******************************************************************
034800*    1500-LOAD-REVERSALS - ONE PASS OF THE JOURNAL FOR THE
034900*    REVERSALS OF THE DAY'S OWN TRADES.  A GROSS TRADE CANCELLED
035000*    BEFORE THE PAYMENT RUN IS NEVER INSTRUCTED, AND A NETTED
035010*    ONE COMES BACK OUT OF ITS NET POSITION.
035100******************************************************************
035200 1500-LOAD-REVERSALS.
035300     OPEN INPUT JOURNAL-FILE.
035400     PERFORM 3010-READ-JOURNAL THRU 3010-EXIT.
035500     PERFORM 1510-ACCUM-REVERSAL THRU 1510-EXIT
035600         UNTIL WS-JRNL-EOF.
035700     CLOSE JOURNAL-FILE.
035800     MOVE "N" TO WS-JRNL-EOF-SW.
035900 1500-EXIT.
036000     EXIT.
036100
036200 1510-ACCUM-REVERSAL.
036300     IF CJ-REVERSAL-ENTRY
036400             AND CJ-ORIG-RUN-DATE = WS-RUN-DATE
036500         IF WS-REV-COUNT NOT < WS-REV-MAX
036600             DISPLAY "BSPAYINS - REVERSAL TABLE FULL - "
036700                     "RUN CANCELLED"
036800             MOVE 16 TO RETURN-CODE
036900             STOP RUN
037000         END-IF
037100         ADD 1 TO WS-REV-COUNT
037200         SET VX TO WS-REV-COUNT
037300         MOVE CJ-TRADE-SEQ TO WS-VE-TRADE-SEQ (VX)
037310         MOVE "N" TO WS-VE-NET-SW (VX)
037320         IF CJ-IN-TOLERANCE
037330             PERFORM 1520-NET-KEY THRU 1520-EXIT
037340         END-IF
037400     END-IF.
037500     PERFORM 3010-READ-JOURNAL THRU 3010-EXIT.
037600 1510-EXIT.
037700     EXIT.
037704
037708******************************************************************
037712*    1520-NET-KEY - THE CANCELLED TRADE'S NET PAIR AND SIGNED
037716*    FLOW, BUILT AS BSCALC'S 3720-ACCUM-NETTING BUILT THEM.  A
037720*    GROSS-SETTLING COUNTERPARTY HAS NO GLNETSUM POSITION, SO
037724*    ITS ENTRY NEVER MATCHES ONE.
037728******************************************************************
037732 1520-NET-KEY.
037736     SET WS-VE-IN-NET (VX) TO TRUE.
037740     MOVE CJ-CPTY-ID TO WS-VE-CPTY-ID (VX).
037744     IF CJ-FROM-CCY < CJ-TO-CCY
037748         MOVE CJ-FROM-CCY TO WS-VE-CCY1 (VX)
037752         MOVE CJ-TO-CCY TO WS-VE-CCY2 (VX)
037756         MOVE CJ-RESULT-FEE TO WS-VE-SIGNED-AMT (VX)
037760     ELSE
037764         MOVE CJ-TO-CCY TO WS-VE-CCY1 (VX)
037768         MOVE CJ-FROM-CCY TO WS-VE-CCY2 (VX)
037772         COMPUTE WS-VE-SIGNED-AMT (VX) = ZERO - CJ-ORIG
037776     END-IF.
037780 1520-EXIT.
037784     EXIT.
037800
037900******************************************************************
038000*    2000-NET-POSITION - ONE GLNETSUM RECORD.  THE NET AMOUNT IS
038100*    THE FLOW IN THE PAIR'S SECOND CURRENCY, SO THAT IS THE
038200*    CURRENCY WIRED OR EXPECTED.  BSCALC CUT THE NET BEFORE ANY
038210*    CANCEL, SO THE POSITION IS SIGNED AND THE SAME-DAY CANCELS
038220*    OF ITS TRADES ARE BACKED OUT BEFORE THE DIRECTION IS TAKEN.
038230*    A DEAD-EVEN POSITION HAS NOTHING TO SETTLE.
038400******************************************************************
038500 2000-NET-POSITION.
038600     IF CN-RUN-DATE NOT = WS-RUN-DATE
038700         GO TO 2000-NEXT
038800     END-IF.
038810     IF CN-NET-PAY
038820         MOVE CN-NET-AMT TO WS-NET-SIGNED-AMT
038830     ELSE
038840         IF CN-NET-RCV
038850             COMPUTE WS-NET-SIGNED-AMT = ZERO - CN-NET-AMT
038860         ELSE
038870             MOVE ZERO TO WS-NET-SIGNED-AMT
038880         END-IF
038890     END-IF.
038900     MOVE CN-TRADE-COUNT TO WS-NET-TRADE-COUNT.
038910     SET VX TO 1.
038920     PERFORM 2100-BACK-OUT-CANCELLED THRU 2100-EXIT
038930         UNTIL VX > WS-REV-COUNT.
038940     IF WS-NET-SIGNED-AMT = ZERO
038950         GO TO 2000-NEXT
038960     END-IF.
038970     IF WS-NET-SIGNED-AMT > ZERO
038980         MOVE "PAY" TO WS-ST-DIR
038990         MOVE WS-NET-SIGNED-AMT TO WS-ST-AMOUNT
039000     ELSE
039010         MOVE "RCV" TO WS-ST-DIR
039020         COMPUTE WS-ST-AMOUNT = ZERO - WS-NET-SIGNED-AMT
039030     END-IF.
039300     SET WS-ST-NET TO TRUE.
039400     MOVE CN-CPTY-ID TO WS-ST-CPTY-ID.
039500     MOVE CN-CCY2 TO WS-ST-CCY-CODE.
039700     MOVE ZERO TO WS-ST-TRADE-SEQ.
039800     MOVE CN-CCY1 TO WS-ST-CCY1.
039900     MOVE CN-CCY2 TO WS-ST-CCY2.
040000     MOVE WS-NET-TRADE-COUNT TO WS-ST-TRADE-COUNT.
040100     PERFORM 4000-ISSUE-SETTLEMENT THRU 4000-EXIT.
040200 2000-NEXT.
040300     PERFORM 2010-READ-NET THRU 2010-EXIT.
040400 2000-EXIT.
040500     EXIT.
040600
040700 2010-READ-NET.
040800     READ GLNETSUM-FILE
040900         AT END
041000             MOVE "Y" TO WS-NET-EOF-SW
041100     END-READ.
041200 2010-EXIT.
041300     EXIT.
041305
041310******************************************************************
041315*    2100-BACK-OUT-CANCELLED - ONE CANCELLED-TRADE ENTRY.  A
041320*    NETTED TRADE OF THIS POSITION'S COUNTERPARTY AND PAIR
041325*    COMES BACK OUT OF THE NET AND THE TRADE COUNT.
041330******************************************************************
041335 2100-BACK-OUT-CANCELLED.
041340     IF WS-VE-IN-NET (VX)
041345             AND WS-VE-CPTY-ID (VX) = CN-CPTY-ID
041350             AND WS-VE-CCY1 (VX) = CN-CCY1
041355             AND WS-VE-CCY2 (VX) = CN-CCY2
041360         SUBTRACT WS-VE-SIGNED-AMT (VX) FROM WS-NET-SIGNED-AMT
041365         SUBTRACT 1 FROM WS-NET-TRADE-COUNT
041370         ADD 1 TO WS-NETADJ-COUNT
041375     END-IF.
041380     SET VX UP BY 1.
041385 2100-EXIT.
041390     EXIT.
041400
041500******************************************************************
041600*    3000-GROSS-TRADES - SECOND PASS OF THE JOURNAL FOR THE
041700*    DAY'S TRADES THAT SETTLE GROSS.
041800******************************************************************
041900 3000-GROSS-TRADES.
042000     OPEN INPUT JOURNAL-FILE.
042100     PERFORM 3010-READ-JOURNAL THRU 3010-EXIT.
042200     PERFORM 3100-GROSS-ONE-TRADE THRU 3100-EXIT
042300         UNTIL WS-JRNL-EOF.
042400     CLOSE JOURNAL-FILE.
042500 3000-EXIT.
042600     EXIT.
042700
042800 3010-READ-JOURNAL.
042900     READ JOURNAL-FILE
043000         AT END
043100             MOVE "Y" TO WS-JRNL-EOF-SW
043200     END-READ.
043300 3010-EXIT.
043400     EXIT.
043500
043600******************************************************************
043700*    3100-GROSS-ONE-TRADE - ONE JOURNAL RECORD.  AN IN-TOLERANCE
043800*    TRADE SETTLES GROSS WHEN ITS COUNTERPARTY DOES NOT NET (OR
043900*    IS NO LONGER ON THE MASTER); AN OUT-OF-TOLERANCE TRADE
044000*    NEVER REACHED THE NET, SO IT SETTLES GROSS ONCE RELEASED.
044100*    THE DESK PAYS THE RESULT PLUS FEE IN THE TO-CURRENCY AND
044200*    RECEIVES THE ORIGINAL AMOUNT IN THE FROM-CURRENCY.
044300******************************************************************
044400 3100-GROSS-ONE-TRADE.
044500     IF CJ-RUN-DATE NOT = WS-RUN-DATE
044600             OR CJ-REVERSAL-ENTRY
044700         GO TO 3100-NEXT
044800     END-IF.
044900     IF CJ-OUT-OF-TOLERANCE
045000         PERFORM 3200-CHECK-RELEASED THRU 3200-EXIT
045100         IF WS-REL-NOTFND
045200             ADD 1 TO WS-SKIP-COUNT
045300             GO TO 3100-NEXT
045400         END-IF
045500     ELSE
045600         PERFORM 3300-CHECK-CPTY-NET THRU 3300-EXIT
045700         IF WS-CPTY-FOUND AND CY-NETTING-ELIGIBLE
045800             GO TO 3100-NEXT
045900         END-IF
046000     END-IF.
046100     PERFORM 3400-CHECK-CANCELLED THRU 3400-EXIT.
046200     IF WS-REV-FOUND
046300         ADD 1 TO WS-SKIP-COUNT
046400         GO TO 3100-NEXT
046500     END-IF.
046600     SET WS-ST-GROSS TO TRUE.
046700     MOVE CJ-CPTY-ID TO WS-ST-CPTY-ID.
046800     MOVE CJ-TRADE-SEQ TO WS-ST-TRADE-SEQ.
046900     MOVE CJ-FROM-CCY TO WS-ST-CCY1.
047000     MOVE CJ-TO-CCY TO WS-ST-CCY2.
047100     MOVE 1 TO WS-ST-TRADE-COUNT.
047200     MOVE "PAY" TO WS-ST-DIR.
047300     MOVE CJ-TO-CCY TO WS-ST-CCY-CODE.
047400     MOVE CJ-RESULT-FEE TO WS-ST-AMOUNT.
047500     PERFORM 4000-ISSUE-SETTLEMENT THRU 4000-EXIT.
047600     MOVE "RCV" TO WS-ST-DIR.
047700     MOVE CJ-FROM-CCY TO WS-ST-CCY-CODE.
047800     MOVE CJ-ORIG TO WS-ST-AMOUNT.
047900     PERFORM 4000-ISSUE-SETTLEMENT THRU 4000-EXIT.
048000 3100-NEXT.
048100     PERFORM 3010-READ-JOURNAL THRU 3010-EXIT.
048200 3100-EXIT.
048300     EXIT.
048400
048500 3200-CHECK-RELEASED.
048600     SET WS-REL-NOTFND TO TRUE.
048700     SET RX TO 1.
048800     PERFORM 3210-SCAN-RELEASED THRU 3210-EXIT
048900         UNTIL WS-REL-FOUND OR RX > WS-REL-COUNT.
049000 3200-EXIT.
049100     EXIT.
049200
049300 3210-SCAN-RELEASED.
049400     IF WS-RE-TRADE-SEQ (RX) = CJ-TRADE-SEQ
049500         SET WS-REL-FOUND TO TRUE
049600     ELSE
049700         SET RX UP BY 1
049800     END-IF.
049900 3210-EXIT.
050000     EXIT.
050100
050200 3300-CHECK-CPTY-NET.
050300     SET WS-CPTY-NOTFND TO TRUE.
050400     MOVE CJ-CPTY-ID TO CY-CPTY-ID.
050500     READ CPTY-FILE
050600         INVALID KEY
050700             CONTINUE
050800         NOT INVALID KEY
050900             SET WS-CPTY-FOUND TO TRUE
051000     END-READ.
051100 3300-EXIT.
051200     EXIT.
051300
051400 3400-CHECK-CANCELLED.
051500     SET WS-REV-NOTFND TO TRUE.
051600     SET VX TO 1.
051700     PERFORM 3410-SCAN-CANCELLED THRU 3410-EXIT
051800         UNTIL WS-REV-FOUND OR VX > WS-REV-COUNT.
051900 3400-EXIT.
052000     EXIT.
052100
052200 3410-SCAN-CANCELLED.
052300     IF WS-VE-TRADE-SEQ (VX) = CJ-TRADE-SEQ
052400         SET WS-REV-FOUND TO TRUE
052500     ELSE
052600         SET VX UP BY 1
052700     END-IF.
052800 3410-EXIT.
052900     EXIT.
053000
053100******************************************************************
053200*    4000-ISSUE-SETTLEMENT - LOOK UP THE COUNTERPARTY'S SSI FOR
053300*    THE SETTLEMENT CURRENCY AND WRITE THE PAYMENT INSTRUCTION
053400*    OR EXPECTED RECEIPT.  NO SSI PUTS THE SETTLEMENT ON THE
053500*    EXCEPTIONS LIST - NEVER AN INSTRUCTION WITH A BLANK
053600*    ACCOUNT.
053700******************************************************************
053800 4000-ISSUE-SETTLEMENT.
053900     MOVE WS-ST-CPTY-ID TO SI-CPTY-ID.
054000     MOVE WS-ST-CCY-CODE TO SI-CCY-CODE.
054100     SET WS-SSI-NOTFND TO TRUE.
054200     READ SSI-FILE
054300         INVALID KEY
054400             CONTINUE
054500         NOT INVALID KEY
054600             SET WS-SSI-FOUND TO TRUE
054700     END-READ.
054800     IF WS-SSI-NOTFND
054900         MOVE "NO SSI ON FILE FOR COUNTERPARTY/CCY"
055000             TO PX-DT-REASON
055100         PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT
055200         GO TO 4000-EXIT
055300     END-IF.
055400     IF WS-ST-PAY
055500         PERFORM 4100-WRITE-PAYMENT THRU 4100-EXIT
055600     ELSE
055700         PERFORM 4200-WRITE-RECEIPT THRU 4200-EXIT
055800     END-IF.
055900 4000-EXIT.
056000     EXIT.
056100
056200 4100-WRITE-PAYMENT.
056300     MOVE SPACES TO PI-PAYMENT-RECORD.
056400     SET PI-PAYMENT-REC TO TRUE.
056500     ADD 1 TO WS-PAY-SERIAL.
056600     MOVE "P" TO PI-REF-PREFIX.
056700     MOVE WS-RUN-DATE TO PI-REF-DATE.
056800     MOVE WS-PAY-SERIAL TO PI-REF-SERIAL.
056900     MOVE WS-ST-TYPE TO PI-SETTLE-TYPE.
057000     MOVE WS-ST-CPTY-ID TO PI-CPTY-ID.
057100     MOVE WS-ST-CCY-CODE TO PI-CCY-CODE.
057200     MOVE WS-ST-AMOUNT TO PI-AMOUNT.
057300     MOVE WS-RUN-DATE TO PI-VALUE-DATE.
057400     MOVE SI-BANK-NAME TO PI-BANK-NAME.
057500     MOVE SI-ACCOUNT-NO TO PI-ACCOUNT-NO.
057600     MOVE WS-ST-TRADE-SEQ TO PI-TRADE-SEQ.
057700     MOVE WS-ST-CCY1 TO PI-CCY1.
057800     MOVE WS-ST-CCY2 TO PI-CCY2.
057900     MOVE WS-ST-TRADE-COUNT TO PI-TRADE-COUNT.
058000     WRITE PI-PAYMENT-RECORD.
058100     ADD 1 TO WS-PAY-COUNT.
058200     ADD WS-ST-AMOUNT TO WS-PAY-HASH.
058300 4100-EXIT.
058400     EXIT.
058500
058600 4200-WRITE-RECEIPT.
058700     MOVE SPACES TO XR-RECEIPT-RECORD.
058800     ADD 1 TO WS-RCPT-SERIAL.
058900     MOVE "R" TO XR-REF-PREFIX.
059000     MOVE WS-RUN-DATE TO XR-REF-DATE.
059100     MOVE WS-RCPT-SERIAL TO XR-REF-SERIAL.
059200     MOVE WS-ST-TYPE TO XR-SETTLE-TYPE.
059300     MOVE WS-ST-CPTY-ID TO XR-CPTY-ID.
059400     MOVE WS-ST-CCY-CODE TO XR-CCY-CODE.
059500     MOVE WS-ST-AMOUNT TO XR-AMOUNT.
059600     MOVE WS-RUN-DATE TO XR-VALUE-DATE.
059700     MOVE SI-BANK-NAME TO XR-BANK-NAME.
059800     MOVE SI-ACCOUNT-NO TO XR-ACCOUNT-NO.
059900     MOVE WS-ST-TRADE-SEQ TO XR-TRADE-SEQ.
060000     MOVE WS-ST-CCY1 TO XR-CCY1.
060100     MOVE WS-ST-CCY2 TO XR-CCY2.
060200     MOVE WS-ST-TRADE-COUNT TO XR-TRADE-COUNT.
060300     WRITE XR-RECEIPT-RECORD.
060400     ADD 1 TO WS-RCPT-COUNT.
060500 4200-EXIT.
060600     EXIT.
060700
060800******************************************************************
060900*    4900-WRITE-EXCEPTION - ONE EXCEPTIONS LINE, STARTING A NEW
061000*    PAGE WHEN FULL.  THE REASON MUST BE SET BY THE CALLER.
061100******************************************************************
061200 4900-WRITE-EXCEPTION.
061300     IF WS-LINE-COUNT NOT < WS-PAGE-SIZE
061400         PERFORM 1200-WRITE-HEADERS THRU 1200-EXIT
061500     END-IF.
061600     MOVE WS-ST-DIR TO PX-DT-DIR.
061700     IF WS-ST-NET
061800         MOVE "NET" TO PX-DT-BASIS
061900     ELSE
062000         MOVE "GROSS" TO PX-DT-BASIS
062100     END-IF.
062200     MOVE WS-ST-CPTY-ID TO PX-DT-CPTY-ID.
062300     MOVE WS-ST-CCY-CODE TO PX-DT-CCY-CODE.
062400     MOVE WS-ST-AMOUNT TO PX-DT-AMOUNT.
062500     MOVE WS-ST-TRADE-SEQ TO PX-DT-TRADE-SEQ.
062600     WRITE REPORT-RECORD FROM PX-DETAIL-LINE AFTER ADVANCING 1
062700             LINE.
062800     ADD 1 TO WS-LINE-COUNT.
062900     ADD 1 TO WS-EXCP-COUNT.
063000 4900-EXIT.
063100     EXIT.
063200
063300******************************************************************
063400*    8100-WRITE-TRAILER - THE PAYMENT FILE'S COUNT AND AMOUNT
063500*    HASH TOTAL, WHICH THE BANK CHECKS BEFORE RELEASING ANY
063600*    INSTRUCTION ON THE FILE.
063700******************************************************************
063800 8100-WRITE-TRAILER.
063900     MOVE SPACES TO PT-TRAILER-RECORD.
064000     SET PT-TRAILER-REC TO TRUE.
064100     MOVE WS-RUN-DATE TO PT-RUN-DATE.
064200     MOVE WS-PAY-COUNT TO PT-REC-COUNT.
064300     MOVE WS-PAY-HASH TO PT-HASH-TOTAL.
064400     WRITE PT-TRAILER-RECORD.
064500 8100-EXIT.
064600     EXIT.
064700
064800******************************************************************
064900*    8000-PRINT-TOTALS - CONTROL TOTALS AT THE FOOT OF THE
065000*    EXCEPTIONS LIST, TYING TO THE PAYMENT FILE TRAILER.
065100******************************************************************
065200 8000-PRINT-TOTALS.
065300     MOVE WS-PAY-COUNT TO PX-TL1-PAY-COUNT.
065400     WRITE REPORT-RECORD FROM PX-TOTAL-LINE-1 AFTER ADVANCING 2
065500             LINES.
065600     MOVE WS-PAY-HASH TO PX-TL2-PAY-HASH.
065700     WRITE REPORT-RECORD FROM PX-TOTAL-LINE-2 AFTER ADVANCING 1
065800             LINE.
065900     MOVE WS-RCPT-COUNT TO PX-TL3-RCPT-COUNT.
066000     WRITE REPORT-RECORD FROM PX-TOTAL-LINE-3 AFTER ADVANCING 1
066100             LINE.
066200     MOVE WS-EXCP-COUNT TO PX-TL4-EXCP-COUNT.
066300     WRITE REPORT-RECORD FROM PX-TOTAL-LINE-4 AFTER ADVANCING 1
066400             LINE.
066500     MOVE WS-SKIP-COUNT TO PX-TL5-SKIP-COUNT.
066600     WRITE REPORT-RECORD FROM PX-TOTAL-LINE-5 AFTER ADVANCING 1
066700             LINE.
066800 8000-EXIT.
066900     EXIT.
067000
067100******************************************************************
067200*    7800-CHECK-RUN-CONTROL - OPEN THE RUN-STATUS FILE, PROVE
067300*    THE STEPS THIS RUN DEPENDS ON COMPLETED FOR THE DATE,
067400*    AND STAMP THIS RUN STARTED.  NO MONEY IS INSTRUCTED OFF
067500*    FILES THAT HAVE NOT PASSED THE GL TIE-OUT.
067600*    7900-RECORD-COMPLETE STAMPS THE SUCCESSFUL END.
067700******************************************************************
067800 7800-CHECK-RUN-CONTROL.
067900     OPEN I-O RUNSTAT-FILE.
068000     MOVE "BSGLRECN" TO RS-PROGRAM.
068100     PERFORM 7850-READ-RUNSTAT THRU 7850-EXIT.
068200     IF WS-RSTAT-NOTFND OR NOT RS-COMPLETED
068300         DISPLAY "BSPAYINS - BSGLRECN NOT COMPLETE FOR DATE - "
068400                 "RUN CANCELLED"
068500         MOVE 16 TO RETURN-CODE
068600         STOP RUN
068700     END-IF.
068800     MOVE "BSPAYINS" TO RS-PROGRAM.
068900     PERFORM 7850-READ-RUNSTAT THRU 7850-EXIT.
069000     MOVE "S" TO RS-STATUS.
069100     ACCEPT WS-RSTAT-TIME FROM TIME.
069200     MOVE WS-RSTAT-TIME TO RS-START-TIME.
069300     MOVE ZERO TO RS-END-TIME.
069400     IF WS-RSTAT-FOUND
069500         REWRITE RS-RUNSTAT-RECORD
069600             INVALID KEY
069700                 DISPLAY "BSPAYINS - RUNSTAT REWRITE FAILED"
069800         END-REWRITE
069900     ELSE
070000         WRITE RS-RUNSTAT-RECORD
070100             INVALID KEY
070200                 DISPLAY "BSPAYINS - RUNSTAT WRITE FAILED"
070300         END-WRITE
070400     END-IF.
070500 7800-EXIT.
070600     EXIT.
070700
070800 7850-READ-RUNSTAT.
070900     SET WS-RSTAT-NOTFND TO TRUE.
071000     MOVE WS-RUN-DATE TO RS-RUN-DATE.
071100     READ RUNSTAT-FILE
071200         INVALID KEY
071300             CONTINUE
071400         NOT INVALID KEY
071500             SET WS-RSTAT-FOUND TO TRUE
071600     END-READ.
071700 7850-EXIT.
071800     EXIT.
071900
072000 7900-RECORD-COMPLETE.
072100     MOVE "BSPAYINS" TO RS-PROGRAM.
072200     PERFORM 7850-READ-RUNSTAT THRU 7850-EXIT.
072300     IF WS-RSTAT-FOUND
072400         MOVE "C" TO RS-STATUS
072500         ACCEPT WS-RSTAT-TIME FROM TIME
072600         MOVE WS-RSTAT-TIME TO RS-END-TIME
072700         REWRITE RS-RUNSTAT-RECORD
072800             INVALID KEY
072900                 DISPLAY "BSPAYINS - RUNSTAT REWRITE FAILED"
073000         END-REWRITE
073100     END-IF.
073200 7900-EXIT.
073300     EXIT.
073400
073500******************************************************************
073600*    9000-TERMINATE - CLOSE FILES AND RETURN TO THE OPERATING
073700*    SYSTEM.
073800******************************************************************
073900 9000-TERMINATE.
074000     PERFORM 7900-RECORD-COMPLETE THRU 7900-EXIT.
074100     CLOSE RUNSTAT-FILE.
074200     CLOSE GLNETSUM-FILE.
074300     CLOSE CPTY-FILE.
074400     CLOSE SSI-FILE.
074500     CLOSE PAYMENT-FILE.
074600     CLOSE RECEIPT-FILE.
074700     CLOSE REPORT-FILE.
074800     DISPLAY "BSPAYINS COMPLETE - " WS-PAY-COUNT
074900             " PAYMENTS, " WS-RCPT-COUNT " RECEIPTS, "
075000             WS-EXCP-COUNT " NO-SSI EXCEPTIONS".
075010     DISPLAY "BSPAYINS - " WS-NETADJ-COUNT
075020             " CANCELLED TRADES BACKED OUT OF THE NET".
075100 9000-EXIT.
075200     EXIT.
