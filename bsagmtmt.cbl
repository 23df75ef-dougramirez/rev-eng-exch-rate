000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BSAGMTMT.
000300 AUTHOR. D. L. RAMIREZ.
000400 INSTALLATION. TREASURY SETTLEMENT OPERATIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    DESCRIPTION..: MAINTAINS AGMTMSTR, THE NEGOTIATED PRICING
000900*                   AGREEMENTS BSCALC APPLIES AHEAD OF THE
001000*                   STANDARD RATEMSTR FEE AND MARKUP.  ONE
001100*                   RECORD PER COUNTERPARTY, PAIR AND EFFECTIVE
001200*                   DATE, CARRYING THE AGREED MARKUP, AN
001300*                   OPTIONAL END DATE AND UP TO FIVE AMOUNT
001400*                   BANDS EACH WITH ITS OWN FEE.  THE KEYED
001500*                   OPERATOR MUST HOLD BOTH MASTER-FILE AND
001600*                   RATE-KEYING AUTHORITY, AND EVERY CHANGE IS
001700*                   WRITTEN TO THE SECLOG SECURITY LOG.
001800*    MODIFICATION HISTORY
001900*    DATE       INIT DESCRIPTION
002000*    ---------- ---- -------------------------------------------
002100*    2026-10-15 DLR  INITIAL VERSION - NEGOTIATED PRICING.
002200******************************************************************
002300
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER. IBM-370.
002700 OBJECT-COMPUTER. IBM-370.
002800
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT AGMT-FILE
003200         ASSIGN TO "AGMTMSTR"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS AG-AGMT-KEY.
003600
003700     SELECT CPTY-FILE
003800         ASSIGN TO "CPTYMSTR"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS CY-CPTY-ID.
004200
004300     SELECT CURRENCY-FILE
004400         ASSIGN TO "CURRMSTR"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS CU-CCY-CODE.
004800
004900     SELECT OPERATOR-FILE
005000         ASSIGN TO "OPERMSTR"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS OP-OPER-ID.
005400
005500     SELECT OPTIONAL SECLOG-FILE
005600         ASSIGN TO "SECLOG"
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  AGMT-FILE
006200     LABEL RECORDS ARE STANDARD.
006300     COPY CXAGMT.
006400
006500 FD  CPTY-FILE
006600     LABEL RECORDS ARE STANDARD.
006700     COPY CXCPTY.
006800
006900 FD  CURRENCY-FILE
007000     LABEL RECORDS ARE STANDARD.
007100     COPY CXCURR.
007200
007300 FD  OPERATOR-FILE
007400     LABEL RECORDS ARE STANDARD.
007500     COPY CXOPER.
007600
007700 FD  SECLOG-FILE
007800     LABEL RECORDS ARE STANDARD.
007900     COPY CXSLOG.
008000
008100 WORKING-STORAGE SECTION.
008200******************************************************************
008300*    SWITCHES
008400******************************************************************
008500 01  WS-SWITCHES.
008600     05  WS-MORE-SW              PIC X(01)   VALUE "Y".
008700         88  WS-MORE-RECORDS                 VALUE "Y".
008800     05  WS-ACTION-SW            PIC X(01).
008900         88  WS-ACTION-ADD                    VALUE "A".
009000         88  WS-ACTION-UPDATE                 VALUE "U".
009100         88  WS-ACTION-DELETE                 VALUE "D".
009200         88  WS-ACTION-QUIT                   VALUE "Q".
009300     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
009400         88  WS-AGMT-FOUND                    VALUE "Y".
009500         88  WS-AGMT-NOTFND                   VALUE "N".
009600     05  WS-OPER-FOUND-SW        PIC X(01)   VALUE "N".
009700         88  WS-OPER-FOUND                    VALUE "Y".
009800         88  WS-OPER-NOTFND                   VALUE "N".
009900     05  WS-VALID-SW             PIC X(01)   VALUE "Y".
010000         88  WS-AGMT-VALID                    VALUE "Y".
010100         88  WS-AGMT-INVALID                  VALUE "N".
010200
010300******************************************************************
010400*    OPERATOR IDENTIFICATION AND LOG STAMP FIELDS
010500******************************************************************
010600 01  WS-OPERATOR-ID              PIC X(08).
010700 01  WS-DATE-TIME-FIELDS.
010800     05  WS-LOG-DATE             PIC 9(08).
010900     05  WS-LOG-TIME             PIC 9(08).
011000
011100******************************************************************
011200*    FEE BAND SUBSCRIPTS
011300******************************************************************
011400 01  WS-BAND-FIELDS.
011500     05  WS-BAND-I               PIC 9(02)   COMP.
011600     05  WS-BAND-P               PIC 9(02)   COMP.
011700
011800 PROCEDURE DIVISION.
011900******************************************************************
012000*    0000-MAINLINE - ACCEPT TRANSACTIONS UNTIL THE OPERATOR
012100*    KEYS Q TO QUIT.
012200******************************************************************
012300 0000-MAINLINE.
012400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012500     PERFORM 2000-MAINTAIN-AGMT THRU 2000-EXIT
012600         UNTIL NOT WS-MORE-RECORDS.
012700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012800     STOP RUN.
012900
013000 1000-INITIALIZE.
013100     OPEN I-O AGMT-FILE.
013200     OPEN INPUT CPTY-FILE.
013300     OPEN INPUT CURRENCY-FILE.
013400     OPEN INPUT OPERATOR-FILE.
013500     OPEN EXTEND SECLOG-FILE.
013600     ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
013700     DISPLAY "OPERATOR ID : ".
013800     ACCEPT WS-OPERATOR-ID.
013900     PERFORM 1100-VERIFY-OPERATOR THRU 1100-EXIT.
014000 1000-EXIT.
014100     EXIT.
014200
014300******************************************************************
014400*    1100-VERIFY-OPERATOR - THE KEYED ID MUST BE ON THE
014500*    OPERATOR MASTER AND ACTIVE.  AN AGREEMENT IS BOTH A
014600*    MASTER RECORD AND A PRICE, SO MASTER-FILE AND RATE-KEYING
014700*    AUTHORITY ARE BOTH REQUIRED.
014800******************************************************************
014900 1100-VERIFY-OPERATOR.
015000     SET WS-OPER-NOTFND TO TRUE.
015100     MOVE WS-OPERATOR-ID TO OP-OPER-ID.
015200     READ OPERATOR-FILE
015300         INVALID KEY
015400             CONTINUE
015500         NOT INVALID KEY
015600             SET WS-OPER-FOUND TO TRUE
015700     END-READ.
015800     IF WS-OPER-NOTFND
015900         DISPLAY "OPERATOR NOT ON MASTER - SESSION REFUSED"
016000         MOVE 8 TO RETURN-CODE
016100         STOP RUN
016200     END-IF.
016300     IF NOT OP-ACTIVE
016400         DISPLAY "OPERATOR NOT ACTIVE - SESSION REFUSED"
016500         MOVE 8 TO RETURN-CODE
016600         STOP RUN
016700     END-IF.
016800     IF NOT OP-MAY-MAINTAIN-MSTRS
016900         DISPLAY "OPERATOR LACKS MASTER-FILE AUTHORITY - "
017000                 "SESSION REFUSED"
017100         MOVE 8 TO RETURN-CODE
017200         STOP RUN
017300     END-IF.
017400     IF NOT OP-MAY-KEY-RATES
017500         DISPLAY "OPERATOR LACKS RATE-KEYING AUTHORITY - "
017600                 "SESSION REFUSED"
017700         MOVE 8 TO RETURN-CODE
017800         STOP RUN
017900     END-IF.
018000 1100-EXIT.
018100     EXIT.
018200
018300******************************************************************
018400*    2000-MAINTAIN-AGMT - ONE ADD/UPDATE/DELETE TRANSACTION.
018500*    THE KEY IS THE COUNTERPARTY, THE PAIR AND THE DATE THE
018600*    AGREEMENT TAKES EFFECT.
018700******************************************************************
018800 2000-MAINTAIN-AGMT.
018900     DISPLAY "A-ADD  U-UPDATE  D-DELETE  Q-QUIT : ".
019000     ACCEPT WS-ACTION-SW.
019100     IF WS-ACTION-QUIT
019200         MOVE "N" TO WS-MORE-SW
019300         GO TO 2000-EXIT
019400     END-IF.
019500     DISPLAY "COUNTERPARTY CODE : ".
019600     ACCEPT AG-CPTY-ID.
019700     DISPLAY "FROM CURRENCY (ISO 4217) : ".
019800     ACCEPT AG-FROM-CCY.
019900     DISPLAY "TO CURRENCY (ISO 4217) : ".
020000     ACCEPT AG-TO-CCY.
020100     DISPLAY "EFFECTIVE DATE (YYYYMMDD) : ".
020200     ACCEPT AG-EFF-DATE.
020300     EVALUATE TRUE
020400         WHEN WS-ACTION-ADD
020500             PERFORM 2100-ADD-AGMT THRU 2100-EXIT
020600         WHEN WS-ACTION-UPDATE
020700             PERFORM 2200-UPDATE-AGMT THRU 2200-EXIT
020800         WHEN WS-ACTION-DELETE
020900             PERFORM 2300-DELETE-AGMT THRU 2300-EXIT
021000         WHEN OTHER
021100             DISPLAY "INVALID ACTION CODE - IGNORED"
021200     END-EVALUATE.
021300 2000-EXIT.
021400     EXIT.
021500
021600******************************************************************
021700*    2100-ADD-AGMT - WRITE A NEW AGREEMENT.  THE COUNTERPARTY
021800*    AND BOTH CURRENCIES MUST BE ON THEIR MASTERS FIRST.
021900******************************************************************
022000 2100-ADD-AGMT.
022100     PERFORM 2500-EDIT-KEY THRU 2500-EXIT.
022200     IF WS-AGMT-INVALID
022300         GO TO 2100-EXIT
022400     END-IF.
022500     PERFORM 2400-ACCEPT-FIELDS THRU 2400-EXIT.
022600     IF WS-AGMT-INVALID
022700         DISPLAY "AGREEMENT NOT ADDED"
022800         GO TO 2100-EXIT
022900     END-IF.
023000     WRITE AG-AGREEMENT-RECORD
023100         INVALID KEY
023200             DISPLAY "AGREEMENT ALREADY ON FILE FOR THAT "
023300                     "CPTY/PAIR/DATE"
023400         NOT INVALID KEY
023500             DISPLAY "AGREEMENT RECORD ADDED"
023600             MOVE "AGMT-ADD" TO SL-ACTION
023700             PERFORM 7100-LOG-AGMT THRU 7100-EXIT
023800     END-WRITE.
023900 2100-EXIT.
024000     EXIT.
024100
024200******************************************************************
024300*    2200-UPDATE-AGMT - REWRITE AN EXISTING AGREEMENT.  THE
024400*    RECORD ON FILE IS LEFT AS IT WAS IF THE NEW TERMS FAIL
024500*    THEIR EDITS.
024600******************************************************************
024700 2200-UPDATE-AGMT.
024800     SET WS-AGMT-NOTFND TO TRUE.
024900     READ AGMT-FILE
025000         INVALID KEY
025100             DISPLAY "NO AGREEMENT ON FILE FOR THAT "
025200                     "CPTY/PAIR/DATE"
025300         NOT INVALID KEY
025400             SET WS-AGMT-FOUND TO TRUE
025500     END-READ.
025600     IF WS-AGMT-NOTFND
025700         GO TO 2200-EXIT
025800     END-IF.
025900     PERFORM 2400-ACCEPT-FIELDS THRU 2400-EXIT.
026000     IF WS-AGMT-INVALID
026100         DISPLAY "AGREEMENT NOT UPDATED"
026200         GO TO 2200-EXIT
026300     END-IF.
026400     REWRITE AG-AGREEMENT-RECORD
026500         INVALID KEY
026600             DISPLAY "REWRITE FAILED FOR THAT CPTY/PAIR/DATE"
026700         NOT INVALID KEY
026800             DISPLAY "AGREEMENT RECORD UPDATED"
026900             MOVE "AGMT-UPD" TO SL-ACTION
027000             PERFORM 7100-LOG-AGMT THRU 7100-EXIT
027100     END-REWRITE.
027200 2200-EXIT.
027300     EXIT.
027400
027500******************************************************************
027600*    2300-DELETE-AGMT - REMOVE AN AGREEMENT KEYED IN ERROR.  AN
027700*    AGREEMENT THAT HAS SIMPLY LAPSED SHOULD BE GIVEN AN END
027800*    DATE INSTEAD, SO THE TERMS STAY ON FILE.
027900******************************************************************
028000 2300-DELETE-AGMT.
028100     DELETE AGMT-FILE
028200         INVALID KEY
028300             DISPLAY "NO AGREEMENT ON FILE FOR THAT "
028400                     "CPTY/PAIR/DATE"
028500         NOT INVALID KEY
028600             DISPLAY "AGREEMENT RECORD DELETED"
028700             MOVE "AGMT-DEL" TO SL-ACTION
028800             PERFORM 7100-LOG-AGMT THRU 7100-EXIT
028900     END-DELETE.
029000 2300-EXIT.
029100     EXIT.
029200
029300******************************************************************
029400*    2400-ACCEPT-FIELDS - PROMPT FOR THE AGREED TERMS AND EDIT
029500*    THEM.  BANDS ARE KEYED IN ASCENDING ORDER OF LIMIT; THE
029600*    LAST BAND IN USE PRICES EVERYTHING ABOVE THE BAND BEFORE
029700*    IT, SO ITS LIMIT IS NOT ASKED FOR.  BANDS NOT IN USE ARE
029800*    ZEROED.
029900******************************************************************
030000 2400-ACCEPT-FIELDS.
030100     SET WS-AGMT-VALID TO TRUE.
030200     DISPLAY "END DATE (YYYYMMDD, ZERO FOR OPEN) : ".
030300     ACCEPT AG-END-DATE.
030400     DISPLAY "AGREED MARKUP PCT : ".
030500     ACCEPT AG-MUP-PCT.
030600     DISPLAY "NUMBER OF FEE BANDS (1-5) : ".
030700     ACCEPT AG-BAND-COUNT.
030800     IF AG-BAND-COUNT NOT NUMERIC
030900             OR AG-BAND-COUNT < 1 OR AG-BAND-COUNT > 5
031000         DISPLAY "BAND COUNT MUST BE 1 TO 5"
031100         SET WS-AGMT-INVALID TO TRUE
031200         GO TO 2400-EXIT
031300     END-IF.
031400     MOVE 1 TO WS-BAND-I.
031500     PERFORM 2450-ACCEPT-BAND THRU 2450-EXIT
031600         UNTIL WS-BAND-I > 5.
031700     PERFORM 2600-EDIT-TERMS THRU 2600-EXIT.
031800     MOVE WS-OPERATOR-ID TO AG-MAINT-OPER-ID.
031900     MOVE WS-LOG-DATE TO AG-MAINT-DATE.
032000 2400-EXIT.
032100     EXIT.
032200
032300 2450-ACCEPT-BAND.
032400     IF WS-BAND-I > AG-BAND-COUNT
032500         MOVE ZERO TO AG-BAND-LIMIT (WS-BAND-I)
032600         MOVE ZERO TO AG-BAND-FEE-PCT (WS-BAND-I)
032700         GO TO 2450-NEXT
032800     END-IF.
032900     IF WS-BAND-I < AG-BAND-COUNT
033000         DISPLAY "BAND " WS-BAND-I " UPPER LIMIT (ORIG AMT) : "
033100         ACCEPT AG-BAND-LIMIT (WS-BAND-I)
033200     ELSE
033300         MOVE ZERO TO AG-BAND-LIMIT (WS-BAND-I)
033400     END-IF.
033500     DISPLAY "BAND " WS-BAND-I " FEE PCT : ".
033600     ACCEPT AG-BAND-FEE-PCT (WS-BAND-I).
033610 2450-NEXT.
033620     ADD 1 TO WS-BAND-I.
033700 2450-EXIT.
033800     EXIT.
033900
034000******************************************************************
034100*    2500-EDIT-KEY - A NEW AGREEMENT MUST BE FOR A COUNTERPARTY
034200*    AND TWO DIFFERENT CURRENCIES ALREADY ON THEIR MASTERS, AND
034300*    MUST CARRY A REAL EFFECTIVE DATE.
034400******************************************************************
034500 2500-EDIT-KEY.
034600     SET WS-AGMT-VALID TO TRUE.
034700     MOVE AG-CPTY-ID TO CY-CPTY-ID.
034800     READ CPTY-FILE
034900         INVALID KEY
035000             DISPLAY "NO COUNTERPARTY ON FILE FOR THAT CODE"
035100             SET WS-AGMT-INVALID TO TRUE
035200     END-READ.
035300     MOVE AG-FROM-CCY TO CU-CCY-CODE.
035400     READ CURRENCY-FILE
035500         INVALID KEY
035600             DISPLAY "FROM CURRENCY NOT ON CURRMSTR"
035700             SET WS-AGMT-INVALID TO TRUE
035800     END-READ.
035900     MOVE AG-TO-CCY TO CU-CCY-CODE.
036000     READ CURRENCY-FILE
036100         INVALID KEY
036200             DISPLAY "TO CURRENCY NOT ON CURRMSTR"
036300             SET WS-AGMT-INVALID TO TRUE
036400     END-READ.
036500     IF AG-FROM-CCY = AG-TO-CCY
036600         DISPLAY "FROM AND TO CURRENCY ARE THE SAME"
036700         SET WS-AGMT-INVALID TO TRUE
036800     END-IF.
036900     IF AG-EFF-DATE NOT NUMERIC OR AG-EFF-DATE = ZERO
037000         DISPLAY "EFFECTIVE DATE MISSING OR NOT NUMERIC"
037100         SET WS-AGMT-INVALID TO TRUE
037200     END-IF.
037300 2500-EXIT.
037400     EXIT.
037500
037600******************************************************************
037700*    2600-EDIT-TERMS - THE END DATE, IF ANY, MAY NOT PRECEDE THE
037800*    EFFECTIVE DATE; BAND LIMITS MUST RISE; AND A LARGER BAND
037900*    MAY NOT CARRY A HIGHER FEE THAN THE ONE BELOW IT.
038000******************************************************************
038100 2600-EDIT-TERMS.
038200     IF AG-END-DATE NOT NUMERIC
038300         DISPLAY "END DATE NOT NUMERIC"
038400         SET WS-AGMT-INVALID TO TRUE
038500         GO TO 2600-EXIT
038600     END-IF.
038700     IF AG-END-DATE NOT = ZERO AND AG-END-DATE < AG-EFF-DATE
038800         DISPLAY "END DATE BEFORE EFFECTIVE DATE"
038900         SET WS-AGMT-INVALID TO TRUE
039000     END-IF.
039100     IF AG-MUP-PCT NOT NUMERIC
039200         DISPLAY "MARKUP PCT NOT NUMERIC"
039300         SET WS-AGMT-INVALID TO TRUE
039400     END-IF.
039500     MOVE 1 TO WS-BAND-I.
039600     PERFORM 2650-EDIT-BAND THRU 2650-EXIT
039700         UNTIL WS-BAND-I > AG-BAND-COUNT.
039800 2600-EXIT.
039900     EXIT.
040000
040100 2650-EDIT-BAND.
040200     IF AG-BAND-LIMIT (WS-BAND-I) NOT NUMERIC
040300             OR AG-BAND-FEE-PCT (WS-BAND-I) NOT NUMERIC
040400         DISPLAY "BAND " WS-BAND-I " NOT NUMERIC"
040500         SET WS-AGMT-INVALID TO TRUE
040600         GO TO 2650-NEXT
040700     END-IF.
040800     IF WS-BAND-I < AG-BAND-COUNT
040900             AND AG-BAND-LIMIT (WS-BAND-I) = ZERO
041000         DISPLAY "BAND " WS-BAND-I " LIMIT IS ZERO"
041100         SET WS-AGMT-INVALID TO TRUE
041200     END-IF.
041300     IF WS-BAND-I = 1
041400         GO TO 2650-NEXT
041500     END-IF.
041600     COMPUTE WS-BAND-P = WS-BAND-I - 1.
041700     IF WS-BAND-I < AG-BAND-COUNT
041800             AND AG-BAND-LIMIT (WS-BAND-I)
041900                 NOT > AG-BAND-LIMIT (WS-BAND-P)
042000         DISPLAY "BAND " WS-BAND-I " LIMIT NOT ABOVE BAND "
042100                 WS-BAND-P
042200         SET WS-AGMT-INVALID TO TRUE
042300     END-IF.
042400     IF AG-BAND-FEE-PCT (WS-BAND-I)
042500             > AG-BAND-FEE-PCT (WS-BAND-P)
042600         DISPLAY "BAND " WS-BAND-I " FEE ABOVE BAND " WS-BAND-P
042700         SET WS-AGMT-INVALID TO TRUE
042800     END-IF.
042810 2650-NEXT.
042820     ADD 1 TO WS-BAND-I.
042900 2650-EXIT.
043000     EXIT.
043100
043200******************************************************************
043300*    7000-WRITE-SECLOG - ONE PERMANENT LOG ENTRY.  SL-ACTION
043400*    AND SL-KEY-INFO MUST BE SET BY THE CALLER BEFORE THIS IS
043500*    PERFORMED.
043600******************************************************************
043700 7000-WRITE-SECLOG.
043800     MOVE WS-LOG-DATE TO SL-LOG-DATE.
043900     ACCEPT WS-LOG-TIME FROM TIME.
044000     MOVE WS-LOG-TIME TO SL-LOG-TIME.
044100     MOVE WS-OPERATOR-ID TO SL-OPER-ID.
044200     MOVE "BSAGMTMT" TO SL-PROGRAM.
044300     WRITE SL-SECLOG-RECORD.
044400 7000-EXIT.
044500     EXIT.
044600
044700 7100-LOG-AGMT.
044800     MOVE SPACES TO SL-KEY-INFO.
044900     STRING "AGMT " AG-CPTY-ID " " AG-FROM-CCY "/" AG-TO-CCY
045000             " " AG-EFF-DATE
045100         DELIMITED BY SIZE INTO SL-KEY-INFO.
045200     PERFORM 7000-WRITE-SECLOG THRU 7000-EXIT.
045300 7100-EXIT.
045400     EXIT.
045500
045600 9000-TERMINATE.
045700     CLOSE AGMT-FILE.
045800     CLOSE CPTY-FILE.
045900     CLOSE CURRENCY-FILE.
046000     CLOSE OPERATOR-FILE.
046100     CLOSE SECLOG-FILE.
046200 9000-EXIT.
046300     EXIT.
