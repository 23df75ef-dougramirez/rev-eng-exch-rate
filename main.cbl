000922*                    ALREADY COMPLETED UNLESS PM-RESTART-SW IS
000923*                    SET; START AND SUCCESSFUL COMPLETION ARE
000924*                    RECORDED FOR THE DOWNSTREAM GATES.
000925*    2026-10-15 DLR  THE JOURNAL RECORD NOW CARRIES AN ENTRY
000926*                    TYPE - EVERY TRADE PRICED HERE IS WRITTEN
000927*                    AS TYPE T.  BSCANAMD APPENDS TYPE R
000928*                    REVERSALS WHEN A POSTED TRADE IS CANCELLED;
000929*                    THE RESTART REBUILD OF THE NETTING TABLE
000930*                    SKIPS THEM.
000931*    2026-10-15 DLR  ADDED AGMTMSTR, THE NEGOTIATED PRICING
000932*                    AGREEMENTS - 3100-LOOKUP-RATE NOW PRICES A
000933*                    TRADE FROM THE AGREEMENT IN FORCE FOR ITS
000934*                    COUNTERPARTY AND PAIR, TAKING THE FEE FROM
000935*                    THE BAND ITS ORIGINAL AMOUNT FALLS IN, AND
000936*                    ONLY FALLS BACK TO THE STANDARD RATEMSTR
000937*                    RATE WHEN NONE IS IN FORCE.  THE JOURNAL
000938*                    SOURCE FLAG (N) AND THE REPORT'S SRC
000939*                    COLUMN (NEG) SHOW THE PRICE BASIS.
000940******************************************************************
000941
000942 ENVIRONMENT DIVISION.
000943 CONFIGURATION SECTION.
000944 SOURCE-COMPUTER. IBM-370.
000945 OBJECT-COMPUTER. IBM-370.
000946
000947 INPUT-OUTPUT SECTION.
000948 FILE-CONTROL.
000949     SELECT OPTIONAL PARM-FILE
000950         ASSIGN TO "PARMFILE"
000951         ORGANIZATION IS LINE SEQUENTIAL.
000952
000953     SELECT TRANS-FILE
000954         ASSIGN TO "TRANSIN"
000955         ORGANIZATION IS LINE SEQUENTIAL.
000960
000970     SELECT RATE-FILE
000980         ASSIGN TO "RATEMSTR"
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS DYNAMIC
001010         RECORD KEY IS CR-RATE-KEY.
001011
001012     SELECT AGMT-FILE
001013         ASSIGN TO "AGMTMSTR"
001014         ORGANIZATION IS INDEXED
001015         ACCESS MODE IS DYNAMIC
001016         RECORD KEY IS AG-AGMT-KEY.
001020
001030     SELECT JOURNAL-FILE
001040         ASSIGN TO "JRNLFILE"
001290 FD  RATE-FILE
001300     LABEL RECORDS ARE STANDARD.
001310     COPY CXRATE.
001311
001312 FD  AGMT-FILE
001313     LABEL RECORDS ARE STANDARD.
001314     COPY CXAGMT.
001320
001330 FD  JOURNAL-FILE
001340     LABEL RECORDS ARE STANDARD.
001686         88  WS-NET-NOTFND                    VALUE "N".
001688     05  WS-RESTART-SW           PIC X(01)   VALUE "N".
001690         88  WS-RESTART-RUN                   VALUE "Y".
001692     05  WS-AGMT-FOUND-SW        PIC X(01)   VALUE "N".
001694         88  WS-AGMT-FOUND                    VALUE "Y".
001696         88  WS-AGMT-NOTFND                   VALUE "N".
001700     05  WS-CKPT-FOUND-SW        PIC X(01)   VALUE "N".
001710         88  WS-CKPT-FOUND                    VALUE "Y".
001720         88  WS-CKPT-NOTFOUND                 VALUE "N".
001731     05  WS-RATE-SRC-SW          PIC X(01)   VALUE "D".
001732         88  WS-DIRECT-RATE                   VALUE "D".
001733         88  WS-CROSS-RATE                    VALUE "C".
001734         88  WS-NEGOTIATED-RATE               VALUE "N".
001735     05  WS-CPTY-FOUND-SW        PIC X(01)   VALUE "N".
001736         88  WS-CPTY-FOUND                    VALUE "Y".
001737         88  WS-CPTY-NOTFND                   VALUE "N".
001738     05  WS-CPTY-NET-SW          PIC X(01)   VALUE "N".
001739         88  WS-CPTY-NETTING                  VALUE "Y".
001900     05  WS-O2R                  PIC 9(02)V9(16).
001910     05  WS-REVERSE              PIC 9(5)V9(3).
001920     05  WS-DRIFT-AMT            PIC 9(5)V9(3).
001924     05  WS-BAND-I               PIC 9(02)   COMP.
001930
001931******************************************************************
001932*    PER-CURRENCY EDIT FIELDS FROM THE CURRENCY MASTER
002434     PERFORM 1060-CHECK-RUN-CONTROL THRU 1060-EXIT.
002440     OPEN INPUT TRANS-FILE.
002450     OPEN INPUT RATE-FILE.
002452     OPEN INPUT AGMT-FILE.
002455     OPEN INPUT CURRENCY-FILE.
002456     OPEN INPUT CPTY-FILE.
002457     OPEN INPUT SSI-FILE.
003099     EXIT.
003100
003101 1170-ACCUM-JRNL-REBUILD.
003102     IF CJ-RUN-DATE = WS-RUN-DATE AND CJ-TRADE-ENTRY
003103             AND CJ-RUN-TIME NOT < WS-RUN-START-TIME
003104         MOVE CJ-FROM-CCY TO WS-FROM-CCY
003105         MOVE CJ-TO-CCY TO WS-TO-CCY
004150*    RECORD FOR THIS CURRENCY PAIR EFFECTIVE ON OR BEFORE THE RUN
004160*    DATE.  WHEN NO DIRECT RECORD IS ON FILE THE PAIR IS
004170*    TRIANGULATED THROUGH USD IN 3170-LOOKUP-CROSS BEFORE THE
004175*    TRADE IS GIVEN UP ON.  A NEGOTIATED AGREEMENT IN FORCE
004177*    FOR THE COUNTERPARTY AND PAIR TAKES PRECEDENCE OVER BOTH.
004180******************************************************************
004190 3100-LOOKUP-RATE.
004200     SET WS-DIRECT-RATE TO TRUE.
004201     PERFORM 3120-LOOKUP-AGREEMENT THRU 3120-EXIT.
004202     IF WS-AGMT-FOUND
004203         GO TO 3100-EXIT
004204     END-IF.
004210     MOVE CX-FROM-CCY TO CR-FROM-CCY.
004220     MOVE CX-TO-CCY TO CR-TO-CCY.
004230     PERFORM 3150-FIND-RATE THRU 3150-EXIT.
004320     END-IF.
004330 3100-EXIT.
004340     EXIT.
004341
004342******************************************************************
004343*    3120-LOOKUP-AGREEMENT - THE MOST RECENT AGMTMSTR AGREEMENT
004344*    FOR THE TRADE'S COUNTERPARTY AND PAIR EFFECTIVE ON OR
004345*    BEFORE THE RUN DATE, THE SAME WAY 3150-FIND-RATE RESOLVES
004346*    RATEMSTR.  IT IS IN FORCE UNLESS ITS END DATE HAS PASSED.
004347*    THE MARKUP IS THE AGREED MARKUP AND THE FEE IS THAT OF THE
004348*    FIRST BAND WHOSE LIMIT THE ORIGINAL AMOUNT DOES NOT EXCEED,
004349*    OR OF THE LAST BAND IN USE ABOVE THEM ALL.  A BAND COUNT
004350*    OUTSIDE 1 TO 5 LEAVES NO USABLE BAND, SO THE AGREEMENT IS
004351*    PASSED OVER AND THE STANDARD RATE APPLIES.
004352******************************************************************
004353 3120-LOOKUP-AGREEMENT.
004354     SET WS-AGMT-NOTFND TO TRUE.
004355     IF CX-CPTY-ID = SPACES
004356         GO TO 3120-EXIT
004357     END-IF.
004358     MOVE CX-CPTY-ID TO AG-CPTY-ID.
004359     MOVE CX-FROM-CCY TO AG-FROM-CCY.
004360     MOVE CX-TO-CCY TO AG-TO-CCY.
004361     MOVE WS-RUN-DATE TO AG-EFF-DATE.
004362     START AGMT-FILE KEY IS NOT GREATER THAN AG-AGMT-KEY
004363         INVALID KEY
004364             GO TO 3120-EXIT
004365     END-START.
004366     READ AGMT-FILE NEXT RECORD
004367         AT END
004368             GO TO 3120-EXIT
004369     END-READ.
004370     IF AG-CPTY-ID NOT = CX-CPTY-ID
004371             OR AG-FROM-CCY NOT = CX-FROM-CCY
004372             OR AG-TO-CCY NOT = CX-TO-CCY
004373         GO TO 3120-EXIT
004374     END-IF.
004375     IF AG-END-DATE NOT = ZERO
004376             AND AG-END-DATE < WS-RUN-DATE
004377         GO TO 3120-EXIT
004378     END-IF.
004379     IF AG-BAND-COUNT NOT NUMERIC OR AG-BAND-COUNT = ZERO
004380             OR AG-BAND-COUNT > 5
004381         GO TO 3120-EXIT
004382     END-IF.
004383     MOVE 1 TO WS-BAND-I.
004384     PERFORM 3125-NEXT-BAND THRU 3125-EXIT
004385         UNTIL WS-BAND-I NOT < AG-BAND-COUNT
004386             OR WS-ORIG NOT > AG-BAND-LIMIT (WS-BAND-I).
004387     MOVE AG-BAND-FEE-PCT (WS-BAND-I) TO WS-FEE.
004388     MOVE AG-MUP-PCT TO WS-MUP.
004389     SET WS-NEGOTIATED-RATE TO TRUE.
004390     SET WS-AGMT-FOUND TO TRUE.
004391 3120-EXIT.
004392     EXIT.
004393
004394 3125-NEXT-BAND.
004395     ADD 1 TO WS-BAND-I.
004396 3125-EXIT.
004397     EXIT.
004398
004399******************************************************************
004400*    3150-FIND-RATE - ONE KEYED LOOKUP AGAINST RATEMSTR FOR THE
004401*    PAIR IN CR-FROM-CCY/CR-TO-CCY, MOST RECENT RECORD ON OR
004402*    BEFORE THE RUN DATE.  THE CALLER SETS THE PAIR; THE RESULT
004403*    IS WS-RATE-FOUND WITH THE RECORD IN THE CR- AREA.
004410******************************************************************
004420 3150-FIND-RATE.
004430     SET WS-RATE-NOTFND TO TRUE.
005260     MOVE WS-EXCEPTION-SW TO CJ-EXCEPTION-FLAG.
005265     MOVE WS-RATE-SRC-SW TO CJ-RATE-SOURCE.
005266     MOVE WS-CPTY-ID TO CJ-CPTY-ID.
005267     SET CJ-TRADE-ENTRY TO TRUE.
005268     MOVE ZERO TO CJ-ORIG-RUN-DATE.
005270     WRITE CJ-JOURNAL-RECORD.
005280 3400-EXIT.
005290     EXIT.
005490     ELSE
005500         MOVE SPACES TO RL-DT-EXCP-FLAG
005510     END-IF.
005511     EVALUATE TRUE
005512         WHEN WS-CROSS-RATE
005513             MOVE "CRS" TO RL-DT-RATE-SRC
005514         WHEN WS-NEGOTIATED-RATE
005515             MOVE "NEG" TO RL-DT-RATE-SRC
005516         WHEN OTHER
005517             MOVE SPACES TO RL-DT-RATE-SRC
005518     END-EVALUATE.
005521     MOVE WS-CPTY-ID TO RL-DT-CPTY-ID.
005525     WRITE REPORT-RECORD FROM RL-DETAIL-LINE AFTER ADVANCING 1
005530             LINE.
006634     CLOSE GLNETSUM-FILE.
006635     CLOSE CHECKPOINT-FILE.
006636     CLOSE WAREHOUSE-FILE.
006637     CLOSE AGMT-FILE.
006638     DISPLAY "BSCALC COMPLETE - " WS-TRADE-COUNT " POSTED, "
006639             WS-SUSP-COUNT " SUSPENDED, " WS-FWD-COUNT
006640             " WAREHOUSED, " WS-REJECT-COUNT " REJECTED".
006641 9000-EXIT.
006642     EXIT.
