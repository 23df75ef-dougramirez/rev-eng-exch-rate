000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BSTRCEIQ.
000300 AUTHOR. D. L. RAMIREZ.
000400 INSTALLATION. TREASURY SETTLEMENT OPERATIONS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    DESCRIPTION..: TRADE LIFECYCLE TRACE INQUIRY.  TAKES A
000900*                   TRADE SEQUENCE AND AN OPTIONAL DATE RANGE,
001000*                   SEARCHES EVERY FILE THE TRADE CAN PASS
001100*                   THROUGH - TRANSIN, ERRLIST, THE BSERRFIX
001200*                   RESUBMIT FILE, SUSPFILE AND SUSPOUT, FWDWHSE
001300*                   AND THE BSFWDREL FWDRELSE FILE, JRNLFILE AND
001400*                   JRNLARCH, GLEXTRCT, GLNETSUM AND SECLOG - AND
001500*                   PRINTS ONE CHRONOLOGICAL HISTORY TO TRACERPT
001600*                   AND THE CONSOLE: ARRIVAL, REJECTS AND REPAIRS,
001700*                   SUSPENSE AND THE DECISION WITH ITS OPERATOR,
001800*                   WAREHOUSING AND RELEASE, PRICING, GL POSTING
001900*                   AND THE NETTED POSITION.  BSJRNLIQ STILL
002000*                   ANSWERS THE JOURNAL-ONLY QUESTIONS.  ERRLIST,
002100*                   RESUBMIT, SUSPOUT, FWDWHSE AND FWDRELSE CARRY
002200*                   NO DATE OF THEIR OWN; THEY HOLD THE CURRENT
002300*                   CYCLE, SO THEIR EVENTS ARE SHOWN AT THE
002400*                   PARMFILE BUSINESS DATE AND FLAGGED.
002500*    MODIFICATION HISTORY
002600*    DATE       INIT DESCRIPTION
002700*    ---------- ---- -------------------------------------------
002800*    2026-10-15 DLR  INITIAL VERSION - TRADE LIFECYCLE TRACE.
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
004200     SELECT OPTIONAL TRANS-FILE
004300         ASSIGN TO "TRANSIN"
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500
004600     SELECT OPTIONAL ERROR-FILE
004700         ASSIGN TO "ERRLIST"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900
005000     SELECT OPTIONAL RESUBMIT-FILE
005100         ASSIGN TO "RESUBMIT"
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300
005400     SELECT OPTIONAL SUSPENSE-FILE
005500         ASSIGN TO "SUSPFILE"
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700
005800     SELECT OPTIONAL SUSPOUT-FILE
005900         ASSIGN TO "SUSPOUT"
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100
006200     SELECT OPTIONAL WAREHOUSE-FILE
006300         ASSIGN TO "FWDWHSE"
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500
006600     SELECT OPTIONAL RELEASE-FILE
006700         ASSIGN TO "FWDRELSE"
006800         ORGANIZATION IS LINE SEQUENTIAL.
006900
007000     SELECT OPTIONAL JOURNAL-FILE
007100         ASSIGN TO "JRNLFILE"
007200         ORGANIZATION IS LINE SEQUENTIAL.
007300
007400     SELECT OPTIONAL ARCHIVE-FILE
007500         ASSIGN TO "JRNLARCH"
007600         ORGANIZATION IS LINE SEQUENTIAL.
007700
007800     SELECT OPTIONAL GLEXTRACT-FILE
007900         ASSIGN TO "GLEXTRCT"
008000         ORGANIZATION IS LINE SEQUENTIAL.
008100
008200     SELECT OPTIONAL GLNETSUM-FILE
008300         ASSIGN TO "GLNETSUM"
008400         ORGANIZATION IS LINE SEQUENTIAL.
008500
008600     SELECT OPTIONAL SECLOG-FILE
008700         ASSIGN TO "SECLOG"
008800         ORGANIZATION IS LINE SEQUENTIAL.
008900
009000     SELECT REPORT-FILE
009100         ASSIGN TO "TRACERPT"
009200         ORGANIZATION IS LINE SEQUENTIAL.
009300
009400 DATA DIVISION.
009500 FILE SECTION.
009600 FD  PARM-FILE
009700     LABEL RECORDS ARE STANDARD.
009800     COPY CXPARM.
009900
010000 FD  TRANS-FILE
010100     LABEL RECORDS ARE STANDARD.
010200     COPY CXTRANS.
010300     COPY CXTCTL.
010400
010500 FD  ERROR-FILE
010600     LABEL RECORDS ARE STANDARD.
010700     COPY CXERR.
010800
010900 FD  RESUBMIT-FILE
011000     LABEL RECORDS ARE STANDARD.
011100 01  RB-RESUBMIT-RECORD          PIC X(47).
011200
011300 FD  SUSPENSE-FILE
011400     LABEL RECORDS ARE STANDARD.
011500     COPY CXSUSP.
011600
011700 FD  SUSPOUT-FILE
011800     LABEL RECORDS ARE STANDARD.
011900 01  SO-SUSPOUT-RECORD           PIC X(132).
012000
012100 FD  WAREHOUSE-FILE
012200     LABEL RECORDS ARE STANDARD.
012300 01  WH-WAREHOUSE-RECORD         PIC X(47).
012400
012500 FD  RELEASE-FILE
012600     LABEL RECORDS ARE STANDARD.
012700 01  RF-RELEASE-RECORD           PIC X(47).
012800
012900 FD  JOURNAL-FILE
013000     LABEL RECORDS ARE STANDARD.
013100     COPY CXJRNL.
013200
013300 FD  ARCHIVE-FILE
013400     LABEL RECORDS ARE STANDARD.
013500 01  AF-ARCHIVE-RECORD           PIC X(200).
013600
013700 FD  GLEXTRACT-FILE
013800     LABEL RECORDS ARE STANDARD.
013900     COPY CXGLEXT.
014000
014100 FD  GLNETSUM-FILE
014200     LABEL RECORDS ARE STANDARD.
014300     COPY CXGLNET.
014400
014500 FD  SECLOG-FILE
014600     LABEL RECORDS ARE STANDARD.
014700     COPY CXSLOG.
014800
014900 FD  REPORT-FILE
015000     LABEL RECORDS ARE STANDARD.
015100 01  REPORT-RECORD               PIC X(132).
015200
015300 WORKING-STORAGE SECTION.
015400******************************************************************
015500*    SWITCHES
015600******************************************************************
015700 01  WS-SWITCHES.
015800     05  WS-MORE-SW              PIC X(01)   VALUE "Y".
015900         88  WS-MORE-INQUIRIES               VALUE "Y".
016000     05  WS-PARM-EOF-SW          PIC X(01)   VALUE "N".
016100         88  WS-PARM-EOF                     VALUE "Y".
016200     05  WS-FILE-EOF-SW          PIC X(01).
016300         88  WS-FILE-EOF                     VALUE "Y".
016400         88  WS-FILE-MORE                    VALUE "N".
016500     05  WS-FILE-HIT-SW          PIC X(01).
016600         88  WS-FILE-HIT                      VALUE "Y".
016700         88  WS-FILE-NOT-HIT                  VALUE "N".
016800     05  WS-TABLE-FULL-SW        PIC X(01).
016900         88  WS-TABLE-FULL                    VALUE "Y".
017000         88  WS-TABLE-ROOM                    VALUE "N".
017100     05  WS-UNDATED-SW           PIC X(01).
017200         88  WS-UNDATED-SHOWN                 VALUE "Y".
017300         88  WS-NO-UNDATED                    VALUE "N".
017400     05  WS-SWAP-SW              PIC X(01).
017500         88  WS-SWAPPED                       VALUE "Y".
017600         88  WS-NO-SWAPS                      VALUE "N".
017700
017800 01  WS-RUN-DATE                 PIC 9(08).
017900 01  WS-ARRIVAL-DATE             PIC 9(08).
018000 01  WS-ARRIVAL-UNDATED          PIC X(01).
018100
018200******************************************************************
018300*    INQUIRY SELECTION FIELDS - A ZERO FROM DATE MEANS FROM THE
018400*    EARLIEST RECORD, A ZERO TO DATE MEANS TO THE LATEST.
018500******************************************************************
018600 01  WS-SELECT-FIELDS.
018700     05  WS-SEL-TRADE-SEQ        PIC 9(09).
018800     05  WS-SEL-TRADE-SEQ-X REDEFINES WS-SEL-TRADE-SEQ
018900                                 PIC X(09).
019000     05  WS-SEL-FROM-DATE        PIC 9(08).
019100     05  WS-SEL-TO-DATE          PIC 9(08).
019200
019300******************************************************************
019400*    SECLOG KEY VIEW - BSERRFIX, BSSUSPRV AND BSCANAMD LOG A
019500*    TRADE AS "TRADE " AND THE NINE-DIGIT SEQUENCE.
019600******************************************************************
019700 01  WS-LOG-KEY                  PIC X(30).
019800 01  WS-LOG-KEY-X REDEFINES WS-LOG-KEY.
019900     05  WS-LK-LABEL             PIC X(06).
020000     05  WS-LK-TRADE-SEQ         PIC X(09).
020100     05  FILLER                  PIC X(15).
020200
020300******************************************************************
020400*    ONE EVENT - SET BY THE SEARCH THAT FINDS IT, THEN FILED IN
020500*    THE EVENT TABLE BY 6000-ADD-EVENT.
020600******************************************************************
020700 01  WS-NEW-EVENT.
020800     05  WS-NEW-KEY.
020900         10  WS-NEW-DATE         PIC 9(08).
021000         10  WS-NEW-STAGE        PIC 9(02).
021100         10  WS-NEW-TIME         PIC 9(08).
021200         10  WS-NEW-ORDER        PIC 9(04).
021300     05  WS-NEW-UNDATED          PIC X(01).
021400     05  WS-NEW-SOURCE           PIC X(08).
021500     05  WS-NEW-EVENT-TEXT       PIC X(30).
021600     05  WS-NEW-DETAIL           PIC X(66).
021700
021800******************************************************************
021900*    LIFECYCLE STAGES - ORDER EVENTS FALLING ON THE SAME DATE
022000*    THE WAY A TRADE MOVES THROUGH THE BATCH.
022100******************************************************************
022200 01  WS-STAGE-VALUES.
022300     05  WS-STG-ARRIVED          PIC 9(02)   VALUE 01.
022400     05  WS-STG-REJECTED         PIC 9(02)   VALUE 02.
022500     05  WS-STG-REPAIRED         PIC 9(02)   VALUE 03.
022600     05  WS-STG-RESUBMITTED      PIC 9(02)   VALUE 04.
022700     05  WS-STG-WAREHOUSED       PIC 9(02)   VALUE 05.
022800     05  WS-STG-WH-RELEASED      PIC 9(02)   VALUE 06.
022900     05  WS-STG-PRICED           PIC 9(02)   VALUE 07.
023000     05  WS-STG-SUSPENDED        PIC 9(02)   VALUE 08.
023100     05  WS-STG-DECIDED          PIC 9(02)   VALUE 09.
023200     05  WS-STG-CARRIED          PIC 9(02)   VALUE 10.
023300     05  WS-STG-POSTED           PIC 9(02)   VALUE 11.
023400     05  WS-STG-NETTED           PIC 9(02)   VALUE 12.
023500     05  WS-STG-CANCELLED        PIC 9(02)   VALUE 13.
023600     05  WS-STG-OTHER            PIC 9(02)   VALUE 14.
023700
023800******************************************************************
023900*    EVENT TABLE - EVERY EVENT FOUND FOR THE TRADE, BUBBLE-SORTED
024000*    INTO DATE, STAGE AND TIME ORDER BEFORE PRINTING.  A TRADE
024100*    WITH MORE EVENTS THAN FIT IS PRINTED WITH A WARNING LINE.
024200******************************************************************
024300 01  WS-EVENT-TABLE.
024400     05  WS-EVENT-COUNT          PIC 9(04)   COMP   VALUE ZERO.
024500     05  WS-EVENT-MAX            PIC 9(04)          VALUE 500.
024600     05  WS-EVENT-ENTRY          OCCURS 500 TIMES.
024700         10  WS-EV-KEY           PIC X(22).
024800         10  WS-EV-KEY-X REDEFINES WS-EV-KEY.
024900             15  WS-EV-DATE      PIC 9(08).
025000             15  WS-EV-STAGE     PIC 9(02).
025100             15  WS-EV-TIME      PIC 9(08).
025200             15  WS-EV-ORDER     PIC 9(04).
025300         10  WS-EV-UNDATED       PIC X(01).
025400         10  WS-EV-SOURCE        PIC X(08).
025500         10  WS-EV-EVENT-TEXT    PIC X(30).
025600         10  WS-EV-DETAIL        PIC X(66).
025700
025800 01  WS-EVENT-HOLD               PIC X(127).
025900
026000 01  WS-SORT-FIELDS.
026100     05  WS-SORT-I               PIC 9(04)   COMP.
026200     05  WS-SORT-I1              PIC 9(04)   COMP.
026300     05  WS-PRINT-I              PIC 9(04)   COMP.
026400
026500******************************************************************
026600*    NETTED POSITIONS TO LOOK FOR - ONE PER IN-TOLERANCE JOURNAL
026700*    ENTRY, KEYED THE WAY BSCALC'S 3720-ACCUM-NETTING NORMALISES
026800*    THE PAIR (LOW CURRENCY CODE FIRST).
026900******************************************************************
027000 01  WS-NETKEY-TABLE.
027100     05  WS-NETKEY-COUNT         PIC 9(02)   COMP   VALUE ZERO.
027200     05  WS-NETKEY-MAX           PIC 9(02)          VALUE 20.
027300     05  WS-NETKEY-ENTRY         OCCURS 20 TIMES.
027400         10  WS-NK-CPTY-ID       PIC X(06).
027500         10  WS-NK-CCY1          PIC X(03).
027600         10  WS-NK-CCY2          PIC X(03).
027700         10  WS-NK-RUN-DATE      PIC 9(08).
027800
027900 01  WS-NETKEY-I                 PIC 9(02)   COMP.
028000
028100******************************************************************
028200*    EDITED FIELDS FOR THE EVENT DETAIL TEXT
028300******************************************************************
028400 01  WS-EDIT-FIELDS.
028500     05  WS-ED-AMT               PIC ZZ,ZZ9.999.
028600     05  WS-ED-AMT2              PIC ZZ,ZZ9.999.
028700     05  WS-ED-LARGE             PIC ZZZ,ZZZ,ZZ9.999.
028800     05  WS-ED-FEE               PIC Z9.99.
028900     05  WS-ED-MUP               PIC Z9.9999.
029000     05  WS-ED-RATE              PIC Z9.99999999.
029100     05  WS-ED-COUNT             PIC ZZZ,ZZ9.
029200     05  WS-ED-VDATE             PIC X(08).
029300
029400******************************************************************
029500*    COUNTS
029600******************************************************************
029700 01  WS-CONTROL-COUNTS.
029800     05  WS-INQUIRY-COUNT        PIC 9(09)   COMP   VALUE ZERO.
029900     05  WS-FILE-COUNT           PIC 9(04)   COMP.
030000
030100******************************************************************
030200*    REPORT PAGINATION FIELDS
030300******************************************************************
030400 01  WS-REPORT-FIELDS.
030500     05  WS-PAGE-NO              PIC 9(04)   COMP   VALUE ZERO.
030600     05  WS-LINE-COUNT           PIC 9(03)   COMP   VALUE ZERO.
030700     05  WS-PAGE-SIZE            PIC 9(03)          VALUE 50.
030800
030900******************************************************************
031000*    TRADE LIFECYCLE TRACE PRINT LINES
031100******************************************************************
031200     COPY CXTQRPT.
031300
031400 PROCEDURE DIVISION.
031500******************************************************************
031600*    0000-MAINLINE - ONE TRACE PER LOOP UNTIL A ZERO SEQUENCE.
031700******************************************************************
031800 0000-MAINLINE.
031900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
032000     PERFORM 2000-ONE-INQUIRY THRU 2000-EXIT
032100         UNTIL NOT WS-MORE-INQUIRIES.
032200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
032300     STOP RUN.
032400
032500******************************************************************
032600*    1000-INITIALIZE - TAKE THE BUSINESS DATE AND OPEN THE
032700*    REPORT.  THE FILES SEARCHED ARE OPENED AND CLOSED PER
032800*    INQUIRY SO EACH SCAN STARTS AT THE TOP.
032900******************************************************************
033000 1000-INITIALIZE.
033100     PERFORM 1050-READ-PARMS THRU 1050-EXIT.
033200     DISPLAY "BSTRCEIQ - TRADE LIFECYCLE TRACE - RUN DATE "
033300             WS-RUN-DATE.
033400     OPEN OUTPUT REPORT-FILE.
033500 1000-EXIT.
033600     EXIT.
033700
033800******************************************************************
033900*    1050-READ-PARMS - THE BUSINESS DATE OF THE CURRENT CYCLE
034000*    FROM PARMFILE, USED TO PLACE THE EVENTS FROM THE UNDATED
034100*    FILES.  AN INQUIRY CAN RUN WITHOUT ONE, SO A MISSING OR BAD
034200*    RECORD FALLS BACK TO TODAY'S DATE INSTEAD OF CANCELLING.
034300******************************************************************
034400 1050-READ-PARMS.
034500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
034600     OPEN INPUT PARM-FILE.
034700     READ PARM-FILE
034800         AT END
034900             MOVE "Y" TO WS-PARM-EOF-SW
035000     END-READ.
035100     CLOSE PARM-FILE.
035200     IF WS-PARM-EOF
035300         DISPLAY "BSTRCEIQ - NO PARMFILE RECORD - USING TODAY'S "
035400                 "DATE"
035500         GO TO 1050-EXIT
035600     END-IF.
035700     IF PM-BUSINESS-DATE NOT NUMERIC
035800             OR PM-BUSINESS-DATE = ZERO
035900         DISPLAY "BSTRCEIQ - BAD BUSINESS DATE ON PARMFILE - "
036000                 "USING TODAY'S DATE"
036100         GO TO 1050-EXIT
036200     END-IF.
036300     MOVE PM-BUSINESS-DATE TO WS-RUN-DATE.
036400 1050-EXIT.
036500     EXIT.
036600
036700******************************************************************
036800*    1200-WRITE-HEADERS - PRINT A NEW REPORT PAGE HEADING.
036900******************************************************************
037000 1200-WRITE-HEADERS.
037100     ADD 1 TO WS-PAGE-NO.
037200     MOVE WS-SEL-TRADE-SEQ TO TQ-H1-TRADE-SEQ.
037300     MOVE WS-RUN-DATE TO TQ-H1-RUN-DATE.
037400     MOVE WS-PAGE-NO TO TQ-H1-PAGE-NO.
037500     MOVE WS-SEL-FROM-DATE TO TQ-H2-FROM-DATE.
037600     MOVE WS-SEL-TO-DATE TO TQ-H2-TO-DATE.
037700     WRITE REPORT-RECORD FROM TQ-HEADING-1 AFTER ADVANCING PAGE.
037800     WRITE REPORT-RECORD FROM TQ-HEADING-2 AFTER ADVANCING 1
037900             LINE.
038000     WRITE REPORT-RECORD FROM TQ-HEADING-3 AFTER ADVANCING 2
038100             LINES.
038200     MOVE ZERO TO WS-LINE-COUNT.
038300 1200-EXIT.
038400     EXIT.
038500
038600******************************************************************
038700*    2000-ONE-INQUIRY - TAKE THE TRADE AND DATE RANGE, SEARCH
038800*    EVERY FILE, THEN SORT AND PRINT THE HISTORY.
038900******************************************************************
039000 2000-ONE-INQUIRY.
039100     DISPLAY "TRADE SEQUENCE (ZERO TO QUIT) : ".
039200     ACCEPT WS-SEL-TRADE-SEQ.
039300     IF WS-SEL-TRADE-SEQ NOT NUMERIC
039400         DISPLAY "INVALID TRADE SEQUENCE - IGNORED"
039500         GO TO 2000-EXIT
039600     END-IF.
039700     IF WS-SEL-TRADE-SEQ = ZERO
039800         MOVE "N" TO WS-MORE-SW
039900         GO TO 2000-EXIT
040000     END-IF.
040100     DISPLAY "FROM DATE (CCYYMMDD, ZERO FOR ALL) : ".
040200     ACCEPT WS-SEL-FROM-DATE.
040300     DISPLAY "TO DATE (CCYYMMDD, ZERO FOR ALL) : ".
040400     ACCEPT WS-SEL-TO-DATE.
040500     IF WS-SEL-FROM-DATE NOT NUMERIC
040600             OR WS-SEL-TO-DATE NOT NUMERIC
040700         DISPLAY "INVALID DATE RANGE - IGNORED"
040800         GO TO 2000-EXIT
040900     END-IF.
041000     IF WS-SEL-TO-DATE = ZERO
041100         MOVE 99999999 TO WS-SEL-TO-DATE
041200     END-IF.
041300     IF WS-SEL-FROM-DATE > WS-SEL-TO-DATE
041400         DISPLAY "FROM DATE IS AFTER TO DATE - IGNORED"
041500         GO TO 2000-EXIT
041600     END-IF.
041700     ADD 1 TO WS-INQUIRY-COUNT.
041800     MOVE ZERO TO WS-EVENT-COUNT.
041900     MOVE ZERO TO WS-NETKEY-COUNT.
042000     MOVE ZERO TO WS-FILE-COUNT.
042100     SET WS-TABLE-ROOM TO TRUE.
042200     PERFORM 3000-SEARCH-TRANSIN THRU 3000-EXIT.
042300     PERFORM 3100-SEARCH-ERRLIST THRU 3100-EXIT.
042400     PERFORM 3200-SEARCH-RESUBMIT THRU 3200-EXIT.
042500     PERFORM 3300-SEARCH-SUSPENSE THRU 3300-EXIT.
042600     PERFORM 3400-SEARCH-SUSPOUT THRU 3400-EXIT.
042700     PERFORM 3500-SEARCH-WAREHOUSE THRU 3500-EXIT.
042800     PERFORM 3600-SEARCH-RELEASED THRU 3600-EXIT.
042900     PERFORM 3700-SEARCH-JOURNAL THRU 3700-EXIT.
043000     PERFORM 3800-SEARCH-GLEXTRACT THRU 3800-EXIT.
043100     PERFORM 3850-SEARCH-GLNETSUM THRU 3850-EXIT.
043200     PERFORM 3900-SEARCH-SECLOG THRU 3900-EXIT.
043300     PERFORM 4000-SORT-EVENTS THRU 4000-EXIT.
043400     PERFORM 5000-PRINT-TRACE THRU 5000-EXIT.
043500     DISPLAY WS-EVENT-COUNT " EVENT(S) TRACED IN " WS-FILE-COUNT
043600             " FILE(S) - SEE TRACERPT".
043700 2000-EXIT.
043800     EXIT.
043900
044000******************************************************************
044100*    3000-SEARCH-TRANSIN - THE TRADE WAITING IN TONIGHT'S BATCH
044200*    INPUT.  THE BATCH HEADER'S CREATE DATE DATES THE ARRIVAL;
044300*    A FILE WITHOUT ONE IS SHOWN AT THE BUSINESS DATE.
044400******************************************************************
044500 3000-SEARCH-TRANSIN.
044600     SET WS-FILE-NOT-HIT TO TRUE.
044700     SET WS-FILE-MORE TO TRUE.
044800     MOVE WS-RUN-DATE TO WS-ARRIVAL-DATE.
044900     MOVE "*" TO WS-ARRIVAL-UNDATED.
045000     OPEN INPUT TRANS-FILE.
045100     PERFORM 3020-READ-TRANSIN THRU 3020-EXIT.
045200     PERFORM 3010-SCAN-TRANSIN THRU 3010-EXIT
045300         UNTIL WS-FILE-EOF.
045400     CLOSE TRANS-FILE.
045500     PERFORM 6300-COUNT-FILE THRU 6300-EXIT.
045600 3000-EXIT.
045700     EXIT.
045800
045900 3010-SCAN-TRANSIN.
046000     IF CT-HEADER-REC
046100         IF CT-CREATE-DATE NUMERIC AND CT-CREATE-DATE NOT = ZERO
046200             MOVE CT-CREATE-DATE TO WS-ARRIVAL-DATE
046300             MOVE SPACE TO WS-ARRIVAL-UNDATED
046400         END-IF
046500         GO TO 3010-NEXT
046600     END-IF.
046700     IF CT-TRAILER-REC
046800         GO TO 3010-NEXT
046900     END-IF.
047000     IF CX-TRADE-SEQ NOT = WS-SEL-TRADE-SEQ
047100         GO TO 3010-NEXT
047200     END-IF.
047300     MOVE WS-ARRIVAL-DATE TO WS-NEW-DATE.
047400     MOVE WS-ARRIVAL-UNDATED TO WS-NEW-UNDATED.
047500     MOVE ZERO TO WS-NEW-TIME.
047600     MOVE WS-STG-ARRIVED TO WS-NEW-STAGE.
047700     MOVE "TRANSIN" TO WS-NEW-SOURCE.
047800     MOVE "ARRIVED IN BATCH INPUT" TO WS-NEW-EVENT-TEXT.
047900     PERFORM 6200-DESCRIBE-TRADE THRU 6200-EXIT.
048000     PERFORM 6000-ADD-EVENT THRU 6000-EXIT.
048100 3010-NEXT.
048200     PERFORM 3020-READ-TRANSIN THRU 3020-EXIT.
048300 3010-EXIT.
048400     EXIT.
048500
048600 3020-READ-TRANSIN.
048700     READ TRANS-FILE
048800         AT END
048900             SET WS-FILE-EOF TO TRUE
049000     END-READ.
049100 3020-EXIT.
049200     EXIT.
049300
049400******************************************************************
049500*    3100-SEARCH-ERRLIST - EACH REJECT OF THE TRADE, BY BSCALC
049600*    OR FROM SUSPENSE BY BSSUSPRV, WITH ITS REASON.
049700******************************************************************
049800 3100-SEARCH-ERRLIST.
049900     SET WS-FILE-NOT-HIT TO TRUE.
050000     SET WS-FILE-MORE TO TRUE.
050100     OPEN INPUT ERROR-FILE.
050200     PERFORM 3120-READ-ERRLIST THRU 3120-EXIT.
050300     PERFORM 3110-SCAN-ERRLIST THRU 3110-EXIT
050400         UNTIL WS-FILE-EOF.
050500     CLOSE ERROR-FILE.
050600     PERFORM 6300-COUNT-FILE THRU 6300-EXIT.
050700 3100-EXIT.
050800     EXIT.
050900
051000 3110-SCAN-ERRLIST.
051100     IF CE-TRADE-SEQ NOT = WS-SEL-TRADE-SEQ
051200         GO TO 3110-NEXT
051300     END-IF.
051400     PERFORM 6100-STAMP-CURRENT THRU 6100-EXIT.
051500     MOVE WS-STG-REJECTED TO WS-NEW-STAGE.
051600     MOVE "ERRLIST" TO WS-NEW-SOURCE.
051700     MOVE "REJECTED" TO WS-NEW-EVENT-TEXT.
051800     MOVE CE-REASON TO WS-NEW-DETAIL.
051900     PERFORM 6000-ADD-EVENT THRU 6000-EXIT.
052000 3110-NEXT.
052100     PERFORM 3120-READ-ERRLIST THRU 3120-EXIT.
052200 3110-EXIT.
052300     EXIT.
052400
052500 3120-READ-ERRLIST.
052600     READ ERROR-FILE
052700         AT END
052800             SET WS-FILE-EOF TO TRUE
052900     END-READ.
053000 3120-EXIT.
053100     EXIT.
053200
053300******************************************************************
053400*    3200-SEARCH-RESUBMIT - THE CORRECTED TRADE BSERRFIX WROTE
053500*    BACK FOR THE NEXT BSCALC RUN.  THE RECORD CARRIES THE
053600*    CXTRANS LAYOUT, SO IT IS MOVED INTO THE TRADE AREA AND
053700*    DESCRIBED THE SAME WAY.
053800******************************************************************
053900 3200-SEARCH-RESUBMIT.
054000     SET WS-FILE-NOT-HIT TO TRUE.
054100     SET WS-FILE-MORE TO TRUE.
054200     OPEN INPUT RESUBMIT-FILE.
054300     PERFORM 3220-READ-RESUBMIT THRU 3220-EXIT.
054400     PERFORM 3210-SCAN-RESUBMIT THRU 3210-EXIT
054500         UNTIL WS-FILE-EOF.
054600     CLOSE RESUBMIT-FILE.
054700     PERFORM 6300-COUNT-FILE THRU 6300-EXIT.
054800 3200-EXIT.
054900     EXIT.
055000
055100 3210-SCAN-RESUBMIT.
055200     MOVE RB-RESUBMIT-RECORD TO CX-TRANS-RECORD.
055300     IF CX-TRADE-SEQ NOT = WS-SEL-TRADE-SEQ
055400         GO TO 3210-NEXT
055500     END-IF.
055600     PERFORM 6100-STAMP-CURRENT THRU 6100-EXIT.
055700     MOVE WS-STG-RESUBMITTED TO WS-NEW-STAGE.
055800     MOVE "RESUBMIT" TO WS-NEW-SOURCE.
055900     MOVE "RESUBMITTED AFTER REPAIR" TO WS-NEW-EVENT-TEXT.
056000     PERFORM 6200-DESCRIBE-TRADE THRU 6200-EXIT.
056100     PERFORM 6000-ADD-EVENT THRU 6000-EXIT.
056200 3210-NEXT.
056300     PERFORM 3220-READ-RESUBMIT THRU 3220-EXIT.
056400 3210-EXIT.
056500     EXIT.
056600
056700 3220-READ-RESUBMIT.
056800     READ RESUBMIT-FILE
056900         AT END
057000             SET WS-FILE-EOF TO TRUE
057100     END-READ.
057200 3220-EXIT.
057300     EXIT.
057400
057500******************************************************************
057600*    3300-SEARCH-SUSPENSE - BSCALC HELD THE TRADE OUT OF
057700*    TOLERANCE, STAMPED WITH THE RUN THAT HELD IT.
057800******************************************************************
057900 3300-SEARCH-SUSPENSE.
058000     SET WS-FILE-NOT-HIT TO TRUE.
058100     SET WS-FILE-MORE TO TRUE.
058200     OPEN INPUT SUSPENSE-FILE.
058300     PERFORM 3320-READ-SUSPENSE THRU 3320-EXIT.
058400     PERFORM 3310-SCAN-SUSPENSE THRU 3310-EXIT
058500         UNTIL WS-FILE-EOF.
058600     CLOSE SUSPENSE-FILE.
058700     PERFORM 6300-COUNT-FILE THRU 6300-EXIT.
058800 3300-EXIT.
058900     EXIT.
059000
059100 3310-SCAN-SUSPENSE.
059200     IF CS-TRADE-SEQ NOT = WS-SEL-TRADE-SEQ
059300         GO TO 3310-NEXT
059400     END-IF.
059500     MOVE CS-RUN-DATE TO WS-NEW-DATE.
059600     MOVE CS-RUN-TIME TO WS-NEW-TIME.
059700     MOVE SPACE TO WS-NEW-UNDATED.
059800     MOVE WS-STG-SUSPENDED TO WS-NEW-STAGE.
059900     MOVE "SUSPFILE" TO WS-NEW-SOURCE.
060000     MOVE "HELD IN SUSPENSE - DRIFT" TO WS-NEW-EVENT-TEXT.
060100     MOVE CS-DRIFT-AMT TO WS-ED-AMT.
060200     MOVE CS-RESULT-FEE TO WS-ED-AMT2.
060300     MOVE SPACES TO WS-NEW-DETAIL.
060400     STRING "DRIFT " WS-ED-AMT " ON RESULT+FEE " WS-ED-AMT2
060500             " CPTY " CS-CPTY-ID
060600         DELIMITED BY SIZE INTO WS-NEW-DETAIL.
060700     PERFORM 6000-ADD-EVENT THRU 6000-EXIT.
060800 3310-NEXT.
060900     PERFORM 3320-READ-SUSPENSE THRU 3320-EXIT.
061000 3310-EXIT.
061100     EXIT.
061200
061300 3320-READ-SUSPENSE.
061400     READ SUSPENSE-FILE
061500         AT END
061600             SET WS-FILE-EOF TO TRUE
061700     END-READ.
061800 3320-EXIT.
061900     EXIT.
062000
062100******************************************************************
062200*    3400-SEARCH-SUSPOUT - NOT YET WORKED IN BSSUSPRV AND CARRIED
062300*    FORWARD.  THE RECORD CARRIES THE CXSUSP LAYOUT, SO IT IS
062400*    MOVED INTO THE SUSPENSE AREA.
062500******************************************************************
062600 3400-SEARCH-SUSPOUT.
062700     SET WS-FILE-NOT-HIT TO TRUE.
062800     SET WS-FILE-MORE TO TRUE.
062900     OPEN INPUT SUSPOUT-FILE.
063000     PERFORM 3420-READ-SUSPOUT THRU 3420-EXIT.
063100     PERFORM 3410-SCAN-SUSPOUT THRU 3410-EXIT
063200         UNTIL WS-FILE-EOF.
063300     CLOSE SUSPOUT-FILE.
063400     PERFORM 6300-COUNT-FILE THRU 6300-EXIT.
063500 3400-EXIT.
063600     EXIT.
063700
063800 3410-SCAN-SUSPOUT.
063900     MOVE SO-SUSPOUT-RECORD TO CS-SUSPENSE-RECORD.
064000     IF CS-TRADE-SEQ NOT = WS-SEL-TRADE-SEQ
064100         GO TO 3410-NEXT
064200     END-IF.
064300     PERFORM 6100-STAMP-CURRENT THRU 6100-EXIT.
064400     MOVE WS-STG-CARRIED TO WS-NEW-STAGE.
064500     MOVE "SUSPOUT" TO WS-NEW-SOURCE.
064600     MOVE "CARRIED FORWARD IN SUSPENSE" TO WS-NEW-EVENT-TEXT.
064700     MOVE SPACES TO WS-NEW-DETAIL.
064800     STRING "NO DECISION YET - HELD SINCE RUN " CS-RUN-DATE
064900         DELIMITED BY SIZE INTO WS-NEW-DETAIL.
065000     PERFORM 6000-ADD-EVENT THRU 6000-EXIT.
065100 3410-NEXT.
065200     PERFORM 3420-READ-SUSPOUT THRU 3420-EXIT.
065300 3410-EXIT.
065400     EXIT.
065500
065600 3420-READ-SUSPOUT.
065700     READ SUSPOUT-FILE
065800         AT END
065900             SET WS-FILE-EOF TO TRUE
066000     END-READ.
066100 3420-EXIT.
066200     EXIT.
066300
066400******************************************************************
066500*    3500-SEARCH-WAREHOUSE - BSCALC PARKED THE TRADE UNPRICED
066600*    UNTIL ITS VALUE DATE.
066700******************************************************************
066800 3500-SEARCH-WAREHOUSE.
066900     SET WS-FILE-NOT-HIT TO TRUE.
067000     SET WS-FILE-MORE TO TRUE.
067100     OPEN INPUT WAREHOUSE-FILE.
067200     PERFORM 3520-READ-WAREHOUSE THRU 3520-EXIT.
067300     PERFORM 3510-SCAN-WAREHOUSE THRU 3510-EXIT
067400         UNTIL WS-FILE-EOF.
067500     CLOSE WAREHOUSE-FILE.
067600     PERFORM 6300-COUNT-FILE THRU 6300-EXIT.
067700 3500-EXIT.
067800     EXIT.
067900
068000 3510-SCAN-WAREHOUSE.
068100     MOVE WH-WAREHOUSE-RECORD TO CX-TRANS-RECORD.
068200     IF CX-TRADE-SEQ NOT = WS-SEL-TRADE-SEQ
068300         GO TO 3510-NEXT
068400     END-IF.
068500     PERFORM 6100-STAMP-CURRENT THRU 6100-EXIT.
068600     MOVE WS-STG-WAREHOUSED TO WS-NEW-STAGE.
068700     MOVE "FWDWHSE" TO WS-NEW-SOURCE.
068800     MOVE "PARKED IN FORWARD WAREHOUSE" TO WS-NEW-EVENT-TEXT.
068900     PERFORM 6200-DESCRIBE-TRADE THRU 6200-EXIT.
069000     PERFORM 6000-ADD-EVENT THRU 6000-EXIT.
069100 3510-NEXT.
069200     PERFORM 3520-READ-WAREHOUSE THRU 3520-EXIT.
069300 3510-EXIT.
069400     EXIT.
069500
069600 3520-READ-WAREHOUSE.
069700     READ WAREHOUSE-FILE
069800         AT END
069900             SET WS-FILE-EOF TO TRUE
070000     END-READ.
070100 3520-EXIT.
070200     EXIT.
070300
070400******************************************************************
070500*    3600-SEARCH-RELEASED - BSFWDREL RELEASED THE TRADE FROM THE
070600*    WAREHOUSE TO BE PRICED NOW ITS VALUE DATE HAS ARRIVED.
070700******************************************************************
070800 3600-SEARCH-RELEASED.
070900     SET WS-FILE-NOT-HIT TO TRUE.
071000     SET WS-FILE-MORE TO TRUE.
071100     OPEN INPUT RELEASE-FILE.
071200     PERFORM 3620-READ-RELEASED THRU 3620-EXIT.
071300     PERFORM 3610-SCAN-RELEASED THRU 3610-EXIT
071400         UNTIL WS-FILE-EOF.
071500     CLOSE RELEASE-FILE.
071600     PERFORM 6300-COUNT-FILE THRU 6300-EXIT.
071700 3600-EXIT.
071800     EXIT.
071900
072000 3610-SCAN-RELEASED.
072100     MOVE RF-RELEASE-RECORD TO CX-TRANS-RECORD.
072200     IF CX-TRADE-SEQ NOT = WS-SEL-TRADE-SEQ
072300         GO TO 3610-NEXT
072400     END-IF.
072500     PERFORM 6100-STAMP-CURRENT THRU 6100-EXIT.
072600     MOVE WS-STG-WH-RELEASED TO WS-NEW-STAGE.
072700     MOVE "FWDRELSE" TO WS-NEW-SOURCE.
072800     MOVE "RELEASED FROM WAREHOUSE" TO WS-NEW-EVENT-TEXT.
072900     PERFORM 6200-DESCRIBE-TRADE THRU 6200-EXIT.
073000     PERFORM 6000-ADD-EVENT THRU 6000-EXIT.
073100 3610-NEXT.
073200     PERFORM 3620-READ-RELEASED THRU 3620-EXIT.
073300 3610-EXIT.
073400     EXIT.
073500
073600 3620-READ-RELEASED.
073700     READ RELEASE-FILE
073800         AT END
073900             SET WS-FILE-EOF TO TRUE
074000     END-READ.
074100 3620-EXIT.
074200     EXIT.
074300
074400******************************************************************
074500*    3700-SEARCH-JOURNAL - THE LIVE JOURNAL, THEN THE RETENTION
074600*    ARCHIVE.  THE ARCHIVE CARRIES THE SAME CXJRNL LAYOUT, SO
074700*    ITS RECORD IS MOVED INTO THE JOURNAL AREA AND CHECKED THE
074800*    SAME WAY, AS BSCANAMD DOES.
074900******************************************************************
075000 3700-SEARCH-JOURNAL.
075100     SET WS-FILE-NOT-HIT TO TRUE.
075200     SET WS-FILE-MORE TO TRUE.
075300     MOVE "JRNLFILE" TO WS-NEW-SOURCE.
075400     OPEN INPUT JOURNAL-FILE.
075500     PERFORM 3720-READ-JOURNAL THRU 3720-EXIT.
075600     PERFORM 3710-SCAN-JOURNAL THRU 3710-EXIT
075700         UNTIL WS-FILE-EOF.
075800     CLOSE JOURNAL-FILE.
075900     PERFORM 6300-COUNT-FILE THRU 6300-EXIT.
076000     SET WS-FILE-NOT-HIT TO TRUE.
076100     SET WS-FILE-MORE TO TRUE.
076200     MOVE "JRNLARCH" TO WS-NEW-SOURCE.
076300     OPEN INPUT ARCHIVE-FILE.
076400     PERFORM 3740-READ-ARCHIVE THRU 3740-EXIT.
076500     PERFORM 3730-SCAN-ARCHIVE THRU 3730-EXIT
076600         UNTIL WS-FILE-EOF.
076700     CLOSE ARCHIVE-FILE.
076800     PERFORM 6300-COUNT-FILE THRU 6300-EXIT.
076900 3700-EXIT.
077000     EXIT.
077100
077200 3710-SCAN-JOURNAL.
077300     PERFORM 3750-CHECK-JOURNAL THRU 3750-EXIT.
077400     PERFORM 3720-READ-JOURNAL THRU 3720-EXIT.
077500 3710-EXIT.
077600     EXIT.
077700
077800 3720-READ-JOURNAL.
077900     READ JOURNAL-FILE
078000         AT END
078100             SET WS-FILE-EOF TO TRUE
078200     END-READ.
078300 3720-EXIT.
078400     EXIT.
078500
078600 3730-SCAN-ARCHIVE.
078700     MOVE AF-ARCHIVE-RECORD TO CJ-JOURNAL-RECORD.
078800     PERFORM 3750-CHECK-JOURNAL THRU 3750-EXIT.
078900     PERFORM 3740-READ-ARCHIVE THRU 3740-EXIT.
079000 3730-EXIT.
079100     EXIT.
079200
079300 3740-READ-ARCHIVE.
079400     READ ARCHIVE-FILE
079500         AT END
079600             SET WS-FILE-EOF TO TRUE
079700     END-READ.
079800 3740-EXIT.
079900     EXIT.
080000
080100******************************************************************
080200*    3750-CHECK-JOURNAL - ONE JOURNAL RECORD.  A TRADE ENTRY IS
080300*    THE FINAL PRICING; IF IT WAS IN TOLERANCE BSCALC ALSO
080400*    ROLLED IT INTO THE COUNTERPARTY'S NETTED POSITION, SO ITS
080500*    KEY IS KEPT FOR 3850.  A REVERSAL IS A BSCANAMD CANCEL.
080600*    WS-NEW-SOURCE IS SET BY THE CALLER.
080700******************************************************************
080800 3750-CHECK-JOURNAL.
080900     IF CJ-TRADE-SEQ NOT = WS-SEL-TRADE-SEQ
081000         GO TO 3750-EXIT
081100     END-IF.
081200     MOVE CJ-RUN-DATE TO WS-NEW-DATE.
081300     MOVE CJ-RUN-TIME TO WS-NEW-TIME.
081400     MOVE SPACE TO WS-NEW-UNDATED.
081500     MOVE CJ-RESULT-FEE TO WS-ED-AMT.
081600     MOVE SPACES TO WS-NEW-DETAIL.
081700     IF CJ-REVERSAL-ENTRY
081800         MOVE WS-STG-CANCELLED TO WS-NEW-STAGE
081900         MOVE "CANCEL REVERSAL JOURNALLED" TO WS-NEW-EVENT-TEXT
082000         STRING "REVERSES RUN " CJ-ORIG-RUN-DATE
082100                 " RESULT+FEE " WS-ED-AMT
082200             DELIMITED BY SIZE INTO WS-NEW-DETAIL
082300         PERFORM 6000-ADD-EVENT THRU 6000-EXIT
082400         GO TO 3750-EXIT
082500     END-IF.
082600     MOVE WS-STG-PRICED TO WS-NEW-STAGE.
082700     EVALUATE TRUE
082800         WHEN CJ-NEGOTIATED-RATE
082900             MOVE "PRICED - NEGOTIATED RATE" TO WS-NEW-EVENT-TEXT
083000         WHEN CJ-CROSS-RATE
083100             MOVE "PRICED - CROSS RATE" TO WS-NEW-EVENT-TEXT
083200         WHEN OTHER
083300             MOVE "PRICED - DIRECT RATE" TO WS-NEW-EVENT-TEXT
083400     END-EVALUATE.
083500     MOVE CJ-FEE TO WS-ED-FEE.
083600     MOVE CJ-MUP TO WS-ED-MUP.
083700     MOVE CJ-O2R-MUP TO WS-ED-RATE.
083800     STRING "RESULT+FEE " WS-ED-AMT " FEE " WS-ED-FEE
083900             " MUP " WS-ED-MUP " MUP RATE " WS-ED-RATE
084000         DELIMITED BY SIZE INTO WS-NEW-DETAIL.
084100     PERFORM 6000-ADD-EVENT THRU 6000-EXIT.
084200     IF CJ-OUT-OF-TOLERANCE OR CJ-CPTY-ID = SPACES
084300         GO TO 3750-EXIT
084400     END-IF.
084500     IF WS-NETKEY-COUNT NOT < WS-NETKEY-MAX
084600         GO TO 3750-EXIT
084700     END-IF.
084800     ADD 1 TO WS-NETKEY-COUNT.
084900     MOVE CJ-CPTY-ID TO WS-NK-CPTY-ID (WS-NETKEY-COUNT).
085000     MOVE CJ-RUN-DATE TO WS-NK-RUN-DATE (WS-NETKEY-COUNT).
085100     IF CJ-FROM-CCY < CJ-TO-CCY
085200         MOVE CJ-FROM-CCY TO WS-NK-CCY1 (WS-NETKEY-COUNT)
085300         MOVE CJ-TO-CCY TO WS-NK-CCY2 (WS-NETKEY-COUNT)
085400     ELSE
085500         MOVE CJ-TO-CCY TO WS-NK-CCY1 (WS-NETKEY-COUNT)
085600         MOVE CJ-FROM-CCY TO WS-NK-CCY2 (WS-NETKEY-COUNT)
085700     END-IF.
085800 3750-EXIT.
085900     EXIT.
086000
086100******************************************************************
086200*    3800-SEARCH-GLEXTRACT - THE LEDGER POSTINGS - BSCALC OR A
086300*    BSSUSPRV RELEASE FOR THE TRADE, A BSCANAMD REVERSAL.
086400******************************************************************
086500 3800-SEARCH-GLEXTRACT.
086600     SET WS-FILE-NOT-HIT TO TRUE.
086700     SET WS-FILE-MORE TO TRUE.
086800     OPEN INPUT GLEXTRACT-FILE.
086900     PERFORM 3820-READ-GLEXTRACT THRU 3820-EXIT.
087000     PERFORM 3810-SCAN-GLEXTRACT THRU 3810-EXIT
087100         UNTIL WS-FILE-EOF.
087200     CLOSE GLEXTRACT-FILE.
087300     PERFORM 6300-COUNT-FILE THRU 6300-EXIT.
087400 3800-EXIT.
087500     EXIT.
087600
087700 3810-SCAN-GLEXTRACT.
087800     IF CG-TRADE-SEQ NOT = WS-SEL-TRADE-SEQ
087900         GO TO 3810-NEXT
088000     END-IF.
088100     MOVE CG-RUN-DATE TO WS-NEW-DATE.
088200     MOVE ZERO TO WS-NEW-TIME.
088300     MOVE SPACE TO WS-NEW-UNDATED.
088400     MOVE "GLEXTRCT" TO WS-NEW-SOURCE.
088500     EVALUATE TRUE
088600         WHEN CG-REVERSAL-POSTING
088700             MOVE WS-STG-CANCELLED TO WS-NEW-STAGE
088800             MOVE "REVERSAL POSTED TO LEDGER" TO WS-NEW-EVENT-TEXT
088900         WHEN CG-REVAL-POSTING
089000             MOVE WS-STG-OTHER TO WS-NEW-STAGE
089100             MOVE "REVALUATION POSTED" TO WS-NEW-EVENT-TEXT
089200         WHEN OTHER
089300             MOVE WS-STG-POSTED TO WS-NEW-STAGE
089400             MOVE "POSTED TO GENERAL LEDGER" TO WS-NEW-EVENT-TEXT
089500     END-EVALUATE.
089600     MOVE CG-POSTED-AMT TO WS-ED-LARGE.
089700     MOVE SPACES TO WS-NEW-DETAIL.
089800     STRING CG-FROM-CCY "/" CG-TO-CCY " AMOUNT " WS-ED-LARGE
089900             " CPTY " CG-CPTY-ID
090000         DELIMITED BY SIZE INTO WS-NEW-DETAIL.
090100     PERFORM 6000-ADD-EVENT THRU 6000-EXIT.
090200 3810-NEXT.
090300     PERFORM 3820-READ-GLEXTRACT THRU 3820-EXIT.
090400 3810-EXIT.
090500     EXIT.
090600
090700 3820-READ-GLEXTRACT.
090800     READ GLEXTRACT-FILE
090900         AT END
091000             SET WS-FILE-EOF TO TRUE
091100     END-READ.
091200 3820-EXIT.
091300     EXIT.
091400
091500******************************************************************
091600*    3850-SEARCH-GLNETSUM - THE NETTED POSITION THE TRADE SETTLED
091700*    IN.  THE NET SUMMARY CARRIES NO TRADE SEQUENCE, SO IT IS
091800*    MATCHED ON THE COUNTERPARTY, PAIR AND RUN DATE OF EACH
091900*    IN-TOLERANCE JOURNAL ENTRY KEPT BY 3750.
092000******************************************************************
092100 3850-SEARCH-GLNETSUM.
092200     IF WS-NETKEY-COUNT = ZERO
092300         GO TO 3850-EXIT
092400     END-IF.
092500     SET WS-FILE-NOT-HIT TO TRUE.
092600     SET WS-FILE-MORE TO TRUE.
092700     OPEN INPUT GLNETSUM-FILE.
092800     PERFORM 3870-READ-GLNETSUM THRU 3870-EXIT.
092900     PERFORM 3860-SCAN-GLNETSUM THRU 3860-EXIT
093000         UNTIL WS-FILE-EOF.
093100     CLOSE GLNETSUM-FILE.
093200     PERFORM 6300-COUNT-FILE THRU 6300-EXIT.
093300 3850-EXIT.
093400     EXIT.
093500
093600 3860-SCAN-GLNETSUM.
093700     MOVE 1 TO WS-NETKEY-I.
093800     PERFORM 3880-MATCH-NETKEY THRU 3880-EXIT
093900         UNTIL WS-NETKEY-I > WS-NETKEY-COUNT.
094000     PERFORM 3870-READ-GLNETSUM THRU 3870-EXIT.
094100 3860-EXIT.
094200     EXIT.
094300
094400 3870-READ-GLNETSUM.
094500     READ GLNETSUM-FILE
094600         AT END
094700             SET WS-FILE-EOF TO TRUE
094800     END-READ.
094900 3870-EXIT.
095000     EXIT.
095100
095200 3880-MATCH-NETKEY.
095300     IF CN-CPTY-ID = WS-NK-CPTY-ID (WS-NETKEY-I)
095400             AND CN-CCY1 = WS-NK-CCY1 (WS-NETKEY-I)
095500             AND CN-CCY2 = WS-NK-CCY2 (WS-NETKEY-I)
095600             AND CN-RUN-DATE = WS-NK-RUN-DATE (WS-NETKEY-I)
095700         MOVE CN-RUN-DATE TO WS-NEW-DATE
095800         MOVE ZERO TO WS-NEW-TIME
095900         MOVE SPACE TO WS-NEW-UNDATED
096000         MOVE WS-STG-NETTED TO WS-NEW-STAGE
096100         MOVE "GLNETSUM" TO WS-NEW-SOURCE
096200         MOVE "SETTLED IN NETTED POSITION" TO WS-NEW-EVENT-TEXT
096300         MOVE CN-NET-AMT TO WS-ED-LARGE
096400         MOVE CN-TRADE-COUNT TO WS-ED-COUNT
096500         MOVE SPACES TO WS-NEW-DETAIL
096600         STRING CN-CPTY-ID " " CN-CCY1 "/" CN-CCY2 " "
096700                 CN-NET-DIR " " WS-ED-LARGE " " CN-CCY2
096800                 " OVER " WS-ED-COUNT " TRADES"
096900             DELIMITED BY SIZE INTO WS-NEW-DETAIL
097000         PERFORM 6000-ADD-EVENT THRU 6000-EXIT
097100         MOVE WS-NETKEY-COUNT TO WS-NETKEY-I
097200     END-IF.
097300     ADD 1 TO WS-NETKEY-I.
097400 3880-EXIT.
097500     EXIT.
097600
097700******************************************************************
097800*    3900-SEARCH-SECLOG - EVERY OPERATOR DECISION LOGGED AGAINST
097900*    THE TRADE: BSERRFIX REPAIRS AND WITHDRAWALS, BSSUSPRV
098000*    RELEASES AND REJECTIONS, BSCANAMD CANCELS AND AMENDS.
098100******************************************************************
098200 3900-SEARCH-SECLOG.
098300     SET WS-FILE-NOT-HIT TO TRUE.
098400     SET WS-FILE-MORE TO TRUE.
098500     OPEN INPUT SECLOG-FILE.
098600     PERFORM 3920-READ-SECLOG THRU 3920-EXIT.
098700     PERFORM 3910-SCAN-SECLOG THRU 3910-EXIT
098800         UNTIL WS-FILE-EOF.
098900     CLOSE SECLOG-FILE.
099000     PERFORM 6300-COUNT-FILE THRU 6300-EXIT.
099100 3900-EXIT.
099200     EXIT.
099300
099400 3910-SCAN-SECLOG.
099500     MOVE SL-KEY-INFO TO WS-LOG-KEY.
099600     IF WS-LK-LABEL NOT = "TRADE "
099700             OR WS-LK-TRADE-SEQ NOT = WS-SEL-TRADE-SEQ-X
099800         GO TO 3910-NEXT
099900     END-IF.
100000     MOVE SL-LOG-DATE TO WS-NEW-DATE.
100100     MOVE SL-LOG-TIME TO WS-NEW-TIME.
100200     MOVE SPACE TO WS-NEW-UNDATED.
100300     MOVE "SECLOG" TO WS-NEW-SOURCE.
100400     EVALUATE SL-ACTION
100500         WHEN "REPAIR"
100600             MOVE WS-STG-REPAIRED TO WS-NEW-STAGE
100700             MOVE "REPAIRED BY OPERATOR" TO WS-NEW-EVENT-TEXT
100800         WHEN "WITHDRAW"
100900             MOVE WS-STG-REPAIRED TO WS-NEW-STAGE
101000             MOVE "WITHDRAWN BY OPERATOR" TO WS-NEW-EVENT-TEXT
101100         WHEN "RELEASE"
101200             MOVE WS-STG-DECIDED TO WS-NEW-STAGE
101300             MOVE "RELEASED FROM SUSPENSE" TO WS-NEW-EVENT-TEXT
101400         WHEN "REJECT"
101500             MOVE WS-STG-DECIDED TO WS-NEW-STAGE
101600             MOVE "REJECTED FROM SUSPENSE" TO WS-NEW-EVENT-TEXT
101700         WHEN "CANCEL"
101800             MOVE WS-STG-CANCELLED TO WS-NEW-STAGE
101900             MOVE "CANCELLED BY OPERATOR" TO WS-NEW-EVENT-TEXT
102000         WHEN "AMEND"
102100             MOVE WS-STG-CANCELLED TO WS-NEW-STAGE
102200             MOVE "AMENDED BY OPERATOR" TO WS-NEW-EVENT-TEXT
102300         WHEN OTHER
102400             MOVE WS-STG-OTHER TO WS-NEW-STAGE
102500             MOVE SL-ACTION TO WS-NEW-EVENT-TEXT
102600     END-EVALUATE.
102700     MOVE SPACES TO WS-NEW-DETAIL.
102800     STRING "OPERATOR " SL-OPER-ID " VIA " SL-PROGRAM " - "
102900             SL-KEY-INFO
103000         DELIMITED BY SIZE INTO WS-NEW-DETAIL.
103100     PERFORM 6000-ADD-EVENT THRU 6000-EXIT.
103200 3910-NEXT.
103300     PERFORM 3920-READ-SECLOG THRU 3920-EXIT.
103400 3910-EXIT.
103500     EXIT.
103600
103700 3920-READ-SECLOG.
103800     READ SECLOG-FILE
103900         AT END
104000             SET WS-FILE-EOF TO TRUE
104100     END-READ.
104200 3920-EXIT.
104300     EXIT.
104400
104500******************************************************************
104600*    4000-SORT-EVENTS - BUBBLE THE EVENT TABLE INTO DATE, STAGE,
104700*    TIME AND FOUND ORDER.  PASSES REPEAT UNTIL A PASS MAKES NO
104800*    SWAP.
104900******************************************************************
105000 4000-SORT-EVENTS.
105100     IF WS-EVENT-COUNT < 2
105200         GO TO 4000-EXIT
105300     END-IF.
105400     SET WS-SWAPPED TO TRUE.
105500     PERFORM 4100-SORT-PASS THRU 4100-EXIT
105600         UNTIL WS-NO-SWAPS.
105700 4000-EXIT.
105800     EXIT.
105900
106000 4100-SORT-PASS.
106100     SET WS-NO-SWAPS TO TRUE.
106200     MOVE 1 TO WS-SORT-I.
106300     PERFORM 4110-COMPARE-ONE THRU 4110-EXIT
106400         UNTIL WS-SORT-I NOT < WS-EVENT-COUNT.
106500 4100-EXIT.
106600     EXIT.
106700
106800 4110-COMPARE-ONE.
106900     COMPUTE WS-SORT-I1 = WS-SORT-I + 1.
107000     IF WS-EV-KEY (WS-SORT-I) > WS-EV-KEY (WS-SORT-I1)
107100         MOVE WS-EVENT-ENTRY (WS-SORT-I) TO WS-EVENT-HOLD
107200         MOVE WS-EVENT-ENTRY (WS-SORT-I1)
107300             TO WS-EVENT-ENTRY (WS-SORT-I)
107400         MOVE WS-EVENT-HOLD TO WS-EVENT-ENTRY (WS-SORT-I1)
107500         SET WS-SWAPPED TO TRUE
107600     END-IF.
107700     ADD 1 TO WS-SORT-I.
107800 4110-EXIT.
107900     EXIT.
108000
108100******************************************************************
108200*    5000-PRINT-TRACE - ONE TRACE STARTS ON A NEW PAGE: THE
108300*    HISTORY IN ORDER, ECHOED TO THE CONSOLE, THEN THE FOOTING.
108400******************************************************************
108500 5000-PRINT-TRACE.
108600     PERFORM 1200-WRITE-HEADERS THRU 1200-EXIT.
108700     SET WS-NO-UNDATED TO TRUE.
108800     IF WS-EVENT-COUNT = ZERO
108900         WRITE REPORT-RECORD FROM TQ-NONE-LINE AFTER ADVANCING 1
109000                 LINE
109100         DISPLAY "NO RECORD OF THIS TRADE IN ANY FILE SEARCHED"
109200     END-IF.
109300     MOVE 1 TO WS-PRINT-I.
109400     PERFORM 5100-PRINT-EVENT THRU 5100-EXIT
109500         UNTIL WS-PRINT-I > WS-EVENT-COUNT.
109600     IF WS-TABLE-FULL
109700         WRITE REPORT-RECORD FROM TQ-FULL-LINE AFTER ADVANCING 1
109800                 LINE
109900         DISPLAY "BSTRCEIQ - TRACE TABLE FULL - EVENTS DROPPED"
110000     END-IF.
110100     IF WS-UNDATED-SHOWN
110200         WRITE REPORT-RECORD FROM TQ-NOTE-LINE AFTER ADVANCING 2
110300                 LINES
110400     END-IF.
110500     MOVE WS-EVENT-COUNT TO TQ-TL1-EVENT-COUNT.
110600     WRITE REPORT-RECORD FROM TQ-TOTAL-LINE-1 AFTER ADVANCING 2
110700             LINES.
110800     MOVE WS-FILE-COUNT TO TQ-TL2-FILE-COUNT.
110900     WRITE REPORT-RECORD FROM TQ-TOTAL-LINE-2 AFTER ADVANCING 1
111000             LINE.
111100 5000-EXIT.
111200     EXIT.
111300
111400 5100-PRINT-EVENT.
111500     IF WS-LINE-COUNT NOT < WS-PAGE-SIZE
111600         PERFORM 1200-WRITE-HEADERS THRU 1200-EXIT
111700     END-IF.
111800     MOVE WS-EV-DATE (WS-PRINT-I) TO TQ-DT-DATE.
111900     MOVE WS-EV-UNDATED (WS-PRINT-I) TO TQ-DT-UNDATED.
112000     IF WS-EV-UNDATED (WS-PRINT-I) NOT = SPACE
112100         SET WS-UNDATED-SHOWN TO TRUE
112200     END-IF.
112300     IF WS-EV-TIME (WS-PRINT-I) = ZERO
112400         MOVE SPACES TO TQ-DT-TIME
112500     ELSE
112600         MOVE WS-EV-TIME (WS-PRINT-I) TO TQ-DT-TIME
112700     END-IF.
112800     MOVE WS-EV-SOURCE (WS-PRINT-I) TO TQ-DT-SOURCE.
112900     MOVE WS-EV-EVENT-TEXT (WS-PRINT-I) TO TQ-DT-EVENT.
113000     MOVE WS-EV-DETAIL (WS-PRINT-I) TO TQ-DT-DETAIL.
113100     WRITE REPORT-RECORD FROM TQ-DETAIL-LINE AFTER ADVANCING 1
113200             LINE.
113300     ADD 1 TO WS-LINE-COUNT.
113400     DISPLAY TQ-DETAIL-LINE.
113500     ADD 1 TO WS-PRINT-I.
113600 5100-EXIT.
113700     EXIT.
113800
113900******************************************************************
114000*    6000-ADD-EVENT - FILE ONE EVENT IN THE TABLE IF IT FALLS IN
114100*    THE DATE RANGE ASKED FOR.  THE WS-NEW-EVENT FIELDS MUST BE
114200*    SET BY THE CALLER BEFORE THIS IS PERFORMED.
114300******************************************************************
114400 6000-ADD-EVENT.
114500     IF WS-NEW-DATE < WS-SEL-FROM-DATE
114600             OR WS-NEW-DATE > WS-SEL-TO-DATE
114700         GO TO 6000-EXIT
114800     END-IF.
114900     SET WS-FILE-HIT TO TRUE.
115000     IF WS-EVENT-COUNT NOT < WS-EVENT-MAX
115100         SET WS-TABLE-FULL TO TRUE
115200         GO TO 6000-EXIT
115300     END-IF.
115400     ADD 1 TO WS-EVENT-COUNT.
115500     MOVE WS-EVENT-COUNT TO WS-NEW-ORDER.
115600     MOVE WS-NEW-EVENT TO WS-EVENT-ENTRY (WS-EVENT-COUNT).
115700 6000-EXIT.
115800     EXIT.
115900
116000******************************************************************
116100*    6100-STAMP-CURRENT - AN EVENT FROM A FILE THAT CARRIES NO
116200*    DATE IS PLACED AT THE BUSINESS DATE AND FLAGGED.
116300******************************************************************
116400 6100-STAMP-CURRENT.
116500     MOVE WS-RUN-DATE TO WS-NEW-DATE.
116600     MOVE ZERO TO WS-NEW-TIME.
116700     MOVE "*" TO WS-NEW-UNDATED.
116800 6100-EXIT.
116900     EXIT.
117000
117100******************************************************************
117200*    6200-DESCRIBE-TRADE - THE DETAIL TEXT FOR A RECORD IN THE
117300*    CXTRANS LAYOUT: PAIR, AMOUNT, COUNTERPARTY AND VALUE DATE.
117400******************************************************************
117500 6200-DESCRIBE-TRADE.
117600     MOVE CX-ORIG-AMT TO WS-ED-AMT.
117700     IF CX-VALUE-DATE NUMERIC AND CX-VALUE-DATE NOT = ZERO
117800         MOVE CX-VALUE-DATE TO WS-ED-VDATE
117900     ELSE
118000         MOVE "SPOT" TO WS-ED-VDATE
118100     END-IF.
118200     MOVE SPACES TO WS-NEW-DETAIL.
118300     STRING CX-FROM-CCY "/" CX-TO-CCY " ORIG " WS-ED-AMT
118400             " CPTY " CX-CPTY-ID " VALUE " WS-ED-VDATE
118500         DELIMITED BY SIZE INTO WS-NEW-DETAIL.
118600 6200-EXIT.
118700     EXIT.
118800
118900******************************************************************
119000*    6300-COUNT-FILE - COUNT A FILE THAT HELD THE TRADE.
119100******************************************************************
119200 6300-COUNT-FILE.
119300     IF WS-FILE-HIT
119400         ADD 1 TO WS-FILE-COUNT
119500     END-IF.
119600 6300-EXIT.
119700     EXIT.
119800
119900******************************************************************
120000*    9000-TERMINATE - CLOSE THE REPORT AND RETURN TO THE
120100*    OPERATING SYSTEM.
120200******************************************************************
120300 9000-TERMINATE.
120400     CLOSE REPORT-FILE.
120500     DISPLAY "BSTRCEIQ COMPLETE - " WS-INQUIRY-COUNT
120600             " TRADES TRACED".
120700 9000-EXIT.
120800     EXIT.
