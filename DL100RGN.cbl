000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL100RGN.
000300 AUTHOR.        F CASACURTA.
000400 INSTALLATION.  BRANCH OPERATIONS BATCH.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    DL100RGN -- REGIONAL ROLLUP OF THE NIGHT'S RESULTS         *
001000*                                                               *
001100*    ROLLS THE NIGHT'S BRANCH FIGURES UP THE REGION AND         *
001200*    DISTRICT LAYER OF THE BRANCH MASTER (DL100BMF) FOR THE     *
001300*    REGIONAL MANAGERS. FOR EVERY BRANCH IT TAKES:              *
001400*                                                               *
001500*      DAY AMOUNT      THE VALID SLOTS ON THE NIGHT'S DL100OUT  *
001600*                      GENERATION, AS THE GL MATCH TAKES THEM   *
001700*      REJECTED        THE SLOTS DL100 REJECTED ON THAT SAME    *
001800*                      GENERATION                               *
001900*      OUT-OF-BAL      WHETHER DL100RCN FOUND THE BRANCH OUT    *
002000*                      OF BALANCE -- THE OPEN-BREAKS LEDGER     *
002100*                      (DL100OBK) ENTRY FOR THE RUN'S DATE AND  *
002200*                      CYCLE, PROVED AGAINST THE COUNT ON THE   *
002300*                      RESULT SUMMARY (DL100SUM)                *
002400*      MONTH-TO-DATE   THE BRANCH'S ROWS ON THE MONTH-TO-DATE   *
002500*                      MASTER (DL100MTM)                        *
002600*                                                               *
002700*    THE RUN BEING ROLLED UP IS IDENTIFIED FROM THE LAST        *
002800*    DL100JNL HEADER, AS DL100MTA AND DL100BAL DO. THE REPORT   *
002900*    (DL100RGR) LISTS THE BRANCHES BY REGION, DISTRICT AND      *
003000*    BRANCH CODE WITH A SUBTOTAL FOR EVERY DISTRICT AND         *
003100*    REGION. EACH REGION STARTS A NEW PAGE SO ITS MANAGER CAN   *
003200*    BE SENT THAT PAGE ALONE, AND THE NETWORK TOTAL IS ON A     *
003300*    PAGE OF ITS OWN AT THE END. BRANCHES WITH NO REGION OR NO  *
003400*    DISTRICT ON THE MASTER, AND CODES ON THE NIGHT'S FILES     *
003500*    THAT ARE NOT ON THE MASTER AT ALL, ROLL UP UNDER "NOT      *
003600*    ASSIGNED" AFTER THE ASSIGNED ONES. A CLOSED BRANCH WITH    *
003700*    NOTHING FOR THE DAY OR THE MONTH IS LEFT OFF.              *
003800*                                                               *
003900*    RETURN CODES: 0 = ROLLUP PRINTED, 4 = NOTHING TO ROLL UP   *
004000*    (SKIP DAY OR NO RUN JOURNALED), OR THE ROLLUP PRINTED      *
004100*    WITHOUT THE REGION LAYER (MASTER WOULD NOT OPEN) OR        *
004200*    WITHOUT A RECONCILIATION THAT PROVES (SUMMARY MISSING,     *
004300*    STALE, OR DISAGREEING WITH THE LEDGER), 8 = THE BRANCH     *
004400*    TABLE FILLED - THE ROLLUP IS SHORT.                        *
004500*                                                               *
004600*    MODIFICATION HISTORY                                       *
004700*    DATE       BY   DESCRIPTION                                *
004800*    10/15/26   FC   ORIGINAL.                                  *
004900*                                                               *
005000*****************************************************************
005100 ENVIRONMENT DIVISION.
005200 CONFIGURATION SECTION.
005300 SOURCE-COMPUTER.  IBM-370.
005400 OBJECT-COMPUTER.  IBM-370.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT DL100-OUTPUT-FILE    ASSIGN TO DL100OUT
005800            ORGANIZATION IS SEQUENTIAL.
005900     SELECT DL100-JOURNAL-FILE   ASSIGN TO DL100JNL
006000            ORGANIZATION IS SEQUENTIAL
006100            FILE STATUS IS DL100-WS-JNL-FILE-STATUS.
006200     SELECT DL100-SUMMARY-FILE   ASSIGN TO DL100SUM
006300            ORGANIZATION IS SEQUENTIAL
006400            FILE STATUS IS DL100-WS-SUM-FILE-STATUS.
006500     SELECT DL100-BREAK-FILE     ASSIGN TO DL100OBK
006600            ORGANIZATION IS SEQUENTIAL
006700            FILE STATUS IS DL100-WS-OBK-FILE-STATUS.
006800     SELECT DL100-MTD-FILE       ASSIGN TO DL100MTM
006900            ORGANIZATION IS SEQUENTIAL
007000            FILE STATUS IS DL100-WS-MTD-FILE-STATUS.
007100     SELECT DL100-BRANCH-FILE    ASSIGN TO DL100BMF
007200            ORGANIZATION IS INDEXED
007300            ACCESS MODE IS SEQUENTIAL
007400            RECORD KEY IS DL100BMF-BRANCH-CODE
007500            FILE STATUS IS DL100-WS-BMF-FILE-STATUS.
007600     SELECT DL100-ROLLUP-RPT     ASSIGN TO DL100RGR
007700            ORGANIZATION IS SEQUENTIAL.
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  DL100-OUTPUT-FILE
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE STANDARD.
008300 01  DL100OUT-RECORD.
008400     COPY DL100REC.
008500 FD  DL100-JOURNAL-FILE
008600     RECORDING MODE IS F
008700     RECORD CONTAINS 17 TO 64 CHARACTERS
008800     LABEL RECORDS ARE STANDARD.
008900     COPY DL100JNL.
009000 FD  DL100-SUMMARY-FILE
009100     RECORDING MODE IS F
009200     LABEL RECORDS ARE STANDARD.
009300 01  DL100SUM-RECORD.
009400     COPY DL100SUM.
009500 FD  DL100-BREAK-FILE
009600     RECORDING MODE IS F
009700     LABEL RECORDS ARE STANDARD.
009800 01  DL100OBK-RECORD.
009900     COPY DL100OBK.
010000 FD  DL100-MTD-FILE
010100     RECORDING MODE IS F
010200     LABEL RECORDS ARE STANDARD.
010300 01  DL100MTM-RECORD.
010400     COPY DL100MTD.
010500 FD  DL100-BRANCH-FILE
010600     LABEL RECORDS ARE STANDARD.
010700 01  DL100BMF-RECORD.
010800     COPY DL100BMF.
010900 FD  DL100-ROLLUP-RPT
011000     RECORDING MODE IS F
011100     LABEL RECORDS ARE STANDARD.
011200 01  DL100RGR-LINE               PIC X(132).
011300 WORKING-STORAGE SECTION.
011400 77  DL100-WS-JNL-FILE-STATUS    PIC X(02) VALUE '00'.
011500     88  DL100-WS-JNL-FILE-OK          VALUE '00'.
011600 77  DL100-WS-SUM-FILE-STATUS    PIC X(02) VALUE '00'.
011700     88  DL100-WS-SUM-FILE-OK          VALUE '00'.
011800 77  DL100-WS-OBK-FILE-STATUS    PIC X(02) VALUE '00'.
011900     88  DL100-WS-OBK-FILE-OK          VALUE '00'.
012000 77  DL100-WS-MTD-FILE-STATUS    PIC X(02) VALUE '00'.
012100     88  DL100-WS-MTD-FILE-OK          VALUE '00'.
012200 77  DL100-WS-BMF-FILE-STATUS    PIC X(02) VALUE '00'.
012300     88  DL100-WS-BMF-FILE-OK          VALUE '00'.
012400 77  DL100-WS-JNL-EOF-SW         PIC X(01) VALUE 'N'.
012500     88  DL100-WS-JNL-EOF              VALUE 'Y'.
012600 77  DL100-WS-OUT-EOF-SW         PIC X(01) VALUE 'N'.
012700     88  DL100-WS-OUT-EOF              VALUE 'Y'.
012800 77  DL100-WS-OBK-EOF-SW         PIC X(01) VALUE 'N'.
012900     88  DL100-WS-OBK-EOF              VALUE 'Y'.
013000 77  DL100-WS-MTD-EOF-SW         PIC X(01) VALUE 'N'.
013100     88  DL100-WS-MTD-EOF              VALUE 'Y'.
013200 77  DL100-WS-BMF-EOF-SW         PIC X(01) VALUE 'N'.
013300     88  DL100-WS-BMF-EOF              VALUE 'Y'.
013400 77  DL100-WS-BMF-OPEN-SW        PIC X(01) VALUE 'N'.
013500     88  DL100-WS-BMF-OPENED           VALUE 'Y'.
013600 77  DL100-WS-SUM-FOUND-SW       PIC X(01) VALUE 'N'.
013700     88  DL100-WS-SUM-FOUND            VALUE 'Y'.
013800 77  DL100-WS-SUM-FRESH-SW       PIC X(01) VALUE 'N'.
013900     88  DL100-WS-SUM-FRESH            VALUE 'Y'.
014000 77  DL100-WS-FOUND-SW           PIC X(01) VALUE 'N'.
014100     88  DL100-WS-FOUND                VALUE 'Y'.
014200 77  DL100-WS-OVERFLOW-SW        PIC X(01) VALUE 'N'.
014300     88  DL100-WS-OVERFLOW             VALUE 'Y'.
014400 77  DL100-WS-FIRST-ROW-SW       PIC X(01) VALUE 'Y'.
014500     88  DL100-WS-FIRST-ROW            VALUE 'Y'.
014600 77  DL100-WS-RUN-TIMESTAMP      PIC X(17) VALUE SPACES.
014700 77  DL100-WS-RUN-DATE           PIC X(08) VALUE SPACES.
014800 77  DL100-WS-RUN-CYCLE          PIC 9(02) VALUE ZERO.
014900 77  DL100-WS-SUM-OUT-BAL        PIC 9(05) VALUE ZERO.
015000 77  DL100-WS-BRK-CT             PIC 9(05) VALUE ZERO.
015100 77  DL100-WS-ROW-CT             PIC 9(04) VALUE ZERO.
015200 77  DL100-WS-ROW-IX             PIC 9(04) VALUE ZERO.
015300 77  DL100-WS-FOUND-IX           PIC 9(04) VALUE ZERO.
015400 77  DL100-WS-SHIFT-IX           PIC 9(04) VALUE ZERO.
015500 77  DL100-WS-TO-IX              PIC 9(04) VALUE ZERO.
015600 77  DL100-WS-MAX-ROWS           PIC 9(04) VALUE 1000.
015700 77  DL100-WS-LOST-CT            PIC 9(05) VALUE ZERO.
015800 77  DL100-WS-LEFT-OFF-CT        PIC 9(04) VALUE ZERO.
015900 77  DL100-WS-REGION-CT          PIC 9(03) VALUE ZERO.
016000 77  DL100-WS-LVL-IX             PIC 9(01) VALUE ZERO.
016100 77  DL100-WS-HOLD-RGN           PIC X(03) VALUE SPACES.
016200 77  DL100-WS-HOLD-DST           PIC X(03) VALUE SPACES.
016300 77  DL100-WS-NEW-CODE           PIC X(03) VALUE SPACES.
016400 77  DL100-WS-NEW-NAME           PIC X(20) VALUE SPACES.
016500 77  DL100-WS-TOT-LABEL          PIC X(27) VALUE SPACES.
016600 77  DL100-WS-OOB-SHOW           PIC X(05) VALUE SPACES.
016700 77  DL100-WS-AMT-ED             PIC -(11)9.99.
016800 77  DL100-WS-MTD-ED             PIC -(11)9.99.
016900 77  DL100-WS-REJ-ED             PIC ZZZZ9.
017000 77  DL100-WS-OOB-ED             PIC ZZZZ9.
017100 77  DL100-WS-BR-CT-ED           PIC ZZZ9.
017200*****************************************************************
017300*    THE SORT KEY OF A ROW BEING ADDED. A BLANK REGION OR       *
017400*    DISTRICT KEYS AS HIGH-VALUES SO THE UNASSIGNED BRANCHES    *
017500*    SORT AFTER THE ASSIGNED ONES.                              *
017600*****************************************************************
017700 01  DL100-WS-NEW-KEY.
017800     05  DL100-WS-NEW-KEY-RGN    PIC X(03).
017900     05  DL100-WS-NEW-KEY-DST    PIC X(03).
018000     05  DL100-WS-NEW-KEY-CODE   PIC X(03).
018100*****************************************************************
018200*    ONE ROW PER BRANCH, HELD IN REGION / DISTRICT / BRANCH     *
018300*    CODE ORDER -- EACH ROW IS INSERTED IN PLACE AS IT IS       *
018400*    ADDED, SO THE TABLE IS ALWAYS READY TO PRINT.              *
018500*****************************************************************
018600 01  DL100-WS-ROW-TABLE.
018700     05  DL100-WS-ROW OCCURS 1000 TIMES.
018800         10  DL100-WS-ROW-KEY.
018900             15  DL100-WS-ROW-RGN
019000                                 PIC X(03).
019100             15  DL100-WS-ROW-DST
019200                                 PIC X(03).
019300             15  DL100-WS-ROW-CODE
019400                                 PIC X(03).
019500         10  DL100-WS-ROW-NAME   PIC X(20).
019600         10  DL100-WS-ROW-STAT   PIC X(01).
019700             88  DL100-WS-ROW-CLOSED   VALUE 'C'.
019800         10  DL100-WS-ROW-AMT    PIC S9(09)V99.
019900         10  DL100-WS-ROW-REJ    PIC 9(05).
020000         10  DL100-WS-ROW-OOB    PIC 9(01).
020100         10  DL100-WS-ROW-MTD    PIC S9(09)V99.
020200*****************************************************************
020300*    RUNNING TOTALS FOR THE PRINT: ROW 1 IS THE DISTRICT, ROW   *
020400*    2 THE REGION AND ROW 3 THE WHOLE NETWORK.                  *
020500*****************************************************************
020600 01  DL100-WS-LVL-TABLE.
020700     05  DL100-WS-LVL OCCURS 0003 TIMES.
020800         10  DL100-WS-LVL-BR-CT  PIC 9(04).
020900         10  DL100-WS-LVL-AMT    PIC S9(11)V99.
021000         10  DL100-WS-LVL-REJ    PIC 9(05).
021100         10  DL100-WS-LVL-OOB    PIC 9(04).
021200         10  DL100-WS-LVL-MTD    PIC S9(11)V99.
021300 PROCEDURE DIVISION.
021400 MAIN-SECTION SECTION.
021500*****************************************************************
021600*    0000-MAINLINE                                              *
021700*****************************************************************
021800 0000-MAINLINE.
021900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
022000     IF DL100-WS-RUN-DATE EQUAL TO SPACES
022100         PERFORM 9000-TERMINATE THRU 9000-EXIT
022200         MOVE 4 TO RETURN-CODE
022300         GOBACK
022400     END-IF
022500     PERFORM 1500-READ-SUMMARY THRU 1500-EXIT
022600     PERFORM 2000-LOAD-MASTER THRU 2000-EXIT
022700     PERFORM 3000-LOAD-OUT-SLOTS THRU 3000-EXIT
022800     PERFORM 3300-LOAD-BREAKS THRU 3300-EXIT
022900     PERFORM 3600-LOAD-MTD THRU 3600-EXIT
023000     PERFORM 5000-PRODUCE-ROLLUP THRU 5000-EXIT
023100     PERFORM 6000-PRODUCE-SUMMARY THRU 6000-EXIT
023200     PERFORM 9000-TERMINATE THRU 9000-EXIT
023300     IF DL100-WS-OVERFLOW
023400         MOVE 8 TO RETURN-CODE
023500     ELSE
023600     IF NOT DL100-WS-BMF-OPENED
023700         OR NOT DL100-WS-SUM-FRESH
023800         OR DL100-WS-BRK-CT NOT EQUAL TO DL100-WS-SUM-OUT-BAL
023900         MOVE 4 TO RETURN-CODE
024000     ELSE
024100         MOVE 0 TO RETURN-CODE
024200     END-IF
024300     END-IF
024400     GOBACK.
024500*****************************************************************
024600*    1000-INITIALIZE -- FIND THE RUN BEING ROLLED UP FROM THE   *
024700*    LAST JOURNAL HEADER AND OPEN THE REPORT. A SKIP DAY OR A   *
024800*    REFUSED RUN LEAVES THE EXTRACT DATE SPACES -- THERE IS     *
024900*    NOTHING TO ROLL UP.                                        *
025000*****************************************************************
025100 1000-INITIALIZE.
025200     PERFORM 1200-FIND-LAST-HEADER THRU 1200-EXIT
025300     OPEN OUTPUT DL100-ROLLUP-RPT
025400     IF DL100-WS-RUN-DATE EQUAL TO SPACES
025500         MOVE SPACES TO DL100RGR-LINE
025600         STRING 'DL100RGN - REGIONAL ROLLUP - NO EXTRACT DATE '
025700             DELIMITED BY SIZE
025800             'ON THE LAST JOURNAL HEADER - NOTHING TO ROLL UP'
025900             DELIMITED BY SIZE
026000             INTO DL100RGR-LINE
026100         END-STRING
026200         WRITE DL100RGR-LINE
026300     END-IF.
026400 1000-EXIT.
026500     EXIT.
026600 1200-FIND-LAST-HEADER.
026700     OPEN INPUT DL100-JOURNAL-FILE
026800     IF NOT DL100-WS-JNL-FILE-OK
026900         GO TO 1200-EXIT
027000     END-IF
027100     PERFORM 1300-READ-ONE-JOURNAL THRU 1300-EXIT
027200         UNTIL DL100-WS-JNL-EOF
027300     CLOSE DL100-JOURNAL-FILE.
027400 1200-EXIT.
027500     EXIT.
027600 1300-READ-ONE-JOURNAL.
027700     READ DL100-JOURNAL-FILE
027800         AT END
027900             MOVE 'Y' TO DL100-WS-JNL-EOF-SW
028000         NOT AT END
028100             IF DL100JNL-REC-TYPE EQUAL TO 'H'
028200                 MOVE DL100JNL-TIMESTAMP TO DL100-WS-RUN-TIMESTAMP
028300                 MOVE DL100JNL-EXTRACT-DATE TO DL100-WS-RUN-DATE
028400                 IF DL100JNL-CYCLE NUMERIC
028500                     MOVE DL100JNL-CYCLE TO DL100-WS-RUN-CYCLE
028600                 ELSE
028700                     MOVE ZERO TO DL100-WS-RUN-CYCLE
028800                 END-IF
028900             END-IF
029000     END-READ.
029100 1300-EXIT.
029200     EXIT.
029300*****************************************************************
029400*    1500-READ-SUMMARY -- THE DL100RCN RESULT SUMMARY COUNTS    *
029500*    ONLY WHEN IT CARRIES THIS RUN'S TIMESTAMP AND CYCLE, AS    *
029600*    ON THE BALANCING RECAP.                                    *
029700*****************************************************************
029800 1500-READ-SUMMARY.
029900     OPEN INPUT DL100-SUMMARY-FILE
030000     IF NOT DL100-WS-SUM-FILE-OK
030100         GO TO 1500-EXIT
030200     END-IF
030300     READ DL100-SUMMARY-FILE
030400         AT END
030500             CONTINUE
030600         NOT AT END
030700             MOVE 'Y' TO DL100-WS-SUM-FOUND-SW
030800             IF DL100SUM-RUN-TIMESTAMP EQUAL TO
030900                 DL100-WS-RUN-TIMESTAMP
031000                 AND DL100SUM-CYCLE EQUAL TO DL100-WS-RUN-CYCLE
031100                 MOVE 'Y' TO DL100-WS-SUM-FRESH-SW
031200                 MOVE DL100SUM-OUT-OF-BAL-CT
031300                     TO DL100-WS-SUM-OUT-BAL
031400             END-IF
031500     END-READ
031600     CLOSE DL100-SUMMARY-FILE.
031700 1500-EXIT.
031800     EXIT.
031900*****************************************************************
032000*    2000-LOAD-MASTER -- ONE ROW PER MASTER BRANCH, FILED UNDER *
032100*    ITS REGION AND DISTRICT. A MASTER THAT CANNOT BE OPENED    *
032200*    LEAVES EVERY BRANCH UNASSIGNED -- THE ROLLUP STILL GOES    *
032300*    OUT WITH THE NETWORK FIGURES.                              *
032400*****************************************************************
032500 2000-LOAD-MASTER.
032600     OPEN INPUT DL100-BRANCH-FILE
032700     IF NOT DL100-WS-BMF-FILE-OK
032800         DISPLAY 'DL100RGN - BRANCH MASTER COULD NOT BE '
032900             'OPENED - STATUS ' DL100-WS-BMF-FILE-STATUS
033000             ' - NO REGIONS'
033100         GO TO 2000-EXIT
033200     END-IF
033300     MOVE 'Y' TO DL100-WS-BMF-OPEN-SW
033400     PERFORM 2100-LOAD-ONE-BRANCH THRU 2100-EXIT
033500         UNTIL DL100-WS-BMF-EOF
033600     CLOSE DL100-BRANCH-FILE.
033700 2000-EXIT.
033800     EXIT.
033900 2100-LOAD-ONE-BRANCH.
034000     READ DL100-BRANCH-FILE
034100         AT END
034200             MOVE 'Y' TO DL100-WS-BMF-EOF-SW
034300             GO TO 2100-EXIT
034400     END-READ
034500     MOVE DL100BMF-BRANCH-CODE TO DL100-WS-NEW-CODE
034600     MOVE DL100BMF-BRANCH-NAME TO DL100-WS-NEW-NAME
034700     MOVE DL100BMF-REGION TO DL100-WS-NEW-KEY-RGN
034800     MOVE DL100BMF-DISTRICT TO DL100-WS-NEW-KEY-DST
034900     PERFORM 2300-INSERT-ROW THRU 2300-EXIT
035000     IF DL100-WS-FOUND
035100         MOVE DL100BMF-STATUS
035200             TO DL100-WS-ROW-STAT (DL100-WS-FOUND-IX)
035300     END-IF.
035400 2100-EXIT.
035500     EXIT.
035600*****************************************************************
035700*    2200-FIND-ROW -- LOCATE THE BRANCH IN DL100-WS-NEW-CODE.   *
035800*    A CODE NOT YET IN THE TABLE (NOT ON THE MASTER) IS ADDED   *
035900*    UNASSIGNED UNDER THE NAME IN DL100-WS-NEW-NAME. A FULL     *
036000*    TABLE LEAVES DL100-WS-FOUND OFF.                           *
036100*****************************************************************
036200 2200-FIND-ROW.
036300     MOVE 'N' TO DL100-WS-FOUND-SW
036400     MOVE ZERO TO DL100-WS-FOUND-IX
036500     PERFORM 2250-MATCH-ONE-ROW THRU 2250-EXIT
036600         VARYING DL100-WS-ROW-IX FROM 1 BY 1
036700         UNTIL DL100-WS-ROW-IX GREATER THAN DL100-WS-ROW-CT
036800         OR DL100-WS-FOUND
036900     IF DL100-WS-FOUND
037000         GO TO 2200-EXIT
037100     END-IF
037200     MOVE SPACES TO DL100-WS-NEW-KEY-RGN
037300     MOVE SPACES TO DL100-WS-NEW-KEY-DST
037400     PERFORM 2300-INSERT-ROW THRU 2300-EXIT.
037500 2200-EXIT.
037600     EXIT.
037700 2250-MATCH-ONE-ROW.
037800     IF DL100-WS-ROW-CODE (DL100-WS-ROW-IX) EQUAL TO
037900         DL100-WS-NEW-CODE
038000         MOVE 'Y' TO DL100-WS-FOUND-SW
038100         MOVE DL100-WS-ROW-IX TO DL100-WS-FOUND-IX
038200     END-IF.
038300 2250-EXIT.
038400     EXIT.
038500*****************************************************************
038600*    2300-INSERT-ROW -- ADD A ZEROED ROW FOR DL100-WS-NEW-CODE  *
038700*    AT ITS PLACE IN KEY ORDER, MOVING THE ROWS AFTER IT DOWN   *
038800*    ONE. DL100-WS-FOUND-IX IS LEFT ON THE NEW ROW.             *
038900*****************************************************************
039000 2300-INSERT-ROW.
039100     MOVE 'N' TO DL100-WS-FOUND-SW
039200     IF DL100-WS-ROW-CT GREATER THAN OR EQUAL TO
039300         DL100-WS-MAX-ROWS
039400         MOVE 'Y' TO DL100-WS-OVERFLOW-SW
039500         ADD 1 TO DL100-WS-LOST-CT
039600         DISPLAY 'DL100RGN - BRANCH TABLE FULL - BRANCH '
039700             DL100-WS-NEW-CODE ' NOT ROLLED UP'
039800         GO TO 2300-EXIT
039900     END-IF
040000     IF DL100-WS-NEW-KEY-RGN EQUAL TO SPACES
040100         MOVE HIGH-VALUES TO DL100-WS-NEW-KEY-RGN
040200     END-IF
040300     IF DL100-WS-NEW-KEY-DST EQUAL TO SPACES
040400         MOVE HIGH-VALUES TO DL100-WS-NEW-KEY-DST
040500     END-IF
040600     MOVE DL100-WS-NEW-CODE TO DL100-WS-NEW-KEY-CODE
040700     COMPUTE DL100-WS-FOUND-IX = DL100-WS-ROW-CT + 1
040800     PERFORM 2350-PLACE-ONE-ROW THRU 2350-EXIT
040900         VARYING DL100-WS-ROW-IX FROM 1 BY 1
041000         UNTIL DL100-WS-ROW-IX GREATER THAN DL100-WS-ROW-CT
041100         OR DL100-WS-FOUND
041200     PERFORM 2400-SHIFT-ONE-ROW THRU 2400-EXIT
041300         VARYING DL100-WS-SHIFT-IX FROM DL100-WS-ROW-CT BY -1
041400         UNTIL DL100-WS-SHIFT-IX LESS THAN DL100-WS-FOUND-IX
041500     ADD 1 TO DL100-WS-ROW-CT
041600     MOVE DL100-WS-NEW-KEY TO DL100-WS-ROW-KEY (DL100-WS-FOUND-IX)
041700     MOVE DL100-WS-NEW-NAME
041800         TO DL100-WS-ROW-NAME (DL100-WS-FOUND-IX)
041900     MOVE SPACE TO DL100-WS-ROW-STAT (DL100-WS-FOUND-IX)
042000     MOVE ZERO TO DL100-WS-ROW-AMT (DL100-WS-FOUND-IX)
042100     MOVE ZERO TO DL100-WS-ROW-REJ (DL100-WS-FOUND-IX)
042200     MOVE ZERO TO DL100-WS-ROW-OOB (DL100-WS-FOUND-IX)
042300     MOVE ZERO TO DL100-WS-ROW-MTD (DL100-WS-FOUND-IX)
042400     MOVE 'Y' TO DL100-WS-FOUND-SW.
042500 2300-EXIT.
042600     EXIT.
042700 2350-PLACE-ONE-ROW.
042800     IF DL100-WS-ROW-KEY (DL100-WS-ROW-IX) GREATER THAN
042900         DL100-WS-NEW-KEY
043000         MOVE 'Y' TO DL100-WS-FOUND-SW
043100         MOVE DL100-WS-ROW-IX TO DL100-WS-FOUND-IX
043200     END-IF.
043300 2350-EXIT.
043400     EXIT.
043500 2400-SHIFT-ONE-ROW.
043600     COMPUTE DL100-WS-TO-IX = DL100-WS-SHIFT-IX + 1
043700     MOVE DL100-WS-ROW (DL100-WS-SHIFT-IX)
043800         TO DL100-WS-ROW (DL100-WS-TO-IX).
043900 2400-EXIT.
044000     EXIT.
044100*****************************************************************
044200*    3000-LOAD-OUT-SLOTS -- THE NIGHT'S SLOT GENERATION: VALID  *
044300*    SLOTS ADD TO THE BRANCH'S DAY AMOUNT, REJECTED ONES TO ITS *
044400*    REJECTED COUNT.                                            *
044500*****************************************************************
044600 3000-LOAD-OUT-SLOTS.
044700     OPEN INPUT DL100-OUTPUT-FILE
044800     PERFORM 3100-READ-OUTPUT THRU 3100-EXIT
044900     PERFORM 3200-ROLL-ONE-SLOT THRU 3200-EXIT
045000         UNTIL DL100-WS-OUT-EOF
045100     CLOSE DL100-OUTPUT-FILE.
045200 3000-EXIT.
045300     EXIT.
045400 3100-READ-OUTPUT.
045500     READ DL100-OUTPUT-FILE
045600         AT END
045700             MOVE 'Y' TO DL100-WS-OUT-EOF-SW
045800     END-READ.
045900 3100-EXIT.
046000     EXIT.
046100 3200-ROLL-ONE-SLOT.
046200     MOVE FIELD-1 TO DL100-WS-NEW-CODE
046300     MOVE DL100-SLOT-BRANCH-NAME TO DL100-WS-NEW-NAME
046400     PERFORM 2200-FIND-ROW THRU 2200-EXIT
046500     IF NOT DL100-WS-FOUND
046600         GO TO 3200-NEXT
046700     END-IF
046800     IF DL100-SLOT-VALID
046900         ADD DL100-SLOT-SUBTOTAL
047000             TO DL100-WS-ROW-AMT (DL100-WS-FOUND-IX)
047100     ELSE
047200         ADD 1 TO DL100-WS-ROW-REJ (DL100-WS-FOUND-IX)
047300     END-IF.
047400 3200-NEXT.
047500     PERFORM 3100-READ-OUTPUT THRU 3100-EXIT.
047600 3200-EXIT.
047700     EXIT.
047800*****************************************************************
047900*    3300-LOAD-BREAKS -- EVERY LEDGER ENTRY FOR THIS RUN'S      *
048000*    BUSINESS DATE AND CYCLE IS A BRANCH DL100RCN FOUND OUT OF  *
048100*    BALANCE TONIGHT, WHATEVER HAS HAPPENED TO IT SINCE. A      *
048200*    MISSING LEDGER HAS NO BREAKS.                              *
048300*****************************************************************
048400 3300-LOAD-BREAKS.
048500     OPEN INPUT DL100-BREAK-FILE
048600     IF NOT DL100-WS-OBK-FILE-OK
048700         GO TO 3300-EXIT
048800     END-IF
048900     PERFORM 3400-ROLL-ONE-BREAK THRU 3400-EXIT
049000         UNTIL DL100-WS-OBK-EOF
049100     CLOSE DL100-BREAK-FILE.
049200 3300-EXIT.
049300     EXIT.
049400 3400-ROLL-ONE-BREAK.
049500     READ DL100-BREAK-FILE
049600         AT END
049700             MOVE 'Y' TO DL100-WS-OBK-EOF-SW
049800             GO TO 3400-EXIT
049900     END-READ
050000     IF DL100OBK-BUSINESS-DATE NOT EQUAL TO DL100-WS-RUN-DATE
050100         OR DL100OBK-CYCLE NOT EQUAL TO DL100-WS-RUN-CYCLE
050200         GO TO 3400-EXIT
050300     END-IF
050400     ADD 1 TO DL100-WS-BRK-CT
050500     MOVE DL100OBK-BRANCH-CODE TO DL100-WS-NEW-CODE
050600     MOVE DL100OBK-BRANCH-NAME TO DL100-WS-NEW-NAME
050700     PERFORM 2200-FIND-ROW THRU 2200-EXIT
050800     IF DL100-WS-FOUND
050900         MOVE 1 TO DL100-WS-ROW-OOB (DL100-WS-FOUND-IX)
051000     END-IF.
051100 3400-EXIT.
051200     EXIT.
051300*****************************************************************
051400*    3600-LOAD-MTD -- EVERY ROW ON THE MONTH-TO-DATE MASTER     *
051500*    ADDS TO ITS BRANCH. A MISSING MASTER IS AN EMPTY MONTH.    *
051600*****************************************************************
051700 3600-LOAD-MTD.
051800     OPEN INPUT DL100-MTD-FILE
051900     IF NOT DL100-WS-MTD-FILE-OK
052000         GO TO 3600-EXIT
052100     END-IF
052200     PERFORM 3700-ROLL-ONE-MTD THRU 3700-EXIT
052300         UNTIL DL100-WS-MTD-EOF
052400     CLOSE DL100-MTD-FILE.
052500 3600-EXIT.
052600     EXIT.
052700 3700-ROLL-ONE-MTD.
052800     READ DL100-MTD-FILE
052900         AT END
053000             MOVE 'Y' TO DL100-WS-MTD-EOF-SW
053100             GO TO 3700-EXIT
053200     END-READ
053300     MOVE DL100MTD-BRANCH-CODE TO DL100-WS-NEW-CODE
053400     MOVE DL100MTD-BRANCH-NAME TO DL100-WS-NEW-NAME
053500     PERFORM 2200-FIND-ROW THRU 2200-EXIT
053600     IF DL100-WS-FOUND
053700         ADD DL100MTD-AMOUNT
053800             TO DL100-WS-ROW-MTD (DL100-WS-FOUND-IX)
053900     END-IF.
054000 3700-EXIT.
054100     EXIT.
054200*****************************************************************
054300*    5000-PRODUCE-ROLLUP -- ONE PASS OF THE ORDERED TABLE WITH  *
054400*    A CONTROL BREAK ON DISTRICT AND REGION.                    *
054500*****************************************************************
054600 5000-PRODUCE-ROLLUP.
054700     MOVE ZERO TO DL100-WS-LVL-BR-CT (3)
054800     MOVE ZERO TO DL100-WS-LVL-AMT (3)
054900     MOVE ZERO TO DL100-WS-LVL-REJ (3)
055000     MOVE ZERO TO DL100-WS-LVL-OOB (3)
055100     MOVE ZERO TO DL100-WS-LVL-MTD (3)
055200     PERFORM 5100-ROLL-ONE-BRANCH THRU 5100-EXIT
055300         VARYING DL100-WS-ROW-IX FROM 1 BY 1
055400         UNTIL DL100-WS-ROW-IX GREATER THAN DL100-WS-ROW-CT
055500     IF NOT DL100-WS-FIRST-ROW
055600         PERFORM 5400-CLOSE-DISTRICT THRU 5400-EXIT
055700         PERFORM 5450-CLOSE-REGION THRU 5450-EXIT
055800     END-IF.
055900 5000-EXIT.
056000     EXIT.
056100 5100-ROLL-ONE-BRANCH.
056200     IF DL100-WS-ROW-CLOSED (DL100-WS-ROW-IX)
056300         AND DL100-WS-ROW-AMT (DL100-WS-ROW-IX) EQUAL TO ZERO
056400         AND DL100-WS-ROW-REJ (DL100-WS-ROW-IX) EQUAL TO ZERO
056500         AND DL100-WS-ROW-OOB (DL100-WS-ROW-IX) EQUAL TO ZERO
056600         AND DL100-WS-ROW-MTD (DL100-WS-ROW-IX) EQUAL TO ZERO
056700         ADD 1 TO DL100-WS-LEFT-OFF-CT
056800         GO TO 5100-EXIT
056900     END-IF
057000     EVALUATE TRUE
057100         WHEN DL100-WS-FIRST-ROW
057200             MOVE 'N' TO DL100-WS-FIRST-ROW-SW
057300             PERFORM 5200-START-REGION THRU 5200-EXIT
057400             PERFORM 5300-START-DISTRICT THRU 5300-EXIT
057500         WHEN DL100-WS-ROW-RGN (DL100-WS-ROW-IX) NOT EQUAL TO
057600             DL100-WS-HOLD-RGN
057700             PERFORM 5400-CLOSE-DISTRICT THRU 5400-EXIT
057800             PERFORM 5450-CLOSE-REGION THRU 5450-EXIT
057900             PERFORM 5200-START-REGION THRU 5200-EXIT
058000             PERFORM 5300-START-DISTRICT THRU 5300-EXIT
058100         WHEN DL100-WS-ROW-DST (DL100-WS-ROW-IX) NOT EQUAL TO
058200             DL100-WS-HOLD-DST
058300             PERFORM 5400-CLOSE-DISTRICT THRU 5400-EXIT
058400             PERFORM 5300-START-DISTRICT THRU 5300-EXIT
058500     END-EVALUATE
058600     MOVE DL100-WS-ROW-AMT (DL100-WS-ROW-IX) TO DL100-WS-AMT-ED
058700     MOVE DL100-WS-ROW-REJ (DL100-WS-ROW-IX) TO DL100-WS-REJ-ED
058800     MOVE DL100-WS-ROW-MTD (DL100-WS-ROW-IX) TO DL100-WS-MTD-ED
058900     IF DL100-WS-ROW-OOB (DL100-WS-ROW-IX) EQUAL TO ZERO
059000         MOVE SPACES TO DL100-WS-OOB-SHOW
059100     ELSE
059200         MOVE '  YES' TO DL100-WS-OOB-SHOW
059300     END-IF
059400     MOVE SPACES TO DL100RGR-LINE
059500     STRING '  ' DELIMITED BY SIZE
059600         DL100-WS-ROW-CODE (DL100-WS-ROW-IX) DELIMITED BY SIZE
059700         '  ' DELIMITED BY SIZE
059800         DL100-WS-ROW-NAME (DL100-WS-ROW-IX) DELIMITED BY SIZE
059900         '  ' DELIMITED BY SIZE
060000         DL100-WS-AMT-ED DELIMITED BY SIZE
060100         '     ' DELIMITED BY SIZE
060200         DL100-WS-REJ-ED DELIMITED BY SIZE
060300         '     ' DELIMITED BY SIZE
060400         DL100-WS-OOB-SHOW DELIMITED BY SIZE
060500         '  ' DELIMITED BY SIZE
060600         DL100-WS-MTD-ED DELIMITED BY SIZE
060700         INTO DL100RGR-LINE
060800     END-STRING
060900     WRITE DL100RGR-LINE
061000     PERFORM 5150-ADD-ONE-LEVEL THRU 5150-EXIT
061100         VARYING DL100-WS-LVL-IX FROM 1 BY 1
061200         UNTIL DL100-WS-LVL-IX GREATER THAN 3.
061300 5100-EXIT.
061400     EXIT.
061500 5150-ADD-ONE-LEVEL.
061600     ADD 1 TO DL100-WS-LVL-BR-CT (DL100-WS-LVL-IX)
061700     ADD DL100-WS-ROW-AMT (DL100-WS-ROW-IX)
061800         TO DL100-WS-LVL-AMT (DL100-WS-LVL-IX)
061900     ADD DL100-WS-ROW-REJ (DL100-WS-ROW-IX)
062000         TO DL100-WS-LVL-REJ (DL100-WS-LVL-IX)
062100     ADD DL100-WS-ROW-OOB (DL100-WS-ROW-IX)
062200         TO DL100-WS-LVL-OOB (DL100-WS-LVL-IX)
062300     ADD DL100-WS-ROW-MTD (DL100-WS-ROW-IX)
062400         TO DL100-WS-LVL-MTD (DL100-WS-LVL-IX).
062500 5150-EXIT.
062600     EXIT.
062700*****************************************************************
062800*    5200-START-REGION -- A NEW PAGE FOR EVERY REGION, WITH THE *
062900*    RUN AND COLUMN HEADINGS REPEATED SO THE PAGE STANDS ALONE. *
063000*****************************************************************
063100 5200-START-REGION.
063200     MOVE DL100-WS-ROW-RGN (DL100-WS-ROW-IX) TO DL100-WS-HOLD-RGN
063300     ADD 1 TO DL100-WS-REGION-CT
063400     MOVE 2 TO DL100-WS-LVL-IX
063500     PERFORM 5250-ZERO-LEVEL THRU 5250-EXIT
063600     MOVE SPACES TO DL100RGR-LINE
063700     IF DL100-WS-HOLD-RGN EQUAL TO HIGH-VALUES
063800         STRING 'DL100RGN - REGIONAL ROLLUP - BRANCHES NOT '
063900             DELIMITED BY SIZE
064000             'ASSIGNED TO A REGION' DELIMITED BY SIZE
064100             INTO DL100RGR-LINE
064200         END-STRING
064300     ELSE
064400         STRING 'DL100RGN - REGIONAL ROLLUP - REGION '
064500             DELIMITED BY SIZE
064600             DL100-WS-HOLD-RGN DELIMITED BY SIZE
064700             INTO DL100RGR-LINE
064800         END-STRING
064900     END-IF
065000     WRITE DL100RGR-LINE AFTER ADVANCING PAGE
065100     PERFORM 5270-PRINT-RUN-LINE THRU 5270-EXIT
065200     MOVE SPACES TO DL100RGR-LINE
065300     STRING '  BRANCH                          DAY AMOUNT'
065400         DELIMITED BY SIZE
065500         '  REJECTED  OUT-OF-BAL    MONTH-TO-DATE'
065600         DELIMITED BY SIZE
065700         INTO DL100RGR-LINE
065800     END-STRING
065900     WRITE DL100RGR-LINE.
066000 5200-EXIT.
066100     EXIT.
066200 5250-ZERO-LEVEL.
066300     MOVE ZERO TO DL100-WS-LVL-BR-CT (DL100-WS-LVL-IX)
066400     MOVE ZERO TO DL100-WS-LVL-AMT (DL100-WS-LVL-IX)
066500     MOVE ZERO TO DL100-WS-LVL-REJ (DL100-WS-LVL-IX)
066600     MOVE ZERO TO DL100-WS-LVL-OOB (DL100-WS-LVL-IX)
066700     MOVE ZERO TO DL100-WS-LVL-MTD (DL100-WS-LVL-IX).
066800 5250-EXIT.
066900     EXIT.
067000 5270-PRINT-RUN-LINE.
067100     MOVE SPACES TO DL100RGR-LINE
067200     STRING 'BUSINESS DATE ' DELIMITED BY SIZE
067300         DL100-WS-RUN-DATE DELIMITED BY SIZE
067400         '  CYCLE ' DELIMITED BY SIZE
067500         DL100-WS-RUN-CYCLE DELIMITED BY SIZE
067600         '  RUN ' DELIMITED BY SIZE
067700         DL100-WS-RUN-TIMESTAMP DELIMITED BY SIZE
067800         INTO DL100RGR-LINE
067900     END-STRING
068000     WRITE DL100RGR-LINE
068100     MOVE SPACES TO DL100RGR-LINE
068200     WRITE DL100RGR-LINE.
068300 5270-EXIT.
068400     EXIT.
068500 5300-START-DISTRICT.
068600     MOVE DL100-WS-ROW-DST (DL100-WS-ROW-IX) TO DL100-WS-HOLD-DST
068700     MOVE 1 TO DL100-WS-LVL-IX
068800     PERFORM 5250-ZERO-LEVEL THRU 5250-EXIT
068900     MOVE SPACES TO DL100RGR-LINE
069000     WRITE DL100RGR-LINE
069100     MOVE SPACES TO DL100RGR-LINE
069200     IF DL100-WS-HOLD-DST EQUAL TO HIGH-VALUES
069300         STRING 'DISTRICT NOT ASSIGNED' DELIMITED BY SIZE
069400             INTO DL100RGR-LINE
069500         END-STRING
069600     ELSE
069700         STRING 'DISTRICT ' DELIMITED BY SIZE
069800             DL100-WS-HOLD-DST DELIMITED BY SIZE
069900             INTO DL100RGR-LINE
070000         END-STRING
070100     END-IF
070200     WRITE DL100RGR-LINE.
070300 5300-EXIT.
070400     EXIT.
070500 5400-CLOSE-DISTRICT.
070600     MOVE SPACES TO DL100-WS-TOT-LABEL
070700     IF DL100-WS-HOLD-DST EQUAL TO HIGH-VALUES
070800         MOVE '  NO DISTRICT TOTAL' TO DL100-WS-TOT-LABEL
070900     ELSE
071000         STRING '  DISTRICT ' DELIMITED BY SIZE
071100             DL100-WS-HOLD-DST DELIMITED BY SIZE
071200             ' TOTAL' DELIMITED BY SIZE
071300             INTO DL100-WS-TOT-LABEL
071400         END-STRING
071500     END-IF
071600     MOVE 1 TO DL100-WS-LVL-IX
071700     PERFORM 5500-PRINT-TOTAL-LINE THRU 5500-EXIT.
071800 5400-EXIT.
071900     EXIT.
072000 5450-CLOSE-REGION.
072100     MOVE SPACES TO DL100RGR-LINE
072200     WRITE DL100RGR-LINE
072300     MOVE SPACES TO DL100-WS-TOT-LABEL
072400     IF DL100-WS-HOLD-RGN EQUAL TO HIGH-VALUES
072500         MOVE 'NOT ASSIGNED TOTAL' TO DL100-WS-TOT-LABEL
072600     ELSE
072700         STRING 'REGION ' DELIMITED BY SIZE
072800             DL100-WS-HOLD-RGN DELIMITED BY SIZE
072900             ' TOTAL' DELIMITED BY SIZE
073000             INTO DL100-WS-TOT-LABEL
073100         END-STRING
073200     END-IF
073300     MOVE 2 TO DL100-WS-LVL-IX
073400     PERFORM 5500-PRINT-TOTAL-LINE THRU 5500-EXIT.
073500 5450-EXIT.
073600     EXIT.
073700*****************************************************************
073800*    5500-PRINT-TOTAL-LINE -- THE TOTALS AT LEVEL               *
073900*    DL100-WS-LVL-IX UNDER THE LABEL IN DL100-WS-TOT-LABEL,     *
074000*    LINED UP UNDER THE BRANCH COLUMNS.                         *
074100*****************************************************************
074200 5500-PRINT-TOTAL-LINE.
074300     MOVE DL100-WS-LVL-AMT (DL100-WS-LVL-IX) TO DL100-WS-AMT-ED
074400     MOVE DL100-WS-LVL-REJ (DL100-WS-LVL-IX) TO DL100-WS-REJ-ED
074500     MOVE DL100-WS-LVL-OOB (DL100-WS-LVL-IX) TO DL100-WS-OOB-ED
074600     MOVE DL100-WS-LVL-MTD (DL100-WS-LVL-IX) TO DL100-WS-MTD-ED
074700     MOVE DL100-WS-LVL-BR-CT (DL100-WS-LVL-IX)
074800         TO DL100-WS-BR-CT-ED
074900     MOVE SPACES TO DL100RGR-LINE
075000     STRING DL100-WS-TOT-LABEL DELIMITED BY SIZE
075100         '  ' DELIMITED BY SIZE
075200         DL100-WS-AMT-ED DELIMITED BY SIZE
075300         '     ' DELIMITED BY SIZE
075400         DL100-WS-REJ-ED DELIMITED BY SIZE
075500         '     ' DELIMITED BY SIZE
075600         DL100-WS-OOB-ED DELIMITED BY SIZE
075700         '  ' DELIMITED BY SIZE
075800         DL100-WS-MTD-ED DELIMITED BY SIZE
075900         '  (' DELIMITED BY SIZE
076000         DL100-WS-BR-CT-ED DELIMITED BY SIZE
076100         ' BRANCHES)' DELIMITED BY SIZE
076200         INTO DL100RGR-LINE
076300     END-STRING
076400     WRITE DL100RGR-LINE.
076500 5500-EXIT.
076600     EXIT.
076700*****************************************************************
076800*    6000-PRODUCE-SUMMARY -- THE NETWORK TOTAL ON A PAGE OF ITS *
076900*    OWN, WITH THE OUT-OF-BALANCE COUNT PROVED AGAINST THE      *
077000*    RECONCILIATION SUMMARY AND ANYTHING THAT LEFT THE ROLLUP   *
077100*    SHORT.                                                     *
077200*****************************************************************
077300 6000-PRODUCE-SUMMARY.
077400     MOVE SPACES TO DL100RGR-LINE
077500     STRING 'DL100RGN - REGIONAL ROLLUP - NETWORK SUMMARY'
077600         DELIMITED BY SIZE
077700         INTO DL100RGR-LINE
077800     END-STRING
077900     WRITE DL100RGR-LINE AFTER ADVANCING PAGE
078000     PERFORM 5270-PRINT-RUN-LINE THRU 5270-EXIT
078100     MOVE 'NETWORK TOTAL' TO DL100-WS-TOT-LABEL
078200     MOVE 3 TO DL100-WS-LVL-IX
078300     PERFORM 5500-PRINT-TOTAL-LINE THRU 5500-EXIT
078400     MOVE SPACES TO DL100RGR-LINE
078500     WRITE DL100RGR-LINE
078600     MOVE SPACES TO DL100RGR-LINE
078700     STRING 'REGIONS: ' DELIMITED BY SIZE
078800         DL100-WS-REGION-CT DELIMITED BY SIZE
078900         '  CLOSED BRANCHES LEFT OFF: ' DELIMITED BY SIZE
079000         DL100-WS-LEFT-OFF-CT DELIMITED BY SIZE
079100         INTO DL100RGR-LINE
079200     END-STRING
079300     WRITE DL100RGR-LINE
079400     MOVE SPACES TO DL100RGR-LINE
079500     EVALUATE TRUE
079600         WHEN NOT DL100-WS-SUM-FOUND
079700             STRING '*** NO RECONCILIATION SUMMARY - OUT-OF-'
079800                 DELIMITED BY SIZE
079900                 'BALANCE COLUMN NOT PROVED ***' DELIMITED BY SIZE
080000                 INTO DL100RGR-LINE
080100             END-STRING
080200         WHEN NOT DL100-WS-SUM-FRESH
080300             STRING '*** RECONCILIATION SUMMARY IS NOT FOR THIS '
080400                 DELIMITED BY SIZE
080500                 'RUN - OUT-OF-BALANCE COLUMN NOT PROVED ***'
080600                 DELIMITED BY SIZE
080700                 INTO DL100RGR-LINE
080800             END-STRING
080900         WHEN DL100-WS-BRK-CT NOT EQUAL TO DL100-WS-SUM-OUT-BAL
081000             STRING '*** OUT OF BALANCE PER SUMMARY: '
081100                 DELIMITED BY SIZE
081200                 DL100-WS-SUM-OUT-BAL DELIMITED BY SIZE
081300                 '  ON THE BREAKS LEDGER: ' DELIMITED BY SIZE
081400                 DL100-WS-BRK-CT DELIMITED BY SIZE
081500                 ' - DO NOT AGREE ***' DELIMITED BY SIZE
081600                 INTO DL100RGR-LINE
081700             END-STRING
081800         WHEN OTHER
081900             STRING 'OUT OF BALANCE PER SUMMARY: '
082000                 DELIMITED BY SIZE
082100                 DL100-WS-SUM-OUT-BAL DELIMITED BY SIZE
082200                 '  AGREES WITH THE BREAKS LEDGER'
082300                 DELIMITED BY SIZE
082400                 INTO DL100RGR-LINE
082500             END-STRING
082600     END-EVALUATE
082700     WRITE DL100RGR-LINE
082800     IF NOT DL100-WS-BMF-OPENED
082900         MOVE SPACES TO DL100RGR-LINE
083000         STRING '*** BRANCH MASTER COULD NOT BE OPENED - EVERY '
083100             DELIMITED BY SIZE
083200             'BRANCH SHOWN AS NOT ASSIGNED ***' DELIMITED BY SIZE
083300             INTO DL100RGR-LINE
083400         END-STRING
083500         WRITE DL100RGR-LINE
083600     END-IF
083700     IF DL100-WS-OVERFLOW
083800         MOVE SPACES TO DL100RGR-LINE
083900         STRING '*** BRANCH TABLE FULL - ' DELIMITED BY SIZE
084000             DL100-WS-LOST-CT DELIMITED BY SIZE
084100             ' FIGURES NOT ROLLED UP - TOTALS ARE SHORT ***'
084200             DELIMITED BY SIZE
084300             INTO DL100RGR-LINE
084400         END-STRING
084500         WRITE DL100RGR-LINE
084600     END-IF.
084700 6000-EXIT.
084800     EXIT.
084900*****************************************************************
085000*    9000-TERMINATE                                             *
085100*****************************************************************
085200 9000-TERMINATE.
085300     CLOSE DL100-ROLLUP-RPT.
085400 9000-EXIT.
085500     EXIT.
