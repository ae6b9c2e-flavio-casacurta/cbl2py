000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL100IQB.
000300 AUTHOR.        F CASACURTA.
000400 INSTALLATION.  BRANCH OPERATIONS BATCH.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    DL100IQB -- BUILD THE BRANCH INQUIRY FILE                  *
001000*                                                               *
001100*    REBUILDS THE BRANCH INQUIRY FILE (DL100BIQ, A VSAM KSDS    *
001200*    KEYED BY BRANCH CODE) THAT THE ONLINE BRANCH INQUIRY       *
001300*    (TRANSACTION DLIQ, PGM DL100IQT) READS, SO THE OPERATIONS  *
001400*    DESK CAN ANSWER "DID OUR NUMBERS GO THROUGH LAST NIGHT?"   *
001500*    WITHOUT THREE SPOOLS AND A SUSPENSE LISTING. ONE RECORD    *
001600*    PER BRANCH ON THE MASTER (DL100BMF), PLUS ONE FOR ANY CODE *
001700*    ON THE NIGHT'S FILES THAT IS NOT ON IT, CARRYING:          *
001800*                                                               *
001900*      SLOTS           THE BRANCH'S SLOTS ON THE NIGHT'S        *
002000*                      DL100OUT GENERATION AND THE DAY AMOUNT   *
002100*                      OF THE VALID ONES                        *
002200*      RECONCILED      OUT OF BALANCE WHEN THE OPEN-BREAKS      *
002300*                      LEDGER (DL100OBK) HAS AN ENTRY FOR THE   *
002400*                      RUN'S DATE AND CYCLE, ROUNDING WHEN THE  *
002500*                      NIGHT'S ADJUSTMENTS (DL100ADJ) HAVE ONE, *
002600*                      OTHERWISE IN BALANCE -- AND NOT          *
002700*                      RECONCILED AT ALL UNLESS THE RESULT      *
002800*                      SUMMARY (DL100SUM) IS THIS RUN'S         *
002900*      MONTH-TO-DATE   THE BRANCH'S ROWS ON DL100MTM            *
003000*      SUSPENSE        THE BRANCH'S RECORDS STILL SUSPENDED ON  *
003100*                      DL100SUS, WITH THEIR TIMESTAMP (THE      *
003200*                      INQUIRY AGES THEM) AND REASON            *
003300*                                                               *
003400*    THE RUN IS IDENTIFIED FROM THE LAST DL100JNL HEADER, AS    *
003500*    DL100RGN DOES. NONE OF THE INPUTS IS CHANGED. THE FILE IS  *
003600*    LOADED IN BRANCH-CODE ORDER OVER A REUSABLE CLUSTER; THE   *
003700*    DL100IQR CONTROL REPORT GIVES THE COUNTS.                  *
003800*                                                               *
003900*    RETURN CODES: 0 = FILE REBUILT, 4 = NOTHING REBUILT (NO    *
004000*    EXTRACT DATE ON THE LAST JOURNAL HEADER) OR REBUILT        *
004100*    WITHOUT A RECONCILIATION (SUMMARY MISSING OR STALE), 8 =   *
004200*    THE INQUIRY FILE COULD NOT BE OPENED, OR THE BRANCH TABLE  *
004300*    FILLED - THE FILE IS SHORT.                                *
004400*                                                               *
004500*    MODIFICATION HISTORY                                       *
004600*    DATE       BY   DESCRIPTION                                *
004700*    10/15/26   FC   ORIGINAL.                                  *
004730*    10/15/26   FC   LEAVE MANUAL CORRECTION SLOTS OUT OF THE   *
004760*                    NIGHT'S SLOTS, COUNTS AND DAY AMOUNT.      *
004800*                                                               *
004900*****************************************************************
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
005200 SOURCE-COMPUTER.  IBM-370.
005300 OBJECT-COMPUTER.  IBM-370.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT DL100-OUTPUT-FILE    ASSIGN TO DL100OUT
005700            ORGANIZATION IS SEQUENTIAL.
005800     SELECT DL100-JOURNAL-FILE   ASSIGN TO DL100JNL
005900            ORGANIZATION IS SEQUENTIAL
006000            FILE STATUS IS DL100-WS-JNL-FILE-STATUS.
006100     SELECT DL100-SUMMARY-FILE   ASSIGN TO DL100SUM
006200            ORGANIZATION IS SEQUENTIAL
006300            FILE STATUS IS DL100-WS-SUM-FILE-STATUS.
006400     SELECT DL100-BREAK-FILE     ASSIGN TO DL100OBK
006500            ORGANIZATION IS SEQUENTIAL
006600            FILE STATUS IS DL100-WS-OBK-FILE-STATUS.
006700     SELECT DL100-ADJUST-FILE    ASSIGN TO DL100ADJ
006800            ORGANIZATION IS SEQUENTIAL
006900            FILE STATUS IS DL100-WS-ADJ-FILE-STATUS.
007000     SELECT DL100-MTD-FILE       ASSIGN TO DL100MTM
007100            ORGANIZATION IS SEQUENTIAL
007200            FILE STATUS IS DL100-WS-MTD-FILE-STATUS.
007300     SELECT DL100-SUSPENSE-FILE  ASSIGN TO DL100SUS
007400            ORGANIZATION IS SEQUENTIAL
007500            FILE STATUS IS DL100-WS-SUS-FILE-STATUS.
007600     SELECT DL100-BRANCH-FILE    ASSIGN TO DL100BMF
007700            ORGANIZATION IS INDEXED
007800            ACCESS MODE IS SEQUENTIAL
007900            RECORD KEY IS DL100BMF-BRANCH-CODE
008000            FILE STATUS IS DL100-WS-BMF-FILE-STATUS.
008100     SELECT DL100-INQUIRY-FILE   ASSIGN TO DL100BIQ
008200            ORGANIZATION IS INDEXED
008300            ACCESS MODE IS SEQUENTIAL
008400            RECORD KEY IS DL100BIQ-BRANCH-CODE
008500            FILE STATUS IS DL100-WS-BIQ-FILE-STATUS.
008600     SELECT DL100-CONTROL-RPT    ASSIGN TO DL100IQR
008700            ORGANIZATION IS SEQUENTIAL.
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  DL100-OUTPUT-FILE
009100     RECORDING MODE IS F
009200     LABEL RECORDS ARE STANDARD.
009300 01  DL100OUT-RECORD.
009400     COPY DL100REC.
009500 FD  DL100-JOURNAL-FILE
009600     RECORDING MODE IS F
009700     RECORD CONTAINS 17 TO 64 CHARACTERS
009800     LABEL RECORDS ARE STANDARD.
009900     COPY DL100JNL.
010000 FD  DL100-SUMMARY-FILE
010100     RECORDING MODE IS F
010200     LABEL RECORDS ARE STANDARD.
010300 01  DL100SUM-RECORD.
010400     COPY DL100SUM.
010500 FD  DL100-BREAK-FILE
010600     RECORDING MODE IS F
010700     LABEL RECORDS ARE STANDARD.
010800 01  DL100OBK-RECORD.
010900     COPY DL100OBK.
011000 FD  DL100-ADJUST-FILE
011100     RECORDING MODE IS F
011200     LABEL RECORDS ARE STANDARD.
011300 01  DL100ADJ-RECORD.
011400     COPY DL100ADJ.
011500 FD  DL100-MTD-FILE
011600     RECORDING MODE IS F
011700     LABEL RECORDS ARE STANDARD.
011800 01  DL100MTM-RECORD.
011900     COPY DL100MTD.
012000 FD  DL100-SUSPENSE-FILE
012100     RECORDING MODE IS F
012200     LABEL RECORDS ARE STANDARD.
012300 01  DL100SUS-RECORD.
012400     COPY DL100SUS.
012500 FD  DL100-BRANCH-FILE
012600     LABEL RECORDS ARE STANDARD.
012700 01  DL100BMF-RECORD.
012800     COPY DL100BMF.
012900 FD  DL100-INQUIRY-FILE
013000     LABEL RECORDS ARE STANDARD.
013100 01  DL100BIQ-RECORD.
013200     COPY DL100BIQ.
013300 FD  DL100-CONTROL-RPT
013400     RECORDING MODE IS F
013500     LABEL RECORDS ARE STANDARD.
013600 01  DL100IQR-LINE               PIC X(132).
013700 WORKING-STORAGE SECTION.
013800 77  DL100-WS-JNL-FILE-STATUS    PIC X(02) VALUE '00'.
013900     88  DL100-WS-JNL-FILE-OK          VALUE '00'.
014000 77  DL100-WS-SUM-FILE-STATUS    PIC X(02) VALUE '00'.
014100     88  DL100-WS-SUM-FILE-OK          VALUE '00'.
014200 77  DL100-WS-OBK-FILE-STATUS    PIC X(02) VALUE '00'.
014300     88  DL100-WS-OBK-FILE-OK          VALUE '00'.
014400 77  DL100-WS-ADJ-FILE-STATUS    PIC X(02) VALUE '00'.
014500     88  DL100-WS-ADJ-FILE-OK          VALUE '00'.
014600 77  DL100-WS-MTD-FILE-STATUS    PIC X(02) VALUE '00'.
014700     88  DL100-WS-MTD-FILE-OK          VALUE '00'.
014800 77  DL100-WS-SUS-FILE-STATUS    PIC X(02) VALUE '00'.
014900     88  DL100-WS-SUS-FILE-OK          VALUE '00'.
015000 77  DL100-WS-BMF-FILE-STATUS    PIC X(02) VALUE '00'.
015100     88  DL100-WS-BMF-FILE-OK          VALUE '00'.
015200 77  DL100-WS-BIQ-FILE-STATUS    PIC X(02) VALUE '00'.
015300     88  DL100-WS-BIQ-FILE-OK          VALUE '00'.
015400 77  DL100-WS-JNL-EOF-SW         PIC X(01) VALUE 'N'.
015500     88  DL100-WS-JNL-EOF              VALUE 'Y'.
015600 77  DL100-WS-OUT-EOF-SW         PIC X(01) VALUE 'N'.
015700     88  DL100-WS-OUT-EOF              VALUE 'Y'.
015800 77  DL100-WS-OBK-EOF-SW         PIC X(01) VALUE 'N'.
015900     88  DL100-WS-OBK-EOF              VALUE 'Y'.
016000 77  DL100-WS-ADJ-EOF-SW         PIC X(01) VALUE 'N'.
016100     88  DL100-WS-ADJ-EOF              VALUE 'Y'.
016200 77  DL100-WS-MTD-EOF-SW         PIC X(01) VALUE 'N'.
016300     88  DL100-WS-MTD-EOF              VALUE 'Y'.
016400 77  DL100-WS-SUS-EOF-SW         PIC X(01) VALUE 'N'.
016500     88  DL100-WS-SUS-EOF              VALUE 'Y'.
016600 77  DL100-WS-BMF-EOF-SW         PIC X(01) VALUE 'N'.
016700     88  DL100-WS-BMF-EOF              VALUE 'Y'.
016800 77  DL100-WS-BMF-OPEN-SW        PIC X(01) VALUE 'N'.
016900     88  DL100-WS-BMF-OPENED           VALUE 'Y'.
017000 77  DL100-WS-BIQ-OPEN-SW        PIC X(01) VALUE 'N'.
017100     88  DL100-WS-BIQ-OPENED           VALUE 'Y'.
017200 77  DL100-WS-SUM-FRESH-SW       PIC X(01) VALUE 'N'.
017300     88  DL100-WS-SUM-FRESH            VALUE 'Y'.
017400 77  DL100-WS-FOUND-SW           PIC X(01) VALUE 'N'.
017500     88  DL100-WS-FOUND                VALUE 'Y'.
017600 77  DL100-WS-OVERFLOW-SW        PIC X(01) VALUE 'N'.
017700     88  DL100-WS-OVERFLOW             VALUE 'Y'.
017800 77  DL100-WS-RUN-TIMESTAMP      PIC X(17) VALUE SPACES.
017900 77  DL100-WS-RUN-DATE           PIC X(08) VALUE SPACES.
018000 77  DL100-WS-RUN-CYCLE          PIC 9(02) VALUE ZERO.
018100 77  DL100-WS-ROW-CT             PIC 9(04) VALUE ZERO.
018200 77  DL100-WS-ROW-IX             PIC 9(04) VALUE ZERO.
018300 77  DL100-WS-FOUND-IX           PIC 9(04) VALUE ZERO.
018400 77  DL100-WS-SHIFT-IX           PIC 9(04) VALUE ZERO.
018500 77  DL100-WS-TO-IX              PIC 9(04) VALUE ZERO.
018600 77  DL100-WS-MAX-ROWS           PIC 9(04) VALUE 1000.
018700 77  DL100-WS-ITEM-IX            PIC 9(03) VALUE ZERO.
018800 77  DL100-WS-MAX-ITEMS          PIC 9(03) VALUE 5.
018900 77  DL100-WS-NEW-CODE           PIC X(03) VALUE SPACES.
019000 77  DL100-WS-NEW-NAME           PIC X(20) VALUE SPACES.
019100 77  DL100-WS-MASTER-CT          PIC 9(05) VALUE ZERO.
019200 77  DL100-WS-NOT-MASTER-CT      PIC 9(05) VALUE ZERO.
019300 77  DL100-WS-SLOT-CT            PIC 9(07) VALUE ZERO.
019400 77  DL100-WS-BRK-CT             PIC 9(05) VALUE ZERO.
019500 77  DL100-WS-ADJ-CT             PIC 9(05) VALUE ZERO.
019600 77  DL100-WS-MTD-CT             PIC 9(07) VALUE ZERO.
019700 77  DL100-WS-SUS-CT             PIC 9(05) VALUE ZERO.
019800 77  DL100-WS-WRITTEN-CT         PIC 9(05) VALUE ZERO.
019900 77  DL100-WS-LOST-CT            PIC 9(05) VALUE ZERO.
020000*****************************************************************
020100*    ONE INQUIRY RECORD PER BRANCH, HELD IN BRANCH-CODE ORDER   *
020200*    -- EACH ROW IS INSERTED IN PLACE AS IT IS ADDED, SO THE    *
020300*    TABLE IS READY TO LOAD THE KSDS IN KEY SEQUENCE.           *
020400*****************************************************************
020500 01  DL100-WS-IQ-TABLE.
020600     03  DL100-WS-IQ-ROW OCCURS 1000 TIMES.
020700     COPY DL100BIQ REPLACING
020800         LEADING ==DL100BIQ== BY ==DL100-WS-IQ==.
020900 PROCEDURE DIVISION.
021000 MAIN-SECTION SECTION.
021100*****************************************************************
021200*    0000-MAINLINE                                              *
021300*****************************************************************
021400 0000-MAINLINE.
021500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
021600     IF DL100-WS-RUN-DATE EQUAL TO SPACES
021700         PERFORM 9000-TERMINATE THRU 9000-EXIT
021800         MOVE 4 TO RETURN-CODE
021900         GOBACK
022000     END-IF
022100     PERFORM 1500-READ-SUMMARY THRU 1500-EXIT
022200     PERFORM 2000-LOAD-MASTER THRU 2000-EXIT
022300     PERFORM 3000-LOAD-OUT-SLOTS THRU 3000-EXIT
022400     PERFORM 3300-LOAD-BREAKS THRU 3300-EXIT
022500     PERFORM 3500-LOAD-ADJUSTMENTS THRU 3500-EXIT
022600     PERFORM 3600-LOAD-MTD THRU 3600-EXIT
022700     PERFORM 3800-LOAD-SUSPENSE THRU 3800-EXIT
022800     PERFORM 5000-WRITE-INQUIRY THRU 5000-EXIT
022900     PERFORM 6000-PRODUCE-SUMMARY THRU 6000-EXIT
023000     PERFORM 9000-TERMINATE THRU 9000-EXIT
023100     IF DL100-WS-OVERFLOW
023200         OR NOT DL100-WS-BIQ-OPENED
023300         MOVE 8 TO RETURN-CODE
023400     ELSE
023500     IF NOT DL100-WS-SUM-FRESH
023600         MOVE 4 TO RETURN-CODE
023700     ELSE
023800         MOVE 0 TO RETURN-CODE
023900     END-IF
024000     END-IF
024100     GOBACK.
024200*****************************************************************
024300*    1000-INITIALIZE -- FIND THE RUN FROM THE LAST JOURNAL      *
024400*    HEADER AND OPEN THE CONTROL REPORT. A SKIP DAY OR A        *
024500*    REFUSED RUN LEAVES THE EXTRACT DATE SPACES -- LAST         *
024600*    NIGHT'S INQUIRY FILE IS LEFT AS IT IS.                     *
024700*****************************************************************
024800 1000-INITIALIZE.
024900     PERFORM 1200-FIND-LAST-HEADER THRU 1200-EXIT
025000     OPEN OUTPUT DL100-CONTROL-RPT
025100     IF DL100-WS-RUN-DATE EQUAL TO SPACES
025200         MOVE SPACES TO DL100IQR-LINE
025300         STRING 'DL100IQB - BRANCH INQUIRY BUILD - NO EXTRACT '
025400             DELIMITED BY SIZE
025500             'DATE ON THE LAST JOURNAL HEADER - NOTHING REBUILT'
025600             DELIMITED BY SIZE
025700             INTO DL100IQR-LINE
025800         END-STRING
025900         WRITE DL100IQR-LINE
026000         GO TO 1000-EXIT
026100     END-IF
026200     MOVE SPACES TO DL100IQR-LINE
026300     STRING 'DL100IQB - BRANCH INQUIRY BUILD - BUSINESS DATE '
026400         DELIMITED BY SIZE
026500         DL100-WS-RUN-DATE DELIMITED BY SIZE
026600         '  CYCLE ' DELIMITED BY SIZE
026700         DL100-WS-RUN-CYCLE DELIMITED BY SIZE
026800         '  RUN ' DELIMITED BY SIZE
026900         DL100-WS-RUN-TIMESTAMP DELIMITED BY SIZE
027000         INTO DL100IQR-LINE
027100     END-STRING
027200     WRITE DL100IQR-LINE.
027300 1000-EXIT.
027400     EXIT.
027500 1200-FIND-LAST-HEADER.
027600     OPEN INPUT DL100-JOURNAL-FILE
027700     IF NOT DL100-WS-JNL-FILE-OK
027800         GO TO 1200-EXIT
027900     END-IF
028000     PERFORM 1300-READ-ONE-JOURNAL THRU 1300-EXIT
028100         UNTIL DL100-WS-JNL-EOF
028200     CLOSE DL100-JOURNAL-FILE.
028300 1200-EXIT.
028400     EXIT.
028500 1300-READ-ONE-JOURNAL.
028600     READ DL100-JOURNAL-FILE
028700         AT END
028800             MOVE 'Y' TO DL100-WS-JNL-EOF-SW
028900         NOT AT END
029000             IF DL100JNL-REC-TYPE EQUAL TO 'H'
029100                 MOVE DL100JNL-TIMESTAMP TO DL100-WS-RUN-TIMESTAMP
029200                 MOVE DL100JNL-EXTRACT-DATE TO DL100-WS-RUN-DATE
029300                 IF DL100JNL-CYCLE NUMERIC
029400                     MOVE DL100JNL-CYCLE TO DL100-WS-RUN-CYCLE
029500                 ELSE
029600                     MOVE ZERO TO DL100-WS-RUN-CYCLE
029700                 END-IF
029800             END-IF
029900     END-READ.
030000 1300-EXIT.
030100     EXIT.
030200*****************************************************************
030300*    1500-READ-SUMMARY -- THE RECONCILIATION COUNTS ONLY WHEN   *
030400*    THE RESULT SUMMARY CARRIES THIS RUN'S TIMESTAMP AND        *
030500*    CYCLE, AS ON THE BALANCING RECAP.                          *
030600*****************************************************************
030700 1500-READ-SUMMARY.
030800     OPEN INPUT DL100-SUMMARY-FILE
030900     IF NOT DL100-WS-SUM-FILE-OK
031000         GO TO 1500-EXIT
031100     END-IF
031200     READ DL100-SUMMARY-FILE
031300         AT END
031400             CONTINUE
031500         NOT AT END
031600             IF DL100SUM-RUN-TIMESTAMP EQUAL TO
031700                 DL100-WS-RUN-TIMESTAMP
031800                 AND DL100SUM-CYCLE EQUAL TO DL100-WS-RUN-CYCLE
031900                 MOVE 'Y' TO DL100-WS-SUM-FRESH-SW
032000             END-IF
032100     END-READ
032200     CLOSE DL100-SUMMARY-FILE.
032300 1500-EXIT.
032400     EXIT.
032500*****************************************************************
032600*    2000-LOAD-MASTER -- ONE ROW PER MASTER BRANCH, OPEN OR     *
032700*    CLOSED, SO EVERY BRANCH ON THE MASTER CAN BE ASKED ABOUT.  *
032800*    A MASTER THAT CANNOT BE OPENED STILL LEAVES A ROW FOR      *
032900*    EVERY CODE ON THE NIGHT'S FILES.                           *
033000*****************************************************************
033100 2000-LOAD-MASTER.
033200     OPEN INPUT DL100-BRANCH-FILE
033300     IF NOT DL100-WS-BMF-FILE-OK
033400         DISPLAY 'DL100IQB - BRANCH MASTER COULD NOT BE '
033500             'OPENED - STATUS ' DL100-WS-BMF-FILE-STATUS
033600         GO TO 2000-EXIT
033700     END-IF
033800     MOVE 'Y' TO DL100-WS-BMF-OPEN-SW
033900     PERFORM 2100-LOAD-ONE-BRANCH THRU 2100-EXIT
034000         UNTIL DL100-WS-BMF-EOF
034100     CLOSE DL100-BRANCH-FILE.
034200 2000-EXIT.
034300     EXIT.
034400 2100-LOAD-ONE-BRANCH.
034500     READ DL100-BRANCH-FILE
034600         AT END
034700             MOVE 'Y' TO DL100-WS-BMF-EOF-SW
034800             GO TO 2100-EXIT
034900     END-READ
035000     MOVE DL100BMF-BRANCH-CODE TO DL100-WS-NEW-CODE
035100     MOVE DL100BMF-BRANCH-NAME TO DL100-WS-NEW-NAME
035200     PERFORM 2300-INSERT-ROW THRU 2300-EXIT
035300     IF DL100-WS-FOUND
035400         ADD 1 TO DL100-WS-MASTER-CT
035500     END-IF.
035600 2100-EXIT.
035700     EXIT.
035800*****************************************************************
035900*    2200-FIND-ROW -- LOCATE THE BRANCH IN DL100-WS-NEW-CODE.   *
036000*    A CODE NOT YET IN THE TABLE (NOT ON THE MASTER) IS ADDED   *
036100*    UNDER THE NAME IN DL100-WS-NEW-NAME. A FULL TABLE LEAVES   *
036200*    DL100-WS-FOUND OFF.                                        *
036300*****************************************************************
036400 2200-FIND-ROW.
036500     MOVE 'N' TO DL100-WS-FOUND-SW
036600     MOVE ZERO TO DL100-WS-FOUND-IX
036700     PERFORM 2250-MATCH-ONE-ROW THRU 2250-EXIT
036800         VARYING DL100-WS-ROW-IX FROM 1 BY 1
036900         UNTIL DL100-WS-ROW-IX GREATER THAN DL100-WS-ROW-CT
037000         OR DL100-WS-FOUND
037100     IF DL100-WS-FOUND
037200         GO TO 2200-EXIT
037300     END-IF
037400     PERFORM 2300-INSERT-ROW THRU 2300-EXIT
037500     IF DL100-WS-FOUND
037600         ADD 1 TO DL100-WS-NOT-MASTER-CT
037700     END-IF.
037800 2200-EXIT.
037900     EXIT.
038000 2250-MATCH-ONE-ROW.
038100     IF DL100-WS-IQ-BRANCH-CODE (DL100-WS-ROW-IX) EQUAL TO
038200         DL100-WS-NEW-CODE
038300         MOVE 'Y' TO DL100-WS-FOUND-SW
038400         MOVE DL100-WS-ROW-IX TO DL100-WS-FOUND-IX
038500     END-IF.
038600 2250-EXIT.
038700     EXIT.
038800*****************************************************************
038900*    2300-INSERT-ROW -- ADD AN EMPTY ROW FOR DL100-WS-NEW-CODE  *
039000*    AT ITS PLACE IN CODE ORDER, MOVING THE ROWS AFTER IT DOWN  *
039100*    ONE. DL100-WS-FOUND-IX IS LEFT ON THE NEW ROW.             *
039200*****************************************************************
039300 2300-INSERT-ROW.
039400     MOVE 'N' TO DL100-WS-FOUND-SW
039500     IF DL100-WS-ROW-CT GREATER THAN OR EQUAL TO
039600         DL100-WS-MAX-ROWS
039700         MOVE 'Y' TO DL100-WS-OVERFLOW-SW
039800         ADD 1 TO DL100-WS-LOST-CT
039900         DISPLAY 'DL100IQB - BRANCH TABLE FULL - BRANCH '
040000             DL100-WS-NEW-CODE ' NOT ON THE INQUIRY FILE'
040100         GO TO 2300-EXIT
040200     END-IF
040300     COMPUTE DL100-WS-FOUND-IX = DL100-WS-ROW-CT + 1
040400     PERFORM 2350-PLACE-ONE-ROW THRU 2350-EXIT
040500         VARYING DL100-WS-ROW-IX FROM 1 BY 1
040600         UNTIL DL100-WS-ROW-IX GREATER THAN DL100-WS-ROW-CT
040700         OR DL100-WS-FOUND
040800     PERFORM 2400-SHIFT-ONE-ROW THRU 2400-EXIT
040900         VARYING DL100-WS-SHIFT-IX FROM DL100-WS-ROW-CT BY -1
041000         UNTIL DL100-WS-SHIFT-IX LESS THAN DL100-WS-FOUND-IX
041100     ADD 1 TO DL100-WS-ROW-CT
041200     MOVE SPACES TO DL100-WS-IQ-ROW (DL100-WS-FOUND-IX)
041300     MOVE DL100-WS-NEW-CODE
041400         TO DL100-WS-IQ-BRANCH-CODE (DL100-WS-FOUND-IX)
041500     MOVE DL100-WS-NEW-NAME
041600         TO DL100-WS-IQ-BRANCH-NAME (DL100-WS-FOUND-IX)
041700     MOVE DL100-WS-RUN-DATE
041800         TO DL100-WS-IQ-BUSINESS-DATE (DL100-WS-FOUND-IX)
041900     MOVE DL100-WS-RUN-CYCLE
042000         TO DL100-WS-IQ-CYCLE (DL100-WS-FOUND-IX)
042100     MOVE DL100-WS-RUN-TIMESTAMP
042200         TO DL100-WS-IQ-RUN-TIMESTAMP (DL100-WS-FOUND-IX)
042300     MOVE ZERO TO DL100-WS-IQ-SLOT-CT (DL100-WS-FOUND-IX)
042400     MOVE ZERO TO DL100-WS-IQ-VALID-CT (DL100-WS-FOUND-IX)
042500     MOVE ZERO TO DL100-WS-IQ-DAY-AMOUNT (DL100-WS-FOUND-IX)
042600     MOVE ZERO TO DL100-WS-IQ-RECON-DIFF (DL100-WS-FOUND-IX)
042700     MOVE ZERO TO DL100-WS-IQ-MTD-AMOUNT (DL100-WS-FOUND-IX)
042800     MOVE ZERO TO DL100-WS-IQ-MTD-DAYS (DL100-WS-FOUND-IX)
042900     MOVE ZERO TO DL100-WS-IQ-SUS-CT (DL100-WS-FOUND-IX)
043000     PERFORM 2450-ZERO-ONE-ITEM THRU 2450-EXIT
043100         VARYING DL100-WS-ITEM-IX FROM 1 BY 1
043200         UNTIL DL100-WS-ITEM-IX GREATER THAN DL100-WS-MAX-ITEMS
043300     MOVE 'Y' TO DL100-WS-FOUND-SW.
043400 2300-EXIT.
043500     EXIT.
043600 2350-PLACE-ONE-ROW.
043700     IF DL100-WS-IQ-BRANCH-CODE (DL100-WS-ROW-IX) GREATER THAN
043800         DL100-WS-NEW-CODE
043900         MOVE 'Y' TO DL100-WS-FOUND-SW
044000         MOVE DL100-WS-ROW-IX TO DL100-WS-FOUND-IX
044100     END-IF.
044200 2350-EXIT.
044300     EXIT.
044400 2400-SHIFT-ONE-ROW.
044500     COMPUTE DL100-WS-TO-IX = DL100-WS-SHIFT-IX + 1
044600     MOVE DL100-WS-IQ-ROW (DL100-WS-SHIFT-IX)
044700         TO DL100-WS-IQ-ROW (DL100-WS-TO-IX).
044800 2400-EXIT.
044900     EXIT.
045000 2450-ZERO-ONE-ITEM.
045100     MOVE ZERO TO DL100-WS-IQ-SLOT-AMT-1
045200         (DL100-WS-FOUND-IX, DL100-WS-ITEM-IX)
045300     MOVE ZERO TO DL100-WS-IQ-SLOT-AMT-2
045400         (DL100-WS-FOUND-IX, DL100-WS-ITEM-IX)
045500     MOVE ZERO TO DL100-WS-IQ-SLOT-SUBTOTAL
045600         (DL100-WS-FOUND-IX, DL100-WS-ITEM-IX)
045700     MOVE ZERO TO DL100-WS-IQ-SUS-AMT-1
045800         (DL100-WS-FOUND-IX, DL100-WS-ITEM-IX)
045900     MOVE ZERO TO DL100-WS-IQ-SUS-AMT-2
046000         (DL100-WS-FOUND-IX, DL100-WS-ITEM-IX).
046100 2450-EXIT.
046200     EXIT.
046300*****************************************************************
046400*    3000-LOAD-OUT-SLOTS -- EVERY SLOT ON THE NIGHT'S           *
046500*    GENERATION COUNTS TO ITS BRANCH; THE FIRST FIVE ARE KEPT   *
046600*    FOR THE SCREEN, AND THE VALID ONES MAKE THE DAY AMOUNT.    *
046700*****************************************************************
046800 3000-LOAD-OUT-SLOTS.
046900     OPEN INPUT DL100-OUTPUT-FILE
047000     PERFORM 3100-READ-OUTPUT THRU 3100-EXIT
047100     PERFORM 3200-FILE-ONE-SLOT THRU 3200-EXIT
047200         UNTIL DL100-WS-OUT-EOF
047300     CLOSE DL100-OUTPUT-FILE.
047400 3000-EXIT.
047500     EXIT.
047600 3100-READ-OUTPUT.
047700     READ DL100-OUTPUT-FILE
047800         AT END
047900             MOVE 'Y' TO DL100-WS-OUT-EOF-SW
048000     END-READ.
048100 3100-EXIT.
048200     EXIT.
048300 3200-FILE-ONE-SLOT.
048310*    A MANUAL CORRECTION IS THE DESK'S ADJUSTMENT TO ANOTHER
048320*    DATE, NOT ONE OF TONIGHT'S SLOTS -- THE MONTH-TO-DATE ROWS
048330*    ALREADY CARRY IT.
048340     IF DL100-SLOT-CORRECTION
048350         GO TO 3200-NEXT
048360     END-IF
048400     ADD 1 TO DL100-WS-SLOT-CT
048500     MOVE FIELD-1 TO DL100-WS-NEW-CODE
048600     MOVE DL100-SLOT-BRANCH-NAME TO DL100-WS-NEW-NAME
048700     PERFORM 2200-FIND-ROW THRU 2200-EXIT
048800     IF NOT DL100-WS-FOUND
048900         GO TO 3200-NEXT
049000     END-IF
049100     ADD 1 TO DL100-WS-IQ-SLOT-CT (DL100-WS-FOUND-IX)
049200     IF DL100-SLOT-VALID
049300         ADD 1 TO DL100-WS-IQ-VALID-CT (DL100-WS-FOUND-IX)
049400         ADD DL100-SLOT-SUBTOTAL
049500             TO DL100-WS-IQ-DAY-AMOUNT (DL100-WS-FOUND-IX)
049600     END-IF
049700     IF DL100-WS-IQ-SLOT-CT (DL100-WS-FOUND-IX) GREATER THAN
049800         DL100-WS-MAX-ITEMS
049900         GO TO 3200-NEXT
050000     END-IF
050100     MOVE DL100-WS-IQ-SLOT-CT (DL100-WS-FOUND-IX)
050200         TO DL100-WS-ITEM-IX
050300     MOVE FIELD-3 (1) TO DL100-WS-IQ-SLOT-AMT-1
050400         (DL100-WS-FOUND-IX, DL100-WS-ITEM-IX)
050500     MOVE FIELD-3 (2) TO DL100-WS-IQ-SLOT-AMT-2
050600         (DL100-WS-FOUND-IX, DL100-WS-ITEM-IX)
050700     MOVE DL100-SLOT-SUBTOTAL TO DL100-WS-IQ-SLOT-SUBTOTAL
050800         (DL100-WS-FOUND-IX, DL100-WS-ITEM-IX)
050900     IF DL100-SLOT-VALID
051000         MOVE SPACE TO DL100-WS-IQ-SLOT-ERROR-CD
051100             (DL100-WS-FOUND-IX, DL100-WS-ITEM-IX)
051200     ELSE
051300         MOVE DL100-SLOT-ERROR-CD TO DL100-WS-IQ-SLOT-ERROR-CD
051400             (DL100-WS-FOUND-IX, DL100-WS-ITEM-IX)
051500     END-IF.
051600 3200-NEXT.
051700     PERFORM 3100-READ-OUTPUT THRU 3100-EXIT.
051800 3200-EXIT.
051900     EXIT.
052000*****************************************************************
052100*    3300-LOAD-BREAKS -- A LEDGER ENTRY FOR THIS RUN'S DATE AND *
052200*    CYCLE IS A BRANCH DL100RCN FOUND OUT OF BALANCE TONIGHT,   *
052300*    WHATEVER HAS HAPPENED TO IT SINCE.                         *
052400*****************************************************************
052500 3300-LOAD-BREAKS.
052600     OPEN INPUT DL100-BREAK-FILE
052700     IF NOT DL100-WS-OBK-FILE-OK
052800         GO TO 3300-EXIT
052900     END-IF
053000     PERFORM 3400-FILE-ONE-BREAK THRU 3400-EXIT
053100         UNTIL DL100-WS-OBK-EOF
053200     CLOSE DL100-BREAK-FILE.
053300 3300-EXIT.
053400     EXIT.
053500 3400-FILE-ONE-BREAK.
053600     READ DL100-BREAK-FILE
053700         AT END
053800             MOVE 'Y' TO DL100-WS-OBK-EOF-SW
053900             GO TO 3400-EXIT
054000     END-READ
054100     IF DL100OBK-BUSINESS-DATE NOT EQUAL TO DL100-WS-RUN-DATE
054200         OR DL100OBK-CYCLE NOT EQUAL TO DL100-WS-RUN-CYCLE
054300         GO TO 3400-EXIT
054400     END-IF
054500     ADD 1 TO DL100-WS-BRK-CT
054600     MOVE DL100OBK-BRANCH-CODE TO DL100-WS-NEW-CODE
054700     MOVE DL100OBK-BRANCH-NAME TO DL100-WS-NEW-NAME
054800     PERFORM 2200-FIND-ROW THRU 2200-EXIT
054900     IF DL100-WS-FOUND
055000         MOVE 'O' TO DL100-WS-IQ-RECON-RESULT (DL100-WS-FOUND-IX)
055100         MOVE DL100OBK-DIFFERENCE
055200             TO DL100-WS-IQ-RECON-DIFF (DL100-WS-FOUND-IX)
055300     END-IF.
055400 3400-EXIT.
055500     EXIT.
055600*****************************************************************
055700*    3500-LOAD-ADJUSTMENTS -- THE NIGHT'S ROUNDING              *
055800*    ADJUSTMENTS: THE BRANCH RECONCILED INSIDE THE TOLERANCE    *
055900*    BY THIS DIFFERENCE.                                        *
056000*****************************************************************
056100 3500-LOAD-ADJUSTMENTS.
056200     OPEN INPUT DL100-ADJUST-FILE
056300     IF NOT DL100-WS-ADJ-FILE-OK
056400         GO TO 3500-EXIT
056500     END-IF
056600     PERFORM 3550-FILE-ONE-ADJUSTMENT THRU 3550-EXIT
056700         UNTIL DL100-WS-ADJ-EOF
056800     CLOSE DL100-ADJUST-FILE.
056900 3500-EXIT.
057000     EXIT.
057100 3550-FILE-ONE-ADJUSTMENT.
057200     READ DL100-ADJUST-FILE
057300         AT END
057400             MOVE 'Y' TO DL100-WS-ADJ-EOF-SW
057500             GO TO 3550-EXIT
057600     END-READ
057700     ADD 1 TO DL100-WS-ADJ-CT
057800     MOVE DL100ADJ-FIELD-1 TO DL100-WS-NEW-CODE
057900     MOVE SPACES TO DL100-WS-NEW-NAME
058000     PERFORM 2200-FIND-ROW THRU 2200-EXIT
058100     IF DL100-WS-FOUND
058200         AND NOT DL100-WS-IQ-RCN-OUT-OF-BAL (DL100-WS-FOUND-IX)
058300         MOVE 'R' TO DL100-WS-IQ-RECON-RESULT (DL100-WS-FOUND-IX)
058400         MOVE DL100ADJ-DIFFERENCE
058500             TO DL100-WS-IQ-RECON-DIFF (DL100-WS-FOUND-IX)
058600     END-IF.
058700 3550-EXIT.
058800     EXIT.
058900*****************************************************************
059000*    3600-LOAD-MTD -- EVERY ROW ON THE MONTH-TO-DATE MASTER IS  *
059100*    ONE BUSINESS DATE FOR ITS BRANCH. A MISSING MASTER IS AN   *
059200*    EMPTY MONTH.                                               *
059300*****************************************************************
059400 3600-LOAD-MTD.
059500     OPEN INPUT DL100-MTD-FILE
059600     IF NOT DL100-WS-MTD-FILE-OK
059700         GO TO 3600-EXIT
059800     END-IF
059900     PERFORM 3700-FILE-ONE-MTD THRU 3700-EXIT
060000         UNTIL DL100-WS-MTD-EOF
060100     CLOSE DL100-MTD-FILE.
060200 3600-EXIT.
060300     EXIT.
060400 3700-FILE-ONE-MTD.
060500     READ DL100-MTD-FILE
060600         AT END
060700             MOVE 'Y' TO DL100-WS-MTD-EOF-SW
060800             GO TO 3700-EXIT
060900     END-READ
061000     ADD 1 TO DL100-WS-MTD-CT
061100     MOVE DL100MTD-BRANCH-CODE TO DL100-WS-NEW-CODE
061200     MOVE DL100MTD-BRANCH-NAME TO DL100-WS-NEW-NAME
061300     PERFORM 2200-FIND-ROW THRU 2200-EXIT
061400     IF DL100-WS-FOUND
061500         ADD DL100MTD-AMOUNT
061600             TO DL100-WS-IQ-MTD-AMOUNT (DL100-WS-FOUND-IX)
061700         ADD 1 TO DL100-WS-IQ-MTD-DAYS (DL100-WS-FOUND-IX)
061800     END-IF.
061900 3700-EXIT.
062000     EXIT.
062100*****************************************************************
062200*    3800-LOAD-SUSPENSE -- ONLY RECORDS STILL SUSPENDED; ONES   *
062300*    RELEASED OR DELETED ARE NO LONGER THE BRANCH'S PROBLEM.    *
062400*****************************************************************
062500 3800-LOAD-SUSPENSE.
062600     OPEN INPUT DL100-SUSPENSE-FILE
062700     IF NOT DL100-WS-SUS-FILE-OK
062800         GO TO 3800-EXIT
062900     END-IF
063000     PERFORM 3900-FILE-ONE-SUSPENSE THRU 3900-EXIT
063100         UNTIL DL100-WS-SUS-EOF
063200     CLOSE DL100-SUSPENSE-FILE.
063300 3800-EXIT.
063400     EXIT.
063500 3900-FILE-ONE-SUSPENSE.
063600     READ DL100-SUSPENSE-FILE
063700         AT END
063800             MOVE 'Y' TO DL100-WS-SUS-EOF-SW
063900             GO TO 3900-EXIT
064000     END-READ
064100     IF NOT DL100SUS-SUSPENDED
064200         GO TO 3900-EXIT
064300     END-IF
064400     ADD 1 TO DL100-WS-SUS-CT
064500     MOVE DL100SUS-FIELD-1 TO DL100-WS-NEW-CODE
064600     MOVE SPACES TO DL100-WS-NEW-NAME
064700     PERFORM 2200-FIND-ROW THRU 2200-EXIT
064800     IF NOT DL100-WS-FOUND
064900         GO TO 3900-EXIT
065000     END-IF
065100     ADD 1 TO DL100-WS-IQ-SUS-CT (DL100-WS-FOUND-IX)
065200     IF DL100-WS-IQ-SUS-CT (DL100-WS-FOUND-IX) GREATER THAN
065300         DL100-WS-MAX-ITEMS
065400         GO TO 3900-EXIT
065500     END-IF
065600     MOVE DL100-WS-IQ-SUS-CT (DL100-WS-FOUND-IX)
065700         TO DL100-WS-ITEM-IX
065800     MOVE DL100SUS-RUN-TIMESTAMP TO DL100-WS-IQ-SUS-TIMESTAMP
065900         (DL100-WS-FOUND-IX, DL100-WS-ITEM-IX)
066000     MOVE DL100SUS-REASON-CD TO DL100-WS-IQ-SUS-REASON-CD
066100         (DL100-WS-FOUND-IX, DL100-WS-ITEM-IX)
066200     MOVE DL100SUS-FIELD-3-1 TO DL100-WS-IQ-SUS-AMT-1
066300         (DL100-WS-FOUND-IX, DL100-WS-ITEM-IX)
066400     MOVE DL100SUS-FIELD-3-2 TO DL100-WS-IQ-SUS-AMT-2
066500         (DL100-WS-FOUND-IX, DL100-WS-ITEM-IX).
066600 3900-EXIT.
066700     EXIT.
066800*****************************************************************
066900*    5000-WRITE-INQUIRY -- SETTLE EACH BRANCH'S RECONCILIATION  *
067000*    RESULT AND LOAD THE FILE IN CODE ORDER. OPEN OUTPUT OVER   *
067100*    THE REUSABLE CLUSTER EMPTIES LAST NIGHT'S RECORDS FIRST.   *
067200*****************************************************************
067300 5000-WRITE-INQUIRY.
067400     OPEN OUTPUT DL100-INQUIRY-FILE
067500     IF NOT DL100-WS-BIQ-FILE-OK
067600         DISPLAY 'DL100IQB - INQUIRY FILE COULD NOT BE '
067700             'OPENED - STATUS ' DL100-WS-BIQ-FILE-STATUS
067800         GO TO 5000-EXIT
067900     END-IF
068000     MOVE 'Y' TO DL100-WS-BIQ-OPEN-SW
068100     PERFORM 5100-WRITE-ONE-BRANCH THRU 5100-EXIT
068200         VARYING DL100-WS-ROW-IX FROM 1 BY 1
068300         UNTIL DL100-WS-ROW-IX GREATER THAN DL100-WS-ROW-CT
068400     CLOSE DL100-INQUIRY-FILE.
068500 5000-EXIT.
068600     EXIT.
068700 5100-WRITE-ONE-BRANCH.
068800     EVALUATE TRUE
068900         WHEN NOT DL100-WS-SUM-FRESH
069000             MOVE 'N'
069100                 TO DL100-WS-IQ-RECON-RESULT (DL100-WS-ROW-IX)
069200             MOVE ZERO TO DL100-WS-IQ-RECON-DIFF (DL100-WS-ROW-IX)
069300         WHEN DL100-WS-IQ-RCN-OUT-OF-BAL (DL100-WS-ROW-IX)
069400             OR DL100-WS-IQ-RCN-ROUNDING (DL100-WS-ROW-IX)
069500             CONTINUE
069600         WHEN DL100-WS-IQ-VALID-CT (DL100-WS-ROW-IX)
069700             GREATER THAN ZERO
069800             MOVE 'B'
069900                 TO DL100-WS-IQ-RECON-RESULT (DL100-WS-ROW-IX)
070000         WHEN OTHER
070100             MOVE 'X'
070200                 TO DL100-WS-IQ-RECON-RESULT (DL100-WS-ROW-IX)
070300     END-EVALUATE
070400     MOVE DL100-WS-IQ-ROW (DL100-WS-ROW-IX) TO DL100BIQ-RECORD
070500     WRITE DL100BIQ-RECORD
070600         INVALID KEY
070700             DISPLAY 'DL100IQB - INQUIRY WRITE FAILED - BRANCH '
070800                 DL100BIQ-BRANCH-CODE ' STATUS '
070900                 DL100-WS-BIQ-FILE-STATUS
071000             ADD 1 TO DL100-WS-LOST-CT
071100             MOVE 'Y' TO DL100-WS-OVERFLOW-SW
071200             GO TO 5100-EXIT
071300     END-WRITE
071400     ADD 1 TO DL100-WS-WRITTEN-CT.
071500 5100-EXIT.
071600     EXIT.
071700*****************************************************************
071800*    6000-PRODUCE-SUMMARY -- THE CONTROL COUNTS.                *
071900*****************************************************************
072000 6000-PRODUCE-SUMMARY.
072100     MOVE SPACES TO DL100IQR-LINE
072200     WRITE DL100IQR-LINE
072300     MOVE SPACES TO DL100IQR-LINE
072400     STRING 'MASTER BRANCHES: ' DELIMITED BY SIZE
072500         DL100-WS-MASTER-CT DELIMITED BY SIZE
072600         '  CODES NOT ON THE MASTER: ' DELIMITED BY SIZE
072700         DL100-WS-NOT-MASTER-CT DELIMITED BY SIZE
072800         '  INQUIRY RECORDS WRITTEN: ' DELIMITED BY SIZE
072900         DL100-WS-WRITTEN-CT DELIMITED BY SIZE
073000         INTO DL100IQR-LINE
073100     END-STRING
073200     WRITE DL100IQR-LINE
073300     MOVE SPACES TO DL100IQR-LINE
073400     STRING 'SLOTS: ' DELIMITED BY SIZE
073500         DL100-WS-SLOT-CT DELIMITED BY SIZE
073600         '  BREAKS: ' DELIMITED BY SIZE
073700         DL100-WS-BRK-CT DELIMITED BY SIZE
073800         '  ADJUSTMENTS: ' DELIMITED BY SIZE
073900         DL100-WS-ADJ-CT DELIMITED BY SIZE
074000         '  MTD ROWS: ' DELIMITED BY SIZE
074100         DL100-WS-MTD-CT DELIMITED BY SIZE
074200         '  SUSPENDED: ' DELIMITED BY SIZE
074300         DL100-WS-SUS-CT DELIMITED BY SIZE
074400         INTO DL100IQR-LINE
074500     END-STRING
074600     WRITE DL100IQR-LINE
074700     IF NOT DL100-WS-BMF-OPENED
074800         MOVE SPACES TO DL100IQR-LINE
074900         STRING '*** BRANCH MASTER COULD NOT BE OPENED - ONLY '
075000             DELIMITED BY SIZE
075100             'CODES ON THE NIGHT''S FILES ARE LOADED ***'
075200             DELIMITED BY SIZE
075300             INTO DL100IQR-LINE
075400         END-STRING
075500         WRITE DL100IQR-LINE
075600     END-IF
075700     IF NOT DL100-WS-SUM-FRESH
075800         MOVE SPACES TO DL100IQR-LINE
075900         STRING '*** NO RESULT SUMMARY FOR THIS RUN - EVERY '
076000             DELIMITED BY SIZE
076100             'BRANCH LOADED AS NOT RECONCILED ***'
076200             DELIMITED BY SIZE
076300             INTO DL100IQR-LINE
076400         END-STRING
076500         WRITE DL100IQR-LINE
076600     END-IF
076700     IF NOT DL100-WS-BIQ-OPENED
076800         MOVE SPACES TO DL100IQR-LINE
076900         STRING '*** INQUIRY FILE COULD NOT BE OPENED - STATUS '
077000             DELIMITED BY SIZE
077100             DL100-WS-BIQ-FILE-STATUS DELIMITED BY SIZE
077200             ' - NOTHING LOADED ***' DELIMITED BY SIZE
077300             INTO DL100IQR-LINE
077400         END-STRING
077500         WRITE DL100IQR-LINE
077600     END-IF
077700     IF DL100-WS-LOST-CT GREATER THAN ZERO
077800         MOVE SPACES TO DL100IQR-LINE
077900         STRING '*** ' DELIMITED BY SIZE
078000             DL100-WS-LOST-CT DELIMITED BY SIZE
078100             ' BRANCHES NOT LOADED - SEE SYSOUT ***'
078200             DELIMITED BY SIZE
078300             INTO DL100IQR-LINE
078400         END-STRING
078500         WRITE DL100IQR-LINE
078600     END-IF.
078700 6000-EXIT.
078800     EXIT.
078900*****************************************************************
079000*    9000-TERMINATE                                             *
079100*****************************************************************
079200 9000-TERMINATE.
079300     CLOSE DL100-CONTROL-RPT.
079400 9000-EXIT.
079500     EXIT.
