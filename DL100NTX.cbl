000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL100NTX.
000300 AUTHOR.        F CASACURTA.
000400 INSTALLATION.  BRANCH OPERATIONS BATCH.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    DL100NTX -- BRANCH NON-TRANSMISSION CHECK                  *
001000*                                                               *
001100*    DL100 ONLY VALIDATES THE BRANCHES THAT SHOW UP ON          *
001200*    DL100IN, AND DL100VAR ONLY MISSES A BRANCH THAT SENT       *
001300*    SOMETHING YESTERDAY. THIS STEP READS EVERY BRANCH ON THE   *
001400*    BRANCH MASTER (DL100BMF) THAT IS ACTIVE AS OF THE          *
001500*    BUSINESS DATE AND LOOKS FOR IT ON THE NIGHT'S DL100OUT     *
001600*    GENERATION AND AMONG THE RECORDS THE SAME RUN REJECTED TO  *
001700*    SUSPENSE (DL100SUS) -- A REJECTED SLOT IS STILL A          *
001800*    TRANSMISSION. MANUAL CORRECTION SLOTS ARE NOT.             *
001900*                                                               *
002000*    THE LAST-TRANSMISSION FILE (DL100LTF) KEEPS, PER BRANCH,   *
002100*    THE LAST BUSINESS DATE IT TRANSMITTED. FOR EVERY ACTIVE    *
002200*    BRANCH THAT SENT NOTHING, THE BUSINESS DAYS ON THE         *
002300*    PROCESSING CALENDAR (DL100CAL) AFTER THAT DATE, UP TO AND  *
002400*    INCLUDING TONIGHT'S, ARE ITS SILENT DAYS -- NEVER COUNTING *
002500*    DAYS BEFORE THE BRANCH OPENED OR REOPENED (ITS ACTIVE      *
002600*    STATUS DATE ON THE MASTER). A BRANCH NEW TO THE FILE       *
002700*    COUNTS FROM TONIGHT. THE SILENT BRANCHES ARE LISTED ON     *
002800*    DL100NTR AND THE FILE IS WRITTEN BACK IN PLACE.            *
002900*                                                               *
003000*    THE RUN IS IDENTIFIED FROM THE LAST DL100JNL HEADER, AS    *
003100*    DL100RGN DOES. RERUNNING THE SAME NIGHT GIVES THE SAME     *
003200*    ANSWER.                                                    *
003300*                                                               *
003400*    PARAMETER RECORD (DL100NPM):                               *
003500*      COLS 1-3  SILENT BUSINESS DAYS ALLOWED, 9(3). A BRANCH   *
003600*                SILENT FOR MORE DAYS THAN THIS RAISES RC=8.    *
003700*                MISSING, BLANK OR NON-NUMERIC DEFAULTS TO 003  *
003800*                SO THE NIGHTLY STEP NEVER DIES FOR WANT OF A   *
003900*                PARAMETER.                                     *
004000*                                                               *
004100*    RETURN CODES: 0 = EVERY ACTIVE BRANCH TRANSMITTED, 4 =     *
004200*    SILENT BRANCHES, NONE PAST THE PARAMETER, OR NOTHING       *
004300*    CHECKED (NO EXTRACT DATE ON THE LAST JOURNAL HEADER), 8 =  *
004400*    AT LEAST ONE BRANCH SILENT PAST THE PARAMETER, 12 = THE    *
004480*    CHECK IS INCOMPLETE -- THE BRANCH MASTER, THE SLOT         *
004560*    GENERATION OR THE CALENDAR COULD NOT BE OPENED, THE        *
004640*    BRANCH TABLE FILLED, OR THE LAST-TRANSMISSION FILE COULD   *
004720*    NOT BE KEPT.                                               *
004800*                                                               *
004900*    MODIFICATION HISTORY                                       *
005000*    DATE       BY   DESCRIPTION                                *
005100*    10/15/26   FC   ORIGINAL.                                  *
005200*                                                               *
005300*****************************************************************
005400 ENVIRONMENT DIVISION.
005500 CONFIGURATION SECTION.
005600 SOURCE-COMPUTER.  IBM-370.
005700 OBJECT-COMPUTER.  IBM-370.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT DL100-OUTPUT-FILE    ASSIGN TO DL100OUT
006100            ORGANIZATION IS SEQUENTIAL
006200            FILE STATUS IS DL100-WS-OUT-FILE-STATUS.
006300     SELECT DL100-SUSPENSE-FILE  ASSIGN TO DL100SUS
006400            ORGANIZATION IS SEQUENTIAL
006500            FILE STATUS IS DL100-WS-SUS-FILE-STATUS.
006600     SELECT DL100-BRANCH-FILE    ASSIGN TO DL100BMF
006700            ORGANIZATION IS INDEXED
006800            ACCESS MODE IS SEQUENTIAL
006900            RECORD KEY IS DL100BMF-BRANCH-CODE
007000            FILE STATUS IS DL100-WS-BMF-FILE-STATUS.
007100     SELECT DL100-CALENDAR-FILE  ASSIGN TO DL100CAL
007200            ORGANIZATION IS SEQUENTIAL
007300            FILE STATUS IS DL100-WS-CAL-FILE-STATUS.
007400     SELECT DL100-LAST-TX-FILE   ASSIGN TO DL100LTF
007500            ORGANIZATION IS SEQUENTIAL
007600            FILE STATUS IS DL100-WS-LTF-FILE-STATUS.
007700     SELECT DL100-PARM-FILE      ASSIGN TO DL100NPM
007800            ORGANIZATION IS SEQUENTIAL
007900            FILE STATUS IS DL100-WS-PRM-FILE-STATUS.
008000     SELECT DL100-JOURNAL-FILE   ASSIGN TO DL100JNL
008100            ORGANIZATION IS SEQUENTIAL
008200            FILE STATUS IS DL100-WS-JNL-FILE-STATUS.
008300     SELECT DL100-SILENT-RPT     ASSIGN TO DL100NTR
008400            ORGANIZATION IS SEQUENTIAL.
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  DL100-OUTPUT-FILE
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD.
009000 01  DL100OUT-RECORD.
009100     COPY DL100REC.
009200 FD  DL100-SUSPENSE-FILE
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD.
009500 01  DL100SUS-RECORD.
009600     COPY DL100SUS.
009700 FD  DL100-BRANCH-FILE
009800     LABEL RECORDS ARE STANDARD.
009900 01  DL100BMF-RECORD.
010000     COPY DL100BMF.
010100 FD  DL100-CALENDAR-FILE
010200     RECORDING MODE IS F
010300     LABEL RECORDS ARE STANDARD.
010400 01  DL100CAL-RECORD.
010500     05  DL100CAL-DATE           PIC X(8).
010600     05  DL100CAL-DAY-TYPE       PIC X(1).
010700         88  DL100CAL-BUSINESS-DAY     VALUE 'B'.
010800         88  DL100CAL-HOLIDAY          VALUE 'H'.
010900         88  DL100CAL-WEEKEND          VALUE 'W'.
011000     05  DL100CAL-DESC           PIC X(20).
011100 FD  DL100-LAST-TX-FILE
011200     RECORDING MODE IS F
011300     LABEL RECORDS ARE STANDARD.
011400 01  DL100LTF-RECORD.
011500     COPY DL100LTF.
011600 FD  DL100-PARM-FILE
011700     RECORDING MODE IS F
011800     LABEL RECORDS ARE STANDARD.
011900 01  DL100NPM-RECORD.
012000     05  DL100NPM-SILENT-DAYS    PIC 9(3).
012100 FD  DL100-JOURNAL-FILE
012200     RECORDING MODE IS F
012300     RECORD CONTAINS 17 TO 64 CHARACTERS
012400     LABEL RECORDS ARE STANDARD.
012500     COPY DL100JNL.
012600 FD  DL100-SILENT-RPT
012700     RECORDING MODE IS F
012800     LABEL RECORDS ARE STANDARD.
012900 01  DL100NTR-LINE               PIC X(132).
013000 WORKING-STORAGE SECTION.
013100 77  DL100-WS-OUT-FILE-STATUS    PIC X(02) VALUE '00'.
013200     88  DL100-WS-OUT-FILE-OK          VALUE '00'.
013300 77  DL100-WS-OUT-EOF-SW         PIC X(01) VALUE 'N'.
013400     88  DL100-WS-OUT-EOF              VALUE 'Y'.
013500 77  DL100-WS-SUS-FILE-STATUS    PIC X(02) VALUE '00'.
013600     88  DL100-WS-SUS-FILE-OK          VALUE '00'.
013700 77  DL100-WS-SUS-EOF-SW         PIC X(01) VALUE 'N'.
013800     88  DL100-WS-SUS-EOF              VALUE 'Y'.
013900 77  DL100-WS-BMF-FILE-STATUS    PIC X(02) VALUE '00'.
014000     88  DL100-WS-BMF-FILE-OK          VALUE '00'.
014100 77  DL100-WS-BMF-EOF-SW         PIC X(01) VALUE 'N'.
014200     88  DL100-WS-BMF-EOF              VALUE 'Y'.
014300 77  DL100-WS-CAL-FILE-STATUS    PIC X(02) VALUE '00'.
014400     88  DL100-WS-CAL-FILE-OK          VALUE '00'.
014500 77  DL100-WS-CAL-EOF-SW         PIC X(01) VALUE 'N'.
014600     88  DL100-WS-CAL-EOF              VALUE 'Y'.
014700 77  DL100-WS-LTF-FILE-STATUS    PIC X(02) VALUE '00'.
014800     88  DL100-WS-LTF-FILE-OK          VALUE '00'.
014900 77  DL100-WS-LTF-EOF-SW         PIC X(01) VALUE 'N'.
015000     88  DL100-WS-LTF-EOF              VALUE 'Y'.
015100 77  DL100-WS-PRM-FILE-STATUS    PIC X(02) VALUE '00'.
015200     88  DL100-WS-PRM-FILE-OK          VALUE '00'.
015300 77  DL100-WS-JNL-FILE-STATUS    PIC X(02) VALUE '00'.
015400     88  DL100-WS-JNL-FILE-OK          VALUE '00'.
015500 77  DL100-WS-JNL-EOF-SW         PIC X(01) VALUE 'N'.
015600     88  DL100-WS-JNL-EOF              VALUE 'Y'.
015700 77  DL100-WS-INCOMPLETE-SW      PIC X(01) VALUE 'N'.
015800     88  DL100-WS-INCOMPLETE           VALUE 'Y'.
015900 77  DL100-WS-OVERFLOW-SW        PIC X(01) VALUE 'N'.
016000     88  DL100-WS-OVERFLOW             VALUE 'Y'.
016100 77  DL100-WS-CAL-MISSING-SW     PIC X(01) VALUE 'N'.
016130     88  DL100-WS-CAL-MISSING          VALUE 'Y'.
016160 77  DL100-WS-OUT-MISSING-SW     PIC X(01) VALUE 'N'.
016200     88  DL100-WS-OUT-MISSING          VALUE 'Y'.
016300 77  DL100-WS-FOUND-SW           PIC X(01) VALUE 'N'.
016400     88  DL100-WS-FOUND                VALUE 'Y'.
016500 77  DL100-WS-ACTIVE-SW          PIC X(01) VALUE 'N'.
016600     88  DL100-WS-BRANCH-ACTIVE        VALUE 'Y'.
016700 77  DL100-WS-FOUND-IX           PIC 9(03) VALUE ZERO.
016800 77  DL100-WS-ROW-IX             PIC 9(03) VALUE ZERO.
016900 77  DL100-WS-SHIFT-IX           PIC 9(03) VALUE ZERO.
017000 77  DL100-WS-TO-IX              PIC 9(03) VALUE ZERO.
017100 77  DL100-WS-ROW-CT             PIC 9(03) VALUE ZERO.
017200 77  DL100-WS-MAX-ROWS           PIC 9(03) VALUE 500.
017300 77  DL100-WS-ACTIVE-CT          PIC 9(03) VALUE ZERO.
017400 77  DL100-WS-SENT-CT            PIC 9(03) VALUE ZERO.
017500 77  DL100-WS-SILENT-CT          PIC 9(03) VALUE ZERO.
017600 77  DL100-WS-OVER-CT            PIC 9(03) VALUE ZERO.
017700 77  DL100-WS-ALLOWED-DAYS       PIC 9(03) VALUE 3.
017800 77  DL100-WS-DAYS-ED            PIC ZZ9.
017900 77  DL100-WS-DAYS-SEG           PIC X(03) VALUE SPACES.
018000 77  DL100-WS-LAST-ED            PIC X(08) VALUE SPACES.
018100 77  DL100-WS-FLAG-SEG           PIC X(24) VALUE SPACES.
018200 77  DL100-WS-NEW-CODE           PIC X(03) VALUE SPACES.
018300 77  DL100-WS-RUN-DATE           PIC X(08) VALUE SPACES.
018400 77  DL100-WS-RUN-CYCLE          PIC 9(02) VALUE ZERO.
018500 77  DL100-WS-RUN-TIMESTAMP      PIC X(17) VALUE SPACES.
018600 01  DL100-WS-LT-TABLE.
018700     05  DL100-WS-LT-ROW OCCURS 0500 TIMES.
018800         10  DL100-WS-LT-CODE    PIC X(03).
018900         10  DL100-WS-LT-LAST-DATE
019000                                 PIC X(08).
019100         10  DL100-WS-LT-LAST-CYCLE
019200                                 PIC 9(02).
019300         10  DL100-WS-LT-WATCH-DATE
019400                                 PIC X(08).
019500         10  DL100-WS-LT-DAYS    PIC 9(03).
019600         10  DL100-WS-LT-NAME    PIC X(20).
019700         10  DL100-WS-LT-FROM-DATE
019800                                 PIC X(08).
019900         10  DL100-WS-LT-ACTIVE-SW
020000                                 PIC X(01).
020100             88  DL100-WS-LT-ACTIVE    VALUE 'Y'.
020200         10  DL100-WS-LT-SENT-SW PIC X(01).
020300             88  DL100-WS-LT-SENT      VALUE 'Y'.
020400         10  DL100-WS-LT-SILENT-SW
020500                                 PIC X(01).
020600             88  DL100-WS-LT-SILENT    VALUE 'Y'.
020700 PROCEDURE DIVISION.
020800 MAIN-SECTION SECTION.
020900*****************************************************************
021000*    0000-MAINLINE                                              *
021100*****************************************************************
021200 0000-MAINLINE.
021300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
021400     IF DL100-WS-RUN-DATE EQUAL TO SPACES
021500         MOVE SPACES TO DL100NTR-LINE
021600         STRING 'NO RUN ON THE JOURNAL - NOTHING CHECKED'
021700             DELIMITED BY SIZE INTO DL100NTR-LINE
021800         END-STRING
021900         WRITE DL100NTR-LINE
022000         CLOSE DL100-SILENT-RPT
022100         MOVE 4 TO RETURN-CODE
022200         GOBACK
022300     END-IF
022400     PERFORM 2000-LOAD-LAST-TX THRU 2000-EXIT
022500     PERFORM 3000-LOAD-MASTER THRU 3000-EXIT
022600     PERFORM 4000-MARK-OUTPUT THRU 4000-EXIT
022700     PERFORM 4500-MARK-SUSPENSE THRU 4500-EXIT
022800     PERFORM 5000-RESOLVE-BRANCHES THRU 5000-EXIT
022900     PERFORM 6000-COUNT-SILENT-DAYS THRU 6000-EXIT
023000     PERFORM 7000-PRINT-SILENT THRU 7000-EXIT
023100     PERFORM 8000-REWRITE-LAST-TX THRU 8000-EXIT
023200     PERFORM 9000-TERMINATE THRU 9000-EXIT
023300     IF DL100-WS-INCOMPLETE
023400         MOVE 12 TO RETURN-CODE
023500     ELSE
023600     IF DL100-WS-OVER-CT GREATER THAN ZERO
023700         MOVE 8 TO RETURN-CODE
023800     ELSE
023900     IF DL100-WS-SILENT-CT GREATER THAN ZERO
024000         MOVE 4 TO RETURN-CODE
024100     ELSE
024200         MOVE 0 TO RETURN-CODE
024300     END-IF
024400     END-IF
024500     END-IF
024600     GOBACK.
024700*****************************************************************
024800*    1000-INITIALIZE -- FIND THE RUN, READ THE ALLOWANCE AND    *
024900*    START THE REPORT. A MISSING PARAMETER DEFAULTS RATHER      *
025000*    THAN KILLING THE NIGHTLY SCHEDULE.                         *
025100*****************************************************************
025200 1000-INITIALIZE.
025300     PERFORM 1300-FIND-LAST-HEADER THRU 1300-EXIT
025400     OPEN INPUT DL100-PARM-FILE
025500     IF DL100-WS-PRM-FILE-OK
025600         READ DL100-PARM-FILE
025700             AT END
025800                 CONTINUE
025900             NOT AT END
026000                 IF DL100NPM-SILENT-DAYS NUMERIC
026100                     MOVE DL100NPM-SILENT-DAYS
026200                         TO DL100-WS-ALLOWED-DAYS
026300                 END-IF
026400         END-READ
026500         CLOSE DL100-PARM-FILE
026600     END-IF
026700     OPEN OUTPUT DL100-SILENT-RPT
026800     MOVE DL100-WS-ALLOWED-DAYS TO DL100-WS-DAYS-ED
026900     MOVE SPACES TO DL100NTR-LINE
027000     STRING 'DL100NTX - BRANCH NON-TRANSMISSION FOR '
027100         DELIMITED BY SIZE
027200         DL100-WS-RUN-DATE DELIMITED BY SIZE
027300         ' CYCLE ' DELIMITED BY SIZE
027400         DL100-WS-RUN-CYCLE DELIMITED BY SIZE
027500         ', ALERT AFTER ' DELIMITED BY SIZE
027600         DL100-WS-DAYS-ED DELIMITED BY SIZE
027700         ' SILENT BUSINESS DAYS' DELIMITED BY SIZE
027800         INTO DL100NTR-LINE
027900     END-STRING
028000     WRITE DL100NTR-LINE
028100     MOVE SPACES TO DL100NTR-LINE
028200     WRITE DL100NTR-LINE.
028300 1000-EXIT.
028400     EXIT.
028500*****************************************************************
028600*    1300-FIND-LAST-HEADER -- THE LAST 'H' HEADER ON THE        *
028700*    JOURNAL NAMES THE BUSINESS DATE AND CYCLE BEING CHECKED,   *
028800*    AND ITS TIMESTAMP IS THE ONE THE RUN STAMPED ON ITS        *
028900*    SUSPENSE REJECTS. A SKIP DAY, A REFUSED RUN OR AN          *
029000*    UNREADABLE JOURNAL LEAVES THE DATE SPACES.                 *
029100*****************************************************************
029200 1300-FIND-LAST-HEADER.
029300     OPEN INPUT DL100-JOURNAL-FILE
029400     IF NOT DL100-WS-JNL-FILE-OK
029500         GO TO 1300-EXIT
029600     END-IF
029700     PERFORM 1400-READ-ONE-JOURNAL THRU 1400-EXIT
029800         UNTIL DL100-WS-JNL-EOF
029900     CLOSE DL100-JOURNAL-FILE.
030000 1300-EXIT.
030100     EXIT.
030200 1400-READ-ONE-JOURNAL.
030300     READ DL100-JOURNAL-FILE
030400         AT END
030500             MOVE 'Y' TO DL100-WS-JNL-EOF-SW
030600         NOT AT END
030700             IF DL100JNL-REC-TYPE EQUAL TO 'H'
030800                 MOVE DL100JNL-EXTRACT-DATE TO DL100-WS-RUN-DATE
030900                 MOVE DL100JNL-TIMESTAMP TO DL100-WS-RUN-TIMESTAMP
031000                 IF DL100JNL-CYCLE NUMERIC
031100                     MOVE DL100JNL-CYCLE TO DL100-WS-RUN-CYCLE
031200                 ELSE
031300                     MOVE ZERO TO DL100-WS-RUN-CYCLE
031400                 END-IF
031500             END-IF
031600     END-READ.
031700 1400-EXIT.
031800     EXIT.
031900*****************************************************************
032000*    2000-LOAD-LAST-TX -- THE LAST-TRANSMISSION FILE INTO THE   *
032100*    BRANCH TABLE. A FILE THAT WILL NOT OPEN (FIRST NIGHT) IS   *
032200*    AN EMPTY ONE. A FILE BIGGER THAN THE TABLE IS LEFT         *
032300*    UNTOUCHED -- THE REWRITE WOULD TRUNCATE IT.                *
032400*****************************************************************
032500 2000-LOAD-LAST-TX.
032600     OPEN INPUT DL100-LAST-TX-FILE
032700     IF NOT DL100-WS-LTF-FILE-OK
032800         DISPLAY 'DL100NTX - LAST-TRANSMISSION FILE COULD NOT '
032900             'BE OPENED - STATUS ' DL100-WS-LTF-FILE-STATUS
033000             ' - STARTED EMPTY'
033100         GO TO 2000-EXIT
033200     END-IF
033300     PERFORM 2100-LOAD-ONE-LAST-TX THRU 2100-EXIT
033400         UNTIL DL100-WS-LTF-EOF
033500         OR DL100-WS-OVERFLOW
033600     CLOSE DL100-LAST-TX-FILE.
033700 2000-EXIT.
033800     EXIT.
033900 2100-LOAD-ONE-LAST-TX.
034000     READ DL100-LAST-TX-FILE
034100         AT END
034200             MOVE 'Y' TO DL100-WS-LTF-EOF-SW
034300             GO TO 2100-EXIT
034400     END-READ
034500     MOVE DL100LTF-BRANCH-CODE TO DL100-WS-NEW-CODE
034600     PERFORM 2200-FIND-ROW THRU 2200-EXIT
034700     IF NOT DL100-WS-FOUND
034800         GO TO 2100-EXIT
034900     END-IF
035000     MOVE DL100LTF-LAST-DATE
035100         TO DL100-WS-LT-LAST-DATE (DL100-WS-FOUND-IX)
035200     IF DL100LTF-WATCH-DATE NOT EQUAL TO SPACES
035300         MOVE DL100LTF-WATCH-DATE
035400             TO DL100-WS-LT-WATCH-DATE (DL100-WS-FOUND-IX)
035500     END-IF
035600     IF DL100LTF-LAST-CYCLE NUMERIC
035700         MOVE DL100LTF-LAST-CYCLE
035800             TO DL100-WS-LT-LAST-CYCLE (DL100-WS-FOUND-IX)
035900     END-IF
036000     IF DL100LTF-SILENT-DAYS NUMERIC
036100         MOVE DL100LTF-SILENT-DAYS
036200             TO DL100-WS-LT-DAYS (DL100-WS-FOUND-IX)
036300     END-IF.
036400 2100-EXIT.
036500     EXIT.
036600*****************************************************************
036700*    2200-FIND-ROW -- LOCATE THE BRANCH IN DL100-WS-NEW-CODE,   *
036800*    ADDING AN EMPTY ROW FOR IT IF IT IS NOT THERE YET. A FULL  *
036900*    TABLE LEAVES DL100-WS-FOUND OFF.                           *
037000*****************************************************************
037100 2200-FIND-ROW.
037200     MOVE 'N' TO DL100-WS-FOUND-SW
037300     MOVE ZERO TO DL100-WS-FOUND-IX
037400     PERFORM 2250-MATCH-ONE-ROW THRU 2250-EXIT
037500         VARYING DL100-WS-ROW-IX FROM 1 BY 1
037600         UNTIL DL100-WS-ROW-IX GREATER THAN DL100-WS-ROW-CT
037700         OR DL100-WS-FOUND
037800     IF DL100-WS-FOUND
037900         GO TO 2200-EXIT
038000     END-IF
038100     PERFORM 2300-INSERT-ROW THRU 2300-EXIT.
038200 2200-EXIT.
038300     EXIT.
038400 2250-MATCH-ONE-ROW.
038500     IF DL100-WS-LT-CODE (DL100-WS-ROW-IX) EQUAL TO
038600         DL100-WS-NEW-CODE
038700         MOVE 'Y' TO DL100-WS-FOUND-SW
038800         MOVE DL100-WS-ROW-IX TO DL100-WS-FOUND-IX
038900     END-IF.
039000 2250-EXIT.
039100     EXIT.
039200*****************************************************************
039300*    2300-INSERT-ROW -- ADD AN EMPTY ROW FOR DL100-WS-NEW-CODE  *
039400*    AT ITS PLACE IN CODE ORDER, MOVING THE ROWS AFTER IT DOWN  *
039500*    ONE. THE NEW ROW IS WATCHED FROM TONIGHT. A FULL TABLE     *
039600*    MAKES THE CHECK INCOMPLETE AND KEEPS THE FILE AS IT WAS.   *
039700*****************************************************************
039800 2300-INSERT-ROW.
039900     MOVE 'N' TO DL100-WS-FOUND-SW
040000     IF DL100-WS-ROW-CT GREATER THAN OR EQUAL TO
040100         DL100-WS-MAX-ROWS
040200         MOVE 'Y' TO DL100-WS-OVERFLOW-SW
040300         MOVE 'Y' TO DL100-WS-INCOMPLETE-SW
040400         DISPLAY 'DL100NTX - BRANCH TABLE FULL - BRANCH '
040500             DL100-WS-NEW-CODE ' NOT CHECKED'
040600         GO TO 2300-EXIT
040700     END-IF
040800     COMPUTE DL100-WS-FOUND-IX = DL100-WS-ROW-CT + 1
040900     PERFORM 2350-PLACE-ONE-ROW THRU 2350-EXIT
041000         VARYING DL100-WS-ROW-IX FROM 1 BY 1
041100         UNTIL DL100-WS-ROW-IX GREATER THAN DL100-WS-ROW-CT
041200         OR DL100-WS-FOUND
041300     PERFORM 2400-SHIFT-ONE-ROW THRU 2400-EXIT
041400         VARYING DL100-WS-SHIFT-IX FROM DL100-WS-ROW-CT BY -1
041500         UNTIL DL100-WS-SHIFT-IX LESS THAN DL100-WS-FOUND-IX
041600     ADD 1 TO DL100-WS-ROW-CT
041700     MOVE SPACES TO DL100-WS-LT-ROW (DL100-WS-FOUND-IX)
041800     MOVE DL100-WS-NEW-CODE
041900         TO DL100-WS-LT-CODE (DL100-WS-FOUND-IX)
042000     MOVE ZERO TO DL100-WS-LT-LAST-CYCLE (DL100-WS-FOUND-IX)
042100     MOVE DL100-WS-RUN-DATE
042200         TO DL100-WS-LT-WATCH-DATE (DL100-WS-FOUND-IX)
042300     MOVE ZERO TO DL100-WS-LT-DAYS (DL100-WS-FOUND-IX)
042400     MOVE 'N' TO DL100-WS-LT-ACTIVE-SW (DL100-WS-FOUND-IX)
042500     MOVE 'N' TO DL100-WS-LT-SENT-SW (DL100-WS-FOUND-IX)
042600     MOVE 'N' TO DL100-WS-LT-SILENT-SW (DL100-WS-FOUND-IX)
042700     MOVE 'Y' TO DL100-WS-FOUND-SW.
042800 2300-EXIT.
042900     EXIT.
043000 2350-PLACE-ONE-ROW.
043100     IF DL100-WS-LT-CODE (DL100-WS-ROW-IX) GREATER THAN
043200         DL100-WS-NEW-CODE
043300         MOVE DL100-WS-ROW-IX TO DL100-WS-FOUND-IX
043400         MOVE 'Y' TO DL100-WS-FOUND-SW
043500     END-IF.
043600 2350-EXIT.
043700     EXIT.
043800 2400-SHIFT-ONE-ROW.
043900     COMPUTE DL100-WS-TO-IX = DL100-WS-SHIFT-IX + 1
044000     MOVE DL100-WS-LT-ROW (DL100-WS-SHIFT-IX)
044100         TO DL100-WS-LT-ROW (DL100-WS-TO-IX).
044200 2400-EXIT.
044300     EXIT.
044400*****************************************************************
044500*    3000-LOAD-MASTER -- EVERY BRANCH ACTIVE AS OF THE BUSINESS *
044600*    DATE, WITH THE SAME EFFECTIVE-DATED READING OF THE MASTER  *
044700*    STATUS AS DL100'S VALIDATION. A BRANCH THAT OPENED OR      *
044800*    REOPENED ON A DATED ACTIVE STATUS IS NEVER SILENT BEFORE   *
044900*    THAT DATE. A MASTER THAT CANNOT BE OPENED LEAVES NOTHING   *
045000*    TO CHECK AND THE CHECK INCOMPLETE.                         *
045100*****************************************************************
045200 3000-LOAD-MASTER.
045300     OPEN INPUT DL100-BRANCH-FILE
045400     IF NOT DL100-WS-BMF-FILE-OK
045500         MOVE 'Y' TO DL100-WS-INCOMPLETE-SW
045600         DISPLAY 'DL100NTX - BRANCH MASTER COULD NOT BE '
045700             'OPENED - STATUS ' DL100-WS-BMF-FILE-STATUS
045800         GO TO 3000-EXIT
045900     END-IF
046000     PERFORM 3100-LOAD-ONE-BRANCH THRU 3100-EXIT
046100         UNTIL DL100-WS-BMF-EOF
046200     CLOSE DL100-BRANCH-FILE.
046300 3000-EXIT.
046400     EXIT.
046500 3100-LOAD-ONE-BRANCH.
046600     READ DL100-BRANCH-FILE
046700         AT END
046800             MOVE 'Y' TO DL100-WS-BMF-EOF-SW
046900             GO TO 3100-EXIT
047000     END-READ
047100     MOVE 'Y' TO DL100-WS-ACTIVE-SW
047200     IF DL100BMF-STATUS EQUAL TO 'C'
047300         AND DL100BMF-STATUS-DATE NOT GREATER THAN
047400             DL100-WS-RUN-DATE
047500         MOVE 'N' TO DL100-WS-ACTIVE-SW
047600     END-IF
047700     IF DL100BMF-STATUS EQUAL TO 'A'
047800         AND DL100BMF-STATUS-DATE NOT EQUAL TO SPACES
047900         AND DL100BMF-STATUS-DATE GREATER THAN
048000             DL100-WS-RUN-DATE
048100         MOVE 'N' TO DL100-WS-ACTIVE-SW
048200     END-IF
048300     IF NOT DL100-WS-BRANCH-ACTIVE
048400         GO TO 3100-EXIT
048500     END-IF
048600     MOVE DL100BMF-BRANCH-CODE TO DL100-WS-NEW-CODE
048700     PERFORM 2200-FIND-ROW THRU 2200-EXIT
048800     IF NOT DL100-WS-FOUND
048900         GO TO 3100-EXIT
049000     END-IF
049100     ADD 1 TO DL100-WS-ACTIVE-CT
049200     MOVE 'Y' TO DL100-WS-LT-ACTIVE-SW (DL100-WS-FOUND-IX)
049300     MOVE DL100BMF-BRANCH-NAME
049400         TO DL100-WS-LT-NAME (DL100-WS-FOUND-IX)
049500     IF DL100BMF-STATUS EQUAL TO 'A'
049600         MOVE DL100BMF-STATUS-DATE
049700             TO DL100-WS-LT-FROM-DATE (DL100-WS-FOUND-IX)
049800     END-IF.
049900 3100-EXIT.
050000     EXIT.
050100*****************************************************************
050200*    4000-MARK-OUTPUT -- EVERY TRANSMITTED SLOT ON THE NIGHT'S  *
050300*    GENERATION, VALID OR NOT, MARKS ITS BRANCH AS HAVING SENT. *
050400*    A MANUAL CORRECTION IS THE DESK'S, NOT THE BRANCH'S. ONLY  *
050440*    BRANCHES ALREADY IN THE TABLE ARE OF INTEREST. A           *
050480*    GENERATION THAT CANNOT BE OPENED PROVES NOTHING ABOUT WHO  *
050520*    SENT -- THE CHECK IS INCOMPLETE AND THE LAST-TRANSMISSION  *
050560*    FILE IS LEFT AS IT WAS.                                    *
050600*****************************************************************
050700 4000-MARK-OUTPUT.
050800     OPEN INPUT DL100-OUTPUT-FILE
050900     IF NOT DL100-WS-OUT-FILE-OK
050930         MOVE 'Y' TO DL100-WS-OUT-MISSING-SW
050960         MOVE 'Y' TO DL100-WS-INCOMPLETE-SW
051000         DISPLAY 'DL100NTX - SLOT GENERATION COULD NOT BE '
051100             'OPENED - STATUS ' DL100-WS-OUT-FILE-STATUS
051200         GO TO 4000-EXIT
051300     END-IF
051400     PERFORM 4100-MARK-ONE-SLOT THRU 4100-EXIT
051500         UNTIL DL100-WS-OUT-EOF
051600     CLOSE DL100-OUTPUT-FILE.
051700 4000-EXIT.
051800     EXIT.
051900 4100-MARK-ONE-SLOT.
052000     READ DL100-OUTPUT-FILE
052100         AT END
052200             MOVE 'Y' TO DL100-WS-OUT-EOF-SW
052300             GO TO 4100-EXIT
052400     END-READ
052500     IF NOT DL100-SLOT-TRANSMITTED
052600         GO TO 4100-EXIT
052700     END-IF
052800     MOVE FIELD-1 TO DL100-WS-NEW-CODE
052900     PERFORM 4900-MARK-SENT THRU 4900-EXIT.
053000 4100-EXIT.
053100     EXIT.
053200*****************************************************************
053300*    4500-MARK-SUSPENSE -- A RECORD STILL SUSPENDED UNDER THE   *
053400*    RUN'S OWN TIMESTAMP WAS REJECTED FROM TONIGHT'S DL100IN -- *
053500*    THE BRANCH SENT IT. A SUSPENSE FILE THAT WILL NOT OPEN     *
053600*    HOLDS NOTHING FOR TONIGHT.                                 *
053700*****************************************************************
053800 4500-MARK-SUSPENSE.
053900     OPEN INPUT DL100-SUSPENSE-FILE
054000     IF NOT DL100-WS-SUS-FILE-OK
054100         GO TO 4500-EXIT
054200     END-IF
054300     PERFORM 4600-MARK-ONE-SUSPENSE THRU 4600-EXIT
054400         UNTIL DL100-WS-SUS-EOF
054500     CLOSE DL100-SUSPENSE-FILE.
054600 4500-EXIT.
054700     EXIT.
054800 4600-MARK-ONE-SUSPENSE.
054900     READ DL100-SUSPENSE-FILE
055000         AT END
055100             MOVE 'Y' TO DL100-WS-SUS-EOF-SW
055200             GO TO 4600-EXIT
055300     END-READ
055400     IF NOT DL100SUS-SUSPENDED
055500         OR DL100SUS-RUN-TIMESTAMP NOT EQUAL TO
055600             DL100-WS-RUN-TIMESTAMP
055700         GO TO 4600-EXIT
055800     END-IF
055900     MOVE DL100SUS-FIELD-1 TO DL100-WS-NEW-CODE
056000     PERFORM 4900-MARK-SENT THRU 4900-EXIT.
056100 4600-EXIT.
056200     EXIT.
056300 4900-MARK-SENT.
056400     MOVE 'N' TO DL100-WS-FOUND-SW
056500     PERFORM 2250-MATCH-ONE-ROW THRU 2250-EXIT
056600         VARYING DL100-WS-ROW-IX FROM 1 BY 1
056700         UNTIL DL100-WS-ROW-IX GREATER THAN DL100-WS-ROW-CT
056800         OR DL100-WS-FOUND
056900     IF DL100-WS-FOUND
057000         MOVE 'Y' TO DL100-WS-LT-SENT-SW (DL100-WS-FOUND-IX)
057100     END-IF.
057200 4900-EXIT.
057300     EXIT.
057400*****************************************************************
057500*    5000-RESOLVE-BRANCHES -- A BRANCH THAT SENT HAS ITS LAST   *
057600*    DATE MOVED UP TO TONIGHT (NEVER BACK, ON A RERUN OF AN     *
057700*    EARLIER NIGHT). AN ACTIVE BRANCH THAT DID NOT IS SILENT,   *
057800*    ITS DAYS COUNTED FROM THE LATER OF THE DAY AFTER ITS LAST  *
057900*    DATE (OR ITS WATCH DATE, IF IT NEVER SENT) AND ITS ACTIVE  *
058000*    STATUS DATE. ROWS FOR BRANCHES NO LONGER ACTIVE ARE KEPT   *
058100*    AS THEY ARE.                                               *
058200*****************************************************************
058300 5000-RESOLVE-BRANCHES.
058400     PERFORM 5100-RESOLVE-ONE-BRANCH THRU 5100-EXIT
058500         VARYING DL100-WS-ROW-IX FROM 1 BY 1
058600         UNTIL DL100-WS-ROW-IX GREATER THAN DL100-WS-ROW-CT.
058700 5000-EXIT.
058800     EXIT.
058900 5100-RESOLVE-ONE-BRANCH.
059000     IF DL100-WS-LT-SENT (DL100-WS-ROW-IX)
059100         IF DL100-WS-LT-ACTIVE (DL100-WS-ROW-IX)
059200             ADD 1 TO DL100-WS-SENT-CT
059300         END-IF
059400         MOVE ZERO TO DL100-WS-LT-DAYS (DL100-WS-ROW-IX)
059500         IF DL100-WS-LT-LAST-DATE (DL100-WS-ROW-IX) EQUAL TO
059600             SPACES
059700             OR DL100-WS-LT-LAST-DATE (DL100-WS-ROW-IX)
059800                 NOT GREATER THAN DL100-WS-RUN-DATE
059900             MOVE DL100-WS-RUN-DATE
060000                 TO DL100-WS-LT-LAST-DATE (DL100-WS-ROW-IX)
060100             MOVE DL100-WS-RUN-CYCLE
060200                 TO DL100-WS-LT-LAST-CYCLE (DL100-WS-ROW-IX)
060300         END-IF
060400         GO TO 5100-EXIT
060500     END-IF
060600     IF NOT DL100-WS-LT-ACTIVE (DL100-WS-ROW-IX)
060700         GO TO 5100-EXIT
060800     END-IF
060900*    ALREADY SENT FOR TONIGHT'S DATE ON AN EARLIER CYCLE -- NOT
061000*    SILENT.
061100     IF DL100-WS-LT-LAST-DATE (DL100-WS-ROW-IX) NOT LESS THAN
061200         DL100-WS-RUN-DATE
061300         MOVE ZERO TO DL100-WS-LT-DAYS (DL100-WS-ROW-IX)
061400         GO TO 5100-EXIT
061500     END-IF
061600     ADD 1 TO DL100-WS-SILENT-CT
061700     MOVE 'Y' TO DL100-WS-LT-SILENT-SW (DL100-WS-ROW-IX)
061800     MOVE ZERO TO DL100-WS-LT-DAYS (DL100-WS-ROW-IX)
061900     IF DL100-WS-LT-LAST-DATE (DL100-WS-ROW-IX) EQUAL TO SPACES
062000         AND DL100-WS-LT-WATCH-DATE (DL100-WS-ROW-IX) GREATER
062100             THAN DL100-WS-LT-FROM-DATE (DL100-WS-ROW-IX)
062200         MOVE DL100-WS-LT-WATCH-DATE (DL100-WS-ROW-IX)
062300             TO DL100-WS-LT-FROM-DATE (DL100-WS-ROW-IX)
062400     END-IF.
062500 5100-EXIT.
062600     EXIT.
062700*****************************************************************
062800*    6000-COUNT-SILENT-DAYS -- ONE PASS OF THE PROCESSING       *
062900*    CALENDAR. EACH BUSINESS DAY UP TO TONIGHT COUNTS FOR EVERY *
063000*    SILENT BRANCH WHOSE WINDOW IT FALLS IN. A SILENT BRANCH    *
063100*    ALWAYS HAS AT LEAST TONIGHT. A CALENDAR THAT CANNOT BE     *
063200*    OPENED LEAVES THE DAYS UNKNOWN AND THE CHECK INCOMPLETE.   *
063300*****************************************************************
063400 6000-COUNT-SILENT-DAYS.
063500     IF DL100-WS-SILENT-CT EQUAL TO ZERO
063600         GO TO 6000-EXIT
063700     END-IF
063800     OPEN INPUT DL100-CALENDAR-FILE
063900     IF NOT DL100-WS-CAL-FILE-OK
064000         MOVE 'Y' TO DL100-WS-CAL-MISSING-SW
064100         MOVE 'Y' TO DL100-WS-INCOMPLETE-SW
064200         DISPLAY 'DL100NTX - CALENDAR COULD NOT BE OPENED - '
064300             'STATUS ' DL100-WS-CAL-FILE-STATUS
064400             ' - SILENT DAYS NOT COUNTED'
064500         GO TO 6000-EXIT
064600     END-IF
064700     PERFORM 6100-COUNT-ONE-DAY THRU 6100-EXIT
064800         UNTIL DL100-WS-CAL-EOF
064900     CLOSE DL100-CALENDAR-FILE
065000     PERFORM 6300-FLOOR-ONE-BRANCH THRU 6300-EXIT
065100         VARYING DL100-WS-ROW-IX FROM 1 BY 1
065200         UNTIL DL100-WS-ROW-IX GREATER THAN DL100-WS-ROW-CT.
065300 6000-EXIT.
065400     EXIT.
065500 6100-COUNT-ONE-DAY.
065600     READ DL100-CALENDAR-FILE
065700         AT END
065800             MOVE 'Y' TO DL100-WS-CAL-EOF-SW
065900             GO TO 6100-EXIT
066000     END-READ
066100     IF NOT DL100CAL-BUSINESS-DAY
066200         OR DL100CAL-DATE GREATER THAN DL100-WS-RUN-DATE
066300         GO TO 6100-EXIT
066400     END-IF
066500     PERFORM 6200-COUNT-ONE-BRANCH THRU 6200-EXIT
066600         VARYING DL100-WS-ROW-IX FROM 1 BY 1
066700         UNTIL DL100-WS-ROW-IX GREATER THAN DL100-WS-ROW-CT.
066800 6100-EXIT.
066900     EXIT.
067000 6200-COUNT-ONE-BRANCH.
067100     IF NOT DL100-WS-LT-SILENT (DL100-WS-ROW-IX)
067200         GO TO 6200-EXIT
067300     END-IF
067400     IF DL100-WS-LT-LAST-DATE (DL100-WS-ROW-IX) NOT EQUAL TO
067500         SPACES
067600         AND DL100CAL-DATE NOT GREATER THAN
067700             DL100-WS-LT-LAST-DATE (DL100-WS-ROW-IX)
067800         GO TO 6200-EXIT
067900     END-IF
068000     IF DL100-WS-LT-FROM-DATE (DL100-WS-ROW-IX) NOT EQUAL TO
068100         SPACES
068200         AND DL100CAL-DATE LESS THAN
068300             DL100-WS-LT-FROM-DATE (DL100-WS-ROW-IX)
068400         GO TO 6200-EXIT
068500     END-IF
068600     IF DL100-WS-LT-DAYS (DL100-WS-ROW-IX) LESS THAN 999
068700         ADD 1 TO DL100-WS-LT-DAYS (DL100-WS-ROW-IX)
068800     END-IF.
068900 6200-EXIT.
069000     EXIT.
069100 6300-FLOOR-ONE-BRANCH.
069200     IF DL100-WS-LT-SILENT (DL100-WS-ROW-IX)
069300         AND DL100-WS-LT-DAYS (DL100-WS-ROW-IX) EQUAL TO ZERO
069400         MOVE 1 TO DL100-WS-LT-DAYS (DL100-WS-ROW-IX)
069500     END-IF.
069600 6300-EXIT.
069700     EXIT.
069800*****************************************************************
069900*    7000-PRINT-SILENT -- ONE LINE PER SILENT BRANCH IN CODE    *
070000*    ORDER, FLAGGED WHEN PAST THE ALLOWANCE, THEN THE COUNTS.   *
070100*****************************************************************
070200 7000-PRINT-SILENT.
070300     MOVE SPACES TO DL100NTR-LINE
070400     STRING 'BRANCH NAME                  LAST SENT  '
070500         DELIMITED BY SIZE
070600         'SILENT DAYS' DELIMITED BY SIZE
070700         INTO DL100NTR-LINE
070800     END-STRING
070900     WRITE DL100NTR-LINE
071000     PERFORM 7100-PRINT-ONE-BRANCH THRU 7100-EXIT
071100         VARYING DL100-WS-ROW-IX FROM 1 BY 1
071200         UNTIL DL100-WS-ROW-IX GREATER THAN DL100-WS-ROW-CT
071300     MOVE SPACES TO DL100NTR-LINE
071400     WRITE DL100NTR-LINE
071500     IF DL100-WS-CAL-MISSING
071600         MOVE SPACES TO DL100NTR-LINE
071700         STRING 'CALENDAR NOT READ - SILENT DAYS UNKNOWN'
071800             DELIMITED BY SIZE INTO DL100NTR-LINE
071900         END-STRING
072000         WRITE DL100NTR-LINE
072100     END-IF
072110     IF DL100-WS-OUT-MISSING
072120         MOVE SPACES TO DL100NTR-LINE
072130         STRING 'SLOT GENERATION NOT READ - SILENT BRANCHES '
072140             DELIMITED BY SIZE
072150             'UNPROVEN' DELIMITED BY SIZE
072160             INTO DL100NTR-LINE
072170         END-STRING
072180         WRITE DL100NTR-LINE
072190     END-IF
072200     IF DL100-WS-INCOMPLETE
072300         MOVE SPACES TO DL100NTR-LINE
072400         STRING '*** CHECK INCOMPLETE - SEE SYSOUT ***'
072500             DELIMITED BY SIZE INTO DL100NTR-LINE
072600         END-STRING
072700         WRITE DL100NTR-LINE
072800     END-IF
072900     MOVE SPACES TO DL100NTR-LINE
073000     STRING 'ACTIVE BRANCHES: ' DELIMITED BY SIZE
073100         DL100-WS-ACTIVE-CT DELIMITED BY SIZE
073200         '  TRANSMITTED: ' DELIMITED BY SIZE
073300         DL100-WS-SENT-CT DELIMITED BY SIZE
073400         '  SILENT: ' DELIMITED BY SIZE
073500         DL100-WS-SILENT-CT DELIMITED BY SIZE
073600         '  PAST ALLOWANCE: ' DELIMITED BY SIZE
073700         DL100-WS-OVER-CT DELIMITED BY SIZE
073800         INTO DL100NTR-LINE
073900     END-STRING
074000     WRITE DL100NTR-LINE.
074100 7000-EXIT.
074200     EXIT.
074300 7100-PRINT-ONE-BRANCH.
074400     IF NOT DL100-WS-LT-SILENT (DL100-WS-ROW-IX)
074500         GO TO 7100-EXIT
074600     END-IF
074700     IF DL100-WS-LT-LAST-DATE (DL100-WS-ROW-IX) EQUAL TO SPACES
074800         MOVE 'NEVER' TO DL100-WS-LAST-ED
074900     ELSE
075000         MOVE DL100-WS-LT-LAST-DATE (DL100-WS-ROW-IX)
075100             TO DL100-WS-LAST-ED
075200     END-IF
075300     MOVE DL100-WS-LT-DAYS (DL100-WS-ROW-IX) TO DL100-WS-DAYS-ED
075400     MOVE DL100-WS-DAYS-ED TO DL100-WS-DAYS-SEG
075500     MOVE SPACES TO DL100-WS-FLAG-SEG
075600     IF DL100-WS-CAL-MISSING
075700         MOVE '  ?' TO DL100-WS-DAYS-SEG
075800     ELSE
075900     IF DL100-WS-LT-DAYS (DL100-WS-ROW-IX) GREATER THAN
076000         DL100-WS-ALLOWED-DAYS
076100         ADD 1 TO DL100-WS-OVER-CT
076200         MOVE '*** PAST ALLOWANCE ***' TO DL100-WS-FLAG-SEG
076300     END-IF
076400     END-IF
076500     MOVE SPACES TO DL100NTR-LINE
076600     STRING DL100-WS-LT-CODE (DL100-WS-ROW-IX) DELIMITED BY SIZE
076700         '    ' DELIMITED BY SIZE
076800         DL100-WS-LT-NAME (DL100-WS-ROW-IX) DELIMITED BY SIZE
076900         '  ' DELIMITED BY SIZE
077000         DL100-WS-LAST-ED DELIMITED BY SIZE
077100         '       ' DELIMITED BY SIZE
077200         DL100-WS-DAYS-SEG DELIMITED BY SIZE
077300         '  ' DELIMITED BY SIZE
077400         DL100-WS-FLAG-SEG DELIMITED BY SIZE
077500         INTO DL100NTR-LINE
077600     END-STRING
077700     WRITE DL100NTR-LINE.
077800 7100-EXIT.
077900     EXIT.
078000*****************************************************************
078100*    8000-REWRITE-LAST-TX -- WRITE THE FILE BACK IN PLACE, IN   *
078200*    CODE ORDER. A TABLE THAT OVERFLOWED IS NOT WRITTEN -- THE  *
078250*    REWRITE WOULD TRUNCATE THE FILE. NOR IS ONE BUILT WITHOUT  *
078300*    THE NIGHT'S SLOT GENERATION -- EVERY BRANCH WOULD READ AS  *
078350*    SILENT.                                                    *
078400*****************************************************************
078500 8000-REWRITE-LAST-TX.
078600     IF DL100-WS-OVERFLOW
078700         DISPLAY 'DL100NTX - LAST-TRANSMISSION FILE NOT '
078800             'UPDATED - BRANCH TABLE FULL'
078900         GO TO 8000-EXIT
079000     END-IF
079010     IF DL100-WS-OUT-MISSING
079020         DISPLAY 'DL100NTX - LAST-TRANSMISSION FILE NOT '
079030             'UPDATED - SLOT GENERATION NOT READ'
079040         GO TO 8000-EXIT
079050     END-IF
079100     OPEN OUTPUT DL100-LAST-TX-FILE
079200     IF NOT DL100-WS-LTF-FILE-OK
079300         MOVE 'Y' TO DL100-WS-INCOMPLETE-SW
079400         DISPLAY 'DL100NTX - LAST-TRANSMISSION FILE COULD NOT '
079500             'BE REWRITTEN - STATUS ' DL100-WS-LTF-FILE-STATUS
079600         GO TO 8000-EXIT
079700     END-IF
079800     PERFORM 8100-REWRITE-ONE-LAST-TX THRU 8100-EXIT
079900         VARYING DL100-WS-ROW-IX FROM 1 BY 1
080000         UNTIL DL100-WS-ROW-IX GREATER THAN DL100-WS-ROW-CT
080100     CLOSE DL100-LAST-TX-FILE.
080200 8000-EXIT.
080300     EXIT.
080400 8100-REWRITE-ONE-LAST-TX.
080500     MOVE DL100-WS-LT-CODE (DL100-WS-ROW-IX)
080600         TO DL100LTF-BRANCH-CODE
080700     MOVE DL100-WS-LT-LAST-DATE (DL100-WS-ROW-IX)
080800         TO DL100LTF-LAST-DATE
080900     MOVE DL100-WS-LT-LAST-CYCLE (DL100-WS-ROW-IX)
081000         TO DL100LTF-LAST-CYCLE
081100     MOVE DL100-WS-LT-WATCH-DATE (DL100-WS-ROW-IX)
081200         TO DL100LTF-WATCH-DATE
081300     MOVE DL100-WS-LT-DAYS (DL100-WS-ROW-IX)
081400         TO DL100LTF-SILENT-DAYS
081500     WRITE DL100LTF-RECORD.
081600 8100-EXIT.
081700     EXIT.
081800*****************************************************************
081900*    9000-TERMINATE                                             *
082000*****************************************************************
082100 9000-TERMINATE.
082200     CLOSE DL100-SILENT-RPT.
082300 9000-EXIT.
082400     EXIT.
