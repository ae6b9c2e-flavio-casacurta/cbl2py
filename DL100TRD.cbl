000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL100TRD.
000300 AUTHOR.        F CASACURTA.
000400 INSTALLATION.  BRANCH OPERATIONS BATCH.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    DL100TRD -- BRANCH 13-MONTH TREND REPORT                   *
001000*                                                               *
001100*    READS THE PERMANENT BRANCH HISTORY FILE (DL100BHF, ONE     *
001200*    RECORD PER BRANCH PER CLOSED MONTH, APPENDED BY DL100MEC)  *
001300*    AND PRINTS ON DL100TRP, FOR EVERY BRANCH WITH HISTORY IN   *
001400*    THE WINDOW, THE 13 MONTHS ENDING WITH THE REPORT MONTH     *
001500*    SIDE BY SIDE:                                              *
001600*                                                               *
001700*      AMOUNT     THE MONTH TOTAL                               *
001800*      MOM CHG    CHANGE FROM THE MONTH BEFORE                  *
001900*      YOY CHG    CHANGE FROM THE SAME MONTH A YEAR BEFORE      *
002000*      DAYS       BUSINESS DAYS THE BRANCH TRANSMITTED          *
002100*                                                               *
002200*    AMOUNTS AND CHANGES ARE IN WHOLE CURRENCY UNITS. A MONTH   *
002300*    WITH NO HISTORY RECORD FOR THE BRANCH IS LEFT BLANK, AS IS *
002400*    ANY CHANGE THAT WOULD NEED IT. THE YEAR-BEFORE COLUMNS     *
002500*    NEED 25 MONTHS OF HISTORY, SO 25 ARE LOADED. WHERE A MONTH *
002600*    WAS CLOSED MORE THAN ONCE THE LAST RECORD STANDS.          *
002700*                                                               *
002800*    A BRANCH WHOSE AMOUNT FELL IN EACH OF THE LAST THREE       *
002900*    MONTHS (FOUR MONTHS ON FILE, EACH LOWER THAN THE ONE       *
003000*    BEFORE) IS FLAGGED DOWN THREE MONTHS RUNNING.              *
003100*                                                               *
003200*    PARAMETER RECORD (DL100HPM):                               *
003300*      COLS 1-6  REPORT MONTH (YYYYMM) -- THE LAST OF THE 13.   *
003400*                MISSING OR BLANK MEANS THE LATEST MONTH ON THE *
003500*                HISTORY FILE.                                  *
003600*                                                               *
003700*    RETURN CODES: 0 = REPORT PRINTED, NO BRANCH FLAGGED,       *
003800*    4 = REPORT PRINTED, ONE OR MORE BRANCHES FLAGGED,          *
003900*    8 = BAD PARAMETER, NO HISTORY TO REPORT, OR THE BRANCH     *
004000*    TABLE FILLED - THE REPORT IS SHORT.                        *
004100*                                                               *
004200*    MODIFICATION HISTORY                                       *
004300*    DATE       BY   DESCRIPTION                                *
004400*    10/15/26   FC   ORIGINAL.                                  *
004500*                                                               *
004600*****************************************************************
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER.  IBM-370.
005000 OBJECT-COMPUTER.  IBM-370.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT DL100-HISTORY-FILE   ASSIGN TO DL100BHF
005400            ORGANIZATION IS SEQUENTIAL
005500            FILE STATUS IS DL100-WS-BHF-FILE-STATUS.
005600     SELECT DL100-PARM-FILE      ASSIGN TO DL100HPM
005700            ORGANIZATION IS SEQUENTIAL
005800            FILE STATUS IS DL100-WS-PRM-FILE-STATUS.
005900     SELECT DL100-TREND-RPT      ASSIGN TO DL100TRP
006000            ORGANIZATION IS SEQUENTIAL.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  DL100-HISTORY-FILE
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD.
006600 01  DL100BHS-RECORD.
006700     COPY DL100BHS.
006800 FD  DL100-PARM-FILE
006900     RECORDING MODE IS F
007000     RECORD CONTAINS 80 CHARACTERS
007100     LABEL RECORDS ARE STANDARD.
007200 01  DL100HPM-RECORD.
007300     05  DL100HPM-MONTH          PIC X(6).
007400     05  FILLER                  PIC X(74).
007500 FD  DL100-TREND-RPT
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD.
007800 01  DL100TRP-LINE               PIC X(132).
007900 WORKING-STORAGE SECTION.
008000 77  DL100-WS-BHF-FILE-STATUS    PIC X(02) VALUE '00'.
008100     88  DL100-WS-BHF-FILE-OK          VALUE '00'.
008200 77  DL100-WS-PRM-FILE-STATUS    PIC X(02) VALUE '00'.
008300     88  DL100-WS-PRM-FILE-OK          VALUE '00'.
008400 77  DL100-WS-BHF-EOF-SW         PIC X(01) VALUE 'N'.
008500     88  DL100-WS-BHF-EOF              VALUE 'Y'.
008600 77  DL100-WS-PARM-ERR-SW        PIC X(01) VALUE 'N'.
008700     88  DL100-WS-PARM-ERR             VALUE 'Y'.
008800 77  DL100-WS-OVERFLOW-SW        PIC X(01) VALUE 'N'.
008900     88  DL100-WS-OVERFLOW             VALUE 'Y'.
009000 77  DL100-WS-FOUND-SW           PIC X(01) VALUE 'N'.
009100     88  DL100-WS-FOUND                VALUE 'Y'.
009200 77  DL100-WS-ANY-SW             PIC X(01) VALUE 'N'.
009300     88  DL100-WS-ANY-IN-WINDOW        VALUE 'Y'.
009400 77  DL100-WS-DOWN-SW            PIC X(01) VALUE 'N'.
009500     88  DL100-WS-DOWN-3               VALUE 'Y'.
009600 77  DL100-WS-LINE-KIND          PIC X(01) VALUE SPACE.
009700     88  DL100-WS-KIND-AMOUNT          VALUE 'A'.
009800     88  DL100-WS-KIND-MOM             VALUE 'M'.
009900     88  DL100-WS-KIND-YOY             VALUE 'Y'.
010000     88  DL100-WS-KIND-DAYS            VALUE 'D'.
010100 77  DL100-WS-END-NUM            PIC S9(07) VALUE ZERO.
010200 77  DL100-WS-REC-NUM            PIC S9(07) VALUE ZERO.
010300 77  DL100-WS-REC-IX             PIC S9(07) VALUE ZERO.
010400 77  DL100-WS-MON-IX             PIC 9(02) VALUE ZERO.
010500 77  DL100-WS-PRV-IX             PIC 9(02) VALUE ZERO.
010600 77  DL100-WS-COL-IX             PIC 9(02) VALUE ZERO.
010700 77  DL100-WS-ROW-CT             PIC 9(04) VALUE ZERO.
010800 77  DL100-WS-ROW-IX             PIC 9(04) VALUE ZERO.
010900 77  DL100-WS-FOUND-IX           PIC 9(04) VALUE ZERO.
011000 77  DL100-WS-SHIFT-IX           PIC 9(04) VALUE ZERO.
011100 77  DL100-WS-TO-IX              PIC 9(04) VALUE ZERO.
011200 77  DL100-WS-MAX-ROWS           PIC 9(04) VALUE 1000.
011300 77  DL100-WS-READ-CT            PIC 9(07) VALUE ZERO.
011400 77  DL100-WS-OUTSIDE-CT         PIC 9(07) VALUE ZERO.
011500 77  DL100-WS-LOST-CT            PIC 9(07) VALUE ZERO.
011600 77  DL100-WS-PRINTED-CT         PIC 9(04) VALUE ZERO.
011700 77  DL100-WS-DOWN-CT            PIC 9(04) VALUE ZERO.
011800 77  DL100-WS-NEW-CODE           PIC X(03) VALUE SPACES.
011900 77  DL100-WS-WHOLE              PIC S9(11) VALUE ZERO.
012000 77  DL100-WS-WHOLE-ED           PIC -(8)9.
012100 77  DL100-WS-DAYS-ED            PIC Z(8)9.
012200*****************************************************************
012300*    THE REPORT MONTH, AND THE MONTH BEING STEPPED BACK FROM IT *
012400*    WHILE THE MONTH TABLE IS BUILT.                            *
012500*****************************************************************
012600 01  DL100-WS-END-MONTH.
012700     05  DL100-WS-END-YYYY       PIC 9(04).
012800     05  DL100-WS-END-MM         PIC 9(02).
012900 01  DL100-WS-WORK-MONTH.
013000     05  DL100-WS-WORK-YYYY      PIC 9(04).
013100     05  DL100-WS-WORK-MM        PIC 9(02).
013200*****************************************************************
013300*    THE 25 MONTHS LOADED, OLDEST FIRST. 13 THRU 25 ARE THE     *
013400*    MONTHS PRINTED; 1 THRU 12 ARE THERE FOR THE YEAR-BEFORE    *
013500*    CHANGE.                                                    *
013600*****************************************************************
013700 01  DL100-WS-MON-TABLE.
013800     05  DL100-WS-MON OCCURS 0025 TIMES
013900                                 PIC X(06).
014000*****************************************************************
014100*    ONE ROW PER BRANCH IN BRANCH CODE ORDER, WITH A SLOT FOR   *
014200*    EACH OF THE 25 MONTHS. NAME-IX IS THE MONTH THE NAME WAS   *
014300*    TAKEN FROM -- THE LATEST MONTH'S NAME IS THE ONE PRINTED.  *
014400*****************************************************************
014500 01  DL100-WS-ROW-TABLE.
014600     05  DL100-WS-ROW OCCURS 1000 TIMES.
014700         10  DL100-WS-ROW-CODE   PIC X(03).
014800         10  DL100-WS-ROW-NAME   PIC X(20).
014900         10  DL100-WS-ROW-NAME-IX
015000                                 PIC 9(02).
015100         10  DL100-WS-ROW-MON OCCURS 0025 TIMES.
015200             15  DL100-WS-ROW-PRES
015300                                 PIC X(01).
015400                 88  DL100-WS-ROW-HAS      VALUE 'Y'.
015500             15  DL100-WS-ROW-AMT
015600                                 PIC S9(11)V99.
015700             15  DL100-WS-ROW-DAYS
015800                                 PIC 9(03).
015900*****************************************************************
016000*    ONE PRINT LINE OF THE BRANCH BLOCK: A LABEL AND ONE        *
016100*    COLUMN PER PRINTED MONTH.                                  *
016200*****************************************************************
016300 01  DL100-WS-TRD-LINE.
016400     05  DL100-WS-TRD-LABEL      PIC X(12).
016500     05  DL100-WS-TRD-COL OCCURS 0013 TIMES
016600                                 PIC X(09).
016700     05  FILLER                  PIC X(03).
016800 PROCEDURE DIVISION.
016900 MAIN-SECTION SECTION.
017000*****************************************************************
017100*    0000-MAINLINE                                              *
017200*****************************************************************
017300 0000-MAINLINE.
017400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
017500     IF DL100-WS-PARM-ERR
017600         PERFORM 9000-TERMINATE THRU 9000-EXIT
017700         MOVE 8 TO RETURN-CODE
017800         GOBACK
017900     END-IF
018000     PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT
018100     PERFORM 4000-PRODUCE-TREND THRU 4000-EXIT
018200     PERFORM 6000-PRODUCE-SUMMARY THRU 6000-EXIT
018300     PERFORM 9000-TERMINATE THRU 9000-EXIT
018400     EVALUATE TRUE
018500         WHEN DL100-WS-OVERFLOW
018600             MOVE 8 TO RETURN-CODE
018700         WHEN DL100-WS-PRINTED-CT EQUAL TO ZERO
018800             MOVE 8 TO RETURN-CODE
018900         WHEN DL100-WS-DOWN-CT GREATER THAN ZERO
019000             MOVE 4 TO RETURN-CODE
019100         WHEN OTHER
019200             MOVE 0 TO RETURN-CODE
019300     END-EVALUATE
019400     GOBACK.
019500*****************************************************************
019600*    1000-INITIALIZE -- SETTLE THE REPORT MONTH, BUILD THE      *
019700*    MONTH TABLE AND OPEN THE REPORT. WITH NO MONTH SUPPLIED    *
019800*    THE HISTORY FILE IS READ ONCE FOR ITS LATEST MONTH.        *
019900*****************************************************************
020000 1000-INITIALIZE.
020100     PERFORM 1100-READ-PARM THRU 1100-EXIT
020200     IF NOT DL100-WS-PARM-ERR
020300         AND DL100-WS-END-MONTH EQUAL TO SPACES
020400         PERFORM 1200-FIND-LAST-MONTH THRU 1200-EXIT
020500     END-IF
020600     OPEN OUTPUT DL100-TREND-RPT
020700     IF DL100-WS-PARM-ERR
020800         DISPLAY 'DL100TRD - BAD REPORT MONTH ON DL100HPM - '
020900             'RUN REFUSED'
021000         MOVE SPACES TO DL100TRP-LINE
021100         STRING 'DL100TRD - BRANCH 13-MONTH TREND - *** BAD '
021200             DELIMITED BY SIZE
021300             'REPORT MONTH ON DL100HPM - RUN REFUSED ***'
021400             DELIMITED BY SIZE
021500             INTO DL100TRP-LINE
021600         END-STRING
021700         WRITE DL100TRP-LINE
021800         GO TO 1000-EXIT
021900     END-IF
022000     IF DL100-WS-END-MONTH EQUAL TO SPACES
022100         MOVE SPACES TO DL100TRP-LINE
022200         STRING 'DL100TRD - BRANCH 13-MONTH TREND - NO BRANCH '
022300             DELIMITED BY SIZE
022400             'HISTORY ON FILE - NOTHING TO REPORT'
022500             DELIMITED BY SIZE
022600             INTO DL100TRP-LINE
022700         END-STRING
022800         WRITE DL100TRP-LINE
022900         GO TO 1000-EXIT
023000     END-IF
023100     COMPUTE DL100-WS-END-NUM =
023200         DL100-WS-END-YYYY * 12 + DL100-WS-END-MM
023300     MOVE DL100-WS-END-MONTH TO DL100-WS-WORK-MONTH
023400     PERFORM 1400-SET-ONE-MONTH THRU 1400-EXIT
023500         VARYING DL100-WS-MON-IX FROM 25 BY -1
023600         UNTIL DL100-WS-MON-IX LESS THAN 1.
023700 1000-EXIT.
023800     EXIT.
023900 1100-READ-PARM.
024000     MOVE SPACES TO DL100-WS-END-MONTH
024100     OPEN INPUT DL100-PARM-FILE
024200     IF NOT DL100-WS-PRM-FILE-OK
024300         GO TO 1100-EXIT
024400     END-IF
024500     READ DL100-PARM-FILE
024600         AT END
024700             CONTINUE
024800         NOT AT END
024900             IF DL100HPM-MONTH NOT EQUAL TO SPACES
025000                 MOVE DL100HPM-MONTH TO DL100-WS-END-MONTH
025100                 IF DL100HPM-MONTH NOT NUMERIC
025200                     OR DL100-WS-END-MM LESS THAN 01
025300                     OR DL100-WS-END-MM GREATER THAN 12
025400                     MOVE 'Y' TO DL100-WS-PARM-ERR-SW
025500                 END-IF
025600             END-IF
025700     END-READ
025800     CLOSE DL100-PARM-FILE.
025900 1100-EXIT.
026000     EXIT.
026100 1200-FIND-LAST-MONTH.
026200     OPEN INPUT DL100-HISTORY-FILE
026300     IF NOT DL100-WS-BHF-FILE-OK
026400         GO TO 1200-EXIT
026500     END-IF
026600     PERFORM 1300-CHECK-ONE-MONTH THRU 1300-EXIT
026700         UNTIL DL100-WS-BHF-EOF
026800     CLOSE DL100-HISTORY-FILE
026900     MOVE 'N' TO DL100-WS-BHF-EOF-SW.
027000 1200-EXIT.
027100     EXIT.
027200 1300-CHECK-ONE-MONTH.
027300     READ DL100-HISTORY-FILE
027400         AT END
027500             MOVE 'Y' TO DL100-WS-BHF-EOF-SW
027600             GO TO 1300-EXIT
027700     END-READ
027800     IF DL100BHS-MONTH NUMERIC
027900         AND DL100BHS-MONTH-MM GREATER THAN ZERO
028000         AND DL100BHS-MONTH-MM NOT GREATER THAN 12
028100         AND DL100BHS-MONTH GREATER THAN DL100-WS-END-MONTH
028200         MOVE DL100BHS-MONTH TO DL100-WS-END-MONTH
028300     END-IF.
028400 1300-EXIT.
028500     EXIT.
028600 1400-SET-ONE-MONTH.
028700     MOVE DL100-WS-WORK-MONTH TO DL100-WS-MON (DL100-WS-MON-IX)
028800     IF DL100-WS-WORK-MM EQUAL TO 01
028900         MOVE 12 TO DL100-WS-WORK-MM
029000         SUBTRACT 1 FROM DL100-WS-WORK-YYYY
029100     ELSE
029200         SUBTRACT 1 FROM DL100-WS-WORK-MM
029300     END-IF.
029400 1400-EXIT.
029500     EXIT.
029600*****************************************************************
029700*    2000-LOAD-HISTORY -- FILE EVERY RECORD IN THE 25-MONTH     *
029800*    WINDOW UNDER ITS BRANCH AND MONTH. A LATER RECORD FOR THE  *
029900*    SAME BRANCH AND MONTH REPLACES THE EARLIER ONE.            *
030000*****************************************************************
030100 2000-LOAD-HISTORY.
030200     IF DL100-WS-END-MONTH EQUAL TO SPACES
030300         GO TO 2000-EXIT
030400     END-IF
030500     OPEN INPUT DL100-HISTORY-FILE
030600     IF NOT DL100-WS-BHF-FILE-OK
030700         DISPLAY 'DL100TRD - BRANCH HISTORY COULD NOT BE '
030800             'OPENED - STATUS ' DL100-WS-BHF-FILE-STATUS
030900         GO TO 2000-EXIT
031000     END-IF
031100     PERFORM 2100-LOAD-ONE-RECORD THRU 2100-EXIT
031200         UNTIL DL100-WS-BHF-EOF
031300     CLOSE DL100-HISTORY-FILE.
031400 2000-EXIT.
031500     EXIT.
031600 2100-LOAD-ONE-RECORD.
031700     READ DL100-HISTORY-FILE
031800         AT END
031900             MOVE 'Y' TO DL100-WS-BHF-EOF-SW
032000             GO TO 2100-EXIT
032100     END-READ
032200     ADD 1 TO DL100-WS-READ-CT
032300     IF DL100BHS-MONTH NOT NUMERIC
032400         OR DL100BHS-MONTH-MM EQUAL TO ZERO
032500         OR DL100BHS-MONTH-MM GREATER THAN 12
032600         ADD 1 TO DL100-WS-OUTSIDE-CT
032700         GO TO 2100-EXIT
032800     END-IF
032900     COMPUTE DL100-WS-REC-NUM =
033000         DL100BHS-MONTH-YYYY * 12 + DL100BHS-MONTH-MM
033100     COMPUTE DL100-WS-REC-IX =
033200         DL100-WS-REC-NUM - DL100-WS-END-NUM + 25
033300     IF DL100-WS-REC-IX LESS THAN 1
033400         OR DL100-WS-REC-IX GREATER THAN 25
033500         ADD 1 TO DL100-WS-OUTSIDE-CT
033600         GO TO 2100-EXIT
033700     END-IF
033800     MOVE DL100-WS-REC-IX TO DL100-WS-MON-IX
033900     MOVE DL100BHS-BRANCH-CODE TO DL100-WS-NEW-CODE
034000     PERFORM 2200-FIND-ROW THRU 2200-EXIT
034100     IF NOT DL100-WS-FOUND
034200         GO TO 2100-EXIT
034300     END-IF
034400     MOVE 'Y' TO DL100-WS-ROW-PRES
034500         (DL100-WS-FOUND-IX, DL100-WS-MON-IX)
034600     MOVE DL100BHS-AMOUNT TO DL100-WS-ROW-AMT
034700         (DL100-WS-FOUND-IX, DL100-WS-MON-IX)
034800     MOVE DL100BHS-TRANSMIT-DAYS TO DL100-WS-ROW-DAYS
034900         (DL100-WS-FOUND-IX, DL100-WS-MON-IX)
035000     IF DL100-WS-MON-IX NOT LESS THAN
035100         DL100-WS-ROW-NAME-IX (DL100-WS-FOUND-IX)
035200         MOVE DL100BHS-BRANCH-NAME
035300             TO DL100-WS-ROW-NAME (DL100-WS-FOUND-IX)
035400         MOVE DL100-WS-MON-IX
035500             TO DL100-WS-ROW-NAME-IX (DL100-WS-FOUND-IX)
035600     END-IF.
035700 2100-EXIT.
035800     EXIT.
035900*****************************************************************
036000*    2200-FIND-ROW -- LOCATE THE BRANCH IN DL100-WS-NEW-CODE,   *
036100*    ADDING AN EMPTY ROW AT ITS PLACE IN CODE ORDER IF IT IS    *
036200*    NEW. A FULL TABLE LEAVES DL100-WS-FOUND OFF.               *
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
037400     IF DL100-WS-ROW-CT GREATER THAN OR EQUAL TO
037500         DL100-WS-MAX-ROWS
037600         MOVE 'Y' TO DL100-WS-OVERFLOW-SW
037700         ADD 1 TO DL100-WS-LOST-CT
037800         DISPLAY 'DL100TRD - BRANCH TABLE FULL - BRANCH '
037900             DL100-WS-NEW-CODE ' NOT REPORTED'
038000         GO TO 2200-EXIT
038100     END-IF
038200     COMPUTE DL100-WS-FOUND-IX = DL100-WS-ROW-CT + 1
038300     PERFORM 2300-PLACE-ONE-ROW THRU 2300-EXIT
038400         VARYING DL100-WS-ROW-IX FROM 1 BY 1
038500         UNTIL DL100-WS-ROW-IX GREATER THAN DL100-WS-ROW-CT
038600         OR DL100-WS-FOUND
038700     PERFORM 2400-SHIFT-ONE-ROW THRU 2400-EXIT
038800         VARYING DL100-WS-SHIFT-IX FROM DL100-WS-ROW-CT BY -1
038900         UNTIL DL100-WS-SHIFT-IX LESS THAN DL100-WS-FOUND-IX
039000     ADD 1 TO DL100-WS-ROW-CT
039100     MOVE DL100-WS-NEW-CODE
039200         TO DL100-WS-ROW-CODE (DL100-WS-FOUND-IX)
039300     MOVE SPACES TO DL100-WS-ROW-NAME (DL100-WS-FOUND-IX)
039400     MOVE ZERO TO DL100-WS-ROW-NAME-IX (DL100-WS-FOUND-IX)
039500     PERFORM 2450-CLEAR-ONE-MONTH THRU 2450-EXIT
039600         VARYING DL100-WS-PRV-IX FROM 1 BY 1
039700         UNTIL DL100-WS-PRV-IX GREATER THAN 25
039800     MOVE 'Y' TO DL100-WS-FOUND-SW.
039900 2200-EXIT.
040000     EXIT.
040100 2250-MATCH-ONE-ROW.
040200     IF DL100-WS-ROW-CODE (DL100-WS-ROW-IX) EQUAL TO
040300         DL100-WS-NEW-CODE
040400         MOVE 'Y' TO DL100-WS-FOUND-SW
040500         MOVE DL100-WS-ROW-IX TO DL100-WS-FOUND-IX
040600     END-IF.
040700 2250-EXIT.
040800     EXIT.
040900 2300-PLACE-ONE-ROW.
041000     IF DL100-WS-ROW-CODE (DL100-WS-ROW-IX) GREATER THAN
041100         DL100-WS-NEW-CODE
041200         MOVE 'Y' TO DL100-WS-FOUND-SW
041300         MOVE DL100-WS-ROW-IX TO DL100-WS-FOUND-IX
041400     END-IF.
041500 2300-EXIT.
041600     EXIT.
041700 2400-SHIFT-ONE-ROW.
041800     COMPUTE DL100-WS-TO-IX = DL100-WS-SHIFT-IX + 1
041900     MOVE DL100-WS-ROW (DL100-WS-SHIFT-IX)
042000         TO DL100-WS-ROW (DL100-WS-TO-IX).
042100 2400-EXIT.
042200     EXIT.
042300 2450-CLEAR-ONE-MONTH.
042400     MOVE 'N' TO DL100-WS-ROW-PRES
042500         (DL100-WS-FOUND-IX, DL100-WS-PRV-IX)
042600     MOVE ZERO TO DL100-WS-ROW-AMT
042700         (DL100-WS-FOUND-IX, DL100-WS-PRV-IX)
042800     MOVE ZERO TO DL100-WS-ROW-DAYS
042900         (DL100-WS-FOUND-IX, DL100-WS-PRV-IX).
043000 2450-EXIT.
043100     EXIT.
043200*****************************************************************
043300*    4000-PRODUCE-TREND -- THE HEADINGS, THEN ONE BLOCK PER     *
043400*    BRANCH WITH ANY HISTORY IN THE 13 PRINTED MONTHS.          *
043500*****************************************************************
043600 4000-PRODUCE-TREND.
043700     IF DL100-WS-END-MONTH EQUAL TO SPACES
043800         GO TO 4000-EXIT
043900     END-IF
044000     MOVE SPACES TO DL100TRP-LINE
044100     STRING 'DL100TRD - BRANCH 13-MONTH TREND - 13 MONTHS '
044200         DELIMITED BY SIZE
044300         'ENDING ' DELIMITED BY SIZE
044400         DL100-WS-END-MONTH DELIMITED BY SIZE
044500         '  (AMOUNTS IN WHOLE UNITS)' DELIMITED BY SIZE
044600         INTO DL100TRP-LINE
044700     END-STRING
044800     WRITE DL100TRP-LINE
044900     MOVE SPACES TO DL100TRP-LINE
045000     WRITE DL100TRP-LINE
045100     MOVE SPACES TO DL100-WS-TRD-LINE
045200     MOVE '  MONTH' TO DL100-WS-TRD-LABEL
045300     PERFORM 4050-HEAD-ONE-COL THRU 4050-EXIT
045400         VARYING DL100-WS-COL-IX FROM 1 BY 1
045500         UNTIL DL100-WS-COL-IX GREATER THAN 13
045600     MOVE DL100-WS-TRD-LINE TO DL100TRP-LINE
045700     WRITE DL100TRP-LINE
045800     PERFORM 4100-PRINT-ONE-BRANCH THRU 4100-EXIT
045900         VARYING DL100-WS-ROW-IX FROM 1 BY 1
046000         UNTIL DL100-WS-ROW-IX GREATER THAN DL100-WS-ROW-CT.
046100 4000-EXIT.
046200     EXIT.
046300 4050-HEAD-ONE-COL.
046400     COMPUTE DL100-WS-MON-IX = DL100-WS-COL-IX + 12
046500     STRING '   ' DELIMITED BY SIZE
046600         DL100-WS-MON (DL100-WS-MON-IX) DELIMITED BY SIZE
046700         INTO DL100-WS-TRD-COL (DL100-WS-COL-IX)
046800     END-STRING.
046900 4050-EXIT.
047000     EXIT.
047100 4100-PRINT-ONE-BRANCH.
047200     MOVE 'N' TO DL100-WS-ANY-SW
047300     PERFORM 4150-CHECK-ONE-MONTH THRU 4150-EXIT
047400         VARYING DL100-WS-MON-IX FROM 13 BY 1
047500         UNTIL DL100-WS-MON-IX GREATER THAN 25
047600     IF NOT DL100-WS-ANY-IN-WINDOW
047700         GO TO 4100-EXIT
047800     END-IF
047900     ADD 1 TO DL100-WS-PRINTED-CT
048000     PERFORM 4200-CHECK-DOWN-3 THRU 4200-EXIT
048100     MOVE SPACES TO DL100TRP-LINE
048200     WRITE DL100TRP-LINE
048300     MOVE SPACES TO DL100TRP-LINE
048400     IF DL100-WS-DOWN-3
048500         STRING 'BRANCH ' DELIMITED BY SIZE
048600             DL100-WS-ROW-CODE (DL100-WS-ROW-IX) DELIMITED BY SIZE
048700             '  ' DELIMITED BY SIZE
048800             DL100-WS-ROW-NAME (DL100-WS-ROW-IX) DELIMITED BY SIZE
048900             '  *** DOWN THREE MONTHS RUNNING ***'
049000             DELIMITED BY SIZE
049100             INTO DL100TRP-LINE
049200         END-STRING
049300     ELSE
049400         STRING 'BRANCH ' DELIMITED BY SIZE
049500             DL100-WS-ROW-CODE (DL100-WS-ROW-IX) DELIMITED BY SIZE
049600             '  ' DELIMITED BY SIZE
049700             DL100-WS-ROW-NAME (DL100-WS-ROW-IX) DELIMITED BY SIZE
049800             INTO DL100TRP-LINE
049900         END-STRING
050000     END-IF
050100     WRITE DL100TRP-LINE
050200     MOVE 'A' TO DL100-WS-LINE-KIND
050300     MOVE '  AMOUNT' TO DL100-WS-TRD-LABEL
050400     PERFORM 4300-PRINT-ONE-LINE THRU 4300-EXIT
050500     MOVE 'M' TO DL100-WS-LINE-KIND
050600     MOVE '  MOM CHG' TO DL100-WS-TRD-LABEL
050700     PERFORM 4300-PRINT-ONE-LINE THRU 4300-EXIT
050800     MOVE 'Y' TO DL100-WS-LINE-KIND
050900     MOVE '  YOY CHG' TO DL100-WS-TRD-LABEL
051000     PERFORM 4300-PRINT-ONE-LINE THRU 4300-EXIT
051100     MOVE 'D' TO DL100-WS-LINE-KIND
051200     MOVE '  DAYS' TO DL100-WS-TRD-LABEL
051300     PERFORM 4300-PRINT-ONE-LINE THRU 4300-EXIT.
051400 4100-EXIT.
051500     EXIT.
051600 4150-CHECK-ONE-MONTH.
051700     IF DL100-WS-ROW-HAS (DL100-WS-ROW-IX, DL100-WS-MON-IX)
051800         MOVE 'Y' TO DL100-WS-ANY-SW
051900     END-IF.
052000 4150-EXIT.
052100     EXIT.
052200*****************************************************************
052300*    4200-CHECK-DOWN-3 -- THE LAST FOUR MONTHS ALL ON FILE,     *
052400*    EACH LOWER THAN THE ONE BEFORE IT.                         *
052500*****************************************************************
052600 4200-CHECK-DOWN-3.
052700     MOVE 'N' TO DL100-WS-DOWN-SW
052800     IF DL100-WS-ROW-HAS (DL100-WS-ROW-IX, 22)
052900         AND DL100-WS-ROW-HAS (DL100-WS-ROW-IX, 23)
053000         AND DL100-WS-ROW-HAS (DL100-WS-ROW-IX, 24)
053100         AND DL100-WS-ROW-HAS (DL100-WS-ROW-IX, 25)
053200         AND DL100-WS-ROW-AMT (DL100-WS-ROW-IX, 23) LESS THAN
053300             DL100-WS-ROW-AMT (DL100-WS-ROW-IX, 22)
053400         AND DL100-WS-ROW-AMT (DL100-WS-ROW-IX, 24) LESS THAN
053500             DL100-WS-ROW-AMT (DL100-WS-ROW-IX, 23)
053600         AND DL100-WS-ROW-AMT (DL100-WS-ROW-IX, 25) LESS THAN
053700             DL100-WS-ROW-AMT (DL100-WS-ROW-IX, 24)
053800         MOVE 'Y' TO DL100-WS-DOWN-SW
053900         ADD 1 TO DL100-WS-DOWN-CT
054000     END-IF.
054100 4200-EXIT.
054200     EXIT.
054300*****************************************************************
054400*    4300-PRINT-ONE-LINE -- ONE LINE OF THE BRANCH BLOCK, OF    *
054500*    THE KIND IN DL100-WS-LINE-KIND, UNDER THE LABEL ALREADY IN *
054600*    DL100-WS-TRD-LABEL.                                        *
054700*****************************************************************
054800 4300-PRINT-ONE-LINE.
054900     PERFORM 4350-FILL-ONE-COL THRU 4350-EXIT
055000         VARYING DL100-WS-COL-IX FROM 1 BY 1
055100         UNTIL DL100-WS-COL-IX GREATER THAN 13
055200     MOVE DL100-WS-TRD-LINE TO DL100TRP-LINE
055300     WRITE DL100TRP-LINE.
055400 4300-EXIT.
055500     EXIT.
055600 4350-FILL-ONE-COL.
055700     MOVE SPACES TO DL100-WS-TRD-COL (DL100-WS-COL-IX)
055800     COMPUTE DL100-WS-MON-IX = DL100-WS-COL-IX + 12
055900     IF NOT DL100-WS-ROW-HAS (DL100-WS-ROW-IX, DL100-WS-MON-IX)
056000         GO TO 4350-EXIT
056100     END-IF
056200     EVALUATE TRUE
056300         WHEN DL100-WS-KIND-AMOUNT
056400             COMPUTE DL100-WS-WHOLE ROUNDED = DL100-WS-ROW-AMT
056500                 (DL100-WS-ROW-IX, DL100-WS-MON-IX)
056600         WHEN DL100-WS-KIND-DAYS
056700             MOVE DL100-WS-ROW-DAYS
056800                 (DL100-WS-ROW-IX, DL100-WS-MON-IX)
056900                 TO DL100-WS-DAYS-ED
057000             MOVE DL100-WS-DAYS-ED
057100                 TO DL100-WS-TRD-COL (DL100-WS-COL-IX)
057200             GO TO 4350-EXIT
057300         WHEN DL100-WS-KIND-MOM
057400             COMPUTE DL100-WS-PRV-IX = DL100-WS-MON-IX - 1
057500         WHEN DL100-WS-KIND-YOY
057600             COMPUTE DL100-WS-PRV-IX = DL100-WS-MON-IX - 12
057700     END-EVALUATE
057800     IF DL100-WS-KIND-MOM OR DL100-WS-KIND-YOY
057900         IF NOT DL100-WS-ROW-HAS
058000             (DL100-WS-ROW-IX, DL100-WS-PRV-IX)
058100             GO TO 4350-EXIT
058200         END-IF
058300         COMPUTE DL100-WS-WHOLE ROUNDED =
058400             DL100-WS-ROW-AMT (DL100-WS-ROW-IX, DL100-WS-MON-IX)
058500             - DL100-WS-ROW-AMT (DL100-WS-ROW-IX, DL100-WS-PRV-IX)
058600     END-IF
058700     MOVE DL100-WS-WHOLE TO DL100-WS-WHOLE-ED
058800     MOVE DL100-WS-WHOLE-ED TO DL100-WS-TRD-COL (DL100-WS-COL-IX).
058900 4350-EXIT.
059000     EXIT.
059100*****************************************************************
059200*    6000-PRODUCE-SUMMARY                                       *
059300*****************************************************************
059400 6000-PRODUCE-SUMMARY.
059500     IF DL100-WS-END-MONTH EQUAL TO SPACES
059600         GO TO 6000-EXIT
059700     END-IF
059800     MOVE SPACES TO DL100TRP-LINE
059900     WRITE DL100TRP-LINE
060000     MOVE SPACES TO DL100TRP-LINE
060100     STRING 'BRANCHES REPORTED: ' DELIMITED BY SIZE
060200         DL100-WS-PRINTED-CT DELIMITED BY SIZE
060300         '  DOWN THREE MONTHS RUNNING: ' DELIMITED BY SIZE
060400         DL100-WS-DOWN-CT DELIMITED BY SIZE
060500         '  HISTORY RECORDS READ: ' DELIMITED BY SIZE
060600         DL100-WS-READ-CT DELIMITED BY SIZE
060700         '  OUTSIDE THE 25 MONTHS: ' DELIMITED BY SIZE
060800         DL100-WS-OUTSIDE-CT DELIMITED BY SIZE
060900         INTO DL100TRP-LINE
061000     END-STRING
061100     WRITE DL100TRP-LINE
061200     IF DL100-WS-PRINTED-CT EQUAL TO ZERO
061300         MOVE SPACES TO DL100TRP-LINE
061400         STRING '*** NO BRANCH HISTORY IN THE 13 MONTHS ENDING '
061500             DELIMITED BY SIZE
061600             DL100-WS-END-MONTH DELIMITED BY SIZE
061700             ' ***' DELIMITED BY SIZE
061800             INTO DL100TRP-LINE
061900         END-STRING
062000         WRITE DL100TRP-LINE
062100     END-IF
062200     IF DL100-WS-OVERFLOW
062300         MOVE SPACES TO DL100TRP-LINE
062400         STRING '*** BRANCH TABLE FULL - ' DELIMITED BY SIZE
062500             DL100-WS-LOST-CT DELIMITED BY SIZE
062600             ' HISTORY RECORDS NOT REPORTED ***' DELIMITED BY SIZE
062700             INTO DL100TRP-LINE
062800         END-STRING
062900         WRITE DL100TRP-LINE
063000     END-IF.
063100 6000-EXIT.
063200     EXIT.
063300*****************************************************************
063400*    9000-TERMINATE                                             *
063500*****************************************************************
063600 9000-TERMINATE.
063700     CLOSE DL100-TREND-RPT.
063800 9000-EXIT.
063900     EXIT.
