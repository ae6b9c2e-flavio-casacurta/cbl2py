000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL100RSR.
000300 AUTHOR.        F CASACURTA.
000400 INSTALLATION.  BRANCH OPERATIONS BATCH.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    DL100RSR -- DL100J RUN-STATUS REPORT                       *
001000*                                                               *
001100*    READS THE RUN-STATUS LEDGER (DL100RSF, ONE RECORD PER STEP *
001200*    OF DL100J PER BUSINESS DATE AND CYCLE) IN KEY ORDER AND    *
001300*    PRINTS ON DL100RSP, FOR EVERY BUSINESS DATE AND CYCLE IN   *
001400*    THE RANGE, THE SIX LEDGER STEPS IN JOB ORDER:              *
001500*                                                               *
001600*      COMPLETE                  THE STEP'S WORK STANDS         *
001700*      ENDED WITHOUT COMPLETING  FINISHED, BUT ITS WORK DID NOT *
001800*                                STAND (E.G. REFUSED)           *
001900*      STARTED - NOT FINISHED    STARTED AND NEVER FINISHED --  *
002000*                                AN ABEND                       *
002100*      NOT RUN                   NO RECORD FOR THE STEP         *
002200*                                                               *
002300*    WITH THE TIMES IT RAN, ITS LAST START AND FINISH, ITS      *
002400*    RETURN CODE, AND WHETHER THE LAST RUN WAS A RERUN          *
002500*    AUTHORIZED ON DL100CTL. A PROGRAM ON THE LEDGER THAT IS    *
002600*    NOT ONE OF THE SIX IS LISTED AFTER THEM AS OTHER. A SKIP   *
002700*    DAY KEEPS NO LEDGER RECORDS AND DOES NOT APPEAR.           *
002800*                                                               *
002900*    PARAMETER RECORD (DL100SPM):                               *
003000*      COLS 1-8   FROM BUSINESS DATE (YYYYMMDD)                 *
003100*      COLS 9-16  THRU BUSINESS DATE (YYYYMMDD)                 *
003200*                 EITHER MAY BE BLANK -- OPEN-ENDED ON THAT     *
003300*                 SIDE. A MISSING OR BLANK RECORD LISTS THE     *
003400*                 WHOLE LEDGER.                                 *
003500*                                                               *
003600*    RETURN CODES: 0 = EVERY DATE AND CYCLE LISTED HAS ALL SIX  *
003700*    STEPS COMPLETE, 4 = ONE OR MORE DATE AND CYCLE NOT         *
003800*    COMPLETE, 8 = BAD PARAMETER OR THE LEDGER COULD NOT BE     *
003900*    OPENED - NOTHING LISTED.                                   *
004000*                                                               *
004100*    MODIFICATION HISTORY                                       *
004200*    DATE       BY   DESCRIPTION                                *
004300*    10/15/26   FC   ORIGINAL.                                  *
004400*                                                               *
004500*****************************************************************
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER.  IBM-370.
004900 OBJECT-COMPUTER.  IBM-370.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT DL100-STATUS-FILE    ASSIGN TO DL100RSF
005300            ORGANIZATION IS INDEXED
005400            ACCESS MODE IS SEQUENTIAL
005500            RECORD KEY IS DL100RSF-KEY
005600            FILE STATUS IS DL100-WS-RSF-FILE-STATUS.
005700     SELECT DL100-PARM-FILE      ASSIGN TO DL100SPM
005800            ORGANIZATION IS SEQUENTIAL
005900            FILE STATUS IS DL100-WS-PRM-FILE-STATUS.
006000     SELECT DL100-STATUS-RPT     ASSIGN TO DL100RSP
006100            ORGANIZATION IS SEQUENTIAL.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  DL100-STATUS-FILE
006500     LABEL RECORDS ARE STANDARD.
006600 01  DL100RSF-RECORD.
006700     COPY DL100RSF.
006800 FD  DL100-PARM-FILE
006900     RECORDING MODE IS F
007000     RECORD CONTAINS 80 CHARACTERS
007100     LABEL RECORDS ARE STANDARD.
007200 01  DL100SPM-RECORD.
007300     05  DL100SPM-FROM-DATE      PIC X(8).
007400     05  DL100SPM-THRU-DATE      PIC X(8).
007500     05  FILLER                  PIC X(64).
007600 FD  DL100-STATUS-RPT
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE STANDARD.
007900 01  DL100RSP-LINE               PIC X(132).
008000 WORKING-STORAGE SECTION.
008100 77  DL100-WS-RSF-FILE-STATUS    PIC X(02) VALUE '00'.
008200     88  DL100-WS-RSF-FILE-OK          VALUE '00'.
008300 77  DL100-WS-PRM-FILE-STATUS    PIC X(02) VALUE '00'.
008400     88  DL100-WS-PRM-FILE-OK          VALUE '00'.
008500 77  DL100-WS-RSF-EOF-SW         PIC X(01) VALUE 'N'.
008600     88  DL100-WS-RSF-EOF              VALUE 'Y'.
008700 77  DL100-WS-RSF-OPEN-SW        PIC X(01) VALUE 'N'.
008800     88  DL100-WS-RSF-OPENED           VALUE 'Y'.
008900 77  DL100-WS-PARM-ERR-SW        PIC X(01) VALUE 'N'.
009000     88  DL100-WS-PARM-ERR             VALUE 'Y'.
009100 77  DL100-WS-GROUP-SW           PIC X(01) VALUE 'N'.
009200     88  DL100-WS-GROUP-OPEN           VALUE 'Y'.
009300 77  DL100-WS-FOUND-SW           PIC X(01) VALUE 'N'.
009400     88  DL100-WS-FOUND                VALUE 'Y'.
009500 77  DL100-WS-FROM-DATE          PIC X(08) VALUE SPACES.
009600 77  DL100-WS-THRU-DATE          PIC X(08) VALUE SPACES.
009700 77  DL100-WS-GRP-DATE           PIC X(08) VALUE SPACES.
009800 77  DL100-WS-GRP-CYCLE          PIC 9(02) VALUE ZERO.
009900 77  DL100-WS-ROW-IX             PIC 9(02) VALUE ZERO.
010000 77  DL100-WS-ROW-CT             PIC 9(02) VALUE ZERO.
010100 77  DL100-WS-FOUND-IX           PIC 9(02) VALUE ZERO.
010200 77  DL100-WS-STEP-CT            PIC 9(02) VALUE 6.
010300 77  DL100-WS-MAX-ROWS           PIC 9(02) VALUE 10.
010400 77  DL100-WS-DONE-CT            PIC 9(02) VALUE ZERO.
010500 77  DL100-WS-READ-CT            PIC 9(07) VALUE ZERO.
010600 77  DL100-WS-GROUP-CT           PIC 9(05) VALUE ZERO.
010700 77  DL100-WS-COMPLETE-CT        PIC 9(05) VALUE ZERO.
010800 77  DL100-WS-INCOMPLETE-CT      PIC 9(05) VALUE ZERO.
010900 77  DL100-WS-LOST-CT            PIC 9(05) VALUE ZERO.
011000 77  DL100-WS-ROW-LABEL          PIC X(08) VALUE SPACES.
011100 77  DL100-WS-STATUS-TEXT        PIC X(24) VALUE SPACES.
011200*****************************************************************
011300*    THE SIX LEDGER STEPS OF DL100J IN JOB ORDER, EACH WITH THE *
011400*    PROGRAM THAT KEEPS ITS RECORD.                             *
011500*****************************************************************
011600 01  DL100-WS-STEP-VALUES.
011700     05  FILLER                  PIC X(16)
011800                                 VALUE 'STEP010 DL100   '.
011900     05  FILLER                  PIC X(16)
012000                                 VALUE 'STEP015 DL100VAR'.
012100     05  FILLER                  PIC X(16)
012200                                 VALUE 'STEP018 DL100MTA'.
012300     05  FILLER                  PIC X(16)
012400                                 VALUE 'STEP020 DL100RCN'.
012500     05  FILLER                  PIC X(16)
012600                                 VALUE 'STEP025 DL100GLP'.
012700     05  FILLER                  PIC X(16)
012800                                 VALUE 'STEP030 DL100BAL'.
012900 01  DL100-WS-STEP-TABLE REDEFINES DL100-WS-STEP-VALUES.
013000     05  DL100-WS-STEP-ENTRY OCCURS 0006 TIMES.
013100         10  DL100-WS-STEP-NAME  PIC X(08).
013200         10  DL100-WS-STEP-PGM   PIC X(08).
013300*****************************************************************
013400*    THE DATE AND CYCLE BEING GATHERED. ROWS 1 THRU 6 ARE THE   *
013500*    SIX STEPS ABOVE; ANY OTHER PROGRAM FOUND ON THE LEDGER     *
013600*    TAKES ONE OF THE ROWS AFTER THEM.                          *
013700*****************************************************************
013800 01  DL100-WS-ROW-TABLE.
013900     05  DL100-WS-ROW OCCURS 0010 TIMES.
014000         10  DL100-WS-ROW-PGM    PIC X(08).
014100         10  DL100-WS-ROW-PRES   PIC X(01).
014200             88  DL100-WS-ROW-HAS      VALUE 'Y'.
014300         10  DL100-WS-ROW-STATUS PIC X(01).
014400             88  DL100-WS-ROW-STARTED  VALUE 'S'.
014500             88  DL100-WS-ROW-COMPLETE VALUE 'C'.
014600             88  DL100-WS-ROW-FAILED   VALUE 'F'.
014700         10  DL100-WS-ROW-RUN-CT PIC 9(03).
014800         10  DL100-WS-ROW-START  PIC X(17).
014900         10  DL100-WS-ROW-END    PIC X(17).
015000         10  DL100-WS-ROW-RC     PIC 9(04).
015100         10  DL100-WS-ROW-RERUN  PIC X(01).
015200             88  DL100-WS-ROW-RERUN-AUTH
015300                                       VALUE 'Y'.
015400 PROCEDURE DIVISION.
015500 MAIN-SECTION SECTION.
015600*****************************************************************
015700*    0000-MAINLINE                                              *
015800*****************************************************************
015900 0000-MAINLINE.
016000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
016100     IF DL100-WS-PARM-ERR
016200         OR NOT DL100-WS-RSF-OPENED
016300         PERFORM 9000-TERMINATE THRU 9000-EXIT
016400         MOVE 8 TO RETURN-CODE
016500         GOBACK
016600     END-IF
016700     PERFORM 2000-READ-LEDGER THRU 2000-EXIT
016800     PERFORM 6000-PRODUCE-SUMMARY THRU 6000-EXIT
016900     PERFORM 9000-TERMINATE THRU 9000-EXIT
017000     IF DL100-WS-INCOMPLETE-CT GREATER THAN ZERO
017100         OR DL100-WS-LOST-CT GREATER THAN ZERO
017200         MOVE 4 TO RETURN-CODE
017300     ELSE
017400         MOVE 0 TO RETURN-CODE
017500     END-IF
017600     GOBACK.
017700*****************************************************************
017800*    1000-INITIALIZE -- SETTLE THE DATE RANGE, OPEN THE LEDGER  *
017900*    AND THE REPORT, AND POSITION ON THE FIRST DATE WANTED.     *
018000*****************************************************************
018100 1000-INITIALIZE.
018200     PERFORM 1100-READ-PARM THRU 1100-EXIT
018300     OPEN OUTPUT DL100-STATUS-RPT
018400     IF DL100-WS-PARM-ERR
018500         DISPLAY 'DL100RSR - BAD DATE RANGE ON DL100SPM - '
018600             'RUN REFUSED'
018700         MOVE SPACES TO DL100RSP-LINE
018800         STRING 'DL100RSR - DL100J RUN-STATUS REPORT - *** BAD '
018900             DELIMITED BY SIZE
019000             'DATE RANGE ON DL100SPM - RUN REFUSED ***'
019100             DELIMITED BY SIZE
019200             INTO DL100RSP-LINE
019300         END-STRING
019400         WRITE DL100RSP-LINE
019500         GO TO 1000-EXIT
019600     END-IF
019700     MOVE SPACES TO DL100RSP-LINE
019800     IF DL100-WS-FROM-DATE EQUAL TO SPACES
019900         AND DL100-WS-THRU-DATE EQUAL TO SPACES
020000         STRING 'DL100RSR - DL100J RUN-STATUS REPORT - ALL '
020100             DELIMITED BY SIZE
020200             'BUSINESS DATES' DELIMITED BY SIZE
020300             INTO DL100RSP-LINE
020400         END-STRING
020500     ELSE
020600         STRING 'DL100RSR - DL100J RUN-STATUS REPORT - BUSINESS '
020700             DELIMITED BY SIZE
020800             'DATES ' DELIMITED BY SIZE
020900             DL100-WS-FROM-DATE DELIMITED BY SIZE
021000             ' THRU ' DELIMITED BY SIZE
021100             DL100-WS-THRU-DATE DELIMITED BY SIZE
021200             INTO DL100RSP-LINE
021300         END-STRING
021400     END-IF
021500     WRITE DL100RSP-LINE
021600     OPEN INPUT DL100-STATUS-FILE
021700     IF NOT DL100-WS-RSF-FILE-OK
021800         DISPLAY 'DL100RSR - RUN-STATUS LEDGER COULD NOT BE '
021900             'OPENED - STATUS ' DL100-WS-RSF-FILE-STATUS
022000         MOVE SPACES TO DL100RSP-LINE
022100         STRING '*** RUN-STATUS LEDGER COULD NOT BE OPENED - '
022200             DELIMITED BY SIZE
022300             'STATUS ' DELIMITED BY SIZE
022400             DL100-WS-RSF-FILE-STATUS DELIMITED BY SIZE
022500             ' - NOTHING LISTED ***' DELIMITED BY SIZE
022600             INTO DL100RSP-LINE
022700         END-STRING
022800         WRITE DL100RSP-LINE
022900         GO TO 1000-EXIT
023000     END-IF
023100     MOVE 'Y' TO DL100-WS-RSF-OPEN-SW
023200     PERFORM 1200-POSITION-LEDGER THRU 1200-EXIT.
023300 1000-EXIT.
023400     EXIT.
023500*****************************************************************
023600*    1100-READ-PARM -- A DATE GIVEN MUST BE NUMERIC, AND THE    *
023700*    THRU DATE MAY NOT FALL BEFORE THE FROM DATE.               *
023800*****************************************************************
023900 1100-READ-PARM.
024000     OPEN INPUT DL100-PARM-FILE
024100     IF NOT DL100-WS-PRM-FILE-OK
024200         GO TO 1100-EXIT
024300     END-IF
024400     READ DL100-PARM-FILE
024500         AT END
024600             CONTINUE
024700         NOT AT END
024800             MOVE DL100SPM-FROM-DATE TO DL100-WS-FROM-DATE
024900             MOVE DL100SPM-THRU-DATE TO DL100-WS-THRU-DATE
025000     END-READ
025100     CLOSE DL100-PARM-FILE
025200     IF DL100-WS-FROM-DATE NOT EQUAL TO SPACES
025300         AND DL100-WS-FROM-DATE NOT NUMERIC
025400         MOVE 'Y' TO DL100-WS-PARM-ERR-SW
025500     END-IF
025600     IF DL100-WS-THRU-DATE NOT EQUAL TO SPACES
025700         AND DL100-WS-THRU-DATE NOT NUMERIC
025800         MOVE 'Y' TO DL100-WS-PARM-ERR-SW
025900     END-IF
026000     IF DL100-WS-FROM-DATE NOT EQUAL TO SPACES
026100         AND DL100-WS-THRU-DATE NOT EQUAL TO SPACES
026200         AND DL100-WS-THRU-DATE LESS THAN DL100-WS-FROM-DATE
026300         MOVE 'Y' TO DL100-WS-PARM-ERR-SW
026400     END-IF.
026500 1100-EXIT.
026600     EXIT.
026700*****************************************************************
026800*    1200-POSITION-LEDGER -- THE LEDGER IS KEYED BY DATE FIRST, *
026900*    SO THE FIRST RECORD WANTED IS THE FIRST AT OR AFTER THE    *
027000*    FROM DATE. NOTHING THERE MEANS NOTHING IN THE RANGE.       *
027100*****************************************************************
027200 1200-POSITION-LEDGER.
027300     MOVE LOW-VALUES TO DL100RSF-KEY
027400     IF DL100-WS-FROM-DATE NOT EQUAL TO SPACES
027500         MOVE DL100-WS-FROM-DATE TO DL100RSF-BUSINESS-DATE
027600     END-IF
027700     START DL100-STATUS-FILE
027800         KEY NOT LESS THAN DL100RSF-KEY
027900         INVALID KEY
028000             MOVE 'Y' TO DL100-WS-RSF-EOF-SW
028100     END-START.
028200 1200-EXIT.
028300     EXIT.
028400*****************************************************************
028500*    2000-READ-LEDGER -- GATHER EACH DATE AND CYCLE'S RECORDS   *
028600*    (THEY ARE ADJACENT IN KEY ORDER) AND PRINT THE GROUP WHEN  *
028700*    THE NEXT ONE BEGINS, THEN THE LAST GROUP AT THE END.       *
028800*****************************************************************
028900 2000-READ-LEDGER.
029000     PERFORM 2100-READ-ONE-RECORD THRU 2100-EXIT
029100         UNTIL DL100-WS-RSF-EOF
029200     IF DL100-WS-GROUP-OPEN
029300         PERFORM 3000-PRINT-GROUP THRU 3000-EXIT
029400     END-IF.
029500 2000-EXIT.
029600     EXIT.
029700 2100-READ-ONE-RECORD.
029800     READ DL100-STATUS-FILE NEXT RECORD
029900         AT END
030000             MOVE 'Y' TO DL100-WS-RSF-EOF-SW
030100             GO TO 2100-EXIT
030200     END-READ
030300     IF DL100-WS-THRU-DATE NOT EQUAL TO SPACES
030400         AND DL100RSF-BUSINESS-DATE GREATER THAN
030500             DL100-WS-THRU-DATE
030600         MOVE 'Y' TO DL100-WS-RSF-EOF-SW
030700         GO TO 2100-EXIT
030800     END-IF
030900     ADD 1 TO DL100-WS-READ-CT
031000     IF DL100-WS-GROUP-OPEN
031100         AND (DL100RSF-BUSINESS-DATE NOT EQUAL TO
031200                  DL100-WS-GRP-DATE
031300              OR DL100RSF-CYCLE NOT EQUAL TO DL100-WS-GRP-CYCLE)
031400         PERFORM 3000-PRINT-GROUP THRU 3000-EXIT
031500     END-IF
031600     IF NOT DL100-WS-GROUP-OPEN
031700         MOVE 'Y' TO DL100-WS-GROUP-SW
031800         MOVE DL100RSF-BUSINESS-DATE TO DL100-WS-GRP-DATE
031900         MOVE DL100RSF-CYCLE TO DL100-WS-GRP-CYCLE
032000         PERFORM 2400-CLEAR-ONE-ROW THRU 2400-EXIT
032100             VARYING DL100-WS-ROW-IX FROM 1 BY 1
032200             UNTIL DL100-WS-ROW-IX GREATER THAN DL100-WS-MAX-ROWS
032300         MOVE DL100-WS-STEP-CT TO DL100-WS-ROW-CT
032400     END-IF
032500     PERFORM 2200-FILE-ONE-RECORD THRU 2200-EXIT.
032600 2100-EXIT.
032700     EXIT.
032800*****************************************************************
032900*    2200-FILE-ONE-RECORD -- UNDER ITS STEP'S ROW, OR A NEW     *
033000*    OTHER ROW. A PROGRAM THAT FINDS NO ROW FREE IS COUNTED,    *
033100*    NEVER DROPPED SILENTLY.                                    *
033200*****************************************************************
033300 2200-FILE-ONE-RECORD.
033400     MOVE 'N' TO DL100-WS-FOUND-SW
033500     PERFORM 2300-MATCH-ONE-ROW THRU 2300-EXIT
033600         VARYING DL100-WS-ROW-IX FROM 1 BY 1
033700         UNTIL DL100-WS-ROW-IX GREATER THAN DL100-WS-ROW-CT
033800         OR DL100-WS-FOUND
033900     IF NOT DL100-WS-FOUND
034000         IF DL100-WS-ROW-CT NOT LESS THAN DL100-WS-MAX-ROWS
034100             ADD 1 TO DL100-WS-LOST-CT
034200             GO TO 2200-EXIT
034300         END-IF
034400         ADD 1 TO DL100-WS-ROW-CT
034500         MOVE DL100-WS-ROW-CT TO DL100-WS-FOUND-IX
034600         MOVE DL100RSF-PROGRAM
034700             TO DL100-WS-ROW-PGM (DL100-WS-FOUND-IX)
034800     END-IF
034900     MOVE 'Y' TO DL100-WS-ROW-PRES (DL100-WS-FOUND-IX)
035000     MOVE DL100RSF-STATUS
035100         TO DL100-WS-ROW-STATUS (DL100-WS-FOUND-IX)
035200     MOVE DL100RSF-RUN-CT
035300         TO DL100-WS-ROW-RUN-CT (DL100-WS-FOUND-IX)
035400     MOVE DL100RSF-START-TSTAMP
035500         TO DL100-WS-ROW-START (DL100-WS-FOUND-IX)
035600     MOVE DL100RSF-END-TSTAMP
035700         TO DL100-WS-ROW-END (DL100-WS-FOUND-IX)
035800     MOVE DL100RSF-RETURN-CODE
035900         TO DL100-WS-ROW-RC (DL100-WS-FOUND-IX)
036000     MOVE DL100RSF-RERUN-SW
036100         TO DL100-WS-ROW-RERUN (DL100-WS-FOUND-IX).
036200 2200-EXIT.
036300     EXIT.
036400 2300-MATCH-ONE-ROW.
036500     IF DL100-WS-ROW-PGM (DL100-WS-ROW-IX) EQUAL TO
036600         DL100RSF-PROGRAM
036700         MOVE 'Y' TO DL100-WS-FOUND-SW
036800         MOVE DL100-WS-ROW-IX TO DL100-WS-FOUND-IX
036900     END-IF.
037000 2300-EXIT.
037100     EXIT.
037200 2400-CLEAR-ONE-ROW.
037300     MOVE SPACES TO DL100-WS-ROW (DL100-WS-ROW-IX)
037400     MOVE 'N' TO DL100-WS-ROW-PRES (DL100-WS-ROW-IX)
037500     MOVE ZERO TO DL100-WS-ROW-RUN-CT (DL100-WS-ROW-IX)
037600     MOVE ZERO TO DL100-WS-ROW-RC (DL100-WS-ROW-IX)
037700     IF DL100-WS-ROW-IX NOT GREATER THAN DL100-WS-STEP-CT
037800         MOVE DL100-WS-STEP-PGM (DL100-WS-ROW-IX)
037900             TO DL100-WS-ROW-PGM (DL100-WS-ROW-IX)
038000     END-IF.
038100 2400-EXIT.
038200     EXIT.
038300*****************************************************************
038400*    3000-PRINT-GROUP -- ONE BLOCK PER BUSINESS DATE AND CYCLE: *
038500*    THE SIX STEPS IN JOB ORDER, ANY OTHER PROGRAMS, AND HOW    *
038600*    MANY OF THE SIX ARE COMPLETE.                              *
038700*****************************************************************
038800 3000-PRINT-GROUP.
038900     MOVE ZERO TO DL100-WS-DONE-CT
039000     MOVE SPACES TO DL100RSP-LINE
039100     WRITE DL100RSP-LINE
039200     MOVE SPACES TO DL100RSP-LINE
039300     STRING 'BUSINESS DATE ' DELIMITED BY SIZE
039400         DL100-WS-GRP-DATE DELIMITED BY SIZE
039500         '  CYCLE ' DELIMITED BY SIZE
039600         DL100-WS-GRP-CYCLE DELIMITED BY SIZE
039700         INTO DL100RSP-LINE
039800     END-STRING
039900     WRITE DL100RSP-LINE
040000     PERFORM 3100-PRINT-ONE-ROW THRU 3100-EXIT
040100         VARYING DL100-WS-ROW-IX FROM 1 BY 1
040200         UNTIL DL100-WS-ROW-IX GREATER THAN DL100-WS-ROW-CT
040300     MOVE SPACES TO DL100RSP-LINE
040400     IF DL100-WS-DONE-CT EQUAL TO DL100-WS-STEP-CT
040500         ADD 1 TO DL100-WS-COMPLETE-CT
040600         STRING '  ' DELIMITED BY SIZE
040700             DL100-WS-DONE-CT DELIMITED BY SIZE
040800             ' OF 6 STEPS COMPLETE' DELIMITED BY SIZE
040900             INTO DL100RSP-LINE
041000         END-STRING
041100     ELSE
041200         ADD 1 TO DL100-WS-INCOMPLETE-CT
041300         STRING '  ' DELIMITED BY SIZE
041400             DL100-WS-DONE-CT DELIMITED BY SIZE
041500             ' OF 6 STEPS COMPLETE  *** DATE AND CYCLE NOT '
041600             DELIMITED BY SIZE
041700             'COMPLETE ***' DELIMITED BY SIZE
041800             INTO DL100RSP-LINE
041900         END-STRING
042000     END-IF
042100     WRITE DL100RSP-LINE
042200     ADD 1 TO DL100-WS-GROUP-CT
042300     MOVE 'N' TO DL100-WS-GROUP-SW.
042400 3000-EXIT.
042500     EXIT.
042600 3100-PRINT-ONE-ROW.
042700     IF DL100-WS-ROW-IX NOT GREATER THAN DL100-WS-STEP-CT
042800         MOVE DL100-WS-STEP-NAME (DL100-WS-ROW-IX)
042900             TO DL100-WS-ROW-LABEL
043000     ELSE
043100         MOVE 'OTHER' TO DL100-WS-ROW-LABEL
043200     END-IF
043300     EVALUATE TRUE
043400         WHEN NOT DL100-WS-ROW-HAS (DL100-WS-ROW-IX)
043500             MOVE 'NOT RUN' TO DL100-WS-STATUS-TEXT
043600         WHEN DL100-WS-ROW-COMPLETE (DL100-WS-ROW-IX)
043700             MOVE 'COMPLETE' TO DL100-WS-STATUS-TEXT
043800             IF DL100-WS-ROW-IX NOT GREATER THAN DL100-WS-STEP-CT
043900                 ADD 1 TO DL100-WS-DONE-CT
044000             END-IF
044100         WHEN DL100-WS-ROW-FAILED (DL100-WS-ROW-IX)
044200             MOVE 'ENDED WITHOUT COMPLETING'
044300                 TO DL100-WS-STATUS-TEXT
044400         WHEN DL100-WS-ROW-STARTED (DL100-WS-ROW-IX)
044500             MOVE 'STARTED - NOT FINISHED' TO DL100-WS-STATUS-TEXT
044600         WHEN OTHER
044700             MOVE 'UNKNOWN STATUS' TO DL100-WS-STATUS-TEXT
044800     END-EVALUATE
044900     MOVE SPACES TO DL100RSP-LINE
045000     IF NOT DL100-WS-ROW-HAS (DL100-WS-ROW-IX)
045100         STRING '  ' DELIMITED BY SIZE
045200             DL100-WS-ROW-LABEL DELIMITED BY SIZE
045300             ' ' DELIMITED BY SIZE
045400             DL100-WS-ROW-PGM (DL100-WS-ROW-IX) DELIMITED BY SIZE
045500             ' ' DELIMITED BY SIZE
045600             DL100-WS-STATUS-TEXT DELIMITED BY SIZE
045700             INTO DL100RSP-LINE
045800         END-STRING
045900         WRITE DL100RSP-LINE
046000         GO TO 3100-EXIT
046100     END-IF
046200     STRING '  ' DELIMITED BY SIZE
046300         DL100-WS-ROW-LABEL DELIMITED BY SIZE
046400         ' ' DELIMITED BY SIZE
046500         DL100-WS-ROW-PGM (DL100-WS-ROW-IX) DELIMITED BY SIZE
046600         ' ' DELIMITED BY SIZE
046700         DL100-WS-STATUS-TEXT DELIMITED BY SIZE
046800         '  RUNS=' DELIMITED BY SIZE
046900         DL100-WS-ROW-RUN-CT (DL100-WS-ROW-IX) DELIMITED BY SIZE
047000         '  START=' DELIMITED BY SIZE
047100         DL100-WS-ROW-START (DL100-WS-ROW-IX) DELIMITED BY SIZE
047200         '  END=' DELIMITED BY SIZE
047300         DL100-WS-ROW-END (DL100-WS-ROW-IX) DELIMITED BY SIZE
047400         '  RC=' DELIMITED BY SIZE
047500         DL100-WS-ROW-RC (DL100-WS-ROW-IX) DELIMITED BY SIZE
047600         INTO DL100RSP-LINE
047700     END-STRING
047800     IF DL100-WS-ROW-RERUN-AUTH (DL100-WS-ROW-IX)
047900         MOVE 'RERUN' TO DL100RSP-LINE (126:5)
048000     END-IF
048100     WRITE DL100RSP-LINE.
048200 3100-EXIT.
048300     EXIT.
048400*****************************************************************
048500*    6000-PRODUCE-SUMMARY                                       *
048600*****************************************************************
048700 6000-PRODUCE-SUMMARY.
048800     MOVE SPACES TO DL100RSP-LINE
048900     WRITE DL100RSP-LINE
049000     MOVE SPACES TO DL100RSP-LINE
049100     IF DL100-WS-GROUP-CT EQUAL TO ZERO
049200         STRING 'NO RUN-STATUS RECORDS IN THE RANGE'
049300             DELIMITED BY SIZE INTO DL100RSP-LINE
049400         END-STRING
049500         WRITE DL100RSP-LINE
049600         GO TO 6000-EXIT
049700     END-IF
049800     STRING 'DATES/CYCLES LISTED: ' DELIMITED BY SIZE
049900         DL100-WS-GROUP-CT DELIMITED BY SIZE
050000         '  ALL SIX COMPLETE: ' DELIMITED BY SIZE
050100         DL100-WS-COMPLETE-CT DELIMITED BY SIZE
050200         '  NOT COMPLETE: ' DELIMITED BY SIZE
050300         DL100-WS-INCOMPLETE-CT DELIMITED BY SIZE
050400         INTO DL100RSP-LINE
050500     END-STRING
050600     WRITE DL100RSP-LINE
050700     IF DL100-WS-LOST-CT GREATER THAN ZERO
050800         MOVE SPACES TO DL100RSP-LINE
050900         STRING '*** ' DELIMITED BY SIZE
051000             DL100-WS-LOST-CT DELIMITED BY SIZE
051100             ' LEDGER RECORDS FOR UNLISTED PROGRAMS NOT SHOWN '
051200             DELIMITED BY SIZE
051300             '- TOO MANY FOR ONE DATE AND CYCLE ***'
051400             DELIMITED BY SIZE
051500             INTO DL100RSP-LINE
051600         END-STRING
051700         WRITE DL100RSP-LINE
051800     END-IF.
051900 6000-EXIT.
052000     EXIT.
052100*****************************************************************
052200*    9000-TERMINATE                                             *
052300*****************************************************************
052400 9000-TERMINATE.
052500     IF DL100-WS-RSF-OPENED
052600         CLOSE DL100-STATUS-FILE
052700     END-IF
052800     CLOSE DL100-STATUS-RPT.
052900 9000-EXIT.
053000     EXIT.
