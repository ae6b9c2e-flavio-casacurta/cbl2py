001700*    THE CYCLE THAT STANDS), AND, WHEN THE PROOF HOLDS,         *
001800*    RESETS THE MASTER BY DROPPING THE CLOSED MONTH'S ROWS.     *
001900*    A FAILED PROOF LEAVES THE MASTER UNTOUCHED.                *
001910*                                                               *
001920*    BEFORE THE RESET, EACH BRANCH'S MONTH TOTAL AND TRANSMIT-  *
001930*    DAY COUNT IS APPENDED TO THE PERMANENT BRANCH HISTORY      *
001940*    FILE (DL100BHF, LAYOUT DL100BHS) READ BY THE DL100TRD      *
001950*    TREND REPORT. A HISTORY FILE THAT CANNOT BE OPENED         *
001960*    REFUSES THE RESET -- THE MONTH IS NEVER DROPPED FROM THE   *
001970*    MASTER BEFORE IT IS SAFE ON THE HISTORY.                   *
002000*                                                               *
002100*    PARAMETER RECORD (DL100MPM):                               *
002200*      COLS 1-6  MONTH TO CLOSE (YYYYMM). MANDATORY -- THIS     *
002400*                                                               *
002500*    RETURN CODES: 0 = CLOSED AND RESET, 4 = NOTHING ON THE     *
002600*    MASTER FOR THE MONTH, 8 = NO MONTH SUPPLIED, THE MASTER    *
002700*    OR ITS BRANCHES OVERFLOW THE TABLES, THE PROOF FAILED, OR  *
002800*    THE HISTORY COULD NOT BE WRITTEN - MASTER NOT RESET.       *
002900*                                                               *
003000*    MODIFICATION HISTORY                                       *
003100*    DATE       BY   DESCRIPTION                                *
003200*    09/02/26   FC   ORIGINAL.                                  *
003210*    10/15/26   FC   WIDEN THE JOURNAL RECORDS FOR THE RUN      *
003220*                    RESULT NOW ON THE HEADER.                  *
003230*    10/15/26   FC   APPEND THE CLOSED MONTH'S PER-BRANCH       *
003240*                    TOTALS TO THE BRANCH HISTORY FILE BEFORE   *
003250*                    THE RESET.                                 *
003260*    10/15/26   FC   CARRY THE MANUAL CORRECTION FIELDS ON THE  *
003270*                    ROWS KEPT BY THE RESET. A CYCLE 00 ROW     *
003280*                    (CREATED BY A CORRECTION) COUNTS IN THE    *
003290*                    BRANCH TOTAL BUT NOT AS A TRANSMIT DAY.    *
003291*    10/15/26   FC   A FULL BRANCH TABLE NOW REFUSES THE        *
003292*                    HISTORY AND THE RESET (RC=8) -- THE        *
003293*                    BRANCH LEFT OUT WAS DROPPED FROM THE       *
003294*                    MASTER WITHOUT REACHING THE HISTORY. TABLE *
003295*                    RAISED FROM 300 TO 2000 BRANCHES.          *
003300*                                                               *
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
004900            FILE STATUS IS DL100-WS-PRM-FILE-STATUS.
005000     SELECT DL100-CLOSE-RPT      ASSIGN TO DL100MER
005100            ORGANIZATION IS SEQUENTIAL.
005110     SELECT DL100-HISTORY-FILE   ASSIGN TO DL100BHF
005120            ORGANIZATION IS SEQUENTIAL
005130            FILE STATUS IS DL100-WS-BHF-FILE-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  DL100-MTD-FILE
005800     COPY DL100MTD.
005900 FD  DL100-JOURNAL-FILE
006000     RECORDING MODE IS F
006100     RECORD CONTAINS 17 TO 64 CHARACTERS
006200     LABEL RECORDS ARE STANDARD.
006300     COPY DL100JNL.
006400 FD  DL100-PARM-FILE
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD.
007400 01  DL100MER-LINE               PIC X(132).
007410 FD  DL100-HISTORY-FILE
007420     RECORDING MODE IS F
007430     LABEL RECORDS ARE STANDARD.
007440 01  DL100BHS-RECORD.
007450     COPY DL100BHS.
007500 WORKING-STORAGE SECTION.
007600 77  DL100-WS-MTD-FILE-STATUS    PIC X(02) VALUE '00'.
007700     88  DL100-WS-MTD-FILE-OK          VALUE '00'.
008700     88  DL100-WS-PARM-ERR             VALUE 'Y'.
008800 77  DL100-WS-OVERFLOW-SW        PIC X(01) VALUE 'N'.
008900     88  DL100-WS-OVERFLOW             VALUE 'Y'.
008930 77  DL100-WS-BR-OVERFLOW-SW     PIC X(01) VALUE 'N'.
008960     88  DL100-WS-BR-OVERFLOW          VALUE 'Y'.
009000 77  DL100-WS-PROOF-FAIL-SW      PIC X(01) VALUE 'N'.
009100     88  DL100-WS-PROOF-FAILED         VALUE 'Y'.
009200 77  DL100-WS-FOUND-SW           PIC X(01) VALUE 'N'.
009500 77  DL100-WS-MTD-CT             PIC 9(05) VALUE ZERO.
009600 77  DL100-WS-MTD-IX             PIC 9(05) VALUE ZERO.
009700 77  DL100-WS-MAX-MTD-ROWS       PIC 9(05) VALUE 9000.
009800 77  DL100-WS-BR-CT              PIC 9(04) VALUE ZERO.
009900 77  DL100-WS-BR-IX              PIC 9(04) VALUE ZERO.
010000 77  DL100-WS-FOUND-IX           PIC 9(04) VALUE ZERO.
010100 77  DL100-WS-MAX-BRANCHES       PIC 9(04) VALUE 2000.
010200 77  DL100-WS-DATE-CT            PIC 9(03) VALUE ZERO.
010300 77  DL100-WS-DATE-IX            PIC 9(03) VALUE ZERO.
010400 77  DL100-WS-MAX-DATES          PIC 9(03) VALUE 31.
010800 77  DL100-WS-JOURNAL-TOTAL      PIC S9(11)V99 VALUE ZERO.
010900 77  DL100-WS-TOTAL-ED           PIC -(10)9.99.
011000 77  DL100-WS-AMOUNT-ED          PIC -(8)9.99.
011010 77  DL100-WS-BHF-FILE-STATUS    PIC X(02) VALUE '00'.
011020     88  DL100-WS-BHF-FILE-OK          VALUE '00'.
011030 77  DL100-WS-HIST-FAIL-SW       PIC X(01) VALUE 'N'.
011040     88  DL100-WS-HIST-FAILED          VALUE 'Y'.
011050 77  DL100-WS-HIST-CT            PIC 9(04) VALUE ZERO.
011060 01  DL100-WS-CURRENT-DATE-TIME.
011070     05  DL100-WS-CDT-DATE       PIC 9(8).
011080     05  DL100-WS-CDT-TIME       PIC 9(8).
011100*****************************************************************
011200*    THE WHOLE MONTH-TO-DATE MASTER, HELD FOR THE RESET        *
011300*    REWRITE. ROWS OF THE CLOSED MONTH ARE NOT WRITTEN BACK.   *
011900         10  DL100-WS-MTD-CYC    PIC 9(02).
012000         10  DL100-WS-MTD-NAME   PIC X(20).
012100         10  DL100-WS-MTD-AMT    PIC S9(09)V99.
012120         10  DL100-WS-MTD-CORR-BY
012140                                 PIC X(08).
012160         10  DL100-WS-MTD-PRIOR  PIC S9(09)V99.
012200*****************************************************************
012300*    PER-BRANCH MONTH SUMMARY.                                 *
012400*****************************************************************
012500 01  DL100-WS-BR-TABLE.
012600     05  DL100-WS-BR-ENTRY OCCURS 2000 TIMES.
012700         10  DL100-WS-BR-CODE    PIC X(03).
012800         10  DL100-WS-BR-NAME    PIC X(20).
012900         10  DL100-WS-BR-AMT     PIC S9(11)V99.
018900     END-IF
019000     PERFORM 3000-SUM-JOURNAL THRU 3000-EXIT
019100     PERFORM 4000-PRODUCE-SUMMARY THRU 4000-EXIT
019105*    A BRANCH LEFT OUT OF THE SUMMARY WOULD BE MISSING FROM THE
019110*    HISTORY AND THEN DROPPED FROM THE MASTER WITH THE MONTH.
019115     IF DL100-WS-BR-OVERFLOW
019120         DISPLAY 'DL100MEC - MORE BRANCHES THAN THE TABLE '
019125             'HOLDS - RUN REFUSED'
019130         MOVE SPACES TO DL100MER-LINE
019135         STRING '*** BRANCH TABLE FULL - HISTORY NOT WRITTEN, '
019140             DELIMITED BY SIZE
019145             'MASTER NOT RESET ***' DELIMITED BY SIZE
019150             INTO DL100MER-LINE
019155         END-STRING
019160         WRITE DL100MER-LINE
019165         PERFORM 9000-TERMINATE THRU 9000-EXIT
019170         MOVE 8 TO RETURN-CODE
019175         GOBACK
019180     END-IF
019200     PERFORM 4500-PROVE-MONTH THRU 4500-EXIT
019300     IF DL100-WS-PROOF-FAILED
019400         PERFORM 9000-TERMINATE THRU 9000-EXIT
019500         MOVE 8 TO RETURN-CODE
019600         GOBACK
019700     END-IF
019710     PERFORM 4800-WRITE-HISTORY THRU 4800-EXIT
019720     IF DL100-WS-HIST-FAILED
019730         PERFORM 9000-TERMINATE THRU 9000-EXIT
019740         MOVE 8 TO RETURN-CODE
019750         GOBACK
019760     END-IF
019800     PERFORM 5000-RESET-MASTER THRU 5000-EXIT
019900     PERFORM 9000-TERMINATE THRU 9000-EXIT
020000     MOVE 0 TO RETURN-CODE
026300                 TO DL100-WS-MTD-NAME (DL100-WS-MTD-CT)
026400             MOVE DL100MTD-AMOUNT
026500                 TO DL100-WS-MTD-AMT (DL100-WS-MTD-CT)
026506*            ROWS WRITTEN BEFORE THE CORRECTION FIELDS EXISTED
026512*            READ BACK AS GARBAGE THERE -- TREAT THEM AS NEVER
026518*            CORRECTED.
026524             IF DL100MTD-PRIOR-AMOUNT NUMERIC
026530                 MOVE DL100MTD-CORR-BY
026536                     TO DL100-WS-MTD-CORR-BY (DL100-WS-MTD-CT)
026542                 MOVE DL100MTD-PRIOR-AMOUNT
026548                     TO DL100-WS-MTD-PRIOR (DL100-WS-MTD-CT)
026554             ELSE
026560                 MOVE SPACES
026566                     TO DL100-WS-MTD-CORR-BY (DL100-WS-MTD-CT)
026572                 MOVE ZERO
026578                     TO DL100-WS-MTD-PRIOR (DL100-WS-MTD-CT)
026584             END-IF
026600     END-READ.
026700 1500-EXIT.
026800     EXIT.
028200         GO TO 2100-EXIT
028300     END-IF
028400     ADD 1 TO DL100-WS-MONTH-ROW-CT
028700     MOVE 'N' TO DL100-WS-FOUND-SW
028800     PERFORM 2200-MATCH-ONE-BRANCH THRU 2200-EXIT
028900         VARYING DL100-WS-BR-IX FROM 1 BY 1
029200     IF NOT DL100-WS-FOUND
029300         IF DL100-WS-BR-CT GREATER THAN OR EQUAL TO
029400             DL100-WS-MAX-BRANCHES
029450             MOVE 'Y' TO DL100-WS-BR-OVERFLOW-SW
029500             DISPLAY 'DL100MEC - BRANCH TABLE FULL - CODE '
029600                 DL100-WS-MTD-CODE (DL100-WS-MTD-IX)
029700                 ' NOT SUMMARIZED - MASTER NOT RESET'
029800             GO TO 2100-EXIT
029900         END-IF
030000         ADD 1 TO DL100-WS-BR-CT
030600         MOVE ZERO TO DL100-WS-BR-AMT (DL100-WS-FOUND-IX)
030700         MOVE ZERO TO DL100-WS-BR-NIGHTS (DL100-WS-FOUND-IX)
030800     END-IF
030830     ADD DL100-WS-MTD-AMT (DL100-WS-MTD-IX)
030860         TO DL100-WS-NETWORK-TOTAL
030900     ADD DL100-WS-MTD-AMT (DL100-WS-MTD-IX)
031000         TO DL100-WS-BR-AMT (DL100-WS-FOUND-IX)
031030*    A CYCLE 00 ROW WAS CREATED BY A MANUAL CORRECTION FOR A
031060*    DATE THE BRANCH DID NOT TRANSMIT.
031090     IF DL100-WS-MTD-CYC (DL100-WS-MTD-IX) NOT EQUAL TO ZERO
031120         ADD 1 TO DL100-WS-BR-NIGHTS (DL100-WS-FOUND-IX)
031150     END-IF.
031200 2100-EXIT.
031300     EXIT.
031400 2200-MATCH-ONE-BRANCH.
046300     WRITE DL100MER-LINE.
046400 4500-EXIT.
046500     EXIT.
046501*****************************************************************
046502*    4800-WRITE-HISTORY -- APPEND ONE HISTORY RECORD PER BRANCH *
046503*    FOR THE CLOSED MONTH. THIS IS THE ONLY COPY OF THE MONTH   *
046504*    THAT OUTLIVES THE RESET, SO A FILE THAT WILL NOT OPEN      *
046505*    STOPS THE CLOSE HERE.                                      *
046506*****************************************************************
046507 4800-WRITE-HISTORY.
046508     MOVE FUNCTION CURRENT-DATE TO DL100-WS-CURRENT-DATE-TIME
046509     OPEN EXTEND DL100-HISTORY-FILE
046510     IF NOT DL100-WS-BHF-FILE-OK
046511         OPEN OUTPUT DL100-HISTORY-FILE
046512     END-IF
046513     IF NOT DL100-WS-BHF-FILE-OK
046514         MOVE 'Y' TO DL100-WS-HIST-FAIL-SW
046515         DISPLAY 'DL100MEC - BRANCH HISTORY COULD NOT BE '
046516             'OPENED - STATUS ' DL100-WS-BHF-FILE-STATUS
046517             ' - MASTER NOT RESET'
046518         MOVE SPACES TO DL100MER-LINE
046519         STRING '*** BRANCH HISTORY COULD NOT BE OPENED - '
046520             DELIMITED BY SIZE
046521             'MASTER NOT RESET ***' DELIMITED BY SIZE
046522             INTO DL100MER-LINE
046523         END-STRING
046524         WRITE DL100MER-LINE
046525         GO TO 4800-EXIT
046526     END-IF
046527     PERFORM 4850-WRITE-ONE-HISTORY THRU 4850-EXIT
046528         VARYING DL100-WS-BR-IX FROM 1 BY 1
046529         UNTIL DL100-WS-BR-IX GREATER THAN DL100-WS-BR-CT
046530     CLOSE DL100-HISTORY-FILE
046531     MOVE SPACES TO DL100MER-LINE
046532     STRING 'BRANCH HISTORY RECORDS WRITTEN: ' DELIMITED BY SIZE
046533         DL100-WS-HIST-CT DELIMITED BY SIZE
046534         INTO DL100MER-LINE
046535     END-STRING
046536     WRITE DL100MER-LINE.
046537 4800-EXIT.
046538     EXIT.
046539 4850-WRITE-ONE-HISTORY.
046540     MOVE DL100-WS-BR-CODE (DL100-WS-BR-IX)
046541         TO DL100BHS-BRANCH-CODE
046542     MOVE DL100-WS-CLOSE-MONTH TO DL100BHS-MONTH
046543     MOVE DL100-WS-BR-NAME (DL100-WS-BR-IX)
046544         TO DL100BHS-BRANCH-NAME
046545     MOVE DL100-WS-BR-AMT (DL100-WS-BR-IX) TO DL100BHS-AMOUNT
046546     MOVE DL100-WS-BR-NIGHTS (DL100-WS-BR-IX)
046547         TO DL100BHS-TRANSMIT-DAYS
046548     MOVE DL100-WS-CDT-DATE TO DL100BHS-CLOSE-DATE
046549     WRITE DL100BHS-RECORD
046550     ADD 1 TO DL100-WS-HIST-CT.
046551 4850-EXIT.
046552     EXIT.
046600*****************************************************************
046700*    5000-RESET-MASTER -- WRITE THE MASTER BACK WITHOUT THE     *
046800*    CLOSED MONTH'S ROWS. ROWS OF ANY OTHER MONTH (A NEW        *
050300         TO DL100MTD-BRANCH-NAME
050400     MOVE DL100-WS-MTD-AMT (DL100-WS-MTD-IX)
050500         TO DL100MTD-AMOUNT
050520     MOVE DL100-WS-MTD-CORR-BY (DL100-WS-MTD-IX)
050540         TO DL100MTD-CORR-BY
050560     MOVE DL100-WS-MTD-PRIOR (DL100-WS-MTD-IX)
050580         TO DL100MTD-PRIOR-AMOUNT
050600     WRITE DL100MTM-RECORD
050700     ADD 1 TO DL100-WS-KEPT-CT.
050800 5100-EXIT.
