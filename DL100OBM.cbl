000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL100OBM.
000300 AUTHOR.        F CASACURTA.
000400 INSTALLATION.  BRANCH OPERATIONS BATCH.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    DL100OBM -- OPEN-BREAKS LEDGER MAINTENANCE AND AGED REPORT *
001000*                                                               *
001100*    WORKS THE OPEN-BREAKS LEDGER (DL100OBK) THAT THE GL        *
001200*    RECONCILIATION (DL100RCN) FEEDS WITH EVERY OUT-OF-BALANCE  *
001300*    BRANCH, AND PRINTS THE AGED OPEN-BREAKS REPORT THE         *
001400*    MORNING MEETING WORKS FROM. DRIVEN BY CARD-IMAGE           *
001500*    TRANSACTIONS ON DL100OBT, ONE PER LINE:                    *
001600*                                                               *
001700*      LIST                       LIST EVERY LEDGER ENTRY,      *
001800*                                 OPEN OR CLOSED                *
001900*      INVEST  <BR><DATE><CY><REASON>                           *
002000*                                 MARK THE BREAK INVESTIGATED   *
002100*                                 (IT STAYS OUTSTANDING)        *
002200*      WRITEOFF <BR><DATE><CY><REASON>                          *
002300*                                 CLOSE THE BREAK AS WRITTEN    *
002400*                                 OFF                           *
002500*      RESOLVE <BR><DATE><CY><REASON>                           *
002600*                                 CLOSE THE BREAK AS RESOLVED   *
002700*      PURGE   <DATE>             DROP CLOSED ENTRIES WHOSE     *
002800*                                 STATUS DATE IS BEFORE <DATE>  *
002900*                                                               *
003000*    CARD LAYOUT: COLS 1-8 ACTION, 9-11 BRANCH CODE, 12-19      *
003100*    BUSINESS DATE OF THE BREAK (YYYYMMDD -- THE PURGE CUTOFF   *
003200*    ON A PURGE CARD), 20-21 CYCLE (BLANK = THE OLDEST          *
003300*    OUTSTANDING BREAK FOR THE BRANCH AND DATE), 22-51 REASON.  *
003400*    INVEST, WRITEOFF AND RESOLVE MUST CARRY A REASON, AND      *
003500*    APPLY ONLY TO A BREAK STILL OUTSTANDING (OPEN OR           *
003600*    INVESTIGATED).                                             *
003700*                                                               *
003800*    EVERY ACTION IS ECHOED ON THE DL100OBR REPORT, FOLLOWED    *
003900*    BY THE AGED REPORT OF THE BREAKS STILL OUTSTANDING AFTER   *
004000*    THE DECK IS APPLIED. AN EMPTY DECK JUST PRINTS THE AGED    *
004100*    REPORT. RETURN CODES: 0 = ALL TRANSACTIONS APPLIED,        *
004200*    4 = ONE OR MORE TRANSACTIONS NOT APPLIED, 8 = THE LEDGER   *
004300*    OVERFLOWS THE TABLE - NOTHING TOUCHED.                     *
004400*                                                               *
004500*    MODIFICATION HISTORY                                       *
004600*    DATE       BY   DESCRIPTION                                *
004700*    10/15/26   FC   ORIGINAL.                                  *
004800*                                                               *
004900*****************************************************************
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
005200 SOURCE-COMPUTER.  IBM-370.
005300 OBJECT-COMPUTER.  IBM-370.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT DL100-BREAK-FILE     ASSIGN TO DL100OBK
005700            ORGANIZATION IS SEQUENTIAL
005800            FILE STATUS IS DL100-WS-OBK-FILE-STATUS.
005900     SELECT DL100-TXN-FILE       ASSIGN TO DL100OBT
006000            ORGANIZATION IS SEQUENTIAL.
006100     SELECT DL100-BREAK-RPT      ASSIGN TO DL100OBR
006200            ORGANIZATION IS SEQUENTIAL.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  DL100-BREAK-FILE
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
006800 01  DL100OBK-RECORD.
006900     COPY DL100OBK.
007000 FD  DL100-TXN-FILE
007100     RECORDING MODE IS F
007200     RECORD CONTAINS 80 CHARACTERS
007300     LABEL RECORDS ARE STANDARD.
007400 01  DL100OBT-RECORD.
007500     05  DL100OBT-ACTION         PIC X(8).
007600         88  DL100OBT-LIST             VALUE 'LIST'.
007700         88  DL100OBT-INVEST           VALUE 'INVEST'.
007800         88  DL100OBT-WRITEOFF         VALUE 'WRITEOFF'.
007900         88  DL100OBT-RESOLVE          VALUE 'RESOLVE'.
008000         88  DL100OBT-PURGE            VALUE 'PURGE'.
008100     05  DL100OBT-BRANCH-CODE    PIC X(3).
008200     05  DL100OBT-BUSINESS-DATE  PIC X(8).
008300     05  DL100OBT-CYCLE          PIC X(2).
008400     05  DL100OBT-CYCLE-9 REDEFINES DL100OBT-CYCLE
008500                                 PIC 9(2).
008600     05  DL100OBT-REASON         PIC X(30).
008700     05  FILLER                  PIC X(29).
008800 FD  DL100-BREAK-RPT
008900     RECORDING MODE IS F
009000     LABEL RECORDS ARE STANDARD.
009100 01  DL100OBR-LINE               PIC X(132).
009200 WORKING-STORAGE SECTION.
009300 77  DL100-WS-OBK-FILE-STATUS    PIC X(02) VALUE '00'.
009400     88  DL100-WS-OBK-FILE-OK          VALUE '00'.
009500 77  DL100-WS-OBK-EOF-SW         PIC X(01) VALUE 'N'.
009600     88  DL100-WS-OBK-EOF              VALUE 'Y'.
009700 77  DL100-WS-TXN-EOF-SW         PIC X(01) VALUE 'N'.
009800     88  DL100-WS-TXN-EOF              VALUE 'Y'.
009900 77  DL100-WS-FOUND-SW           PIC X(01) VALUE 'N'.
010000     88  DL100-WS-FOUND                VALUE 'Y'.
010100 77  DL100-WS-OVERFLOW-SW        PIC X(01) VALUE 'N'.
010200     88  DL100-WS-OVERFLOW             VALUE 'Y'.
010300 77  DL100-WS-NEW-STATUS         PIC X(01) VALUE SPACE.
010400 77  DL100-WS-BRK-CT             PIC 9(03) VALUE ZERO.
010500 77  DL100-WS-BRK-IX             PIC 9(03) VALUE ZERO.
010600 77  DL100-WS-FOUND-IX           PIC 9(03) VALUE ZERO.
010700 77  DL100-WS-MAX-BREAKS         PIC 9(03) VALUE 500.
010800 77  DL100-WS-APPLIED-CT         PIC 9(03) VALUE ZERO.
010900 77  DL100-WS-UNMATCHED-CT       PIC 9(03) VALUE ZERO.
011000 77  DL100-WS-PURGED-CT          PIC 9(03) VALUE ZERO.
011100 77  DL100-WS-KEPT-CT            PIC 9(03) VALUE ZERO.
011200 77  DL100-WS-OUTSTANDING-CT     PIC 9(03) VALUE ZERO.
011300 77  DL100-WS-OUTSTANDING-AMT    PIC S9(09)V99 VALUE ZERO.
011400 77  DL100-WS-AGE-DAYS           PIC S9(05) VALUE ZERO.
011500 77  DL100-WS-AGE-DAYS-ED        PIC ZZZZ9.
011600 77  DL100-WS-TODAY-INT          PIC 9(07) VALUE ZERO.
011700 77  DL100-WS-BRK-INT            PIC 9(07) VALUE ZERO.
011800 77  DL100-WS-BUCKET-IX          PIC 9(01) VALUE ZERO.
011900 77  DL100-WS-DIFF-ED            PIC -(6)9.99.
012000 77  DL100-WS-TOTAL-ED           PIC -(8)9.99.
012100 01  DL100-WS-CURRENT-DATE-TIME.
012200     05  DL100-WS-CDT-DATE       PIC 9(8).
012300     05  DL100-WS-CDT-TIME       PIC 9(8).
012400 01  DL100-WS-BRK-DATE-PART.
012500     05  DL100-WS-BRK-DATE       PIC X(08).
012600     05  DL100-WS-BRK-DATE-9 REDEFINES DL100-WS-BRK-DATE
012700                                 PIC 9(08).
012800*****************************************************************
012900*    THE WHOLE LEDGER, HELD FOR THE IN-PLACE REWRITE. STATUS P  *
013000*    MARKS AN ENTRY PURGED IN THIS RUN -- THE REWRITE DOES NOT  *
013100*    WRITE IT BACK.                                             *
013200*****************************************************************
013300 01  DL100-WS-BRK-TABLE.
013400     05  DL100-WS-BRK-ENTRY OCCURS 0500 TIMES.
013500         10  DL100-WS-BRK-T-CODE PIC X(03).
013600         10  DL100-WS-BRK-T-NAME PIC X(20).
013700         10  DL100-WS-BRK-T-DATE PIC X(08).
013800         10  DL100-WS-BRK-T-CYC  PIC 9(02).
013900         10  DL100-WS-BRK-T-DIFF PIC S9(07)V99.
014000         10  DL100-WS-BRK-T-STAT PIC X(01).
014100             88  DL100-WS-BRK-T-OUTSTANDING
014200                                       VALUE 'O' 'I'.
014300             88  DL100-WS-BRK-T-CLOSED VALUE 'W' 'R' 'C'.
014400             88  DL100-WS-BRK-T-PURGED VALUE 'P'.
014500         10  DL100-WS-BRK-T-SDATE
014600                                 PIC X(08).
014700         10  DL100-WS-BRK-T-RSN  PIC X(30).
014800*****************************************************************
014900*    AGE BUCKETS FOR THE AGED REPORT -- THE SAME 0-1, 2-5,      *
015000*    6-10 AND OVER 10 DAYS THE SUSPENSE AGING REPORT USES.      *
015100*****************************************************************
015200 01  DL100-WS-AGE-LABELS.
015300     05  FILLER                  PIC X(12) VALUE '0-1 DAYS'.
015400     05  FILLER                  PIC X(12) VALUE '2-5 DAYS'.
015500     05  FILLER                  PIC X(12) VALUE '6-10 DAYS'.
015600     05  FILLER                  PIC X(12) VALUE 'OVER 10 DAYS'.
015700 01  DL100-WS-AGE-LABEL-TABLE REDEFINES DL100-WS-AGE-LABELS.
015800     05  DL100-WS-AGE-LABEL OCCURS 0004 TIMES
015900                                 PIC X(12).
016000 01  DL100-WS-AGE-TABLE.
016100     05  DL100-WS-AGE-ROW OCCURS 0004 TIMES.
016200         10  DL100-WS-AGE-CT     PIC 9(05) VALUE ZERO.
016300         10  DL100-WS-AGE-AMT    PIC S9(09)V99 VALUE ZERO.
016400 PROCEDURE DIVISION.
016500 MAIN-SECTION SECTION.
016600*****************************************************************
016700*    0000-MAINLINE                                              *
016800*****************************************************************
016900 0000-MAINLINE.
017000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
017100*    A LEDGER BIGGER THAN THE TABLE CANNOT BE WORKED HERE --
017200*    THE REWRITE WOULD TRUNCATE EVERY ENTRY PAST THE TABLE.
017300*    REFUSE THE RUN WITH THE FILE UNTOUCHED.
017400     IF DL100-WS-OVERFLOW
017500         PERFORM 9000-TERMINATE THRU 9000-EXIT
017600         MOVE 8 TO RETURN-CODE
017700         GOBACK
017800     END-IF
017900     PERFORM 2000-PROCESS-ONE-TXN THRU 2000-EXIT
018000         UNTIL DL100-WS-TXN-EOF
018100     PERFORM 5000-REWRITE-BREAKS THRU 5000-EXIT
018200     PERFORM 6000-PRODUCE-SUMMARY THRU 6000-EXIT
018300     PERFORM 7000-PRODUCE-AGED-REPORT THRU 7000-EXIT
018400     PERFORM 9000-TERMINATE THRU 9000-EXIT
018500     IF DL100-WS-UNMATCHED-CT GREATER THAN ZERO
018600         MOVE 4 TO RETURN-CODE
018700     ELSE
018800         MOVE 0 TO RETURN-CODE
018900     END-IF
019000     GOBACK.
019100*****************************************************************
019200*    1000-INITIALIZE -- LOAD THE LEDGER INTO THE TABLE AND      *
019300*    OPEN THE TRANSACTION AND REPORT FILES. A MISSING LEDGER    *
019400*    IS AN EMPTY TABLE, NOT AN ERROR -- DL100RCN HAS SIMPLY     *
019500*    NOT FOUND A BREAK YET.                                     *
019600*****************************************************************
019700 1000-INITIALIZE.
019800     MOVE FUNCTION CURRENT-DATE TO DL100-WS-CURRENT-DATE-TIME
019900     COMPUTE DL100-WS-TODAY-INT =
020000         FUNCTION INTEGER-OF-DATE (DL100-WS-CDT-DATE)
020100     OPEN INPUT DL100-BREAK-FILE
020200     IF DL100-WS-OBK-FILE-OK
020300         PERFORM 1100-LOAD-ONE-BREAK THRU 1100-EXIT
020400             UNTIL DL100-WS-OBK-EOF
020500             OR DL100-WS-BRK-CT GREATER THAN OR EQUAL TO
020600                 DL100-WS-MAX-BREAKS
020700*        THE LOOP STOPPING ON A FULL TABLE RATHER THAN ON EOF
020800*        ONLY PROVES OVERFLOW IF ANOTHER RECORD IS REALLY
020900*        THERE -- TRY ONE MORE READ, AS DL100 DOES.
021000         IF NOT DL100-WS-OBK-EOF
021100             READ DL100-BREAK-FILE
021200                 AT END
021300                     MOVE 'Y' TO DL100-WS-OBK-EOF-SW
021400                 NOT AT END
021500                     MOVE 'Y' TO DL100-WS-OVERFLOW-SW
021600             END-READ
021700         END-IF
021800         CLOSE DL100-BREAK-FILE
021900     END-IF
022000     OPEN INPUT DL100-TXN-FILE
022100     OPEN OUTPUT DL100-BREAK-RPT
022200     MOVE SPACES TO DL100OBR-LINE
022300     STRING 'DL100OBM - OPEN-BREAKS LEDGER MAINTENANCE'
022400         DELIMITED BY SIZE INTO DL100OBR-LINE
022500     END-STRING
022600     WRITE DL100OBR-LINE
022700     MOVE SPACES TO DL100OBR-LINE
022800     WRITE DL100OBR-LINE
022900     IF DL100-WS-OVERFLOW
023000         DISPLAY 'DL100OBM - OPEN-BREAKS LEDGER HAS MORE '
023100             'ENTRIES THAN THE TABLE HOLDS - RUN REFUSED'
023200         MOVE SPACES TO DL100OBR-LINE
023300         STRING '*** OPEN-BREAKS LEDGER EXCEEDS THE TABLE - '
023400             DELIMITED BY SIZE
023500             'NOTHING CHANGED - RUN REFUSED ***'
023600             DELIMITED BY SIZE
023700             INTO DL100OBR-LINE
023800         END-STRING
023900         WRITE DL100OBR-LINE
024000         GO TO 1000-EXIT
024100     END-IF
024200     PERFORM 1200-READ-TXN THRU 1200-EXIT.
024300 1000-EXIT.
024400     EXIT.
024500 1100-LOAD-ONE-BREAK.
024600     READ DL100-BREAK-FILE
024700         AT END
024800             MOVE 'Y' TO DL100-WS-OBK-EOF-SW
024900         NOT AT END
025000             ADD 1 TO DL100-WS-BRK-CT
025100             MOVE DL100OBK-BRANCH-CODE
025200                 TO DL100-WS-BRK-T-CODE (DL100-WS-BRK-CT)
025300             MOVE DL100OBK-BRANCH-NAME
025400                 TO DL100-WS-BRK-T-NAME (DL100-WS-BRK-CT)
025500             MOVE DL100OBK-BUSINESS-DATE
025600                 TO DL100-WS-BRK-T-DATE (DL100-WS-BRK-CT)
025700             MOVE DL100OBK-CYCLE
025800                 TO DL100-WS-BRK-T-CYC (DL100-WS-BRK-CT)
025900             MOVE DL100OBK-DIFFERENCE
026000                 TO DL100-WS-BRK-T-DIFF (DL100-WS-BRK-CT)
026100             MOVE DL100OBK-STATUS
026200                 TO DL100-WS-BRK-T-STAT (DL100-WS-BRK-CT)
026300             MOVE DL100OBK-STATUS-DATE
026400                 TO DL100-WS-BRK-T-SDATE (DL100-WS-BRK-CT)
026500             MOVE DL100OBK-REASON
026600                 TO DL100-WS-BRK-T-RSN (DL100-WS-BRK-CT)
026700     END-READ.
026800 1100-EXIT.
026900     EXIT.
027000 1200-READ-TXN.
027100     READ DL100-TXN-FILE
027200         AT END
027300             MOVE 'Y' TO DL100-WS-TXN-EOF-SW
027400     END-READ.
027500 1200-EXIT.
027600     EXIT.
027700*****************************************************************
027800*    2000-PROCESS-ONE-TXN -- APPLY ONE LEDGER TRANSACTION AND   *
027900*    ECHO THE RESULT ON THE REPORT.                             *
028000*****************************************************************
028100 2000-PROCESS-ONE-TXN.
028200     EVALUATE TRUE
028300         WHEN DL100OBT-LIST
028400             PERFORM 3000-LIST-BREAKS THRU 3000-EXIT
028500         WHEN DL100OBT-INVEST
028600             MOVE 'I' TO DL100-WS-NEW-STATUS
028700             PERFORM 3200-MARK-BREAK THRU 3200-EXIT
028800         WHEN DL100OBT-WRITEOFF
028900             MOVE 'W' TO DL100-WS-NEW-STATUS
029000             PERFORM 3200-MARK-BREAK THRU 3200-EXIT
029100         WHEN DL100OBT-RESOLVE
029200             MOVE 'R' TO DL100-WS-NEW-STATUS
029300             PERFORM 3200-MARK-BREAK THRU 3200-EXIT
029400         WHEN DL100OBT-PURGE
029500             PERFORM 3400-PURGE-BREAKS THRU 3400-EXIT
029600         WHEN OTHER
029700             ADD 1 TO DL100-WS-UNMATCHED-CT
029800             MOVE SPACES TO DL100OBR-LINE
029900             STRING '*** UNKNOWN ACTION ' DELIMITED BY SIZE
030000                 DL100OBT-ACTION DELIMITED BY SIZE
030100                 ' ***' DELIMITED BY SIZE
030200                 INTO DL100OBR-LINE
030300             END-STRING
030400             WRITE DL100OBR-LINE
030500     END-EVALUATE
030600     PERFORM 1200-READ-TXN THRU 1200-EXIT.
030700 2000-EXIT.
030800     EXIT.
030900*****************************************************************
031000*    3000-LIST-BREAKS -- ONE LINE PER LEDGER ENTRY AS IT        *
031100*    CURRENTLY STANDS (INCLUDING CHANGES APPLIED EARLIER IN     *
031200*    THIS SAME TRANSACTION DECK).                               *
031300*****************************************************************
031400 3000-LIST-BREAKS.
031500     IF DL100-WS-BRK-CT EQUAL TO ZERO
031600         MOVE SPACES TO DL100OBR-LINE
031700         STRING 'OPEN-BREAKS LEDGER IS EMPTY' DELIMITED BY SIZE
031800             INTO DL100OBR-LINE
031900         END-STRING
032000         WRITE DL100OBR-LINE
032100         GO TO 3000-EXIT
032200     END-IF
032300     PERFORM 3100-LIST-ONE-BREAK THRU 3100-EXIT
032400         VARYING DL100-WS-BRK-IX FROM 1 BY 1
032500         UNTIL DL100-WS-BRK-IX GREATER THAN DL100-WS-BRK-CT.
032600 3000-EXIT.
032700     EXIT.
032800 3100-LIST-ONE-BREAK.
032900     IF DL100-WS-BRK-T-PURGED (DL100-WS-BRK-IX)
033000         GO TO 3100-EXIT
033100     END-IF
033200     MOVE DL100-WS-BRK-T-DIFF (DL100-WS-BRK-IX)
033300         TO DL100-WS-DIFF-ED
033400     MOVE SPACES TO DL100OBR-LINE
033500     STRING 'BRANCH ' DELIMITED BY SIZE
033600         DL100-WS-BRK-T-CODE (DL100-WS-BRK-IX) DELIMITED BY SIZE
033700         ' ' DELIMITED BY SIZE
033800         DL100-WS-BRK-T-NAME (DL100-WS-BRK-IX) DELIMITED BY SIZE
033900         '  DATE=' DELIMITED BY SIZE
034000         DL100-WS-BRK-T-DATE (DL100-WS-BRK-IX) DELIMITED BY SIZE
034100         '  CYC=' DELIMITED BY SIZE
034200         DL100-WS-BRK-T-CYC (DL100-WS-BRK-IX) DELIMITED BY SIZE
034300         '  DIFF=' DELIMITED BY SIZE
034400         DL100-WS-DIFF-ED DELIMITED BY SIZE
034500         '  STATUS=' DELIMITED BY SIZE
034600         DL100-WS-BRK-T-STAT (DL100-WS-BRK-IX) DELIMITED BY SIZE
034700         ' ' DELIMITED BY SIZE
034800         DL100-WS-BRK-T-SDATE (DL100-WS-BRK-IX)
034900             DELIMITED BY SIZE
035000         '  ' DELIMITED BY SIZE
035100         DL100-WS-BRK-T-RSN (DL100-WS-BRK-IX) DELIMITED BY SIZE
035200         INTO DL100OBR-LINE
035300     END-STRING
035400     WRITE DL100OBR-LINE.
035500 3100-EXIT.
035600     EXIT.
035700*****************************************************************
035800*    3200-MARK-BREAK -- INVESTIGATED, WRITTEN OFF OR RESOLVED,  *
035900*    AS SET BY 2000. A REASON IS MANDATORY -- THE LEDGER IS     *
036000*    THE AUDIT TRAIL OF WHY A BREAK WENT AWAY. ONLY A BREAK     *
036100*    STILL OUTSTANDING CAN BE MARKED.                           *
036200*****************************************************************
036300 3200-MARK-BREAK.
036400     IF DL100OBT-REASON EQUAL TO SPACES
036500         ADD 1 TO DL100-WS-UNMATCHED-CT
036600         MOVE SPACES TO DL100OBR-LINE
036700         STRING '*** ' DELIMITED BY SIZE
036800             DL100OBT-ACTION DELIMITED BY SIZE
036900             ' NOT APPLIED - BRANCH=' DELIMITED BY SIZE
037000             DL100OBT-BRANCH-CODE DELIMITED BY SIZE
037100             '  DATE=' DELIMITED BY SIZE
037200             DL100OBT-BUSINESS-DATE DELIMITED BY SIZE
037300             ' - NO REASON GIVEN ***' DELIMITED BY SIZE
037400             INTO DL100OBR-LINE
037500         END-STRING
037600         WRITE DL100OBR-LINE
037700         GO TO 3200-EXIT
037800     END-IF
037900     PERFORM 4000-FIND-BREAK THRU 4000-EXIT
038000     IF NOT DL100-WS-FOUND
038100         PERFORM 4500-REPORT-NOT-FOUND THRU 4500-EXIT
038200         GO TO 3200-EXIT
038300     END-IF
038400     MOVE DL100-WS-NEW-STATUS
038500         TO DL100-WS-BRK-T-STAT (DL100-WS-FOUND-IX)
038600     MOVE DL100-WS-CDT-DATE
038700         TO DL100-WS-BRK-T-SDATE (DL100-WS-FOUND-IX)
038800     MOVE DL100OBT-REASON
038900         TO DL100-WS-BRK-T-RSN (DL100-WS-FOUND-IX)
039000     ADD 1 TO DL100-WS-APPLIED-CT
039100     MOVE DL100-WS-BRK-T-DIFF (DL100-WS-FOUND-IX)
039200         TO DL100-WS-DIFF-ED
039300     MOVE SPACES TO DL100OBR-LINE
039400     STRING DL100OBT-ACTION DELIMITED BY SPACE
039500         ' APPLIED - BRANCH=' DELIMITED BY SIZE
039600         DL100-WS-BRK-T-CODE (DL100-WS-FOUND-IX)
039700             DELIMITED BY SIZE
039800         '  DATE=' DELIMITED BY SIZE
039900         DL100-WS-BRK-T-DATE (DL100-WS-FOUND-IX)
040000             DELIMITED BY SIZE
040100         '  CYC=' DELIMITED BY SIZE
040200         DL100-WS-BRK-T-CYC (DL100-WS-FOUND-IX)
040300             DELIMITED BY SIZE
040400         '  DIFF=' DELIMITED BY SIZE
040500         DL100-WS-DIFF-ED DELIMITED BY SIZE
040600         '  REASON=' DELIMITED BY SIZE
040700         DL100OBT-REASON DELIMITED BY SIZE
040800         INTO DL100OBR-LINE
040900     END-STRING
041000     WRITE DL100OBR-LINE.
041100 3200-EXIT.
041200     EXIT.
041300*****************************************************************
041400*    3400-PURGE-BREAKS -- DROP THE CLOSED ENTRIES (WRITTEN      *
041500*    OFF, RESOLVED OR CLEARED BY OFFSET) WHOSE STATUS DATE IS   *
041600*    BEFORE THE CUTOFF ON THE CARD. OUTSTANDING BREAKS ARE      *
041700*    NEVER PURGED, HOWEVER OLD. THE REWRITE SIMPLY DOES NOT     *
041800*    WRITE THE PURGED ENTRIES BACK.                             *
041900*****************************************************************
042000 3400-PURGE-BREAKS.
042100     IF DL100OBT-BUSINESS-DATE EQUAL TO SPACES
042200         OR DL100OBT-BUSINESS-DATE NOT NUMERIC
042300         ADD 1 TO DL100-WS-UNMATCHED-CT
042400         MOVE SPACES TO DL100OBR-LINE
042500         STRING '*** PURGE NOT APPLIED - CUTOFF DATE '
042600             DELIMITED BY SIZE
042700             DL100OBT-BUSINESS-DATE DELIMITED BY SIZE
042800             ' IS NOT A DATE ***' DELIMITED BY SIZE
042900             INTO DL100OBR-LINE
043000         END-STRING
043100         WRITE DL100OBR-LINE
043200         GO TO 3400-EXIT
043300     END-IF
043400     MOVE ZERO TO DL100-WS-PURGED-CT
043500     PERFORM 3500-PURGE-ONE-BREAK THRU 3500-EXIT
043600         VARYING DL100-WS-BRK-IX FROM 1 BY 1
043700         UNTIL DL100-WS-BRK-IX GREATER THAN DL100-WS-BRK-CT
043800     ADD 1 TO DL100-WS-APPLIED-CT
043900     MOVE SPACES TO DL100OBR-LINE
044000     STRING 'PURGE APPLIED - CLOSED BEFORE ' DELIMITED BY SIZE
044100         DL100OBT-BUSINESS-DATE DELIMITED BY SIZE
044200         '  ENTRIES PURGED: ' DELIMITED BY SIZE
044300         DL100-WS-PURGED-CT DELIMITED BY SIZE
044400         INTO DL100OBR-LINE
044500     END-STRING
044600     WRITE DL100OBR-LINE.
044700 3400-EXIT.
044800     EXIT.
044900 3500-PURGE-ONE-BREAK.
045000     IF DL100-WS-BRK-T-CLOSED (DL100-WS-BRK-IX)
045100         AND DL100-WS-BRK-T-SDATE (DL100-WS-BRK-IX) LESS THAN
045200             DL100OBT-BUSINESS-DATE
045300         MOVE 'P' TO DL100-WS-BRK-T-STAT (DL100-WS-BRK-IX)
045400         ADD 1 TO DL100-WS-PURGED-CT
045500     END-IF.
045600 3500-EXIT.
045700     EXIT.
045800*****************************************************************
045900*    4000-FIND-BREAK -- LOCATE THE OUTSTANDING BREAK KEYED BY   *
046000*    BRANCH CODE, BUSINESS DATE AND CYCLE ON THE TRANSACTION.   *
046100*    A BLANK CYCLE TAKES THE OLDEST OUTSTANDING BREAK FOR THE   *
046200*    BRANCH AND DATE. CLOSED ENTRIES ARE NOT ELIGIBLE.          *
046300*****************************************************************
046400 4000-FIND-BREAK.
046500     MOVE 'N' TO DL100-WS-FOUND-SW
046600     MOVE ZERO TO DL100-WS-FOUND-IX
046700     PERFORM 4100-MATCH-ONE-BREAK THRU 4100-EXIT
046800         VARYING DL100-WS-BRK-IX FROM 1 BY 1
046900         UNTIL DL100-WS-BRK-IX GREATER THAN DL100-WS-BRK-CT
047000         OR DL100-WS-FOUND.
047100 4000-EXIT.
047200     EXIT.
047300 4100-MATCH-ONE-BREAK.
047400     IF DL100-WS-BRK-T-CODE (DL100-WS-BRK-IX) NOT EQUAL TO
047500         DL100OBT-BRANCH-CODE
047600         OR DL100-WS-BRK-T-DATE (DL100-WS-BRK-IX) NOT EQUAL TO
047700             DL100OBT-BUSINESS-DATE
047800         OR NOT DL100-WS-BRK-T-OUTSTANDING (DL100-WS-BRK-IX)
047900         GO TO 4100-EXIT
048000     END-IF
048100     IF DL100OBT-CYCLE NOT EQUAL TO SPACES
048200         IF DL100OBT-CYCLE-9 NOT NUMERIC
048300             OR DL100-WS-BRK-T-CYC (DL100-WS-BRK-IX) NOT EQUAL
048400                 TO DL100OBT-CYCLE-9
048500             GO TO 4100-EXIT
048600         END-IF
048700     END-IF
048800     MOVE 'Y' TO DL100-WS-FOUND-SW
048900     MOVE DL100-WS-BRK-IX TO DL100-WS-FOUND-IX.
049000 4100-EXIT.
049100     EXIT.
049200 4500-REPORT-NOT-FOUND.
049300     ADD 1 TO DL100-WS-UNMATCHED-CT
049400     MOVE SPACES TO DL100OBR-LINE
049500     STRING '*** ' DELIMITED BY SIZE
049600         DL100OBT-ACTION DELIMITED BY SIZE
049700         ' NOT APPLIED - BRANCH=' DELIMITED BY SIZE
049800         DL100OBT-BRANCH-CODE DELIMITED BY SIZE
049900         '  DATE=' DELIMITED BY SIZE
050000         DL100OBT-BUSINESS-DATE DELIMITED BY SIZE
050100         '  CYC=' DELIMITED BY SIZE
050200         DL100OBT-CYCLE DELIMITED BY SIZE
050300         ' NO OUTSTANDING BREAK ***' DELIMITED BY SIZE
050400         INTO DL100OBR-LINE
050500     END-STRING
050600     WRITE DL100OBR-LINE.
050700 4500-EXIT.
050800     EXIT.
050900*****************************************************************
051000*    5000-REWRITE-BREAKS -- WRITE THE LEDGER BACK WITHOUT THE   *
051100*    ENTRIES PURGED.                                            *
051200*****************************************************************
051300 5000-REWRITE-BREAKS.
051400     OPEN OUTPUT DL100-BREAK-FILE
051500     IF NOT DL100-WS-OBK-FILE-OK
051600         DISPLAY 'DL100OBM - OPEN-BREAKS LEDGER COULD NOT BE '
051700             'REWRITTEN - STATUS ' DL100-WS-OBK-FILE-STATUS
051800         GO TO 5000-EXIT
051900     END-IF
052000     MOVE ZERO TO DL100-WS-KEPT-CT
052100     PERFORM 5100-REWRITE-ONE-BREAK THRU 5100-EXIT
052200         VARYING DL100-WS-BRK-IX FROM 1 BY 1
052300         UNTIL DL100-WS-BRK-IX GREATER THAN DL100-WS-BRK-CT
052400     CLOSE DL100-BREAK-FILE.
052500 5000-EXIT.
052600     EXIT.
052700 5100-REWRITE-ONE-BREAK.
052800     IF DL100-WS-BRK-T-PURGED (DL100-WS-BRK-IX)
052900         GO TO 5100-EXIT
053000     END-IF
053100     MOVE DL100-WS-BRK-T-CODE (DL100-WS-BRK-IX)
053200         TO DL100OBK-BRANCH-CODE
053300     MOVE DL100-WS-BRK-T-NAME (DL100-WS-BRK-IX)
053400         TO DL100OBK-BRANCH-NAME
053500     MOVE DL100-WS-BRK-T-DATE (DL100-WS-BRK-IX)
053600         TO DL100OBK-BUSINESS-DATE
053700     MOVE DL100-WS-BRK-T-CYC (DL100-WS-BRK-IX)
053800         TO DL100OBK-CYCLE
053900     MOVE DL100-WS-BRK-T-DIFF (DL100-WS-BRK-IX)
054000         TO DL100OBK-DIFFERENCE
054100     MOVE DL100-WS-BRK-T-STAT (DL100-WS-BRK-IX)
054200         TO DL100OBK-STATUS
054300     MOVE DL100-WS-BRK-T-SDATE (DL100-WS-BRK-IX)
054400         TO DL100OBK-STATUS-DATE
054500     MOVE DL100-WS-BRK-T-RSN (DL100-WS-BRK-IX)
054600         TO DL100OBK-REASON
054700     WRITE DL100OBK-RECORD
054800     ADD 1 TO DL100-WS-KEPT-CT.
054900 5100-EXIT.
055000     EXIT.
055100*****************************************************************
055200*    6000-PRODUCE-SUMMARY                                       *
055300*****************************************************************
055400 6000-PRODUCE-SUMMARY.
055500     MOVE SPACES TO DL100OBR-LINE
055600     WRITE DL100OBR-LINE
055700     MOVE SPACES TO DL100OBR-LINE
055800     STRING 'TRANSACTIONS APPLIED: ' DELIMITED BY SIZE
055900         DL100-WS-APPLIED-CT DELIMITED BY SIZE
056000         '  NOT APPLIED: ' DELIMITED BY SIZE
056100         DL100-WS-UNMATCHED-CT DELIMITED BY SIZE
056200         '  ENTRIES KEPT ON LEDGER: ' DELIMITED BY SIZE
056300         DL100-WS-KEPT-CT DELIMITED BY SIZE
056400         INTO DL100OBR-LINE
056500     END-STRING
056600     WRITE DL100OBR-LINE.
056700 6000-EXIT.
056800     EXIT.
056900*****************************************************************
057000*    7000-PRODUCE-AGED-REPORT -- EVERY BREAK STILL OUTSTANDING  *
057100*    AFTER THE DECK, OLDEST FIRST (THE LEDGER IS APPENDED IN    *
057200*    BUSINESS-DATE ORDER), WITH ITS AGE IN DAYS SINCE THE       *
057300*    BUSINESS DATE IT BROKE ON, THEN THE AGE BUCKETS. A         *
057400*    BUSINESS DATE THAT CANNOT BE READ AS A DATE AGES AS        *
057500*    OLDEST OF ALL -- GARBAGE MUST SHOW, NOT HIDE.              *
057600*****************************************************************
057700 7000-PRODUCE-AGED-REPORT.
057800     MOVE SPACES TO DL100OBR-LINE
057900     WRITE DL100OBR-LINE
058000     MOVE SPACES TO DL100OBR-LINE
058100     STRING 'OPEN BREAKS AS OF ' DELIMITED BY SIZE
058200         DL100-WS-CDT-DATE DELIMITED BY SIZE
058300         INTO DL100OBR-LINE
058400     END-STRING
058500     WRITE DL100OBR-LINE
058600     MOVE SPACES TO DL100OBR-LINE
058700     WRITE DL100OBR-LINE
058800     PERFORM 7100-AGE-ONE-BREAK THRU 7100-EXIT
058900         VARYING DL100-WS-BRK-IX FROM 1 BY 1
059000         UNTIL DL100-WS-BRK-IX GREATER THAN DL100-WS-BRK-CT
059100     IF DL100-WS-OUTSTANDING-CT EQUAL TO ZERO
059200         MOVE SPACES TO DL100OBR-LINE
059300         STRING 'NO BREAKS OUTSTANDING' DELIMITED BY SIZE
059400             INTO DL100OBR-LINE
059500         END-STRING
059600         WRITE DL100OBR-LINE
059700         GO TO 7000-EXIT
059800     END-IF
059900     MOVE SPACES TO DL100OBR-LINE
060000     WRITE DL100OBR-LINE
060100     MOVE SPACES TO DL100OBR-LINE
060200     STRING 'AGE           BREAKS    DIFFERENCE'
060300         DELIMITED BY SIZE INTO DL100OBR-LINE
060400     END-STRING
060500     WRITE DL100OBR-LINE
060600     PERFORM 7200-PRINT-ONE-BUCKET THRU 7200-EXIT
060700         VARYING DL100-WS-BUCKET-IX FROM 1 BY 1
060800         UNTIL DL100-WS-BUCKET-IX GREATER THAN 4
060900     MOVE DL100-WS-OUTSTANDING-AMT TO DL100-WS-TOTAL-ED
061000     MOVE SPACES TO DL100OBR-LINE
061100     STRING 'BREAKS OUTSTANDING: ' DELIMITED BY SIZE
061200         DL100-WS-OUTSTANDING-CT DELIMITED BY SIZE
061300         '  NET DIFFERENCE=' DELIMITED BY SIZE
061400         DL100-WS-TOTAL-ED DELIMITED BY SIZE
061500         INTO DL100OBR-LINE
061600     END-STRING
061700     WRITE DL100OBR-LINE.
061800 7000-EXIT.
061900     EXIT.
062000 7100-AGE-ONE-BREAK.
062100     IF NOT DL100-WS-BRK-T-OUTSTANDING (DL100-WS-BRK-IX)
062200         GO TO 7100-EXIT
062300     END-IF
062400     ADD 1 TO DL100-WS-OUTSTANDING-CT
062500     ADD DL100-WS-BRK-T-DIFF (DL100-WS-BRK-IX)
062600         TO DL100-WS-OUTSTANDING-AMT
062700     MOVE DL100-WS-BRK-T-DATE (DL100-WS-BRK-IX)
062800         TO DL100-WS-BRK-DATE
062900     IF DL100-WS-BRK-DATE-9 NUMERIC
063000         COMPUTE DL100-WS-BRK-INT =
063100             FUNCTION INTEGER-OF-DATE (DL100-WS-BRK-DATE-9)
063200         COMPUTE DL100-WS-AGE-DAYS =
063300             DL100-WS-TODAY-INT - DL100-WS-BRK-INT
063400         IF DL100-WS-AGE-DAYS LESS THAN ZERO
063500             MOVE ZERO TO DL100-WS-AGE-DAYS
063600         END-IF
063700     ELSE
063800         MOVE 99999 TO DL100-WS-AGE-DAYS
063900     END-IF
064000     EVALUATE TRUE
064100         WHEN DL100-WS-AGE-DAYS LESS THAN 2
064200             MOVE 1 TO DL100-WS-BUCKET-IX
064300         WHEN DL100-WS-AGE-DAYS LESS THAN 6
064400             MOVE 2 TO DL100-WS-BUCKET-IX
064500         WHEN DL100-WS-AGE-DAYS LESS THAN 11
064600             MOVE 3 TO DL100-WS-BUCKET-IX
064700         WHEN OTHER
064800             MOVE 4 TO DL100-WS-BUCKET-IX
064900     END-EVALUATE
065000     ADD 1 TO DL100-WS-AGE-CT (DL100-WS-BUCKET-IX)
065100     ADD DL100-WS-BRK-T-DIFF (DL100-WS-BRK-IX)
065200         TO DL100-WS-AGE-AMT (DL100-WS-BUCKET-IX)
065300     MOVE DL100-WS-AGE-DAYS TO DL100-WS-AGE-DAYS-ED
065400     MOVE DL100-WS-BRK-T-DIFF (DL100-WS-BRK-IX)
065500         TO DL100-WS-DIFF-ED
065600     MOVE SPACES TO DL100OBR-LINE
065700     STRING 'BRANCH ' DELIMITED BY SIZE
065800         DL100-WS-BRK-T-CODE (DL100-WS-BRK-IX) DELIMITED BY SIZE
065900         ' ' DELIMITED BY SIZE
066000         DL100-WS-BRK-T-NAME (DL100-WS-BRK-IX) DELIMITED BY SIZE
066100         '  DATE=' DELIMITED BY SIZE
066200         DL100-WS-BRK-T-DATE (DL100-WS-BRK-IX) DELIMITED BY SIZE
066300         '  CYC=' DELIMITED BY SIZE
066400         DL100-WS-BRK-T-CYC (DL100-WS-BRK-IX) DELIMITED BY SIZE
066500         '  DIFF=' DELIMITED BY SIZE
066600         DL100-WS-DIFF-ED DELIMITED BY SIZE
066700         '  AGE=' DELIMITED BY SIZE
066800         DL100-WS-AGE-DAYS-ED DELIMITED BY SIZE
066900         '  STATUS=' DELIMITED BY SIZE
067000         DL100-WS-BRK-T-STAT (DL100-WS-BRK-IX) DELIMITED BY SIZE
067100         '  ' DELIMITED BY SIZE
067200         DL100-WS-BRK-T-RSN (DL100-WS-BRK-IX) DELIMITED BY SIZE
067300         INTO DL100OBR-LINE
067400     END-STRING
067500     WRITE DL100OBR-LINE.
067600 7100-EXIT.
067700     EXIT.
067800 7200-PRINT-ONE-BUCKET.
067900     MOVE DL100-WS-AGE-AMT (DL100-WS-BUCKET-IX)
068000         TO DL100-WS-TOTAL-ED
068100     MOVE SPACES TO DL100OBR-LINE
068200     STRING DL100-WS-AGE-LABEL (DL100-WS-BUCKET-IX)
068300             DELIMITED BY SIZE
068400         '  ' DELIMITED BY SIZE
068500         DL100-WS-AGE-CT (DL100-WS-BUCKET-IX) DELIMITED BY SIZE
068600         '  ' DELIMITED BY SIZE
068700         DL100-WS-TOTAL-ED DELIMITED BY SIZE
068800         INTO DL100OBR-LINE
068900     END-STRING
069000     WRITE DL100OBR-LINE.
069100 7200-EXIT.
069200     EXIT.
069300*****************************************************************
069400*    9000-TERMINATE                                             *
069500*****************************************************************
069600 9000-TERMINATE.
069700     CLOSE DL100-TXN-FILE
069800     CLOSE DL100-BREAK-RPT.
069900 9000-EXIT.
070000     EXIT.
