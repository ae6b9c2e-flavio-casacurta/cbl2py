000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL100EXC.
000300 AUTHOR.        F CASACURTA.
000400 INSTALLATION.  BRANCH OPERATIONS BATCH.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    DL100EXC -- CONSOLIDATED EXCEPTIONS FEED                   *
001000*                                                               *
001100*    WRITES THE NIGHT'S EXCEPTIONS INTERFACE FILE (DL100EXF)    *
001200*    FOR THE SERVICE-DESK TICKETING SYSTEM, SO EVERY BREAK      *
001300*    GETS A TICKET AND AN OWNER INSTEAD OF DEPENDING ON         *
001400*    SOMEONE READING THE SPOOL. ONE 'D' RECORD PER EXCEPTION    *
001500*    (LAYOUT DL100EXR), BETWEEN AN 'H' HEADER AND A 'T'         *
001600*    TRAILER WITH THE RECORD COUNT AND THE HASH TOTAL OF THE    *
001700*    AMOUNTS, AS ON THE DL100GLF POSTING FEED. THE EXCEPTIONS   *
001800*    COME FROM:                                                 *
001900*                                                               *
002000*      DL100      THE LAST DL100JNL HEADER -- A RUN REFUSED BY  *
002100*                 ITS CONTROLS (RC=12), STOPPED ON A FULL SLOT  *
002140*                 TABLE (RC=16), REFUSED AS A REPEAT (RC=20)    *
002180*                 OR REFUSED BECAUSE THE RUN-STATUS LEDGER      *
002220*                 (DL100RSF) ALREADY SHOWED ITS DATE AND CYCLE  *
002260*                 COMPLETE (RC=24)                              *
002300*                 -- AND THE SLOTS THAT RUN REJECTED TO         *
002400*                 SUSPENSE (DL100SUS, BY ITS RUN TIMESTAMP)     *
002500*      DL100RCN   THE OPEN-BREAKS LEDGER (DL100OBK) ENTRIES     *
002600*                 FOR THE RUN'S BUSINESS DATE AND CYCLE         *
002700*      DL100VAR,  THE EXCEPTIONS QUEUE (DL100EXQ) THOSE STEPS   *
002800*      DL100GLP   APPENDED TO DURING THE NIGHT -- SWINGS,       *
002900*                 BRANCHES APPEARED OR DISAPPEARED, AND HELD    *
003000*                 POSTINGS. THE QUEUE IS EMPTIED ONCE FED.      *
003100*      DL100SAG   SUSPENDED RECORDS THAT WENT OVER THE AGING    *
003200*                 CUTOFF (DL100SAP, AS FOR DL100SAG) SINCE THE  *
003300*                 LAST FEED -- AGED BY THE SAME RULE, BUT RAISED*
003400*                 ONCE, ON THE NIGHT THEY CROSS, NOT EVERY      *
003500*                 NIGHT THEY STAY OVER                          *
003600*                                                               *
003700*    THE HEADER CARRIES THE RUN TIMESTAMP IT REPORTS. THE LAST  *
003800*    FEED (DL100EXP, THE PRIOR GENERATION) GIVES THE DATE THE   *
003900*    AGING IS MEASURED FROM AND THE RUN IT ALREADY REPORTED --  *
004000*    A RUN ALREADY FED (A SKIP NIGHT, OR THIS STEP RERUN) IS    *
004100*    NOT FED AGAIN. A RUN THAT NEVER STOOD HAS NO BUSINESS      *
004200*    DATE; ITS EXCEPTION CARRIES THE DATE IT RAN. BRANCH NAMES  *
004300*    NOT ALREADY ON AN EXCEPTION COME FROM THE BRANCH MASTER.   *
004400*    THE DL100ECR REGISTER LISTS EVERY EXCEPTION FED.           *
004500*                                                               *
004600*    RETURN CODES: 0 = FEED WRITTEN, NO EXCEPTIONS, 4 = FEED    *
004700*    WRITTEN WITH EXCEPTIONS, 8 = THE FEED COULD NOT BE         *
004800*    OPENED (QUEUE KEPT), OR A SOURCE COULD NOT BE READ OR THE  *
004900*    QUEUE COULD NOT BE EMPTIED - SEE THE REGISTER.             *
005000*                                                               *
005100*    MODIFICATION HISTORY                                       *
005200*    DATE       BY   DESCRIPTION                                *
005300*    10/15/26   FC   ORIGINAL.                                  *
005320*    10/15/26   FC   RAISE AN RS EXCEPTION FOR A RUN DL100      *
005340*                    REFUSED BECAUSE ITS DATE AND CYCLE WERE    *
005360*                    ALREADY COMPLETE ON THE RUN-STATUS LEDGER. *
005400*                                                               *
005500*****************************************************************
005600 ENVIRONMENT DIVISION.
005700 CONFIGURATION SECTION.
005800 SOURCE-COMPUTER.  IBM-370.
005900 OBJECT-COMPUTER.  IBM-370.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT DL100-JOURNAL-FILE   ASSIGN TO DL100JNL
006300            ORGANIZATION IS SEQUENTIAL
006400            FILE STATUS IS DL100-WS-JNL-FILE-STATUS.
006500     SELECT DL100-SUSPENSE-FILE  ASSIGN TO DL100SUS
006600            ORGANIZATION IS SEQUENTIAL
006700            FILE STATUS IS DL100-WS-SUS-FILE-STATUS.
006800     SELECT DL100-BREAKS-FILE    ASSIGN TO DL100OBK
006900            ORGANIZATION IS SEQUENTIAL
007000            FILE STATUS IS DL100-WS-OBK-FILE-STATUS.
007100     SELECT DL100-EXCEPTION-QUEUE ASSIGN TO DL100EXQ
007200            ORGANIZATION IS SEQUENTIAL
007300            FILE STATUS IS DL100-WS-EXQ-FILE-STATUS.
007400     SELECT DL100-PRIOR-FEED     ASSIGN TO DL100EXP
007500            ORGANIZATION IS SEQUENTIAL
007600            FILE STATUS IS DL100-WS-EXP-FILE-STATUS.
007700     SELECT DL100-FEED-FILE      ASSIGN TO DL100EXF
007800            ORGANIZATION IS SEQUENTIAL
007900            FILE STATUS IS DL100-WS-EXF-FILE-STATUS.
008000     SELECT DL100-BRANCH-FILE    ASSIGN TO DL100BMF
008100            ORGANIZATION IS INDEXED
008200            ACCESS MODE IS RANDOM
008300            RECORD KEY IS DL100BMF-BRANCH-CODE
008400            FILE STATUS IS DL100-WS-BMF-FILE-STATUS.
008500     SELECT DL100-PARM-FILE      ASSIGN TO DL100SAP
008600            ORGANIZATION IS SEQUENTIAL
008700            FILE STATUS IS DL100-WS-PRM-FILE-STATUS.
008800     SELECT DL100-REGISTER-RPT   ASSIGN TO DL100ECR
008900            ORGANIZATION IS SEQUENTIAL.
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  DL100-JOURNAL-FILE
009300     RECORDING MODE IS F
009400     RECORD CONTAINS 17 TO 64 CHARACTERS
009500     LABEL RECORDS ARE STANDARD.
009600     COPY DL100JNL.
009700 FD  DL100-SUSPENSE-FILE
009800     RECORDING MODE IS F
009900     LABEL RECORDS ARE STANDARD.
010000 01  DL100SUS-RECORD.
010100     COPY DL100SUS.
010200 FD  DL100-BREAKS-FILE
010300     RECORDING MODE IS F
010400     LABEL RECORDS ARE STANDARD.
010500 01  DL100OBK-RECORD.
010600     COPY DL100OBK.
010700 FD  DL100-EXCEPTION-QUEUE
010800     RECORDING MODE IS F
010900     LABEL RECORDS ARE STANDARD.
011000 01  DL100EXR-RECORD.
011100     COPY DL100EXR.
011200 FD  DL100-PRIOR-FEED
011300     RECORDING MODE IS F
011400     RECORD CONTAINS 17 TO 54 CHARACTERS
011500     LABEL RECORDS ARE STANDARD.
011600 01  DL100EXP-HEADER-RECORD.
011700     05  DL100EXP-HDR-REC-TYPE   PIC X(1).
011800     05  DL100EXP-HDR-FEED-DATE  PIC X(8).
011900     05  DL100EXP-HDR-FEED-DATE-9 REDEFINES DL100EXP-HDR-FEED-DATE
012000                                 PIC 9(8).
012100     05  DL100EXP-HDR-RUN-TSTAMP PIC X(17).
012200     05  DL100EXP-HDR-BUS-DATE   PIC X(8).
012300     05  DL100EXP-HDR-CYCLE      PIC 9(2).
012400 FD  DL100-FEED-FILE
012500     RECORDING MODE IS F
012600     RECORD CONTAINS 17 TO 54 CHARACTERS
012700     LABEL RECORDS ARE STANDARD.
012800 01  DL100EXF-HEADER-RECORD.
012900     05  DL100EXF-HDR-REC-TYPE   PIC X(1).
013000     05  DL100EXF-HDR-FEED-DATE  PIC X(8).
013100     05  DL100EXF-HDR-RUN-TSTAMP PIC X(17).
013200     05  DL100EXF-HDR-BUS-DATE   PIC X(8).
013300     05  DL100EXF-HDR-CYCLE      PIC 9(2).
013400 01  DL100EXF-DETAIL-RECORD.
013500     COPY DL100EXR REPLACING LEADING ==DL100EXR== BY ==DL100EXF==.
013600 01  DL100EXF-TRAILER-RECORD.
013700     05  DL100EXF-TRL-REC-TYPE   PIC X(1).
013800     05  DL100EXF-TRL-RECORD-CT  PIC 9(5).
013900     05  DL100EXF-TRL-HASH-TOTAL PIC S9(9)V99.
014000 FD  DL100-BRANCH-FILE
014100     LABEL RECORDS ARE STANDARD.
014200 01  DL100BMF-RECORD.
014300     COPY DL100BMF.
014400 FD  DL100-PARM-FILE
014500     RECORDING MODE IS F
014600     RECORD CONTAINS 80 CHARACTERS
014700     LABEL RECORDS ARE STANDARD.
014800 01  DL100SAP-RECORD.
014900     05  DL100SAP-MAX-AGE        PIC X(3).
015000     05  DL100SAP-MAX-AGE-9 REDEFINES DL100SAP-MAX-AGE
015100                                 PIC 9(3).
015200     05  FILLER                  PIC X(77).
015300 FD  DL100-REGISTER-RPT
015400     RECORDING MODE IS F
015500     LABEL RECORDS ARE STANDARD.
015600 01  DL100ECR-LINE               PIC X(132).
015700 WORKING-STORAGE SECTION.
015800 77  DL100-WS-JNL-FILE-STATUS    PIC X(02) VALUE '00'.
015900     88  DL100-WS-JNL-FILE-OK          VALUE '00'.
016000 77  DL100-WS-JNL-EOF-SW         PIC X(01) VALUE 'N'.
016100     88  DL100-WS-JNL-EOF              VALUE 'Y'.
016200 77  DL100-WS-SUS-FILE-STATUS    PIC X(02) VALUE '00'.
016300     88  DL100-WS-SUS-FILE-OK          VALUE '00'.
016400 77  DL100-WS-SUS-EOF-SW         PIC X(01) VALUE 'N'.
016500     88  DL100-WS-SUS-EOF              VALUE 'Y'.
016600 77  DL100-WS-OBK-FILE-STATUS    PIC X(02) VALUE '00'.
016700     88  DL100-WS-OBK-FILE-OK          VALUE '00'.
016800 77  DL100-WS-OBK-EOF-SW         PIC X(01) VALUE 'N'.
016900     88  DL100-WS-OBK-EOF              VALUE 'Y'.
017000 77  DL100-WS-EXQ-FILE-STATUS    PIC X(02) VALUE '00'.
017100     88  DL100-WS-EXQ-FILE-OK          VALUE '00'.
017200 77  DL100-WS-EXQ-EOF-SW         PIC X(01) VALUE 'N'.
017300     88  DL100-WS-EXQ-EOF              VALUE 'Y'.
017400 77  DL100-WS-EXQ-READ-SW        PIC X(01) VALUE 'N'.
017500     88  DL100-WS-EXQ-ALL-READ         VALUE 'Y'.
017600 77  DL100-WS-EXP-FILE-STATUS    PIC X(02) VALUE '00'.
017700     88  DL100-WS-EXP-FILE-OK          VALUE '00'.
017800 77  DL100-WS-EXF-FILE-STATUS    PIC X(02) VALUE '00'.
017900     88  DL100-WS-EXF-FILE-OK          VALUE '00'.
018000 77  DL100-WS-EXF-OPEN-SW        PIC X(01) VALUE 'N'.
018100     88  DL100-WS-EXF-OPENED           VALUE 'Y'.
018200 77  DL100-WS-BMF-FILE-STATUS    PIC X(02) VALUE '00'.
018300     88  DL100-WS-BMF-FILE-OK          VALUE '00'.
018400 77  DL100-WS-BMF-OPEN-SW        PIC X(01) VALUE 'N'.
018500     88  DL100-WS-BMF-OPENED           VALUE 'Y'.
018600 77  DL100-WS-PRM-FILE-STATUS    PIC X(02) VALUE '00'.
018700     88  DL100-WS-PRM-FILE-OK          VALUE '00'.
018800 77  DL100-WS-SOURCE-ERR-SW      PIC X(01) VALUE 'N'.
018900     88  DL100-WS-SOURCE-ERR           VALUE 'Y'.
019000 77  DL100-WS-RUN-FED-SW         PIC X(01) VALUE 'N'.
019100     88  DL100-WS-RUN-FED              VALUE 'Y'.
019200 77  DL100-WS-RUN-TSTAMP         PIC X(17) VALUE SPACES.
019300 77  DL100-WS-RUN-DATE           PIC X(08) VALUE SPACES.
019400 77  DL100-WS-RUN-CYCLE          PIC 9(02) VALUE ZERO.
019500 77  DL100-WS-RUN-RESULT         PIC X(01) VALUE SPACE.
019600     88  DL100-WS-RUN-REFUSED          VALUE 'C'.
019700     88  DL100-WS-RUN-OVERFLOW         VALUE 'O'.
019800     88  DL100-WS-RUN-REPEAT           VALUE 'D'.
019850     88  DL100-WS-RUN-DONE             VALUE 'P'.
019900 77  DL100-WS-EXC-DATE           PIC X(08) VALUE SPACES.
020000 77  DL100-WS-FEED-DATE          PIC X(08) VALUE SPACES.
020100 77  DL100-WS-PRIOR-TSTAMP       PIC X(17) VALUE SPACES.
020200 77  DL100-WS-PRIOR-DATE         PIC X(08) VALUE SPACES.
020300 77  DL100-WS-MAX-AGE            PIC 9(03) VALUE 7.
020400 77  DL100-WS-AGE-DAYS           PIC S9(05) VALUE ZERO.
020500 77  DL100-WS-PRIOR-AGE-DAYS     PIC S9(05) VALUE ZERO.
020600 77  DL100-WS-TODAY-INT          PIC 9(07) VALUE ZERO.
020700 77  DL100-WS-PRIOR-INT          PIC 9(07) VALUE ZERO.
020800 77  DL100-WS-SUS-INT            PIC 9(07) VALUE ZERO.
020900 77  DL100-WS-EXC-CT             PIC 9(05) VALUE ZERO.
021000 77  DL100-WS-HIGH-CT            PIC 9(05) VALUE ZERO.
021100 77  DL100-WS-MEDIUM-CT          PIC 9(05) VALUE ZERO.
021200 77  DL100-WS-LOW-CT             PIC 9(05) VALUE ZERO.
021300 77  DL100-WS-QUEUED-CT          PIC 9(05) VALUE ZERO.
021400 77  DL100-WS-HASH-TOTAL         PIC S9(09)V99 VALUE ZERO.
021500 77  DL100-WS-AMOUNT-ED          PIC -(6)9.99.
021600 77  DL100-WS-HASH-ED            PIC -(8)9.99.
021700 01  DL100-WS-CURRENT-DATE-TIME.
021800     05  DL100-WS-CDT-DATE       PIC 9(8).
021900     05  DL100-WS-CDT-TIME       PIC 9(8).
022000 01  DL100-WS-SUS-DATE-PART.
022100     05  DL100-WS-SUS-DATE       PIC X(08).
022200     05  DL100-WS-SUS-DATE-9 REDEFINES DL100-WS-SUS-DATE
022300                                 PIC 9(08).
022400*****************************************************************
022500*    THE EXCEPTION BEING BUILT -- SET UP BY 8100, FILLED IN BY  *
022600*    THE CALLER, WRITTEN BY 8000.                               *
022700*****************************************************************
022800 01  DL100-WS-EXCEPTION.
022900     COPY DL100EXR REPLACING LEADING ==DL100EXR==
022950                       BY ==DL100-WS-EXC==.
023000 PROCEDURE DIVISION.
023100 MAIN-SECTION SECTION.
023200*****************************************************************
023300*    0000-MAINLINE                                              *
023400*****************************************************************
023500 0000-MAINLINE.
023600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023700     IF NOT DL100-WS-EXF-OPENED
023800         PERFORM 9000-TERMINATE THRU 9000-EXIT
023900         MOVE 8 TO RETURN-CODE
024000         GOBACK
024100     END-IF
024200     PERFORM 2000-RUN-EXCEPTIONS THRU 2000-EXIT
024300     PERFORM 3000-SUSPENSE-EXCEPTIONS THRU 3000-EXIT
024400     PERFORM 4000-BREAK-EXCEPTIONS THRU 4000-EXIT
024500     PERFORM 5000-QUEUED-EXCEPTIONS THRU 5000-EXIT
024600     PERFORM 6000-WRITE-TRAILER THRU 6000-EXIT
024700     PERFORM 9000-TERMINATE THRU 9000-EXIT
024800     PERFORM 7000-PRODUCE-SUMMARY THRU 7000-EXIT
024900     CLOSE DL100-REGISTER-RPT
025000     EVALUATE TRUE
025100         WHEN DL100-WS-SOURCE-ERR
025200             MOVE 8 TO RETURN-CODE
025300         WHEN DL100-WS-EXC-CT GREATER THAN ZERO
025400             MOVE 4 TO RETURN-CODE
025500         WHEN OTHER
025600             MOVE 0 TO RETURN-CODE
025700     END-EVALUATE
025800     GOBACK.
025900*****************************************************************
026000*    1000-INITIALIZE -- THE CUTOFF, THE RUN, THE LAST FEED, AND *
026100*    THE FEED HEADER. A FEED THAT CANNOT BE OPENED LEAVES THE   *
026200*    QUEUE AS IT IS FOR TOMORROW NIGHT.                         *
026300*****************************************************************
026400 1000-INITIALIZE.
026500     MOVE FUNCTION CURRENT-DATE TO DL100-WS-CURRENT-DATE-TIME
026600     MOVE DL100-WS-CDT-DATE TO DL100-WS-FEED-DATE
026700     COMPUTE DL100-WS-TODAY-INT =
026800         FUNCTION INTEGER-OF-DATE (DL100-WS-CDT-DATE)
026900     OPEN INPUT DL100-PARM-FILE
027000     IF DL100-WS-PRM-FILE-OK
027100         READ DL100-PARM-FILE
027200             AT END
027300                 CONTINUE
027400             NOT AT END
027500                 IF DL100SAP-MAX-AGE-9 NUMERIC
027600                     MOVE DL100SAP-MAX-AGE-9
027700                         TO DL100-WS-MAX-AGE
027800                 END-IF
027900         END-READ
028000         CLOSE DL100-PARM-FILE
028100     END-IF
028200     PERFORM 1200-FIND-LAST-HEADER THRU 1200-EXIT
028300     PERFORM 1400-READ-PRIOR-FEED THRU 1400-EXIT
028400*    A RUN THAT NEVER STOOD HAS NO BUSINESS DATE -- ITS
028500*    EXCEPTION CARRIES THE DATE IT RAN INSTEAD.
028600     IF DL100-WS-RUN-DATE NOT EQUAL TO SPACES
028700         MOVE DL100-WS-RUN-DATE TO DL100-WS-EXC-DATE
028800     ELSE
028900         IF DL100-WS-RUN-TSTAMP NOT EQUAL TO SPACES
029000             MOVE DL100-WS-RUN-TSTAMP (1:8) TO DL100-WS-EXC-DATE
029100         ELSE
029200             MOVE DL100-WS-FEED-DATE TO DL100-WS-EXC-DATE
029300         END-IF
029400     END-IF
029500     OPEN INPUT DL100-BRANCH-FILE
029600     IF DL100-WS-BMF-FILE-OK
029700         MOVE 'Y' TO DL100-WS-BMF-OPEN-SW
029800     ELSE
029900         DISPLAY 'DL100EXC - BRANCH MASTER COULD NOT BE OPENED '
030000             '- STATUS ' DL100-WS-BMF-FILE-STATUS
030100             ' - NAMES LEFT BLANK'
030200     END-IF
030300     OPEN OUTPUT DL100-REGISTER-RPT
030400     MOVE SPACES TO DL100ECR-LINE
030500     STRING 'DL100EXC - EXCEPTIONS FEED REGISTER - FEED '
030600         DELIMITED BY SIZE
030700         DL100-WS-FEED-DATE DELIMITED BY SIZE
030800         '  RUN ' DELIMITED BY SIZE
030900         DL100-WS-RUN-TSTAMP DELIMITED BY SIZE
031000         '  BUSINESS DATE ' DELIMITED BY SIZE
031100         DL100-WS-RUN-DATE DELIMITED BY SIZE
031200         '  CYCLE ' DELIMITED BY SIZE
031300         DL100-WS-RUN-CYCLE DELIMITED BY SIZE
031400         INTO DL100ECR-LINE
031500     END-STRING
031600     WRITE DL100ECR-LINE
031700     MOVE SPACES TO DL100ECR-LINE
031800     WRITE DL100ECR-LINE
031900     OPEN OUTPUT DL100-FEED-FILE
032000     IF NOT DL100-WS-EXF-FILE-OK
032100         DISPLAY 'DL100EXC - EXCEPTIONS FEED COULD NOT BE '
032200             'OPENED - STATUS ' DL100-WS-EXF-FILE-STATUS
032300             ' - NOTHING FED, QUEUE KEPT'
032400         MOVE SPACES TO DL100ECR-LINE
032500         STRING '*** FEED COULD NOT BE OPENED - NOTHING FED, '
032600             DELIMITED BY SIZE
032700             'QUEUE KEPT FOR THE NEXT RUN ***' DELIMITED BY SIZE
032800             INTO DL100ECR-LINE
032900         END-STRING
033000         WRITE DL100ECR-LINE
033100         CLOSE DL100-REGISTER-RPT
033200         GO TO 1000-EXIT
033300     END-IF
033400     MOVE 'Y' TO DL100-WS-EXF-OPEN-SW
033500     MOVE 'H' TO DL100EXF-HDR-REC-TYPE
033600     MOVE DL100-WS-FEED-DATE TO DL100EXF-HDR-FEED-DATE
033700     MOVE DL100-WS-RUN-TSTAMP TO DL100EXF-HDR-RUN-TSTAMP
033800     MOVE DL100-WS-RUN-DATE TO DL100EXF-HDR-BUS-DATE
033900     MOVE DL100-WS-RUN-CYCLE TO DL100EXF-HDR-CYCLE
034000     WRITE DL100EXF-HEADER-RECORD.
034100 1000-EXIT.
034200     EXIT.
034300*****************************************************************
034400*    1200-FIND-LAST-HEADER -- THE LAST 'H' HEADER ON THE        *
034500*    JOURNAL IS THE RUN BEING REPORTED. AN UNREADABLE JOURNAL   *
034600*    LEAVES NO RUN -- ONLY THE QUEUE AND THE AGING ARE FED.     *
034700*****************************************************************
034800 1200-FIND-LAST-HEADER.
034900     OPEN INPUT DL100-JOURNAL-FILE
035000     IF NOT DL100-WS-JNL-FILE-OK
035100         MOVE 'Y' TO DL100-WS-SOURCE-ERR-SW
035200         DISPLAY 'DL100EXC - JOURNAL COULD NOT BE OPENED - '
035300             'STATUS ' DL100-WS-JNL-FILE-STATUS
035400         GO TO 1200-EXIT
035500     END-IF
035600     PERFORM 1300-READ-ONE-JOURNAL THRU 1300-EXIT
035700         UNTIL DL100-WS-JNL-EOF
035800     CLOSE DL100-JOURNAL-FILE.
035900 1200-EXIT.
036000     EXIT.
036100 1300-READ-ONE-JOURNAL.
036200     READ DL100-JOURNAL-FILE
036300         AT END
036400             MOVE 'Y' TO DL100-WS-JNL-EOF-SW
036500         NOT AT END
036600             IF DL100JNL-REC-TYPE EQUAL TO 'H'
036700                 MOVE DL100JNL-TIMESTAMP TO DL100-WS-RUN-TSTAMP
036800                 MOVE DL100JNL-EXTRACT-DATE TO DL100-WS-RUN-DATE
036900                 MOVE DL100JNL-RUN-RESULT TO DL100-WS-RUN-RESULT
037000                 IF DL100JNL-CYCLE NUMERIC
037100                     MOVE DL100JNL-CYCLE TO DL100-WS-RUN-CYCLE
037200                 ELSE
037300                     MOVE ZERO TO DL100-WS-RUN-CYCLE
037400                 END-IF
037500             END-IF
037600     END-READ.
037700 1300-EXIT.
037800     EXIT.
037900*****************************************************************
038000*    1400-READ-PRIOR-FEED -- THE HEADER OF THE LAST FEED SENT.  *
038100*    ITS RUN TIMESTAMP SAYS WHETHER THIS RUN WAS ALREADY FED;   *
038200*    ITS DATE IS WHERE TONIGHT'S AGING STARTS. NONE (FIRST      *
038300*    FEED EVER, OR AN EMPTY SEED GENERATION) FEEDS THE RUN AND  *
038400*    EVERY RECORD ALREADY OVER THE CUTOFF.                      *
038500*****************************************************************
038600 1400-READ-PRIOR-FEED.
038700     OPEN INPUT DL100-PRIOR-FEED
038800     IF NOT DL100-WS-EXP-FILE-OK
038900         GO TO 1400-EXIT
039000     END-IF
039100     READ DL100-PRIOR-FEED
039200         AT END
039300             CONTINUE
039400         NOT AT END
039500             IF DL100EXP-HDR-REC-TYPE EQUAL TO 'H'
039600                 MOVE DL100EXP-HDR-RUN-TSTAMP
039700                     TO DL100-WS-PRIOR-TSTAMP
039800                 MOVE DL100EXP-HDR-FEED-DATE
039900                     TO DL100-WS-PRIOR-DATE
040000                 IF DL100EXP-HDR-FEED-DATE-9 NUMERIC
040100                     COMPUTE DL100-WS-PRIOR-INT =
040200                         FUNCTION INTEGER-OF-DATE
040300                             (DL100EXP-HDR-FEED-DATE-9)
040400                 END-IF
040500             END-IF
040600     END-READ
040700     CLOSE DL100-PRIOR-FEED
040800     IF DL100-WS-RUN-TSTAMP NOT EQUAL TO SPACES
040900         AND DL100-WS-RUN-TSTAMP EQUAL TO DL100-WS-PRIOR-TSTAMP
041000         MOVE 'Y' TO DL100-WS-RUN-FED-SW
041100     END-IF.
041200 1400-EXIT.
041300     EXIT.
041400*****************************************************************
041500*    2000-RUN-EXCEPTIONS -- A DL100 RUN THAT NEVER STOOD. THE   *
041600*    REFUSAL IS THE RUN'S, NOT A BRANCH'S -- NO BRANCH, NO      *
041700*    AMOUNT.                                                    *
041800*****************************************************************
041900 2000-RUN-EXCEPTIONS.
042000     IF DL100-WS-RUN-FED
042100         OR DL100-WS-RUN-TSTAMP EQUAL TO SPACES
042200         GO TO 2000-EXIT
042300     END-IF
042400     PERFORM 8100-START-EXCEPTION THRU 8100-EXIT
042500     EVALUATE TRUE
042600         WHEN DL100-WS-RUN-REFUSED
042700             SET DL100-WS-EXC-EXC-CONTROLS TO TRUE
042800         WHEN DL100-WS-RUN-OVERFLOW
042900             SET DL100-WS-EXC-EXC-OVERFLOW TO TRUE
043000         WHEN DL100-WS-RUN-REPEAT
043100             SET DL100-WS-EXC-EXC-REPEAT TO TRUE
043130         WHEN DL100-WS-RUN-DONE
043160             SET DL100-WS-EXC-EXC-RUN-DONE TO TRUE
043200         WHEN OTHER
043300             GO TO 2000-EXIT
043400     END-EVALUATE
043500     MOVE 'DL100' TO DL100-WS-EXC-SOURCE-PGM
043600     SET DL100-WS-EXC-SEV-HIGH TO TRUE
043700     PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT.
043800 2000-EXIT.
043900     EXIT.
044000*****************************************************************
044100*    3000-SUSPENSE-EXCEPTIONS -- ONE PASS OF DL100SUS FOR BOTH  *
044200*    THE RUN'S REJECTS AND THE RECORDS THAT AGED PAST THE       *
044300*    CUTOFF. ONLY RECORDS STILL SUSPENDED COUNT -- A RELEASED   *
044400*    OR DELETED ONE IS ALREADY SOMEBODY'S WORK.                 *
044500*****************************************************************
044600 3000-SUSPENSE-EXCEPTIONS.
044700     OPEN INPUT DL100-SUSPENSE-FILE
044800     IF NOT DL100-WS-SUS-FILE-OK
044900         MOVE 'Y' TO DL100-WS-SOURCE-ERR-SW
045000         MOVE SPACES TO DL100ECR-LINE
045100         STRING '*** SUSPENSE FILE COULD NOT BE OPENED - STATUS '
045200             DELIMITED BY SIZE
045300             DL100-WS-SUS-FILE-STATUS DELIMITED BY SIZE
045400             ' - REJECTS AND AGING NOT FED ***' DELIMITED BY SIZE
045500             INTO DL100ECR-LINE
045600         END-STRING
045700         WRITE DL100ECR-LINE
045800         GO TO 3000-EXIT
045900     END-IF
046000     PERFORM 3100-READ-SUSPENSE THRU 3100-EXIT
046100     PERFORM 3200-CHECK-ONE-SUSPENSE THRU 3200-EXIT
046200         UNTIL DL100-WS-SUS-EOF
046300     CLOSE DL100-SUSPENSE-FILE.
046400 3000-EXIT.
046500     EXIT.
046600 3100-READ-SUSPENSE.
046700     READ DL100-SUSPENSE-FILE
046800         AT END
046900             MOVE 'Y' TO DL100-WS-SUS-EOF-SW
047000     END-READ.
047100 3100-EXIT.
047200     EXIT.
047300 3200-CHECK-ONE-SUSPENSE.
047400     IF NOT DL100SUS-SUSPENDED
047500         GO TO 3200-NEXT
047600     END-IF
047700     IF NOT DL100-WS-RUN-FED
047800         AND DL100-WS-RUN-TSTAMP NOT EQUAL TO SPACES
047900         AND DL100SUS-RUN-TIMESTAMP EQUAL TO DL100-WS-RUN-TSTAMP
048000         PERFORM 8100-START-EXCEPTION THRU 8100-EXIT
048100         SET DL100-WS-EXC-EXC-SUSPENDED TO TRUE
048200         MOVE 'DL100' TO DL100-WS-EXC-SOURCE-PGM
048300         SET DL100-WS-EXC-SEV-LOW TO TRUE
048400         PERFORM 3300-SUSPENSE-DETAILS THRU 3300-EXIT
048500         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
048600     END-IF
048700*    AGED FROM THE DATE PART OF THE RUN TIMESTAMP, AS DL100SAG
048800*    DOES; A DATE THAT CANNOT BE READ IS OLDEST OF ALL, BUT IS
048900*    ONLY RAISED WHEN THERE IS NO EARLIER FEED TO HAVE RAISED IT.
049000     MOVE DL100SUS-RUN-TIMESTAMP (1:8) TO DL100-WS-SUS-DATE
049100     IF DL100-WS-SUS-DATE-9 NUMERIC
049200         COMPUTE DL100-WS-SUS-INT =
049300             FUNCTION INTEGER-OF-DATE (DL100-WS-SUS-DATE-9)
049400         COMPUTE DL100-WS-AGE-DAYS =
049500             DL100-WS-TODAY-INT - DL100-WS-SUS-INT
049600         IF DL100-WS-AGE-DAYS LESS THAN ZERO
049700             MOVE ZERO TO DL100-WS-AGE-DAYS
049800         END-IF
049900         COMPUTE DL100-WS-PRIOR-AGE-DAYS =
050000             DL100-WS-PRIOR-INT - DL100-WS-SUS-INT
050100     ELSE
050200         MOVE 99999 TO DL100-WS-AGE-DAYS
050300         MOVE 99999 TO DL100-WS-PRIOR-AGE-DAYS
050400     END-IF
050500     IF DL100-WS-AGE-DAYS NOT GREATER THAN DL100-WS-MAX-AGE
050600         GO TO 3200-NEXT
050700     END-IF
050800     IF DL100-WS-PRIOR-INT NOT EQUAL TO ZERO
050900         AND DL100-WS-PRIOR-AGE-DAYS GREATER THAN DL100-WS-MAX-AGE
051000         GO TO 3200-NEXT
051100     END-IF
051200     PERFORM 8100-START-EXCEPTION THRU 8100-EXIT
051300     SET DL100-WS-EXC-EXC-OVER-AGE TO TRUE
051400     MOVE 'DL100SAG' TO DL100-WS-EXC-SOURCE-PGM
051500     SET DL100-WS-EXC-SEV-MEDIUM TO TRUE
051600     PERFORM 3300-SUSPENSE-DETAILS THRU 3300-EXIT
051700     PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT.
051800 3200-NEXT.
051900     PERFORM 3100-READ-SUSPENSE THRU 3100-EXIT.
052000 3200-EXIT.
052100     EXIT.
052200 3300-SUSPENSE-DETAILS.
052300     MOVE DL100SUS-FIELD-1 TO DL100-WS-EXC-BRANCH-CODE
052400     COMPUTE DL100-WS-EXC-AMOUNT =
052500         DL100SUS-FIELD-3-1 + DL100SUS-FIELD-3-2.
052600 3300-EXIT.
052700     EXIT.
052800*****************************************************************
052900*    4000-BREAK-EXCEPTIONS -- THE BRANCHES DL100RCN ADDED TO    *
053000*    THE OPEN-BREAKS LEDGER FOR THE RUN'S DATE AND CYCLE, AS    *
053100*    DL100RGN COUNTS THEM.                                      *
053200*****************************************************************
053300 4000-BREAK-EXCEPTIONS.
053400     IF DL100-WS-RUN-FED
053500         OR DL100-WS-RUN-DATE EQUAL TO SPACES
053600         GO TO 4000-EXIT
053700     END-IF
053800     OPEN INPUT DL100-BREAKS-FILE
053900     IF NOT DL100-WS-OBK-FILE-OK
054000         MOVE 'Y' TO DL100-WS-SOURCE-ERR-SW
054100         MOVE SPACES TO DL100ECR-LINE
054200         STRING '*** BREAKS LEDGER COULD NOT BE OPENED - STATUS '
054300             DELIMITED BY SIZE
054400             DL100-WS-OBK-FILE-STATUS DELIMITED BY SIZE
054500             ' - OUT-OF-BALANCE BRANCHES NOT FED ***'
054600             DELIMITED BY SIZE
054700             INTO DL100ECR-LINE
054800         END-STRING
054900         WRITE DL100ECR-LINE
055000         GO TO 4000-EXIT
055100     END-IF
055200     PERFORM 4100-READ-BREAK THRU 4100-EXIT
055300     PERFORM 4200-CHECK-ONE-BREAK THRU 4200-EXIT
055400         UNTIL DL100-WS-OBK-EOF
055500     CLOSE DL100-BREAKS-FILE.
055600 4000-EXIT.
055700     EXIT.
055800 4100-READ-BREAK.
055900     READ DL100-BREAKS-FILE
056000         AT END
056100             MOVE 'Y' TO DL100-WS-OBK-EOF-SW
056200     END-READ.
056300 4100-EXIT.
056400     EXIT.
056500 4200-CHECK-ONE-BREAK.
056600     IF DL100OBK-BUSINESS-DATE NOT EQUAL TO DL100-WS-RUN-DATE
056700         OR DL100OBK-CYCLE NOT EQUAL TO DL100-WS-RUN-CYCLE
056800         GO TO 4200-NEXT
056900     END-IF
057000     PERFORM 8100-START-EXCEPTION THRU 8100-EXIT
057100     SET DL100-WS-EXC-EXC-OUT-OF-BAL TO TRUE
057200     MOVE 'DL100RCN' TO DL100-WS-EXC-SOURCE-PGM
057300     MOVE DL100OBK-BRANCH-CODE TO DL100-WS-EXC-BRANCH-CODE
057400     MOVE DL100OBK-BRANCH-NAME TO DL100-WS-EXC-BRANCH-NAME
057500     MOVE DL100OBK-DIFFERENCE TO DL100-WS-EXC-AMOUNT
057600     SET DL100-WS-EXC-SEV-HIGH TO TRUE
057700     PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT.
057800 4200-NEXT.
057900     PERFORM 4100-READ-BREAK THRU 4100-EXIT.
058000 4200-EXIT.
058100     EXIT.
058200*****************************************************************
058300*    5000-QUEUED-EXCEPTIONS -- EVERYTHING DL100VAR AND DL100GLP *
058400*    QUEUED SINCE THE LAST FEED, AS QUEUED. ONLY A QUEUE READ   *
058500*    TO THE END IS EMPTIED BY 9000.                             *
058600*****************************************************************
058700 5000-QUEUED-EXCEPTIONS.
058800     OPEN INPUT DL100-EXCEPTION-QUEUE
058900     IF NOT DL100-WS-EXQ-FILE-OK
059000         MOVE 'Y' TO DL100-WS-SOURCE-ERR-SW
059100         MOVE SPACES TO DL100ECR-LINE
059200         STRING '*** EXCEPTIONS QUEUE COULD NOT BE OPENED - '
059300             DELIMITED BY SIZE
059400             'STATUS ' DELIMITED BY SIZE
059500             DL100-WS-EXQ-FILE-STATUS DELIMITED BY SIZE
059600             ' - QUEUED EXCEPTIONS NOT FED ***' DELIMITED BY SIZE
059700             INTO DL100ECR-LINE
059800         END-STRING
059900         WRITE DL100ECR-LINE
060000         GO TO 5000-EXIT
060100     END-IF
060200     PERFORM 5100-READ-QUEUE THRU 5100-EXIT
060300     PERFORM 5200-FEED-ONE-QUEUED THRU 5200-EXIT
060400         UNTIL DL100-WS-EXQ-EOF
060500     CLOSE DL100-EXCEPTION-QUEUE
060600     MOVE 'Y' TO DL100-WS-EXQ-READ-SW.
060700 5000-EXIT.
060800     EXIT.
060900 5100-READ-QUEUE.
061000     READ DL100-EXCEPTION-QUEUE
061100         AT END
061200             MOVE 'Y' TO DL100-WS-EXQ-EOF-SW
061300     END-READ.
061400 5100-EXIT.
061500     EXIT.
061600 5200-FEED-ONE-QUEUED.
061700     MOVE DL100EXR-RECORD TO DL100-WS-EXCEPTION
061800     MOVE 'D' TO DL100-WS-EXC-REC-TYPE
061900     IF DL100-WS-EXC-AMOUNT NOT NUMERIC
062000         MOVE ZERO TO DL100-WS-EXC-AMOUNT
062100     END-IF
062200     ADD 1 TO DL100-WS-QUEUED-CT
062300     PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
062400     PERFORM 5100-READ-QUEUE THRU 5100-EXIT.
062500 5200-EXIT.
062600     EXIT.
062700*****************************************************************
062800*    6000-WRITE-TRAILER -- THE COUNT AND HASH TOTAL OF WHAT     *
062900*    WAS FED, FOR THE TICKETING SIDE TO PROVE THE FILE.         *
063000*****************************************************************
063100 6000-WRITE-TRAILER.
063200     MOVE 'T' TO DL100EXF-TRL-REC-TYPE
063300     MOVE DL100-WS-EXC-CT TO DL100EXF-TRL-RECORD-CT
063400     MOVE DL100-WS-HASH-TOTAL TO DL100EXF-TRL-HASH-TOTAL
063500     WRITE DL100EXF-TRAILER-RECORD.
063600 6000-EXIT.
063700     EXIT.
063800*****************************************************************
063900*    7000-PRODUCE-SUMMARY                                       *
064000*****************************************************************
064100 7000-PRODUCE-SUMMARY.
064200     MOVE SPACES TO DL100ECR-LINE
064300     WRITE DL100ECR-LINE
064400     IF DL100-WS-RUN-FED
064500         MOVE SPACES TO DL100ECR-LINE
064600         STRING 'RUN ' DELIMITED BY SIZE
064700             DL100-WS-RUN-TSTAMP DELIMITED BY SIZE
064800             ' WAS ALREADY FED ON ' DELIMITED BY SIZE
064900             DL100-WS-PRIOR-DATE DELIMITED BY SIZE
065000             ' - ONLY THE QUEUE AND THE AGING FED TONIGHT'
065100             DELIMITED BY SIZE
065200             INTO DL100ECR-LINE
065300         END-STRING
065400         WRITE DL100ECR-LINE
065500     END-IF
065600     MOVE DL100-WS-HASH-TOTAL TO DL100-WS-HASH-ED
065700     MOVE SPACES TO DL100ECR-LINE
065800     STRING 'EXCEPTIONS FED: ' DELIMITED BY SIZE
065900         DL100-WS-EXC-CT DELIMITED BY SIZE
066000         '  SEVERITY 1: ' DELIMITED BY SIZE
066100         DL100-WS-HIGH-CT DELIMITED BY SIZE
066200         '  SEVERITY 2: ' DELIMITED BY SIZE
066300         DL100-WS-MEDIUM-CT DELIMITED BY SIZE
066400         '  SEVERITY 3: ' DELIMITED BY SIZE
066500         DL100-WS-LOW-CT DELIMITED BY SIZE
066600         '  FROM THE QUEUE: ' DELIMITED BY SIZE
066700         DL100-WS-QUEUED-CT DELIMITED BY SIZE
066800         '  HASH TOTAL: ' DELIMITED BY SIZE
066900         DL100-WS-HASH-ED DELIMITED BY SIZE
067000         INTO DL100ECR-LINE
067100     END-STRING
067200     WRITE DL100ECR-LINE.
067300 7000-EXIT.
067400     EXIT.
067500*****************************************************************
067600*    8000-WRITE-EXCEPTION -- ONE 'D' RECORD ONTO THE FEED AND   *
067700*    ONE LINE ONTO THE REGISTER. A BLANK NAME IS LOOKED UP ON   *
067800*    THE BRANCH MASTER.                                         *
067900*****************************************************************
068000 8000-WRITE-EXCEPTION.
068100     IF DL100-WS-EXC-BRANCH-NAME EQUAL TO SPACES
068200         AND DL100-WS-EXC-BRANCH-CODE NOT EQUAL TO SPACES
068300         AND DL100-WS-BMF-OPENED
068400         MOVE DL100-WS-EXC-BRANCH-CODE TO DL100BMF-BRANCH-CODE
068500         READ DL100-BRANCH-FILE
068600             INVALID KEY
068700                 CONTINUE
068800             NOT INVALID KEY
068900                 MOVE DL100BMF-BRANCH-NAME
069000                     TO DL100-WS-EXC-BRANCH-NAME
069100         END-READ
069200     END-IF
069300     MOVE DL100-WS-EXCEPTION TO DL100EXF-DETAIL-RECORD
069400     WRITE DL100EXF-DETAIL-RECORD
069500     ADD 1 TO DL100-WS-EXC-CT
069600     ADD DL100-WS-EXC-AMOUNT TO DL100-WS-HASH-TOTAL
069700     EVALUATE TRUE
069800         WHEN DL100-WS-EXC-SEV-HIGH
069900             ADD 1 TO DL100-WS-HIGH-CT
070000         WHEN DL100-WS-EXC-SEV-MEDIUM
070100             ADD 1 TO DL100-WS-MEDIUM-CT
070200         WHEN OTHER
070300             ADD 1 TO DL100-WS-LOW-CT
070400     END-EVALUATE
070500     MOVE DL100-WS-EXC-AMOUNT TO DL100-WS-AMOUNT-ED
070600     MOVE SPACES TO DL100ECR-LINE
070700     STRING DL100-WS-EXC-EXCEPTION-TYPE DELIMITED BY SIZE
070800         '  SEV ' DELIMITED BY SIZE
070900         DL100-WS-EXC-SEVERITY DELIMITED BY SIZE
071000         '  ' DELIMITED BY SIZE
071100         DL100-WS-EXC-SOURCE-PGM DELIMITED BY SIZE
071200         '  DATE ' DELIMITED BY SIZE
071300         DL100-WS-EXC-BUSINESS-DATE DELIMITED BY SIZE
071400         '  CYCLE ' DELIMITED BY SIZE
071500         DL100-WS-EXC-CYCLE DELIMITED BY SIZE
071600         '  BRANCH ' DELIMITED BY SIZE
071700         DL100-WS-EXC-BRANCH-CODE DELIMITED BY SIZE
071800         ' ' DELIMITED BY SIZE
071900         DL100-WS-EXC-BRANCH-NAME DELIMITED BY SIZE
072000         '  AMOUNT=' DELIMITED BY SIZE
072100         DL100-WS-AMOUNT-ED DELIMITED BY SIZE
072200         INTO DL100ECR-LINE
072300     END-STRING
072400     WRITE DL100ECR-LINE.
072500 8000-EXIT.
072600     EXIT.
072700*****************************************************************
072800*    8100-START-EXCEPTION -- A CLEAN EXCEPTION UNDER THE RUN'S  *
072900*    DATE AND CYCLE, FOR THE CALLER TO FILL IN.                 *
073000*****************************************************************
073100 8100-START-EXCEPTION.
073200     MOVE SPACES TO DL100-WS-EXCEPTION
073300     MOVE 'D' TO DL100-WS-EXC-REC-TYPE
073400     MOVE DL100-WS-EXC-DATE TO DL100-WS-EXC-BUSINESS-DATE
073500     MOVE DL100-WS-RUN-CYCLE TO DL100-WS-EXC-CYCLE
073600     MOVE ZERO TO DL100-WS-EXC-AMOUNT.
073700 8100-EXIT.
073800     EXIT.
073900*****************************************************************
074000*    9000-TERMINATE -- CLOSE UP, AND EMPTY THE QUEUE ONLY ONCE  *
074100*    EVERYTHING ON IT IS SAFELY ON THE FEED.                    *
074200*****************************************************************
074300 9000-TERMINATE.
074400     IF DL100-WS-BMF-OPENED
074500         CLOSE DL100-BRANCH-FILE
074600     END-IF
074700     IF NOT DL100-WS-EXF-OPENED
074800         GO TO 9000-EXIT
074900     END-IF
075000     CLOSE DL100-FEED-FILE
075100     IF NOT DL100-WS-EXQ-ALL-READ
075200         GO TO 9000-EXIT
075300     END-IF
075400     OPEN OUTPUT DL100-EXCEPTION-QUEUE
075500     IF DL100-WS-EXQ-FILE-OK
075600         CLOSE DL100-EXCEPTION-QUEUE
075700     ELSE
075800         MOVE 'Y' TO DL100-WS-SOURCE-ERR-SW
075900         MOVE SPACES TO DL100ECR-LINE
076000         STRING '*** EXCEPTIONS QUEUE COULD NOT BE EMPTIED - '
076100             DELIMITED BY SIZE
076200             'STATUS ' DELIMITED BY SIZE
076300             DL100-WS-EXQ-FILE-STATUS DELIMITED BY SIZE
076400             ' - EMPTY IT BEFORE THE NEXT RUN OR ITS EXCEPTIONS '
076500             DELIMITED BY SIZE
076600             'ARE FED TWICE ***' DELIMITED BY SIZE
076700             INTO DL100ECR-LINE
076800         END-STRING
076900         WRITE DL100ECR-LINE
077000     END-IF.
077100 9000-EXIT.
077200     EXIT.
