000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL100IQT.
000300 AUTHOR.        F CASACURTA.
000400 INSTALLATION.  BRANCH OPERATIONS BATCH.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    DL100IQT -- ONLINE BRANCH INQUIRY (TRANSACTION DLIQ)       *
001000*                                                               *
001100*    ANSWERS "DID OUR NUMBERS GO THROUGH LAST NIGHT?" FOR THE   *
001200*    BRANCH OPERATIONS DESK ON ONE SCREEN. THE OPERATOR KEYS    *
001300*                                                               *
001400*        DLIQ NNN                                               *
001500*                                                               *
001600*    ON A CLEAR SCREEN (NNN = BRANCH CODE) AND GETS:            *
001700*                                                               *
001800*      - THE BRANCH MASTER DETAILS -- NAME, STATUS, STATUS      *
001900*        DATE, SLOT LIMIT -- READ LIVE FROM DL100BMF            *
002000*      - LAST NIGHT'S BUSINESS DATE AND CYCLE, THE BRANCH'S     *
002100*        SLOT AMOUNTS ON THE LATEST DL100OUT GENERATION AND     *
002200*        THEIR DAY AMOUNT                                       *
002300*      - THE RECONCILIATION RESULT AND DIFFERENCE               *
002400*      - THE MONTH-TO-DATE TOTAL FROM DL100MTM                  *
002500*      - THE BRANCH'S RECORDS STILL SUSPENDED ON DL100SUS,      *
002600*        WITH REASON AND AGE IN DAYS AS OF TODAY                *
002700*                                                               *
002800*    EVERYTHING BUT THE MASTER COMES FROM THE BRANCH INQUIRY    *
002900*    FILE (DL100BIQ) THAT DL100IQB REBUILDS EACH NIGHT -- THE   *
003000*    ONLINE REGION CANNOT READ THE SEQUENTIAL FILES ITSELF.     *
003100*                                                               *
003200*    READ-ONLY: BOTH FILES ARE READ WITHOUT UPDATE, AND BOTH    *
003300*    ARE DEFINED TO THE REGION WITH READ ONLY (ADD, UPDATE AND  *
003400*    DELETE NO), SO THE TRANSACTION CANNOT CHANGE EITHER. ANY   *
003500*    RESPONSE OTHER THAN NORMAL OR NOTFND IS SHOWN ON THE       *
003600*    MESSAGE LINE WITH ITS RESP VALUE.                          *
003700*                                                               *
003800*    MODIFICATION HISTORY                                       *
003900*    DATE       BY   DESCRIPTION                                *
004000*    10/15/26   FC   ORIGINAL.                                  *
004020*    10/15/26   FC   WIDEN THE RECONCILIATION DIFFERENCE TO ITS *
004040*                    FULL SEVEN DIGITS, AND THE SLOT AND        *
004060*                    SUSPENSE COUNTS TO THREE -- 100 OR MORE    *
004080*                    SHOWED TOO FEW ROWS.                       *
004100*                                                               *
004200*****************************************************************
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER.  IBM-370.
004600 OBJECT-COMPUTER.  IBM-370.
004700 DATA DIVISION.
004800 WORKING-STORAGE SECTION.
004900 77  DL100-WS-RESP               PIC S9(08) COMP VALUE ZERO.
005000 77  DL100-WS-RESP-ED            PIC -(7)9.
005100 77  DL100-WS-INPUT-LEN          PIC S9(04) COMP VALUE +80.
005200 77  DL100-WS-SCREEN-LEN         PIC S9(04) COMP VALUE +1840.
005300 77  DL100-WS-REQUEST-SW         PIC X(01) VALUE 'N'.
005400     88  DL100-WS-REQUEST-OK           VALUE 'Y'.
005500 77  DL100-WS-BMF-FOUND-SW       PIC X(01) VALUE 'N'.
005600     88  DL100-WS-BMF-FOUND            VALUE 'Y'.
005700 77  DL100-WS-BIQ-FOUND-SW       PIC X(01) VALUE 'N'.
005800     88  DL100-WS-BIQ-FOUND            VALUE 'Y'.
005900 77  DL100-WS-BRANCH-CODE        PIC X(03) VALUE SPACES.
006000 77  DL100-WS-FILE-NAME          PIC X(08) VALUE SPACES.
006100 77  DL100-WS-ITEM-IX            PIC 9(03) VALUE ZERO.
006200 77  DL100-WS-ITEM-CT            PIC 9(03) VALUE ZERO.
006300 77  DL100-WS-MAX-ITEMS          PIC 9(02) VALUE 5.
006400 77  DL100-WS-LINE-IX            PIC 9(02) VALUE ZERO.
006500 77  DL100-WS-CODE               PIC X(01) VALUE SPACE.
006600 77  DL100-WS-CODE-TEXT          PIC X(20) VALUE SPACES.
006700 77  DL100-WS-STATUS-TEXT        PIC X(08) VALUE SPACES.
006800 77  DL100-WS-RESULT-TEXT        PIC X(26) VALUE SPACES.
006900 77  DL100-WS-MESSAGE            PIC X(79) VALUE SPACES.
007000 77  DL100-WS-AGE-DAYS           PIC S9(05) VALUE ZERO.
007100 77  DL100-WS-AGE-DAYS-ED        PIC ZZZZ9.
007200 77  DL100-WS-TODAY-INT          PIC 9(07) VALUE ZERO.
007300 77  DL100-WS-SUS-INT            PIC 9(07) VALUE ZERO.
007400 77  DL100-WS-LIMIT-ED           PIC ZZ,ZZ9.99.
007500 77  DL100-WS-AMT-ED             PIC -(3),-(3),--9.99.
007600 77  DL100-WS-DIFF-ED            PIC -(3),-(3),--9.99.
007700 77  DL100-WS-F3-ED-1            PIC -(2)9.99.
007800 77  DL100-WS-F3-ED-2            PIC -(2)9.99.
007900 77  DL100-WS-SUB-ED             PIC -(4)9.99.
008000 77  DL100-WS-CT-ED              PIC ZZ9.
008100 77  DL100-WS-CT-ED-2            PIC ZZ9.
008200 01  DL100-WS-INPUT.
008300     05  DL100-WS-IN-TRANID      PIC X(04).
008400     05  FILLER                  PIC X(01).
008500     05  DL100-WS-IN-BRANCH      PIC X(03).
008600     05  FILLER                  PIC X(72).
008700 01  DL100-WS-CURRENT-DATE-TIME.
008800     05  DL100-WS-CDT-DATE       PIC 9(8).
008900     05  DL100-WS-CDT-TIME       PIC 9(8).
009000 01  DL100-WS-SUS-DATE-PART.
009100     05  DL100-WS-SUS-DATE       PIC X(08).
009200     05  DL100-WS-SUS-DATE-9 REDEFINES DL100-WS-SUS-DATE
009300                                 PIC 9(08).
009400 01  DL100BMF-RECORD.
009500     COPY DL100BMF.
009600 01  DL100BIQ-RECORD.
009700     COPY DL100BIQ.
009800*****************************************************************
009900*    THE SCREEN IMAGE -- 23 LINES OF 80, SENT AS TEXT. LINE 23  *
010000*    IS THE MESSAGE LINE.                                       *
010100*****************************************************************
010200 01  DL100-WS-SCREEN.
010300     05  DL100-WS-SCR-LINE OCCURS 0023 TIMES
010400                                 PIC X(80).
010500 PROCEDURE DIVISION.
010600 MAIN-SECTION SECTION.
010700*****************************************************************
010800*    0000-MAINLINE                                              *
010900*****************************************************************
011000 0000-MAINLINE.
011100     MOVE SPACES TO DL100-WS-SCREEN
011200     MOVE FUNCTION CURRENT-DATE TO DL100-WS-CURRENT-DATE-TIME
011300     COMPUTE DL100-WS-TODAY-INT =
011400         FUNCTION INTEGER-OF-DATE (DL100-WS-CDT-DATE)
011500     STRING 'DL100IQT  BRANCH INQUIRY' DELIMITED BY SIZE
011600         '                                   TODAY '
011700         DELIMITED BY SIZE
011800         DL100-WS-CDT-DATE DELIMITED BY SIZE
011900         INTO DL100-WS-SCR-LINE (1)
012000     END-STRING
012100     PERFORM 1000-RECEIVE-REQUEST THRU 1000-EXIT
012200     IF DL100-WS-REQUEST-OK
012300         PERFORM 2000-READ-BRANCH THRU 2000-EXIT
012400     END-IF
012500     IF DL100-WS-BMF-FOUND
012600         PERFORM 3000-SHOW-MASTER THRU 3000-EXIT
012700     END-IF
012800     IF DL100-WS-BIQ-FOUND
012900         PERFORM 4000-SHOW-LAST-NIGHT THRU 4000-EXIT
013000         PERFORM 5000-SHOW-SUSPENSE THRU 5000-EXIT
013100     END-IF
013200     PERFORM 8000-SEND-SCREEN THRU 8000-EXIT
013300     EXEC CICS
013400         RETURN
013500     END-EXEC
013600     GOBACK.
013700*****************************************************************
013800*    1000-RECEIVE-REQUEST -- THE TRANSACTION ID, A SPACE AND    *
013900*    THE BRANCH CODE, AS KEYED ON THE CLEAR SCREEN. INPUT       *
014000*    LONGER THAN THE AREA IS TRUNCATED, NOT REFUSED.            *
014100*****************************************************************
014200 1000-RECEIVE-REQUEST.
014300     MOVE SPACES TO DL100-WS-INPUT
014400     EXEC CICS
014500         RECEIVE INTO(DL100-WS-INPUT)
014600                 LENGTH(DL100-WS-INPUT-LEN)
014700                 RESP(DL100-WS-RESP)
014800     END-EXEC
014900     IF DL100-WS-RESP NOT EQUAL TO DFHRESP(NORMAL)
015000         AND DL100-WS-RESP NOT EQUAL TO DFHRESP(LENGERR)
015100         AND DL100-WS-RESP NOT EQUAL TO DFHRESP(EOC)
015200         MOVE 'KEY DLIQ AND A BRANCH CODE, E.G. DLIQ 123'
015300             TO DL100-WS-MESSAGE
015400         GO TO 1000-EXIT
015500     END-IF
015600     MOVE DL100-WS-IN-BRANCH TO DL100-WS-BRANCH-CODE
015700     IF DL100-WS-BRANCH-CODE EQUAL TO SPACES
015800         MOVE 'KEY DLIQ AND A BRANCH CODE, E.G. DLIQ 123'
015900             TO DL100-WS-MESSAGE
016000         GO TO 1000-EXIT
016100     END-IF
016200     MOVE 'Y' TO DL100-WS-REQUEST-SW.
016300 1000-EXIT.
016400     EXIT.
016500*****************************************************************
016600*    2000-READ-BRANCH -- THE MASTER AND THE INQUIRY RECORD, BY  *
016700*    KEY, WITHOUT UPDATE. A CODE ON NEITHER IS NOT A BRANCH WE  *
016800*    KNOW.                                                      *
016900*****************************************************************
017000 2000-READ-BRANCH.
017100     EXEC CICS
017200         READ FILE('DL100BMF')
017300              INTO(DL100BMF-RECORD)
017400              RIDFLD(DL100-WS-BRANCH-CODE)
017500              RESP(DL100-WS-RESP)
017600     END-EXEC
017700     EVALUATE TRUE
017800         WHEN DL100-WS-RESP EQUAL TO DFHRESP(NORMAL)
017900             MOVE 'Y' TO DL100-WS-BMF-FOUND-SW
018000         WHEN DL100-WS-RESP EQUAL TO DFHRESP(NOTFND)
018100             CONTINUE
018200         WHEN OTHER
018300             MOVE 'DL100BMF' TO DL100-WS-FILE-NAME
018400             PERFORM 2900-FILE-ERROR THRU 2900-EXIT
018500             GO TO 2000-EXIT
018600     END-EVALUATE
018700     EXEC CICS
018800         READ FILE('DL100BIQ')
018900              INTO(DL100BIQ-RECORD)
019000              RIDFLD(DL100-WS-BRANCH-CODE)
019100              RESP(DL100-WS-RESP)
019200     END-EXEC
019300     EVALUATE TRUE
019400         WHEN DL100-WS-RESP EQUAL TO DFHRESP(NORMAL)
019500             MOVE 'Y' TO DL100-WS-BIQ-FOUND-SW
019600         WHEN DL100-WS-RESP EQUAL TO DFHRESP(NOTFND)
019700             CONTINUE
019800         WHEN OTHER
019900             MOVE 'DL100BIQ' TO DL100-WS-FILE-NAME
020000             PERFORM 2900-FILE-ERROR THRU 2900-EXIT
020100             GO TO 2000-EXIT
020200     END-EVALUATE
020300     IF NOT DL100-WS-BMF-FOUND
020400         AND NOT DL100-WS-BIQ-FOUND
020500         STRING 'BRANCH ' DELIMITED BY SIZE
020600             DL100-WS-BRANCH-CODE DELIMITED BY SIZE
020700             ' IS NOT ON THE BRANCH MASTER AND HAD NOTHING ON '
020800             DELIMITED BY SIZE
020900             'LAST NIGHT''S FILES' DELIMITED BY SIZE
021000             INTO DL100-WS-MESSAGE
021100         END-STRING
021200         GO TO 2000-EXIT
021300     END-IF
021400     IF NOT DL100-WS-BMF-FOUND
021500         STRING 'BRANCH ' DELIMITED BY SIZE
021600             DL100-WS-BRANCH-CODE DELIMITED BY SIZE
021700             ' IS NOT ON THE BRANCH MASTER' DELIMITED BY SIZE
021800             INTO DL100-WS-SCR-LINE (3)
021900         END-STRING
022000     END-IF
022100     IF NOT DL100-WS-BIQ-FOUND
022200         MOVE 'NOTHING ON FILE FOR THIS BRANCH FROM LAST NIGHT'
022300             TO DL100-WS-SCR-LINE (6)
022400     END-IF
022500     MOVE 'TYPE DLIQ AND A BRANCH CODE ON A CLEAR SCREEN FOR '
022600         TO DL100-WS-MESSAGE
022700     MOVE 'ANOTHER BRANCH' TO DL100-WS-MESSAGE (51:14).
022800 2000-EXIT.
022900     EXIT.
023000 2900-FILE-ERROR.
023100     MOVE 'N' TO DL100-WS-BMF-FOUND-SW
023200     MOVE 'N' TO DL100-WS-BIQ-FOUND-SW
023300     MOVE DL100-WS-RESP TO DL100-WS-RESP-ED
023400     STRING 'FILE ' DELIMITED BY SIZE
023500         DL100-WS-FILE-NAME DELIMITED BY SIZE
023600         ' NOT AVAILABLE - RESP ' DELIMITED BY SIZE
023700         DL100-WS-RESP-ED DELIMITED BY SIZE
023800         ' - CALL BRANCH OPERATIONS BATCH' DELIMITED BY SIZE
023900         INTO DL100-WS-MESSAGE
024000     END-STRING.
024100 2900-EXIT.
024200     EXIT.
024300*****************************************************************
024400*    3000-SHOW-MASTER -- LINES 3 AND 4.                         *
024500*****************************************************************
024600 3000-SHOW-MASTER.
024700     EVALUATE TRUE
024800         WHEN DL100BMF-ACTIVE
024900             MOVE 'ACTIVE' TO DL100-WS-STATUS-TEXT
025000         WHEN DL100BMF-CLOSED
025100             MOVE 'CLOSED' TO DL100-WS-STATUS-TEXT
025200         WHEN OTHER
025300             MOVE SPACES TO DL100-WS-STATUS-TEXT
025400             STRING 'STATUS ' DELIMITED BY SIZE
025500                 DL100BMF-STATUS DELIMITED BY SIZE
025600                 INTO DL100-WS-STATUS-TEXT
025700             END-STRING
025800     END-EVALUATE
025900     MOVE DL100BMF-MAX-AMOUNT TO DL100-WS-LIMIT-ED
026000     STRING 'BRANCH ' DELIMITED BY SIZE
026100         DL100BMF-BRANCH-CODE DELIMITED BY SIZE
026200         '  ' DELIMITED BY SIZE
026300         DL100BMF-BRANCH-NAME DELIMITED BY SIZE
026400         '  ' DELIMITED BY SIZE
026500         DL100-WS-STATUS-TEXT DELIMITED BY SIZE
026600         '  SINCE ' DELIMITED BY SIZE
026700         DL100BMF-STATUS-DATE DELIMITED BY SIZE
026800         INTO DL100-WS-SCR-LINE (3)
026900     END-STRING
027000     STRING 'SLOT LIMIT ' DELIMITED BY SIZE
027100         DL100-WS-LIMIT-ED DELIMITED BY SIZE
027200         '   REGION ' DELIMITED BY SIZE
027300         DL100BMF-REGION DELIMITED BY SIZE
027400         '  DISTRICT ' DELIMITED BY SIZE
027500         DL100BMF-DISTRICT DELIMITED BY SIZE
027600         INTO DL100-WS-SCR-LINE (4)
027700     END-STRING.
027800 3000-EXIT.
027900     EXIT.
028000*****************************************************************
028100*    4000-SHOW-LAST-NIGHT -- LINES 6 THRU 15: THE RUN, THE      *
028200*    SLOTS, THE RECONCILIATION AND THE MONTH TO DATE.           *
028300*****************************************************************
028400 4000-SHOW-LAST-NIGHT.
028500     STRING 'LAST NIGHT  BUSINESS DATE ' DELIMITED BY SIZE
028600         DL100BIQ-BUSINESS-DATE DELIMITED BY SIZE
028700         '  CYCLE ' DELIMITED BY SIZE
028800         DL100BIQ-CYCLE DELIMITED BY SIZE
028900         '  RUN ' DELIMITED BY SIZE
029000         DL100BIQ-RUN-TIMESTAMP DELIMITED BY SIZE
029100         INTO DL100-WS-SCR-LINE (6)
029200     END-STRING
029300     IF NOT DL100-WS-BMF-FOUND
029400         STRING 'BRANCH ' DELIMITED BY SIZE
029500             DL100BIQ-BRANCH-CODE DELIMITED BY SIZE
029600             '  ' DELIMITED BY SIZE
029700             DL100BIQ-BRANCH-NAME DELIMITED BY SIZE
029800             '  *** NOT ON THE BRANCH MASTER ***'
029900             DELIMITED BY SIZE
030000             INTO DL100-WS-SCR-LINE (3)
030100         END-STRING
030200     END-IF
030300     MOVE DL100BIQ-SLOT-CT TO DL100-WS-CT-ED
030400     MOVE DL100BIQ-VALID-CT TO DL100-WS-CT-ED-2
030500     MOVE DL100BIQ-DAY-AMOUNT TO DL100-WS-AMT-ED
030600     STRING 'SLOTS ' DELIMITED BY SIZE
030700         DL100-WS-CT-ED DELIMITED BY SIZE
030800         ' (' DELIMITED BY SIZE
030900         DL100-WS-CT-ED-2 DELIMITED BY SIZE
031000         ' VALID)   DAY AMOUNT ' DELIMITED BY SIZE
031100         DL100-WS-AMT-ED DELIMITED BY SIZE
031200         INTO DL100-WS-SCR-LINE (7)
031300     END-STRING
031400     IF DL100BIQ-SLOT-CT GREATER THAN DL100-WS-MAX-ITEMS
031500         MOVE '(FIRST 5 SHOWN)' TO DL100-WS-SCR-LINE (7) (60:15)
031600     END-IF
031700     IF DL100BIQ-SLOT-CT GREATER THAN ZERO
031800         MOVE '  SLOT AMOUNT 1 AMOUNT 2   SUBTOTAL  RESULT'
031900             TO DL100-WS-SCR-LINE (8)
032000     END-IF
032100     MOVE DL100BIQ-SLOT-CT TO DL100-WS-ITEM-CT
032200     IF DL100-WS-ITEM-CT GREATER THAN DL100-WS-MAX-ITEMS
032300         MOVE DL100-WS-MAX-ITEMS TO DL100-WS-ITEM-CT
032400     END-IF
032500     PERFORM 4100-SHOW-ONE-SLOT THRU 4100-EXIT
032600         VARYING DL100-WS-ITEM-IX FROM 1 BY 1
032700         UNTIL DL100-WS-ITEM-IX GREATER THAN DL100-WS-ITEM-CT
032800     MOVE DL100BIQ-RECON-DIFF TO DL100-WS-DIFF-ED
032900     EVALUATE TRUE
033000         WHEN DL100BIQ-RCN-BALANCED
033100             MOVE 'IN BALANCE' TO DL100-WS-RESULT-TEXT
033200         WHEN DL100BIQ-RCN-ROUNDING
033300             MOVE 'IN BALANCE (ROUNDING)' TO DL100-WS-RESULT-TEXT
033400         WHEN DL100BIQ-RCN-OUT-OF-BAL
033500             MOVE 'OUT OF BALANCE' TO DL100-WS-RESULT-TEXT
033600         WHEN DL100BIQ-RCN-NOTHING
033700             MOVE 'NOTHING TO RECONCILE' TO DL100-WS-RESULT-TEXT
033800         WHEN OTHER
033900             MOVE 'NOT RECONCILED LAST NIGHT'
034000                 TO DL100-WS-RESULT-TEXT
034100     END-EVALUATE
034200     IF DL100BIQ-RCN-ROUNDING
034300         OR DL100BIQ-RCN-OUT-OF-BAL
034400         STRING 'RECONCILIATION  ' DELIMITED BY SIZE
034500             DL100-WS-RESULT-TEXT DELIMITED BY SIZE
034600             '  DIFFERENCE ' DELIMITED BY SIZE
034700             DL100-WS-DIFF-ED DELIMITED BY SIZE
034800             INTO DL100-WS-SCR-LINE (14)
034900         END-STRING
035000     ELSE
035100         STRING 'RECONCILIATION  ' DELIMITED BY SIZE
035200             DL100-WS-RESULT-TEXT DELIMITED BY SIZE
035300             INTO DL100-WS-SCR-LINE (14)
035400         END-STRING
035500     END-IF
035600     MOVE DL100BIQ-MTD-AMOUNT TO DL100-WS-AMT-ED
035700     MOVE DL100BIQ-MTD-DAYS TO DL100-WS-CT-ED
035800     STRING 'MONTH TO DATE   ' DELIMITED BY SIZE
035900         DL100-WS-AMT-ED DELIMITED BY SIZE
036000         '  OVER ' DELIMITED BY SIZE
036100         DL100-WS-CT-ED DELIMITED BY SIZE
036200         ' BUSINESS DAYS' DELIMITED BY SIZE
036300         INTO DL100-WS-SCR-LINE (15)
036400     END-STRING.
036500 4000-EXIT.
036600     EXIT.
036700 4100-SHOW-ONE-SLOT.
036800     COMPUTE DL100-WS-LINE-IX = DL100-WS-ITEM-IX + 8
036900     MOVE DL100BIQ-SLOT-AMT-1 (DL100-WS-ITEM-IX)
037000         TO DL100-WS-F3-ED-1
037100     MOVE DL100BIQ-SLOT-AMT-2 (DL100-WS-ITEM-IX)
037200         TO DL100-WS-F3-ED-2
037300     MOVE DL100BIQ-SLOT-SUBTOTAL (DL100-WS-ITEM-IX)
037400         TO DL100-WS-SUB-ED
037500     MOVE DL100-WS-ITEM-IX TO DL100-WS-CT-ED
037600     IF DL100BIQ-SLOT-ACCEPTED (DL100-WS-ITEM-IX)
037700         MOVE 'ACCEPTED' TO DL100-WS-CODE-TEXT
037800     ELSE
037900         MOVE DL100BIQ-SLOT-ERROR-CD (DL100-WS-ITEM-IX)
038000             TO DL100-WS-CODE
038100         PERFORM 6000-REASON-TEXT THRU 6000-EXIT
038200     END-IF
038300     STRING '   ' DELIMITED BY SIZE
038400         DL100-WS-CT-ED DELIMITED BY SIZE
038500         '   ' DELIMITED BY SIZE
038600         DL100-WS-F3-ED-1 DELIMITED BY SIZE
038700         '   ' DELIMITED BY SIZE
038800         DL100-WS-F3-ED-2 DELIMITED BY SIZE
038900         '   ' DELIMITED BY SIZE
039000         DL100-WS-SUB-ED DELIMITED BY SIZE
039100         '  ' DELIMITED BY SIZE
039200         DL100-WS-CODE-TEXT DELIMITED BY SIZE
039300         INTO DL100-WS-SCR-LINE (DL100-WS-LINE-IX)
039400     END-STRING.
039500 4100-EXIT.
039600     EXIT.
039700*****************************************************************
039800*    5000-SHOW-SUSPENSE -- LINES 17 THRU 22. THE AGE IS DAYS    *
039900*    FROM THE DATE PART OF THE SUSPENSE TIMESTAMP TO TODAY, AS  *
040000*    ON THE DL100SAG AGING REPORT.                              *
040100*****************************************************************
040200 5000-SHOW-SUSPENSE.
040300     MOVE DL100BIQ-SUS-CT TO DL100-WS-CT-ED
040400     STRING 'SUSPENSE  ' DELIMITED BY SIZE
040500         DL100-WS-CT-ED DELIMITED BY SIZE
040600         ' RECORDS STILL SUSPENDED' DELIMITED BY SIZE
040700         INTO DL100-WS-SCR-LINE (17)
040800     END-STRING
040900     IF DL100BIQ-SUS-CT EQUAL TO ZERO
041000         GO TO 5000-EXIT
041100     END-IF
041200     IF DL100BIQ-SUS-CT GREATER THAN DL100-WS-MAX-ITEMS
041300         MOVE '(FIRST 5 SHOWN)' TO DL100-WS-SCR-LINE (17) (60:15)
041400     END-IF
041500     MOVE '  SUSPENDED          REASON' TO DL100-WS-SCR-LINE (18)
041600     MOVE 'AMOUNT 1 AMOUNT 2    AGE'
041700         TO DL100-WS-SCR-LINE (18) (42:24)
041800     MOVE DL100BIQ-SUS-CT TO DL100-WS-ITEM-CT
041900     IF DL100-WS-ITEM-CT GREATER THAN DL100-WS-MAX-ITEMS
042000         MOVE DL100-WS-MAX-ITEMS TO DL100-WS-ITEM-CT
042100     END-IF
042200     PERFORM 5100-SHOW-ONE-SUSPENSE THRU 5100-EXIT
042300         VARYING DL100-WS-ITEM-IX FROM 1 BY 1
042400         UNTIL DL100-WS-ITEM-IX GREATER THAN DL100-WS-ITEM-CT.
042500 5000-EXIT.
042600     EXIT.
042700 5100-SHOW-ONE-SUSPENSE.
042800     COMPUTE DL100-WS-LINE-IX = DL100-WS-ITEM-IX + 18
042900     MOVE DL100BIQ-SUS-TIMESTAMP (DL100-WS-ITEM-IX) (1:8)
043000         TO DL100-WS-SUS-DATE
043100     IF DL100-WS-SUS-DATE-9 NUMERIC
043200         COMPUTE DL100-WS-SUS-INT =
043300             FUNCTION INTEGER-OF-DATE (DL100-WS-SUS-DATE-9)
043400         COMPUTE DL100-WS-AGE-DAYS =
043500             DL100-WS-TODAY-INT - DL100-WS-SUS-INT
043600         IF DL100-WS-AGE-DAYS LESS THAN ZERO
043700             MOVE ZERO TO DL100-WS-AGE-DAYS
043800         END-IF
043900     ELSE
044000         MOVE 99999 TO DL100-WS-AGE-DAYS
044100     END-IF
044200     MOVE DL100-WS-AGE-DAYS TO DL100-WS-AGE-DAYS-ED
044300     MOVE DL100BIQ-SUS-REASON-CD (DL100-WS-ITEM-IX)
044400         TO DL100-WS-CODE
044500     PERFORM 6000-REASON-TEXT THRU 6000-EXIT
044600     MOVE DL100BIQ-SUS-AMT-1 (DL100-WS-ITEM-IX)
044700         TO DL100-WS-F3-ED-1
044800     MOVE DL100BIQ-SUS-AMT-2 (DL100-WS-ITEM-IX)
044900         TO DL100-WS-F3-ED-2
045000     STRING '  ' DELIMITED BY SIZE
045100         DL100BIQ-SUS-TIMESTAMP (DL100-WS-ITEM-IX)
045200             DELIMITED BY SIZE
045300         '  ' DELIMITED BY SIZE
045400         DL100-WS-CODE-TEXT DELIMITED BY SIZE
045500         '  ' DELIMITED BY SIZE
045600         DL100-WS-F3-ED-1 DELIMITED BY SIZE
045700         '   ' DELIMITED BY SIZE
045800         DL100-WS-F3-ED-2 DELIMITED BY SIZE
045900         '  ' DELIMITED BY SIZE
046000         DL100-WS-AGE-DAYS-ED DELIMITED BY SIZE
046100         INTO DL100-WS-SCR-LINE (DL100-WS-LINE-IX)
046200     END-STRING.
046300 5100-EXIT.
046400     EXIT.
046500*****************************************************************
046600*    6000-REASON-TEXT -- THE REJECT REASON IN DL100-WS-CODE,    *
046700*    THE SAME CODES ON A SLOT AND ON A SUSPENSE RECORD.         *
046800*****************************************************************
046900 6000-REASON-TEXT.
047000     EVALUATE DL100-WS-CODE
047100         WHEN 'N'
047200             MOVE 'NOT NUMERIC' TO DL100-WS-CODE-TEXT
047300         WHEN 'M'
047400             MOVE 'NOT ON BRANCH MASTER' TO DL100-WS-CODE-TEXT
047500         WHEN 'C'
047600             MOVE 'BRANCH CLOSED' TO DL100-WS-CODE-TEXT
047700         WHEN 'L'
047800             MOVE 'OVER SLOT LIMIT' TO DL100-WS-CODE-TEXT
047900         WHEN OTHER
048000             MOVE SPACES TO DL100-WS-CODE-TEXT
048100             STRING 'REASON ' DELIMITED BY SIZE
048200                 DL100-WS-CODE DELIMITED BY SIZE
048300                 INTO DL100-WS-CODE-TEXT
048400             END-STRING
048500     END-EVALUATE.
048600 6000-EXIT.
048700     EXIT.
048800*****************************************************************
048900*    8000-SEND-SCREEN -- THE MESSAGE ON LINE 23, THEN THE WHOLE *
049000*    IMAGE TO A CLEARED SCREEN WITH THE KEYBOARD UNLOCKED.      *
049100*****************************************************************
049200 8000-SEND-SCREEN.
049300     MOVE DL100-WS-MESSAGE TO DL100-WS-SCR-LINE (23)
049400     EXEC CICS
049500         SEND TEXT FROM(DL100-WS-SCREEN)
049600                   LENGTH(DL100-WS-SCREEN-LEN)
049700                   ERASE
049800                   FREEKB
049900     END-EXEC.
050000 8000-EXIT.
050100     EXIT.
