002400*                WANT OF A PARAMETER.                           *
002500*                                                               *
002600*    RETURN CODES: 0 = NO ALERTS, 4 = NO BASELINE GENERATION   *
002610*    (COMPARISON SKIPPED), 8 = AT LEAST ONE ALERT, 24 = DATE   *
002620*    AND CYCLE ALREADY COMPLETE ON THE RUN-STATUS LEDGER       *
002630*    (DL100RSF) - NOTHING COMPARED.                            *
002700*                                                               *
002800*    MODIFICATION HISTORY                                       *
002900*    DATE       BY   DESCRIPTION                                *
003094*                    LENGTH) IS TREATED THE SAME WAY -- RC=4,   *
003095*                    COMPARISON SKIPPED -- INSTEAD OF AN ABEND  *
003096*                    THAT KILLS THE REST OF THE NIGHTLY JOB.    *
003097*    10/15/26   FC   RUN-STATUS LEDGER (DL100RSF): REFUSE A     *
003098*                    DATE AND CYCLE ALREADY COMPLETE (RC=24)    *
003099*                    UNLESS DL100CTL AUTHORIZES THE RERUN.      *
003100*    10/15/26   FC   QUEUE EVERY ALERT ON THE EXCEPTIONS QUEUE  *
003110*                    (DL100EXQ) FOR THE SERVICE-DESK FEED THAT  *
003120*                    DL100EXC WRITES AT THE END OF DL100J.      *
003127*    10/15/26   FC   LEAVE MANUAL CORRECTION SLOTS OUT OF BOTH  *
003134*                    DAYS -- A CORRECTION IS NOT A TRANSMISSION *
003141*                    AND ITS NET ADJUSTMENT SKEWED THE SWING.   *
003150*                                                               *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
004500            FILE STATUS IS DL100-WS-PRM-FILE-STATUS.
004600     SELECT DL100-VARIANCE-RPT   ASSIGN TO DL100VRP
004700            ORGANIZATION IS SEQUENTIAL.
004705     SELECT DL100-JOURNAL-FILE   ASSIGN TO DL100JNL
004710            ORGANIZATION IS SEQUENTIAL
004715            FILE STATUS IS DL100-WS-JNL-FILE-STATUS.
004720     SELECT DL100-CONTROL-FILE   ASSIGN TO DL100CTL
004725            ORGANIZATION IS SEQUENTIAL
004730            FILE STATUS IS DL100-WS-CTL-FILE-STATUS.
004735     SELECT DL100-STATUS-FILE    ASSIGN TO DL100RSF
004740            ORGANIZATION IS INDEXED
004745            ACCESS MODE IS DYNAMIC
004750            RECORD KEY IS DL100RSF-KEY
004755            FILE STATUS IS DL100-WS-RSF-FILE-STATUS.
004765     SELECT DL100-EXCEPTION-QUEUE ASSIGN TO DL100EXQ
004775            ORGANIZATION IS SEQUENTIAL
004785            FILE STATUS IS DL100-WS-EXQ-FILE-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  DL100-NEW-FILE
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100 01  DL100VRP-LINE               PIC X(132).
007105 FD  DL100-JOURNAL-FILE
007110     RECORDING MODE IS F
007115     RECORD CONTAINS 17 TO 64 CHARACTERS
007120     LABEL RECORDS ARE STANDARD.
007125     COPY DL100JNL.
007130 FD  DL100-CONTROL-FILE
007135     RECORDING MODE IS F
007140     LABEL RECORDS ARE STANDARD.
007145 01  DL100CTL-RECORD.
007150     COPY DL100CTL.
007155 FD  DL100-STATUS-FILE
007160     LABEL RECORDS ARE STANDARD.
007165 01  DL100RSF-RECORD.
007170     COPY DL100RSF.
007175 FD  DL100-EXCEPTION-QUEUE
007180     RECORDING MODE IS F
007185     LABEL RECORDS ARE STANDARD.
007190 01  DL100EXR-RECORD.
007195     COPY DL100EXR.
007200 WORKING-STORAGE SECTION.
007300 77  DL100-WS-PRM-FILE-STATUS    PIC X(02) VALUE '00'.
007400     88  DL100-WS-PRM-FILE-OK          VALUE '00'.
008850     88  DL100-WS-OLD-FILE-OK          VALUE '00'.
008860 77  DL100-WS-OLD-OPEN-SW        PIC X(01) VALUE 'N'.
008870     88  DL100-WS-OLD-OPENED           VALUE 'Y'.
008875 77  DL100-WS-EXQ-FILE-STATUS    PIC X(02) VALUE '00'.
008880     88  DL100-WS-EXQ-FILE-OK          VALUE '00'.
008885 77  DL100-WS-EXQ-OPEN-SW        PIC X(01) VALUE 'N'.
008890     88  DL100-WS-EXQ-OPENED           VALUE 'Y'.
008900 77  DL100-WS-ALERT-PCT          PIC 9(3)V99 VALUE 25.00.
009000 77  DL100-WS-NEG-ALERT-PCT      PIC S9(3)V99 VALUE ZERO.
009100 77  DL100-WS-SWING-PCT          PIC S9(7)V99 VALUE ZERO.
009300 77  DL100-WS-DIFFERENCE         PIC S9(07)V99 VALUE ZERO.
009400 77  DL100-WS-NEW-AMOUNT-ED      PIC -(6)9.99.
009500 77  DL100-WS-OLD-AMOUNT-ED      PIC -(6)9.99.
009502 77  DL100-WS-JNL-FILE-STATUS    PIC X(02) VALUE '00'.
009504     88  DL100-WS-JNL-FILE-OK          VALUE '00'.
009506 77  DL100-WS-JNL-EOF-SW         PIC X(01) VALUE 'N'.
009508     88  DL100-WS-JNL-EOF              VALUE 'Y'.
009510 77  DL100-WS-RUN-DATE           PIC X(08) VALUE SPACES.
009512 77  DL100-WS-RUN-CYCLE          PIC 9(02) VALUE ZERO.
009514 77  DL100-WS-CTL-FILE-STATUS    PIC X(02) VALUE '00'.
009516     88  DL100-WS-CTL-FILE-OK          VALUE '00'.
009518 77  DL100-WS-RSF-FILE-STATUS    PIC X(02) VALUE '00'.
009520     88  DL100-WS-RSF-FILE-OK          VALUE '00'.
009522     88  DL100-WS-RSF-FILE-NOTFND      VALUE '35'.
009524 77  DL100-WS-RSF-FOUND-SW       PIC X(01) VALUE 'N'.
009526     88  DL100-WS-RSF-FOUND            VALUE 'Y'.
009528 77  DL100-WS-RSF-STARTED-SW     PIC X(01) VALUE 'N'.
009530     88  DL100-WS-RSF-STARTED          VALUE 'Y'.
009532 77  DL100-WS-LEDGER-REFUSED-SW  PIC X(01) VALUE 'N'.
009534     88  DL100-WS-LEDGER-REFUSED       VALUE 'Y'.
009536 77  DL100-WS-RERUN-AUTH-SW      PIC X(01) VALUE 'N'.
009538     88  DL100-WS-RERUN-AUTH           VALUE 'Y'.
009540 01  DL100-WS-CURRENT-DATE-TIME.
009542     05  DL100-WS-CDT-DATE       PIC 9(8).
009544     05  DL100-WS-CDT-TIME       PIC 9(8).
009600 01  DL100-WS-NEW-TABLE.
009700     05  DL100-WS-NEW-ENTRY OCCURS 0200 TIMES.
009800         10  DL100-WS-NEW-CODE   PIC X(03).
011300*****************************************************************
011400 0000-MAINLINE.
011500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
011510     IF DL100-WS-LEDGER-REFUSED
011520         MOVE 24 TO RETURN-CODE
011530         GOBACK
011540     END-IF
011600     PERFORM 2000-LOAD-NEW THRU 2000-EXIT
011700     PERFORM 2500-LOAD-OLD THRU 2500-EXIT
011710*    A SKIP OR REFUSED NIGHT CATALOGS AN EMPTY GENERATION --
012500         MOVE 0 TO RETURN-CODE
012600     END-IF
012610     END-IF
012620     PERFORM 9200-RECORD-FINISH THRU 9200-EXIT
012700     GOBACK.
012800*****************************************************************
012900*    1000-INITIALIZE -- READ THE ALERT PERCENTAGE AND OPEN      *
013100*    KILLING THE NIGHTLY SCHEDULE.                              *
013200*****************************************************************
013300 1000-INITIALIZE.
013310     PERFORM 1300-FIND-LAST-HEADER THRU 1300-EXIT
013320     PERFORM 9100-CHECK-RUN-STATUS THRU 9100-EXIT
013330     IF DL100-WS-LEDGER-REFUSED
013340         GO TO 1000-EXIT
013350     END-IF
013400     OPEN INPUT DL100-PARM-FILE
013500     IF DL100-WS-PRM-FILE-OK
013600         READ DL100-PARM-FILE
015700     END-STRING
015800     WRITE DL100VRP-LINE
015900     MOVE SPACES TO DL100VRP-LINE
016000     WRITE DL100VRP-LINE
016009*    A QUEUE THAT WILL NOT OPEN COSTS THE SERVICE DESK ITS
016018*    TICKETS, NOT THE NIGHT ITS COMPARISON -- SAY SO AND GO ON.
016027     OPEN EXTEND DL100-EXCEPTION-QUEUE
016036     IF DL100-WS-EXQ-FILE-OK
016045         MOVE 'Y' TO DL100-WS-EXQ-OPEN-SW
016054     ELSE
016063         DISPLAY 'DL100VAR - EXCEPTIONS QUEUE COULD NOT BE '
016072             'OPENED - STATUS ' DL100-WS-EXQ-FILE-STATUS
016081             ' - ALERTS NOT QUEUED'
016090     END-IF.
016100 1000-EXIT.
016200     EXIT.
016300 1100-READ-NEW.
017400     END-READ.
017500 1200-EXIT.
017600     EXIT.
017602*****************************************************************
017604*    1300-FIND-LAST-HEADER -- THE LAST 'H' HEADER ON THE        *
017606*    JOURNAL NAMES THE BUSINESS DATE AND CYCLE BEING COMPARED,  *
017608*    FOR THE RUN-STATUS LEDGER. A SKIP DAY OR AN UNREADABLE     *
017610*    JOURNAL LEAVES THE DATE SPACES AND NO LEDGER RECORD IS     *
017612*    KEPT.                                                      *
017614*****************************************************************
017616 1300-FIND-LAST-HEADER.
017618     OPEN INPUT DL100-JOURNAL-FILE
017620     IF NOT DL100-WS-JNL-FILE-OK
017622         GO TO 1300-EXIT
017624     END-IF
017626     PERFORM 1400-READ-ONE-JOURNAL THRU 1400-EXIT
017628         UNTIL DL100-WS-JNL-EOF
017630     CLOSE DL100-JOURNAL-FILE.
017632 1300-EXIT.
017634     EXIT.
017636 1400-READ-ONE-JOURNAL.
017638     READ DL100-JOURNAL-FILE
017640         AT END
017642             MOVE 'Y' TO DL100-WS-JNL-EOF-SW
017644         NOT AT END
017646             IF DL100JNL-REC-TYPE EQUAL TO 'H'
017648                 MOVE DL100JNL-EXTRACT-DATE TO DL100-WS-RUN-DATE
017650                 IF DL100JNL-CYCLE NUMERIC
017652                     MOVE DL100JNL-CYCLE TO DL100-WS-RUN-CYCLE
017654                 ELSE
017656                     MOVE ZERO TO DL100-WS-RUN-CYCLE
017658                 END-IF
017660             END-IF
017662     END-READ.
017664 1400-EXIT.
017666     EXIT.
017700*****************************************************************
017800*    2000-LOAD-NEW -- ACCUMULATE TODAY'S VALID SLOTS BY BRANCH  *
017900*    CODE. REJECTED SLOTS TAKE NO PART, AS ON THE GL MATCH.     *
017930*    NEITHER DO MANUAL CORRECTIONS -- THEY ARE THE DESK'S NET   *
017960*    ADJUSTMENT TO ANOTHER DATE, NOT THE BRANCH'S TRANSMISSION. *
018000*****************************************************************
018100 2000-LOAD-NEW.
018200     PERFORM 1100-READ-NEW THRU 1100-EXIT
018500 2000-EXIT.
018600     EXIT.
018700 2100-ACCUM-ONE-NEW.
018800     IF NOT DL100-SLOT-VALID OR DL100-SLOT-CORRECTION
018900         GO TO 2100-NEXT
019000     END-IF
019100     MOVE 'N' TO DL100-WS-FOUND-SW
023300 2500-EXIT.
023400     EXIT.
023500 2600-ACCUM-ONE-OLD.
023600     IF NOT DL100-OLD-SLOT-VALID OR DL100-OLD-SLOT-CORRECTION
023700         GO TO 2600-NEXT
023800     END-IF
023900     MOVE 'N' TO DL100-WS-FOUND-SW
031000             INTO DL100VRP-LINE
031100         END-STRING
031200         WRITE DL100VRP-LINE
031210         MOVE 'VA' TO DL100EXR-EXCEPTION-TYPE
031220         MOVE DL100-WS-NEW-CODE (DL100-WS-NEW-IX)
031230             TO DL100EXR-BRANCH-CODE
031240         MOVE DL100-WS-NEW-NAME (DL100-WS-NEW-IX)
031250             TO DL100EXR-BRANCH-NAME
031260         MOVE DL100-WS-NEW-AMOUNT (DL100-WS-NEW-IX)
031270             TO DL100EXR-AMOUNT
031280         PERFORM 3700-QUEUE-EXCEPTION THRU 3700-EXIT
031300         GO TO 3100-EXIT
031400     END-IF
031500     MOVE 'Y' TO DL100-WS-OLD-MATCHED-SW (DL100-WS-FOUND-IX)
038500             INTO DL100VRP-LINE
038600         END-STRING
038700     END-IF
038800     WRITE DL100VRP-LINE
038810     MOVE 'VS' TO DL100EXR-EXCEPTION-TYPE
038820     MOVE DL100-WS-NEW-CODE (DL100-WS-NEW-IX)
038830         TO DL100EXR-BRANCH-CODE
038840     MOVE DL100-WS-NEW-NAME (DL100-WS-NEW-IX)
038850         TO DL100EXR-BRANCH-NAME
038860     MOVE DL100-WS-DIFFERENCE TO DL100EXR-AMOUNT
038870     PERFORM 3700-QUEUE-EXCEPTION THRU 3700-EXIT.
038900 3400-EXIT.
039000     EXIT.
039100*****************************************************************
041700         ' ***' DELIMITED BY SIZE
041800         INTO DL100VRP-LINE
041900     END-STRING
042000     WRITE DL100VRP-LINE
042010     MOVE 'VD' TO DL100EXR-EXCEPTION-TYPE
042020     MOVE DL100-WS-OLD-CODE (DL100-WS-OLD-IX)
042030         TO DL100EXR-BRANCH-CODE
042040     MOVE DL100-WS-OLD-NAME (DL100-WS-OLD-IX)
042050         TO DL100EXR-BRANCH-NAME
042060     MOVE DL100-WS-OLD-AMOUNT (DL100-WS-OLD-IX)
042070         TO DL100EXR-AMOUNT
042080     PERFORM 3700-QUEUE-EXCEPTION THRU 3700-EXIT.
042100 3600-EXIT.
042200     EXIT.
042205*****************************************************************
042210*    3700-QUEUE-EXCEPTION -- ONE ALERT ONTO THE EXCEPTIONS      *
042215*    QUEUE (DL100EXQ) FOR THE SERVICE-DESK FEED. THE CALLER     *
042220*    HAS SET THE TYPE, BRANCH AND AMOUNT; THE REST IS THE       *
042225*    RUN'S.                                                     *
042230*****************************************************************
042235 3700-QUEUE-EXCEPTION.
042240     IF NOT DL100-WS-EXQ-OPENED
042245         GO TO 3700-EXIT
042250     END-IF
042255     MOVE 'D' TO DL100EXR-REC-TYPE
042260     MOVE DL100-WS-RUN-DATE TO DL100EXR-BUSINESS-DATE
042265     MOVE DL100-WS-RUN-CYCLE TO DL100EXR-CYCLE
042270     MOVE 'DL100VAR' TO DL100EXR-SOURCE-PGM
042275     SET DL100EXR-SEV-MEDIUM TO TRUE
042280     WRITE DL100EXR-RECORD.
042285 3700-EXIT.
042290     EXIT.
042300*****************************************************************
042400*    4000-PRODUCE-SUMMARY                                       *
042500*****************************************************************
044350     IF DL100-WS-OLD-OPENED
044400         CLOSE DL100-OLD-FILE
044450     END-IF
044460     IF DL100-WS-EXQ-OPENED
044470         CLOSE DL100-EXCEPTION-QUEUE
044480     END-IF
044500     CLOSE DL100-VARIANCE-RPT.
044600 9000-EXIT.
044700     EXIT.
044800*****************************************************************
044900*    9100-CHECK-RUN-STATUS -- THE RUN-STATUS LEDGER (DL100RSF)  *
045000*    KEEPS ONE RECORD PER STEP PER BUSINESS DATE AND CYCLE. A   *
045100*    DATE AND CYCLE THIS STEP ALREADY COMPLETED IS REFUSED      *
045200*    UNLESS DL100CTL AUTHORIZES THE RERUN FOR THAT DATE; ONE    *
045300*    LEFT STARTED BY AN ABEND IS A RESTART AND GOES AHEAD.      *
045400*    OTHERWISE THE START IS RECORDED NOW AND THE FINISH BY      *
045500*    9200. A NIGHT WITH NO EXTRACT DATE (SKIP DAY OR REFUSED    *
045600*    RUN) IS NOT KEPT. A LEDGER THAT CANNOT BE OPENED OR        *
045700*    WRITTEN REFUSES THE RUN -- IT CAN PROVE NOTHING ABOUT WHAT *
045800*    WAS ALREADY DONE.                                          *
045900*****************************************************************
046000 9100-CHECK-RUN-STATUS.
046100     IF DL100-WS-RUN-DATE EQUAL TO SPACES
046200         GO TO 9100-EXIT
046300     END-IF
046400     OPEN INPUT DL100-CONTROL-FILE
046500     IF DL100-WS-CTL-FILE-OK
046600         READ DL100-CONTROL-FILE
046700             AT END
046800                 CONTINUE
046900             NOT AT END
047000                 IF DL100CTL-BUSINESS-DATE EQUAL TO
047100                     DL100-WS-RUN-DATE
047200                     AND DL100CTL-RERUN-AUTHORIZED
047300                     AND (DL100CTL-RERUN-PROGRAM EQUAL TO SPACES
047400                         OR 'DL100VAR')
047500                     MOVE 'Y' TO DL100-WS-RERUN-AUTH-SW
047600                 END-IF
047700         END-READ
047800         CLOSE DL100-CONTROL-FILE
047900     END-IF
048000     OPEN I-O DL100-STATUS-FILE
048100     IF DL100-WS-RSF-FILE-NOTFND
048200         OPEN OUTPUT DL100-STATUS-FILE
048300         CLOSE DL100-STATUS-FILE
048400         OPEN I-O DL100-STATUS-FILE
048500     END-IF
048600     IF NOT DL100-WS-RSF-FILE-OK
048700         MOVE 'Y' TO DL100-WS-LEDGER-REFUSED-SW
048800         DISPLAY 'DL100VAR - RUN-STATUS LEDGER COULD NOT BE '
048900             'OPENED - STATUS ' DL100-WS-RSF-FILE-STATUS
049000         GO TO 9100-EXIT
049100     END-IF
049200     MOVE DL100-WS-RUN-DATE TO DL100RSF-BUSINESS-DATE
049300     MOVE DL100-WS-RUN-CYCLE TO DL100RSF-CYCLE
049400     MOVE 'DL100VAR' TO DL100RSF-PROGRAM
049500     READ DL100-STATUS-FILE
049600         INVALID KEY
049700             CONTINUE
049800         NOT INVALID KEY
049900             MOVE 'Y' TO DL100-WS-RSF-FOUND-SW
050000     END-READ
050100     IF DL100-WS-RSF-FOUND AND DL100RSF-COMPLETE
050200         IF NOT DL100-WS-RERUN-AUTH
050300             MOVE 'Y' TO DL100-WS-LEDGER-REFUSED-SW
050400             DISPLAY 'DL100VAR - ' DL100RSF-BUSINESS-DATE
050500                 ' CYCLE ' DL100RSF-CYCLE ' IS ALREADY COMPLETE '
050600                 'ON THE RUN-STATUS LEDGER - RUN REFUSED'
050700             CLOSE DL100-STATUS-FILE
050800             GO TO 9100-EXIT
050900         END-IF
051000         MOVE 'Y' TO DL100RSF-RERUN-SW
051100         DISPLAY 'DL100VAR - ' DL100RSF-BUSINESS-DATE
051200             ' CYCLE ' DL100RSF-CYCLE ' ALREADY COMPLETE - '
051300             'RERUN AUTHORIZED BY DL100CTL'
051400     ELSE
051500         MOVE 'N' TO DL100RSF-RERUN-SW
051600     END-IF
051700     IF NOT DL100-WS-RSF-FOUND
051800         MOVE ZERO TO DL100RSF-RUN-CT
051900     END-IF
052000     MOVE FUNCTION CURRENT-DATE TO DL100-WS-CURRENT-DATE-TIME
052100     SET DL100RSF-STARTED TO TRUE
052200     MOVE SPACES TO DL100RSF-START-TSTAMP
052300     STRING DL100-WS-CDT-DATE DELIMITED BY SIZE
052400         '-' DELIMITED BY SIZE
052500         DL100-WS-CDT-TIME DELIMITED BY SIZE
052600         INTO DL100RSF-START-TSTAMP
052700     END-STRING
052800     MOVE SPACES TO DL100RSF-END-TSTAMP
052900     MOVE ZERO TO DL100RSF-RETURN-CODE
053000     ADD 1 TO DL100RSF-RUN-CT
053100     IF DL100-WS-RSF-FOUND
053200         REWRITE DL100RSF-RECORD
053300     ELSE
053400         WRITE DL100RSF-RECORD
053500     END-IF
053600     IF NOT DL100-WS-RSF-FILE-OK
053700         MOVE 'Y' TO DL100-WS-LEDGER-REFUSED-SW
053800         DISPLAY 'DL100VAR - START COULD NOT BE RECORDED ON THE '
053900             'RUN-STATUS LEDGER - STATUS '
054000             DL100-WS-RSF-FILE-STATUS
054100     ELSE
054200         MOVE 'Y' TO DL100-WS-RSF-STARTED-SW
054300     END-IF
054400     CLOSE DL100-STATUS-FILE.
054500 9100-EXIT.
054600     EXIT.
054700*****************************************************************
054800*    9200-RECORD-FINISH -- CLOSE OUT THIS RUN'S RECORD ON THE   *
054900*    RUN-STATUS LEDGER WITH THE END TIME AND RETURN CODE. AN    *
055000*    ALERT OR A MISSING BASELINE IS A RESULT, NOT A FAILURE --  *
055100*    ANY RUN THAT GETS HERE DID ITS WORK AND THE STEP IS        *
055200*    COMPLETE. A FAILURE HERE CANNOT UNDO THE RUN -- IT IS      *
055300*    REPORTED AND THE RECORD IS LEFT STARTED.                   *
055400*****************************************************************
055500 9200-RECORD-FINISH.
055600     IF NOT DL100-WS-RSF-STARTED
055700         GO TO 9200-EXIT
055800     END-IF
055900     OPEN I-O DL100-STATUS-FILE
056000     IF NOT DL100-WS-RSF-FILE-OK
056100         DISPLAY 'DL100VAR - RUN-STATUS LEDGER COULD NOT BE '
056200             'OPENED TO RECORD THE FINISH - STATUS '
056300             DL100-WS-RSF-FILE-STATUS
056400         GO TO 9200-EXIT
056500     END-IF
056600     MOVE DL100-WS-RUN-DATE TO DL100RSF-BUSINESS-DATE
056700     MOVE DL100-WS-RUN-CYCLE TO DL100RSF-CYCLE
056800     MOVE 'DL100VAR' TO DL100RSF-PROGRAM
056900     READ DL100-STATUS-FILE
057000         INVALID KEY
057100             DISPLAY 'DL100VAR - RUN-STATUS LEDGER RECORD FOR '
057200                 'THIS RUN IS GONE - FINISH NOT RECORDED'
057300             CLOSE DL100-STATUS-FILE
057400             GO TO 9200-EXIT
057500     END-READ
057600     MOVE FUNCTION CURRENT-DATE TO DL100-WS-CURRENT-DATE-TIME
057700     MOVE SPACES TO DL100RSF-END-TSTAMP
057800     STRING DL100-WS-CDT-DATE DELIMITED BY SIZE
057900         '-' DELIMITED BY SIZE
058000         DL100-WS-CDT-TIME DELIMITED BY SIZE
058100         INTO DL100RSF-END-TSTAMP
058200     END-STRING
058300     MOVE RETURN-CODE TO DL100RSF-RETURN-CODE
058400     SET DL100RSF-COMPLETE TO TRUE
058500     REWRITE DL100RSF-RECORD
058600     IF NOT DL100-WS-RSF-FILE-OK
058700         DISPLAY 'DL100VAR - FINISH COULD NOT BE RECORDED ON THE '
058800             'RUN-STATUS LEDGER - STATUS '
058900             DL100-WS-RSF-FILE-STATUS
059000     END-IF
059100     CLOSE DL100-STATUS-FILE.
059200 9200-EXIT.
059300     EXIT.
