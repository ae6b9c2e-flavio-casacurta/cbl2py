002000*                                                               *
002100*    RETURN CODES: 0 = BALANCED, 4 = NOT RECONCILED OR SKIP     *
002200*    DAY, 8 = OUT OF BALANCE.                                   *
002210*    24 = DATE AND CYCLE ALREADY COMPLETE ON THE RUN-STATUS     *
002220*    LEDGER (DL100RSF) - NO RECAP PRODUCED.                     *
002300*                                                               *
002400*    MODIFICATION HISTORY                                       *
002500*    DATE       BY   DESCRIPTION                                *
002670*                    TREAT A SUMMARY STAMPED WITH A DIFFERENT   *
002680*                    CYCLE AS NOT RECONCILED, SO THE SIGN-OFF   *
002690*                    IS FOR THE CYCLE THAT ACTUALLY STANDS.     *
002692*    10/15/26   FC   WIDEN THE JOURNAL RECORDS FOR THE RUN      *
002694*                    RESULT NOW ON THE HEADER.                  *
002695*    10/15/26   FC   RECORD START AND FINISH ON THE RUN-STATUS  *
002696*                    LEDGER (DL100RSF) UNDER THE JOURNALED DATE *
002697*                    AND CYCLE. ONE ALREADY COMPLETE THERE IS   *
002698*                    REFUSED (RC=24) UNLESS DL100CTL AUTHORIZES *
002699*                    THE RERUN.                                 *
002700*                                                               *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003900            FILE STATUS IS DL100-WS-SUM-FILE-STATUS.
004000     SELECT DL100-RECAP-RPT      ASSIGN TO DL100BRP
004100            ORGANIZATION IS SEQUENTIAL.
004110     SELECT DL100-CONTROL-FILE   ASSIGN TO DL100CTL
004120            ORGANIZATION IS SEQUENTIAL
004130            FILE STATUS IS DL100-WS-CTL-FILE-STATUS.
004140     SELECT DL100-STATUS-FILE    ASSIGN TO DL100RSF
004150            ORGANIZATION IS INDEXED
004160            ACCESS MODE IS DYNAMIC
004170            RECORD KEY IS DL100RSF-KEY
004180            FILE STATUS IS DL100-WS-RSF-FILE-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  DL100-JOURNAL-FILE
004500     RECORDING MODE IS F
004600     RECORD CONTAINS 17 TO 64 CHARACTERS
004700     LABEL RECORDS ARE STANDARD.
004800     COPY DL100JNL.
004900 FD  DL100-SUMMARY-FILE
005500     RECORDING MODE IS F
005600     LABEL RECORDS ARE STANDARD.
005700 01  DL100BRP-LINE               PIC X(132).
005710 FD  DL100-CONTROL-FILE
005720     RECORDING MODE IS F
005730     LABEL RECORDS ARE STANDARD.
005740 01  DL100CTL-RECORD.
005750     COPY DL100CTL.
005760 FD  DL100-STATUS-FILE
005770     LABEL RECORDS ARE STANDARD.
005780 01  DL100RSF-RECORD.
005790     COPY DL100RSF.
005800 WORKING-STORAGE SECTION.
005900 77  DL100-WS-SUM-FILE-STATUS    PIC X(02) VALUE '00'.
006000     88  DL100-WS-SUM-FILE-OK          VALUE '00'.
006700 77  DL100-WS-VERDICT            PIC X(16) VALUE SPACES.
006800 77  DL100-WS-GRAND-TOTAL-ED     PIC -(6)9.99.
006900 77  DL100-WS-TOTAL-DIFF-ED      PIC -(8)9.99.
006905 77  DL100-WS-CTL-FILE-STATUS    PIC X(02) VALUE '00'.
006910     88  DL100-WS-CTL-FILE-OK          VALUE '00'.
006915 77  DL100-WS-RSF-FILE-STATUS    PIC X(02) VALUE '00'.
006920     88  DL100-WS-RSF-FILE-OK          VALUE '00'.
006925     88  DL100-WS-RSF-FILE-NOTFND      VALUE '35'.
006930 77  DL100-WS-RSF-FOUND-SW       PIC X(01) VALUE 'N'.
006935     88  DL100-WS-RSF-FOUND            VALUE 'Y'.
006940 77  DL100-WS-RSF-STARTED-SW     PIC X(01) VALUE 'N'.
006945     88  DL100-WS-RSF-STARTED          VALUE 'Y'.
006950 77  DL100-WS-LEDGER-REFUSED-SW  PIC X(01) VALUE 'N'.
006955     88  DL100-WS-LEDGER-REFUSED       VALUE 'Y'.
006960 77  DL100-WS-RERUN-AUTH-SW      PIC X(01) VALUE 'N'.
006965     88  DL100-WS-RERUN-AUTH           VALUE 'Y'.
007000 01  DL100-WS-HOLD-HEADER.
007100     05  DL100-WS-HOLD-TIMESTAMP.
007200         10  DL100-WS-HOLD-DATE  PIC X(08).
008500     05  DL100-WS-SUM-SKIPPED    PIC 9(05).
008600     05  DL100-WS-SUM-TOTAL-DIFF PIC S9(09)V99.
008610     05  DL100-WS-SUM-CYCLE      PIC 9(02).
008620 01  DL100-WS-CURRENT-DATE-TIME.
008630     05  DL100-WS-CDT-DATE       PIC 9(8).
008640     05  DL100-WS-CDT-TIME       PIC 9(8).
008700 PROCEDURE DIVISION.
008800 MAIN-SECTION SECTION.
008900*****************************************************************
009100*****************************************************************
009200 0000-MAINLINE.
009300     PERFORM 1000-FIND-LAST-HEADER THRU 1000-EXIT
009310     PERFORM 9100-CHECK-RUN-STATUS THRU 9100-EXIT
009320     IF DL100-WS-LEDGER-REFUSED
009330         MOVE 24 TO RETURN-CODE
009340         GOBACK
009350     END-IF
009400     PERFORM 1500-READ-SUMMARY THRU 1500-EXIT
009500     PERFORM 2000-DECIDE-VERDICT THRU 2000-EXIT
009600     PERFORM 3000-PRODUCE-RECAP THRU 3000-EXIT
010200         WHEN OTHER
010300             MOVE 4 TO RETURN-CODE
010400     END-EVALUATE
010410     PERFORM 9200-RECORD-FINISH THRU 9200-EXIT
010500     GOBACK.
010600*****************************************************************
010700*    1000-FIND-LAST-HEADER -- THE JOURNAL IS APPENDED EVERY     *
028500     CLOSE DL100-RECAP-RPT.
028600 3000-EXIT.
028700     EXIT.
028800*****************************************************************
028900*    9100-CHECK-RUN-STATUS -- THE RUN-STATUS LEDGER (DL100RSF)  *
029000*    KEEPS ONE RECORD PER STEP PER BUSINESS DATE AND CYCLE. A   *
029100*    DATE AND CYCLE THIS STEP ALREADY COMPLETED IS REFUSED      *
029200*    UNLESS DL100CTL AUTHORIZES THE RERUN FOR THAT DATE; ONE    *
029300*    LEFT STARTED BY AN ABEND IS A RESTART AND GOES AHEAD.      *
029400*    OTHERWISE THE START IS RECORDED NOW AND THE FINISH BY      *
029500*    9200. A NIGHT WITH NO EXTRACT DATE (SKIP DAY OR REFUSED    *
029600*    RUN) IS NOT KEPT. A LEDGER THAT CANNOT BE OPENED OR        *
029700*    WRITTEN REFUSES THE RUN -- IT CAN PROVE NOTHING ABOUT WHAT *
029800*    WAS ALREADY DONE.                                          *
029900*****************************************************************
030000 9100-CHECK-RUN-STATUS.
030100     IF NOT DL100-WS-HDR-FOUND
030200         OR DL100-WS-HOLD-EXTR-DATE EQUAL TO SPACES
030300         GO TO 9100-EXIT
030400     END-IF
030500     OPEN INPUT DL100-CONTROL-FILE
030600     IF DL100-WS-CTL-FILE-OK
030700         READ DL100-CONTROL-FILE
030800             AT END
030900                 CONTINUE
031000             NOT AT END
031100                 IF DL100CTL-BUSINESS-DATE EQUAL TO
031200                     DL100-WS-HOLD-EXTR-DATE
031300                     AND DL100CTL-RERUN-AUTHORIZED
031400                     AND (DL100CTL-RERUN-PROGRAM EQUAL TO SPACES
031500                         OR 'DL100BAL')
031600                     MOVE 'Y' TO DL100-WS-RERUN-AUTH-SW
031700                 END-IF
031800         END-READ
031900         CLOSE DL100-CONTROL-FILE
032000     END-IF
032100     OPEN I-O DL100-STATUS-FILE
032200     IF DL100-WS-RSF-FILE-NOTFND
032300         OPEN OUTPUT DL100-STATUS-FILE
032400         CLOSE DL100-STATUS-FILE
032500         OPEN I-O DL100-STATUS-FILE
032600     END-IF
032700     IF NOT DL100-WS-RSF-FILE-OK
032800         MOVE 'Y' TO DL100-WS-LEDGER-REFUSED-SW
032900         DISPLAY 'DL100BAL - RUN-STATUS LEDGER COULD NOT BE '
033000             'OPENED - STATUS ' DL100-WS-RSF-FILE-STATUS
033100         GO TO 9100-EXIT
033200     END-IF
033300     MOVE DL100-WS-HOLD-EXTR-DATE TO DL100RSF-BUSINESS-DATE
033400     MOVE DL100-WS-HOLD-CYCLE TO DL100RSF-CYCLE
033500     MOVE 'DL100BAL' TO DL100RSF-PROGRAM
033600     READ DL100-STATUS-FILE
033700         INVALID KEY
033800             CONTINUE
033900         NOT INVALID KEY
034000             MOVE 'Y' TO DL100-WS-RSF-FOUND-SW
034100     END-READ
034200     IF DL100-WS-RSF-FOUND AND DL100RSF-COMPLETE
034300         IF NOT DL100-WS-RERUN-AUTH
034400             MOVE 'Y' TO DL100-WS-LEDGER-REFUSED-SW
034500             DISPLAY 'DL100BAL - ' DL100RSF-BUSINESS-DATE
034600                 ' CYCLE ' DL100RSF-CYCLE ' IS ALREADY COMPLETE '
034700                 'ON THE RUN-STATUS LEDGER - RUN REFUSED'
034800             CLOSE DL100-STATUS-FILE
034900             GO TO 9100-EXIT
035000         END-IF
035100         MOVE 'Y' TO DL100RSF-RERUN-SW
035200         DISPLAY 'DL100BAL - ' DL100RSF-BUSINESS-DATE
035300             ' CYCLE ' DL100RSF-CYCLE ' ALREADY COMPLETE - '
035400             'RERUN AUTHORIZED BY DL100CTL'
035500     ELSE
035600         MOVE 'N' TO DL100RSF-RERUN-SW
035700     END-IF
035800     IF NOT DL100-WS-RSF-FOUND
035900         MOVE ZERO TO DL100RSF-RUN-CT
036000     END-IF
036100     MOVE FUNCTION CURRENT-DATE TO DL100-WS-CURRENT-DATE-TIME
036200     SET DL100RSF-STARTED TO TRUE
036300     MOVE SPACES TO DL100RSF-START-TSTAMP
036400     STRING DL100-WS-CDT-DATE DELIMITED BY SIZE
036500         '-' DELIMITED BY SIZE
036600         DL100-WS-CDT-TIME DELIMITED BY SIZE
036700         INTO DL100RSF-START-TSTAMP
036800     END-STRING
036900     MOVE SPACES TO DL100RSF-END-TSTAMP
037000     MOVE ZERO TO DL100RSF-RETURN-CODE
037100     ADD 1 TO DL100RSF-RUN-CT
037200     IF DL100-WS-RSF-FOUND
037300         REWRITE DL100RSF-RECORD
037400     ELSE
037500         WRITE DL100RSF-RECORD
037600     END-IF
037700     IF NOT DL100-WS-RSF-FILE-OK
037800         MOVE 'Y' TO DL100-WS-LEDGER-REFUSED-SW
037900         DISPLAY 'DL100BAL - START COULD NOT BE RECORDED ON THE '
038000             'RUN-STATUS LEDGER - STATUS '
038100             DL100-WS-RSF-FILE-STATUS
038200     ELSE
038300         MOVE 'Y' TO DL100-WS-RSF-STARTED-SW
038400     END-IF
038500     CLOSE DL100-STATUS-FILE.
038600 9100-EXIT.
038700     EXIT.
038800*****************************************************************
038900*    9200-RECORD-FINISH -- CLOSE OUT THIS RUN'S RECORD ON THE   *
039000*    RUN-STATUS LEDGER WITH THE END TIME AND RETURN CODE. THE   *
039100*    RECAP IS PRODUCED WHATEVER THE VERDICT -- ANY RUN THAT     *
039200*    GETS HERE IS COMPLETE. A FAILURE HERE CANNOT UNDO THE RUN  *
039300*    -- IT IS REPORTED AND THE RECORD IS LEFT STARTED.          *
039400*****************************************************************
039500 9200-RECORD-FINISH.
039600     IF NOT DL100-WS-RSF-STARTED
039700         GO TO 9200-EXIT
039800     END-IF
039900     OPEN I-O DL100-STATUS-FILE
040000     IF NOT DL100-WS-RSF-FILE-OK
040100         DISPLAY 'DL100BAL - RUN-STATUS LEDGER COULD NOT BE '
040200             'OPENED TO RECORD THE FINISH - STATUS '
040300             DL100-WS-RSF-FILE-STATUS
040400         GO TO 9200-EXIT
040500     END-IF
040600     MOVE DL100-WS-HOLD-EXTR-DATE TO DL100RSF-BUSINESS-DATE
040700     MOVE DL100-WS-HOLD-CYCLE TO DL100RSF-CYCLE
040800     MOVE 'DL100BAL' TO DL100RSF-PROGRAM
040900     READ DL100-STATUS-FILE
041000         INVALID KEY
041100             DISPLAY 'DL100BAL - RUN-STATUS LEDGER RECORD FOR '
041200                 'THIS RUN IS GONE - FINISH NOT RECORDED'
041300             CLOSE DL100-STATUS-FILE
041400             GO TO 9200-EXIT
041500     END-READ
041600     MOVE FUNCTION CURRENT-DATE TO DL100-WS-CURRENT-DATE-TIME
041700     MOVE SPACES TO DL100RSF-END-TSTAMP
041800     STRING DL100-WS-CDT-DATE DELIMITED BY SIZE
041900         '-' DELIMITED BY SIZE
042000         DL100-WS-CDT-TIME DELIMITED BY SIZE
042100         INTO DL100RSF-END-TSTAMP
042200     END-STRING
042300     MOVE RETURN-CODE TO DL100RSF-RETURN-CODE
042400     SET DL100RSF-COMPLETE TO TRUE
042500     REWRITE DL100RSF-RECORD
042600     IF NOT DL100-WS-RSF-FILE-OK
042700         DISPLAY 'DL100BAL - FINISH COULD NOT BE RECORDED ON THE '
042800             'RUN-STATUS LEDGER - STATUS '
042900             DL100-WS-RSF-FILE-STATUS
043000     END-IF
043100     CLOSE DL100-STATUS-FILE.
043200 9200-EXIT.
043300     EXIT.
