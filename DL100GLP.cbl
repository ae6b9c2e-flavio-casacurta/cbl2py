002200*                                                               *
002300*    RETURN CODES: 0 = ALL ADJUSTMENTS FED, 4 = ONE OR MORE     *
002400*    HELD (SEE THE REGISTER).                                   *
002410*    24 = DATE AND CYCLE ALREADY COMPLETE ON THE RUN-STATUS     *
002420*    LEDGER (DL100RSF) - NOTHING FED.                           *
002500*                                                               *
002600*    MODIFICATION HISTORY                                       *
002700*    DATE       BY   DESCRIPTION                                *
002810*    09/02/26   FC   CLOSE THE ADJUSTMENT FILE BY WHETHER THE   *
002820*                    OPEN SUCCEEDED, NOT BY THE LIVE FILE       *
002830*                    STATUS (WHICH IS '10' AT EOF).             *
002840*    10/15/26   FC   RECORD START AND FINISH ON THE RUN-STATUS  *
002850*                    LEDGER (DL100RSF) UNDER THE DATE AND CYCLE *
002860*                    OF THE LAST DL100JNL HEADER. ONE ALREADY   *
002870*                    COMPLETE THERE IS REFUSED (RC=24) UNLESS   *
002880*                    DL100CTL AUTHORIZES THE RERUN.             *
002885*    10/15/26   FC   QUEUE EVERY HELD POSTING ON THE EXCEPTIONS *
002890*                    QUEUE (DL100EXQ) FOR THE SERVICE-DESK FEED *
002895*                    THAT DL100EXC WRITES AT THE END OF DL100J. *
002900*                                                               *
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
004100            ORGANIZATION IS SEQUENTIAL.
004200     SELECT DL100-REGISTER-RPT   ASSIGN TO DL100GPR
004300            ORGANIZATION IS SEQUENTIAL.
004305     SELECT DL100-JOURNAL-FILE   ASSIGN TO DL100JNL
004310            ORGANIZATION IS SEQUENTIAL
004315            FILE STATUS IS DL100-WS-JNL-FILE-STATUS.
004320     SELECT DL100-CONTROL-FILE   ASSIGN TO DL100CTL
004325            ORGANIZATION IS SEQUENTIAL
004330            FILE STATUS IS DL100-WS-CTL-FILE-STATUS.
004335     SELECT DL100-STATUS-FILE    ASSIGN TO DL100RSF
004340            ORGANIZATION IS INDEXED
004345            ACCESS MODE IS DYNAMIC
004350            RECORD KEY IS DL100RSF-KEY
004355            FILE STATUS IS DL100-WS-RSF-FILE-STATUS.
004365     SELECT DL100-EXCEPTION-QUEUE ASSIGN TO DL100EXQ
004375            ORGANIZATION IS SEQUENTIAL
004385            FILE STATUS IS DL100-WS-EXQ-FILE-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  DL100-ADJUST-FILE
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
007000 01  DL100GPR-LINE               PIC X(132).
007005 FD  DL100-JOURNAL-FILE
007010     RECORDING MODE IS F
007015     RECORD CONTAINS 17 TO 64 CHARACTERS
007020     LABEL RECORDS ARE STANDARD.
007025     COPY DL100JNL.
007030 FD  DL100-CONTROL-FILE
007035     RECORDING MODE IS F
007040     LABEL RECORDS ARE STANDARD.
007045 01  DL100CTL-RECORD.
007050     COPY DL100CTL.
007055 FD  DL100-STATUS-FILE
007060     LABEL RECORDS ARE STANDARD.
007065 01  DL100RSF-RECORD.
007070     COPY DL100RSF.
007075 FD  DL100-EXCEPTION-QUEUE
007080     RECORDING MODE IS F
007085     LABEL RECORDS ARE STANDARD.
007090 01  DL100EXR-RECORD.
007095     COPY DL100EXR.
007100 WORKING-STORAGE SECTION.
007200 77  DL100-WS-ADJ-FILE-STATUS    PIC X(02) VALUE '00'.
007300     88  DL100-WS-ADJ-FILE-OK          VALUE '00'.
007530*    READ, AS DL100 LEARNED THE HARD WAY ON ITS CHECKPOINT.
007540 77  DL100-WS-ADJ-OPEN-SW        PIC X(01) VALUE 'N'.
007550     88  DL100-WS-ADJ-OPENED           VALUE 'Y'.
007560 77  DL100-WS-EXQ-FILE-STATUS    PIC X(02) VALUE '00'.
007570     88  DL100-WS-EXQ-FILE-OK          VALUE '00'.
007580 77  DL100-WS-EXQ-OPEN-SW        PIC X(01) VALUE 'N'.
007590     88  DL100-WS-EXQ-OPENED           VALUE 'Y'.
007600 77  DL100-WS-READ-CT            PIC 9(05) VALUE ZERO.
007700 77  DL100-WS-FED-CT             PIC 9(05) VALUE ZERO.
007800 77  DL100-WS-HELD-CT            PIC 9(05) VALUE ZERO.
007900 77  DL100-WS-HASH-TOTAL         PIC S9(09)V99 VALUE ZERO.
008000 77  DL100-WS-AMOUNT-ED          PIC -(6)9.99.
008100 77  DL100-WS-FEED-DATE          PIC X(08) VALUE SPACES.
008105 77  DL100-WS-JNL-FILE-STATUS    PIC X(02) VALUE '00'.
008110     88  DL100-WS-JNL-FILE-OK          VALUE '00'.
008115 77  DL100-WS-JNL-EOF-SW         PIC X(01) VALUE 'N'.
008120     88  DL100-WS-JNL-EOF              VALUE 'Y'.
008125 77  DL100-WS-RUN-DATE           PIC X(08) VALUE SPACES.
008130 77  DL100-WS-RUN-CYCLE          PIC 9(02) VALUE ZERO.
008135 77  DL100-WS-CTL-FILE-STATUS    PIC X(02) VALUE '00'.
008140     88  DL100-WS-CTL-FILE-OK          VALUE '00'.
008145 77  DL100-WS-RSF-FILE-STATUS    PIC X(02) VALUE '00'.
008150     88  DL100-WS-RSF-FILE-OK          VALUE '00'.
008155     88  DL100-WS-RSF-FILE-NOTFND      VALUE '35'.
008160 77  DL100-WS-RSF-FOUND-SW       PIC X(01) VALUE 'N'.
008165     88  DL100-WS-RSF-FOUND            VALUE 'Y'.
008170 77  DL100-WS-RSF-STARTED-SW     PIC X(01) VALUE 'N'.
008175     88  DL100-WS-RSF-STARTED          VALUE 'Y'.
008180 77  DL100-WS-LEDGER-REFUSED-SW  PIC X(01) VALUE 'N'.
008185     88  DL100-WS-LEDGER-REFUSED       VALUE 'Y'.
008190 77  DL100-WS-RERUN-AUTH-SW      PIC X(01) VALUE 'N'.
008195     88  DL100-WS-RERUN-AUTH           VALUE 'Y'.
008200 01  DL100-WS-CURRENT-DATE-TIME.
008300     05  DL100-WS-CDT-DATE       PIC 9(8).
008400     05  DL100-WS-CDT-TIME       PIC 9(8).
008900*****************************************************************
009000 0000-MAINLINE.
009100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
009110     IF DL100-WS-LEDGER-REFUSED
009120         MOVE 24 TO RETURN-CODE
009130         GOBACK
009140     END-IF
009200     PERFORM 2000-FEED-ONE-ADJUSTMENT THRU 2000-EXIT
009300         UNTIL DL100-WS-ADJ-EOF
009400     PERFORM 5000-WRITE-TRAILER THRU 5000-EXIT
009900     ELSE
010000         MOVE 0 TO RETURN-CODE
010100     END-IF
010110     PERFORM 9200-RECORD-FINISH THRU 9200-EXIT
010200     GOBACK.
010300*****************************************************************
010400*    1000-INITIALIZE -- OPEN EVERYTHING AND WRITE THE FEED      *
010800*    INSTEAD OF A MISSING FILE.                                 *
010900*****************************************************************
011000 1000-INITIALIZE.
011010     PERFORM 1200-FIND-LAST-HEADER THRU 1200-EXIT
011020     PERFORM 9100-CHECK-RUN-STATUS THRU 9100-EXIT
011030     IF DL100-WS-LEDGER-REFUSED
011040         GO TO 1000-EXIT
011050     END-IF
011100     MOVE FUNCTION CURRENT-DATE TO DL100-WS-CURRENT-DATE-TIME
011200     MOVE DL100-WS-CDT-DATE TO DL100-WS-FEED-DATE
011300     OPEN INPUT DL100-ADJUST-FILE
011900     END-IF
012000     OPEN OUTPUT DL100-FEED-FILE
012100     OPEN OUTPUT DL100-REGISTER-RPT
012105*    A QUEUE THAT WILL NOT OPEN COSTS THE SERVICE DESK ITS
012110*    TICKETS, NOT THE LEDGER ITS FEED -- SAY SO AND GO ON.
012115     OPEN EXTEND DL100-EXCEPTION-QUEUE
012120     IF DL100-WS-EXQ-FILE-OK
012125         MOVE 'Y' TO DL100-WS-EXQ-OPEN-SW
012130     ELSE
012135         DISPLAY 'DL100GLP - EXCEPTIONS QUEUE COULD NOT BE '
012140             'OPENED - STATUS ' DL100-WS-EXQ-FILE-STATUS
012145             ' - HELD POSTINGS NOT QUEUED'
012150     END-IF
012200     MOVE SPACES TO DL100GPR-LINE
012300     STRING 'DL100GLP - GL ROUNDING POSTING REGISTER - FEED '
012400         DELIMITED BY SIZE
014500     END-READ.
014600 1100-EXIT.
014700     EXIT.
014702*****************************************************************
014704*    1200-FIND-LAST-HEADER -- THE LAST 'H' HEADER ON THE        *
014706*    JOURNAL NAMES THE BUSINESS DATE AND CYCLE BEING FED, FOR   *
014708*    THE RUN-STATUS LEDGER. A SKIP DAY OR AN UNREADABLE JOURNAL *
014710*    LEAVES THE DATE SPACES AND NO LEDGER RECORD IS KEPT.       *
014712*****************************************************************
014714 1200-FIND-LAST-HEADER.
014716     OPEN INPUT DL100-JOURNAL-FILE
014718     IF NOT DL100-WS-JNL-FILE-OK
014720         GO TO 1200-EXIT
014722     END-IF
014724     PERFORM 1300-READ-ONE-JOURNAL THRU 1300-EXIT
014726         UNTIL DL100-WS-JNL-EOF
014728     CLOSE DL100-JOURNAL-FILE.
014730 1200-EXIT.
014732     EXIT.
014734 1300-READ-ONE-JOURNAL.
014736     READ DL100-JOURNAL-FILE
014738         AT END
014740             MOVE 'Y' TO DL100-WS-JNL-EOF-SW
014742         NOT AT END
014744             IF DL100JNL-REC-TYPE EQUAL TO 'H'
014746                 MOVE DL100JNL-EXTRACT-DATE TO DL100-WS-RUN-DATE
014748                 IF DL100JNL-CYCLE NUMERIC
014750                     MOVE DL100JNL-CYCLE TO DL100-WS-RUN-CYCLE
014752                 ELSE
014754                     MOVE ZERO TO DL100-WS-RUN-CYCLE
014756                 END-IF
014758             END-IF
014760     END-READ.
014762 1300-EXIT.
014764     EXIT.
014800*****************************************************************
014900*    2000-FEED-ONE-ADJUSTMENT -- ONE POSTING PER ADJUSTMENT.    *
015000*    A ZERO AMOUNT HAS NOTHING TO POST -- IT IS HELD AND        *
016300             INTO DL100GPR-LINE
016400         END-STRING
016500         WRITE DL100GPR-LINE
016510         PERFORM 2100-QUEUE-HELD THRU 2100-EXIT
016600         GO TO 2000-NEXT
016700     END-IF
016800     MOVE 'D' TO DL100GLF-REC-TYPE
018700     PERFORM 1100-READ-ADJUSTMENT THRU 1100-EXIT.
018800 2000-EXIT.
018900     EXIT.
018902*****************************************************************
018904*    2100-QUEUE-HELD -- ONE HELD POSTING ONTO THE EXCEPTIONS    *
018906*    QUEUE (DL100EXQ) FOR THE SERVICE-DESK FEED, UNDER THE      *
018908*    RUN'S BUSINESS DATE AND CYCLE.                             *
018910*****************************************************************
018912 2100-QUEUE-HELD.
018914     IF NOT DL100-WS-EXQ-OPENED
018916         GO TO 2100-EXIT
018918     END-IF
018920     MOVE 'D' TO DL100EXR-REC-TYPE
018922     MOVE DL100-WS-RUN-DATE TO DL100EXR-BUSINESS-DATE
018924     MOVE DL100-WS-RUN-CYCLE TO DL100EXR-CYCLE
018926     MOVE 'DL100GLP' TO DL100EXR-SOURCE-PGM
018928     MOVE 'GH' TO DL100EXR-EXCEPTION-TYPE
018930     MOVE DL100ADJ-FIELD-1 TO DL100EXR-BRANCH-CODE
018932     MOVE SPACES TO DL100EXR-BRANCH-NAME
018934     MOVE DL100ADJ-DIFFERENCE TO DL100EXR-AMOUNT
018936     SET DL100EXR-SEV-LOW TO TRUE
018938     WRITE DL100EXR-RECORD.
018940 2100-EXIT.
018942     EXIT.
019000*****************************************************************
019100*    5000-WRITE-TRAILER -- THE COUNT AND HASH TOTAL OF WHAT     *
019200*    WAS ACTUALLY FED, FOR THE LEDGER SIDE TO PROVE THE         *
023700     IF DL100-WS-ADJ-OPENED
023800         CLOSE DL100-ADJUST-FILE
023900     END-IF
023910     IF DL100-WS-EXQ-OPENED
023920         CLOSE DL100-EXCEPTION-QUEUE
023930     END-IF
024000     CLOSE DL100-FEED-FILE
024100     CLOSE DL100-REGISTER-RPT.
024200 9000-EXIT.
024300     EXIT.
024400*****************************************************************
024500*    9100-CHECK-RUN-STATUS -- THE RUN-STATUS LEDGER (DL100RSF)  *
024600*    KEEPS ONE RECORD PER STEP PER BUSINESS DATE AND CYCLE. A   *
024700*    DATE AND CYCLE THIS STEP ALREADY COMPLETED IS REFUSED      *
024800*    UNLESS DL100CTL AUTHORIZES THE RERUN FOR THAT DATE; ONE    *
024900*    LEFT STARTED BY AN ABEND IS A RESTART AND GOES AHEAD.      *
025000*    OTHERWISE THE START IS RECORDED NOW AND THE FINISH BY      *
025100*    9200. A NIGHT WITH NO EXTRACT DATE (SKIP DAY OR REFUSED    *
025200*    RUN) IS NOT KEPT. A LEDGER THAT CANNOT BE OPENED OR        *
025300*    WRITTEN REFUSES THE RUN -- IT CAN PROVE NOTHING ABOUT WHAT *
025400*    WAS ALREADY DONE.                                          *
025500*****************************************************************
025600 9100-CHECK-RUN-STATUS.
025700     IF DL100-WS-RUN-DATE EQUAL TO SPACES
025800         GO TO 9100-EXIT
025900     END-IF
026000     OPEN INPUT DL100-CONTROL-FILE
026100     IF DL100-WS-CTL-FILE-OK
026200         READ DL100-CONTROL-FILE
026300             AT END
026400                 CONTINUE
026500             NOT AT END
026600                 IF DL100CTL-BUSINESS-DATE EQUAL TO
026700                     DL100-WS-RUN-DATE
026800                     AND DL100CTL-RERUN-AUTHORIZED
026900                     AND (DL100CTL-RERUN-PROGRAM EQUAL TO SPACES
027000                         OR 'DL100GLP')
027100                     MOVE 'Y' TO DL100-WS-RERUN-AUTH-SW
027200                 END-IF
027300         END-READ
027400         CLOSE DL100-CONTROL-FILE
027500     END-IF
027600     OPEN I-O DL100-STATUS-FILE
027700     IF DL100-WS-RSF-FILE-NOTFND
027800         OPEN OUTPUT DL100-STATUS-FILE
027900         CLOSE DL100-STATUS-FILE
028000         OPEN I-O DL100-STATUS-FILE
028100     END-IF
028200     IF NOT DL100-WS-RSF-FILE-OK
028300         MOVE 'Y' TO DL100-WS-LEDGER-REFUSED-SW
028400         DISPLAY 'DL100GLP - RUN-STATUS LEDGER COULD NOT BE '
028500             'OPENED - STATUS ' DL100-WS-RSF-FILE-STATUS
028600         GO TO 9100-EXIT
028700     END-IF
028800     MOVE DL100-WS-RUN-DATE TO DL100RSF-BUSINESS-DATE
028900     MOVE DL100-WS-RUN-CYCLE TO DL100RSF-CYCLE
029000     MOVE 'DL100GLP' TO DL100RSF-PROGRAM
029100     READ DL100-STATUS-FILE
029200         INVALID KEY
029300             CONTINUE
029400         NOT INVALID KEY
029500             MOVE 'Y' TO DL100-WS-RSF-FOUND-SW
029600     END-READ
029700     IF DL100-WS-RSF-FOUND AND DL100RSF-COMPLETE
029800         IF NOT DL100-WS-RERUN-AUTH
029900             MOVE 'Y' TO DL100-WS-LEDGER-REFUSED-SW
030000             DISPLAY 'DL100GLP - ' DL100RSF-BUSINESS-DATE
030100                 ' CYCLE ' DL100RSF-CYCLE ' IS ALREADY COMPLETE '
030200                 'ON THE RUN-STATUS LEDGER - RUN REFUSED'
030300             CLOSE DL100-STATUS-FILE
030400             GO TO 9100-EXIT
030500         END-IF
030600         MOVE 'Y' TO DL100RSF-RERUN-SW
030700         DISPLAY 'DL100GLP - ' DL100RSF-BUSINESS-DATE
030800             ' CYCLE ' DL100RSF-CYCLE ' ALREADY COMPLETE - '
030900             'RERUN AUTHORIZED BY DL100CTL'
031000     ELSE
031100         MOVE 'N' TO DL100RSF-RERUN-SW
031200     END-IF
031300     IF NOT DL100-WS-RSF-FOUND
031400         MOVE ZERO TO DL100RSF-RUN-CT
031500     END-IF
031600     MOVE FUNCTION CURRENT-DATE TO DL100-WS-CURRENT-DATE-TIME
031700     SET DL100RSF-STARTED TO TRUE
031800     MOVE SPACES TO DL100RSF-START-TSTAMP
031900     STRING DL100-WS-CDT-DATE DELIMITED BY SIZE
032000         '-' DELIMITED BY SIZE
032100         DL100-WS-CDT-TIME DELIMITED BY SIZE
032200         INTO DL100RSF-START-TSTAMP
032300     END-STRING
032400     MOVE SPACES TO DL100RSF-END-TSTAMP
032500     MOVE ZERO TO DL100RSF-RETURN-CODE
032600     ADD 1 TO DL100RSF-RUN-CT
032700     IF DL100-WS-RSF-FOUND
032800         REWRITE DL100RSF-RECORD
032900     ELSE
033000         WRITE DL100RSF-RECORD
033100     END-IF
033200     IF NOT DL100-WS-RSF-FILE-OK
033300         MOVE 'Y' TO DL100-WS-LEDGER-REFUSED-SW
033400         DISPLAY 'DL100GLP - START COULD NOT BE RECORDED ON THE '
033500             'RUN-STATUS LEDGER - STATUS '
033600             DL100-WS-RSF-FILE-STATUS
033700     ELSE
033800         MOVE 'Y' TO DL100-WS-RSF-STARTED-SW
033900     END-IF
034000     CLOSE DL100-STATUS-FILE.
034100 9100-EXIT.
034200     EXIT.
034300*****************************************************************
034400*    9200-RECORD-FINISH -- CLOSE OUT THIS RUN'S RECORD ON THE   *
034500*    RUN-STATUS LEDGER WITH THE END TIME AND RETURN CODE. A     *
034600*    HELD ADJUSTMENT IS A RESULT, NOT A FAILURE -- ANY RUN THAT *
034700*    GETS HERE BUILT ITS FEED AND THE STEP IS COMPLETE. A       *
034800*    FAILURE HERE CANNOT UNDO THE RUN -- IT IS REPORTED AND THE *
034900*    RECORD IS LEFT STARTED.                                    *
035000*****************************************************************
035100 9200-RECORD-FINISH.
035200     IF NOT DL100-WS-RSF-STARTED
035300         GO TO 9200-EXIT
035400     END-IF
035500     OPEN I-O DL100-STATUS-FILE
035600     IF NOT DL100-WS-RSF-FILE-OK
035700         DISPLAY 'DL100GLP - RUN-STATUS LEDGER COULD NOT BE '
035800             'OPENED TO RECORD THE FINISH - STATUS '
035900             DL100-WS-RSF-FILE-STATUS
036000         GO TO 9200-EXIT
036100     END-IF
036200     MOVE DL100-WS-RUN-DATE TO DL100RSF-BUSINESS-DATE
036300     MOVE DL100-WS-RUN-CYCLE TO DL100RSF-CYCLE
036400     MOVE 'DL100GLP' TO DL100RSF-PROGRAM
036500     READ DL100-STATUS-FILE
036600         INVALID KEY
036700             DISPLAY 'DL100GLP - RUN-STATUS LEDGER RECORD FOR '
036800                 'THIS RUN IS GONE - FINISH NOT RECORDED'
036900             CLOSE DL100-STATUS-FILE
037000             GO TO 9200-EXIT
037100     END-READ
037200     MOVE FUNCTION CURRENT-DATE TO DL100-WS-CURRENT-DATE-TIME
037300     MOVE SPACES TO DL100RSF-END-TSTAMP
037400     STRING DL100-WS-CDT-DATE DELIMITED BY SIZE
037500         '-' DELIMITED BY SIZE
037600         DL100-WS-CDT-TIME DELIMITED BY SIZE
037700         INTO DL100RSF-END-TSTAMP
037800     END-STRING
037900     MOVE RETURN-CODE TO DL100RSF-RETURN-CODE
038000     SET DL100RSF-COMPLETE TO TRUE
038100     REWRITE DL100RSF-RECORD
038200     IF NOT DL100-WS-RSF-FILE-OK
038300         DISPLAY 'DL100GLP - FINISH COULD NOT BE RECORDED ON THE '
038400             'RUN-STATUS LEDGER - STATUS '
038500             DL100-WS-RSF-FILE-STATUS
038600     END-IF
038700     CLOSE DL100-STATUS-FILE.
038800 9200-EXIT.
038900     EXIT.
