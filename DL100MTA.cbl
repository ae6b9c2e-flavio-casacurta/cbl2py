002100*    THE DL100MTR CONTROL REPORT SHOWS WHAT WAS DROPPED AND     *
002200*    POSTED. A SKIP DAY (NO EXTRACT DATE ON THE HEADER) POSTS   *
002300*    NOTHING.                                                   *
002310*                                                               *
002320*    AN ACCEPTED MANUAL CORRECTION ON DL100OUT (SLOT TYPE M) IS *
002330*    NOT PART OF THE NIGHT'S ROWS -- ITS NET ADJUSTMENT IS      *
002340*    ADDED TO THE ROW FOR THE EARLIER DATE IT CORRECTS (A       *
002350*    CYCLE 00 ROW IS CREATED WHEN THE BRANCH HAS NONE). THE     *
002360*    ROW REMEMBERS THE RUN THAT CORRECTED IT AND WHAT IT HELD   *
002370*    BEFORE, SO A LATER CYCLE OR RERUN OF THE SAME DATE FIRST   *
002380*    PUTS IT BACK AND THEN APPLIES THE CORRECTIONS THAT STAND   *
002390*    ON ITS OWN DL100OUT.                                       *
002400*                                                               *
002500*    RETURN CODES: 0 = POSTED (OR NOTHING TO POST), 8 = THE     *
002600*    MASTER OVERFLOWS THE TABLE - NOTHING TOUCHED.              *
002610*    24 = DATE AND CYCLE ALREADY COMPLETE ON THE RUN-STATUS     *
002620*    LEDGER (DL100RSF) - NOTHING TOUCHED.                       *
002700*                                                               *
002800*    MODIFICATION HISTORY                                       *
002900*    DATE       BY   DESCRIPTION                                *
003010*    09/02/26   FC   A TABLE THAT FILLS WHILE POSTING NOW       *
003020*                    REFUSES THE RUN (RC=8, MASTER UNTOUCHED)   *
003030*                    INSTEAD OF REWRITING THE MASTER SHORT.     *
003040*    10/15/26   FC   WIDEN THE JOURNAL RECORDS FOR THE RUN      *
003050*                    RESULT NOW ON THE HEADER.                  *
003055*    10/15/26   FC   RUN-STATUS LEDGER (DL100RSF): REFUSE A     *
003060*                    DATE AND CYCLE ALREADY COMPLETE (RC=24)    *
003065*                    UNLESS DL100CTL AUTHORIZES THE RERUN. A    *
003070*                    RUN REFUSED ON A FULL TABLE ENDS FAILED    *
003075*                    THERE.                                     *
003079*    10/15/26   FC   APPLY MANUAL CORRECTIONS (TYPE M SLOTS) TO *
003083*                    THE ROWS OF THE DATES THEY CORRECT, AFTER  *
003087*                    PUTTING BACK ANY APPLIED BY AN EARLIER RUN *
003091*                    OF THE SAME DATE. EACH IS LISTED ON        *
003095*                    DL100MTR.                                  *
003100*                                                               *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
004600            FILE STATUS IS DL100-WS-MTD-FILE-STATUS.
004700     SELECT DL100-CONTROL-RPT    ASSIGN TO DL100MTR
004800            ORGANIZATION IS SEQUENTIAL.
004810     SELECT DL100-CONTROL-FILE   ASSIGN TO DL100CTL
004820            ORGANIZATION IS SEQUENTIAL
004830            FILE STATUS IS DL100-WS-CTL-FILE-STATUS.
004840     SELECT DL100-STATUS-FILE    ASSIGN TO DL100RSF
004850            ORGANIZATION IS INDEXED
004860            ACCESS MODE IS DYNAMIC
004870            RECORD KEY IS DL100RSF-KEY
004880            FILE STATUS IS DL100-WS-RSF-FILE-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  DL100-OUTPUT-FILE
005500     COPY DL100REC.
005600 FD  DL100-JOURNAL-FILE
005700     RECORDING MODE IS F
005800     RECORD CONTAINS 17 TO 64 CHARACTERS
005900     LABEL RECORDS ARE STANDARD.
006000     COPY DL100JNL.
006100 FD  DL100-MTD-FILE
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD.
006900 01  DL100MTR-LINE               PIC X(132).
006910 FD  DL100-CONTROL-FILE
006920     RECORDING MODE IS F
006930     LABEL RECORDS ARE STANDARD.
006940 01  DL100CTL-RECORD.
006950     COPY DL100CTL.
006960 FD  DL100-STATUS-FILE
006970     LABEL RECORDS ARE STANDARD.
006980 01  DL100RSF-RECORD.
006990     COPY DL100RSF.
007000 WORKING-STORAGE SECTION.
007100 77  DL100-WS-JNL-FILE-STATUS    PIC X(02) VALUE '00'.
007200     88  DL100-WS-JNL-FILE-OK          VALUE '00'.
009500 77  DL100-WS-BR-IX              PIC 9(03) VALUE ZERO.
009600 77  DL100-WS-FOUND-IX           PIC 9(03) VALUE ZERO.
009700 77  DL100-WS-MAX-BRANCHES       PIC 9(03) VALUE 300.
009705 77  DL100-WS-CTL-FILE-STATUS    PIC X(02) VALUE '00'.
009710     88  DL100-WS-CTL-FILE-OK          VALUE '00'.
009715 77  DL100-WS-RSF-FILE-STATUS    PIC X(02) VALUE '00'.
009720     88  DL100-WS-RSF-FILE-OK          VALUE '00'.
009725     88  DL100-WS-RSF-FILE-NOTFND      VALUE '35'.
009730 77  DL100-WS-RSF-FOUND-SW       PIC X(01) VALUE 'N'.
009735     88  DL100-WS-RSF-FOUND            VALUE 'Y'.
009740 77  DL100-WS-RSF-STARTED-SW     PIC X(01) VALUE 'N'.
009745     88  DL100-WS-RSF-STARTED          VALUE 'Y'.
009750 77  DL100-WS-LEDGER-REFUSED-SW  PIC X(01) VALUE 'N'.
009755     88  DL100-WS-LEDGER-REFUSED       VALUE 'Y'.
009760 77  DL100-WS-RERUN-AUTH-SW      PIC X(01) VALUE 'N'.
009765     88  DL100-WS-RERUN-AUTH           VALUE 'Y'.
009766 77  DL100-WS-CORR-CT            PIC 9(03) VALUE ZERO.
009767 77  DL100-WS-CORR-IX            PIC 9(03) VALUE ZERO.
009768 77  DL100-WS-MAX-CORRS          PIC 9(03) VALUE 200.
009769 77  DL100-WS-REVERTED-CT        PIC 9(05) VALUE ZERO.
009770 77  DL100-WS-CORRECTED-CT       PIC 9(05) VALUE ZERO.
009771 77  DL100-WS-WAS-AMT            PIC S9(09)V99 VALUE ZERO.
009772 77  DL100-WS-WAS-ED             PIC -(8)9.99.
009773 77  DL100-WS-NOW-ED             PIC -(8)9.99.
009774 01  DL100-WS-CURRENT-DATE-TIME.
009775     05  DL100-WS-CDT-DATE       PIC 9(8).
009780     05  DL100-WS-CDT-TIME       PIC 9(8).
009800*****************************************************************
009900*    THE WHOLE MONTH-TO-DATE MASTER, HELD FOR THE IN-PLACE     *
010000*    REWRITE (DL100SRP PATTERN). ROWS FOR TONIGHT'S EXTRACT    *
011000         10  DL100-WS-MTD-CYC    PIC 9(02).
011100         10  DL100-WS-MTD-NAME   PIC X(20).
011200         10  DL100-WS-MTD-AMT    PIC S9(09)V99.
011220         10  DL100-WS-MTD-CORR-BY
011240                                 PIC X(08).
011260         10  DL100-WS-MTD-PRIOR  PIC S9(09)V99.
011300*****************************************************************
011400*    TONIGHT'S EXTRACT ACCUMULATED BY BRANCH BEFORE POSTING.   *
011500*****************************************************************
011800         10  DL100-WS-BR-CODE    PIC X(03).
011900         10  DL100-WS-BR-NAME    PIC X(20).
012000         10  DL100-WS-BR-AMT     PIC S9(09)V99.
012009*****************************************************************
012018*    TONIGHT'S ACCEPTED MANUAL CORRECTIONS, APPLIED BY 4000    *
012027*    AFTER THE NIGHT'S OWN ROWS ARE POSTED.                    *
012036*****************************************************************
012045 01  DL100-WS-CORR-TABLE.
012054     05  DL100-WS-CORR-ENTRY OCCURS 0200 TIMES.
012063         10  DL100-WS-CORR-CODE  PIC X(03).
012072         10  DL100-WS-CORR-DATE  PIC X(08).
012081         10  DL100-WS-CORR-NAME  PIC X(20).
012090         10  DL100-WS-CORR-ADJ   PIC S9(09)V99.
012100 PROCEDURE DIVISION.
012200 MAIN-SECTION SECTION.
012300*****************************************************************
012500*****************************************************************
012600 0000-MAINLINE.
012700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
012710     IF DL100-WS-LEDGER-REFUSED
012720         MOVE 24 TO RETURN-CODE
012730         GOBACK
012740     END-IF
012800     IF DL100-WS-OVERFLOW
012900         PERFORM 9000-TERMINATE THRU 9000-EXIT
013000         MOVE 8 TO RETURN-CODE
013700         GOBACK
013800     END-IF
013900     PERFORM 2000-LOAD-OUT-SLOTS THRU 2000-EXIT
013950     PERFORM 2900-REVERT-CORRECTIONS THRU 2900-EXIT
014000     PERFORM 3000-DROP-DATE-ROWS THRU 3000-EXIT
014100     PERFORM 3500-POST-BRANCHES THRU 3500-EXIT
014105     PERFORM 4000-APPLY-CORRECTIONS THRU 4000-EXIT
014110*    A TABLE THAT FILLED MID-POST MUST NOT REWRITE THE MASTER
014120*    SHORT -- THE DATE'S ROWS WOULD BE DROPPED WITH PART OF
014130*    THE NIGHT UNPOSTED. REFUSE WITH THE FILE UNTOUCHED.
015300*****************************************************************
015400 1000-INITIALIZE.
015500     PERFORM 1200-FIND-LAST-HEADER THRU 1200-EXIT
015510     PERFORM 9100-CHECK-RUN-STATUS THRU 9100-EXIT
015520     IF DL100-WS-LEDGER-REFUSED
015530         GO TO 1000-EXIT
015540     END-IF
015600     PERFORM 1400-LOAD-MASTER THRU 1400-EXIT
015700     OPEN OUTPUT DL100-CONTROL-RPT
015800     MOVE SPACES TO DL100MTR-LINE
025900                 TO DL100-WS-MTD-NAME (DL100-WS-MTD-CT)
026000             MOVE DL100MTD-AMOUNT
026100                 TO DL100-WS-MTD-AMT (DL100-WS-MTD-CT)
026106*            ROWS WRITTEN BEFORE THE CORRECTION FIELDS EXISTED
026112*            READ BACK AS GARBAGE THERE -- TREAT THEM AS NEVER
026118*            CORRECTED.
026124             IF DL100MTD-PRIOR-AMOUNT NUMERIC
026130                 MOVE DL100MTD-CORR-BY
026136                     TO DL100-WS-MTD-CORR-BY (DL100-WS-MTD-CT)
026142                 MOVE DL100MTD-PRIOR-AMOUNT
026148                     TO DL100-WS-MTD-PRIOR (DL100-WS-MTD-CT)
026154             ELSE
026160                 MOVE SPACES
026166                     TO DL100-WS-MTD-CORR-BY (DL100-WS-MTD-CT)
026172                 MOVE ZERO
026178                     TO DL100-WS-MTD-PRIOR (DL100-WS-MTD-CT)
026184             END-IF
026200     END-READ.
026300 1500-EXIT.
026400     EXIT.
026500*****************************************************************
026600*    2000-LOAD-OUT-SLOTS -- ACCUMULATE THE NIGHT'S VALID        *
026660*    SLOTS BY BRANCH, AS THE GL MATCH DOES. A MANUAL            *
026720*    CORRECTION IS HELD APART FOR 4000.                         *
026800*****************************************************************
026900 2000-LOAD-OUT-SLOTS.
027000     OPEN INPUT DL100-OUTPUT-FILE
028500     IF NOT DL100-SLOT-VALID
028600         GO TO 2200-NEXT
028700     END-IF
028720     IF DL100-SLOT-CORRECTION
028740         PERFORM 2250-HOLD-ONE-CORRECTION THRU 2250-EXIT
028760         GO TO 2200-NEXT
028780     END-IF
028800     MOVE 'N' TO DL100-WS-FOUND-SW
028900     PERFORM 2300-MATCH-ONE-BRANCH THRU 2300-EXIT
029000         VARYING DL100-WS-BR-IX FROM 1 BY 1
031100     PERFORM 2100-READ-OUTPUT THRU 2100-EXIT.
031200 2200-EXIT.
031300     EXIT.
031305 2250-HOLD-ONE-CORRECTION.
031310     IF DL100-WS-CORR-CT NOT LESS THAN DL100-WS-MAX-CORRS
031315         DISPLAY 'DL100MTA - CORRECTION TABLE FULL - FIELD-1 '
031320             FIELD-1 ' FOR ' DL100-SLOT-CORR-DATE ' NOT APPLIED'
031325         GO TO 2250-EXIT
031330     END-IF
031335     ADD 1 TO DL100-WS-CORR-CT
031340     MOVE FIELD-1 TO DL100-WS-CORR-CODE (DL100-WS-CORR-CT)
031345     MOVE DL100-SLOT-CORR-DATE
031350         TO DL100-WS-CORR-DATE (DL100-WS-CORR-CT)
031355     MOVE DL100-SLOT-BRANCH-NAME
031360         TO DL100-WS-CORR-NAME (DL100-WS-CORR-CT)
031365     MOVE DL100-SLOT-SUBTOTAL
031370         TO DL100-WS-CORR-ADJ (DL100-WS-CORR-CT).
031375 2250-EXIT.
031380     EXIT.
031400 2300-MATCH-ONE-BRANCH.
031500     IF DL100-WS-BR-CODE (DL100-WS-BR-IX) EQUAL TO FIELD-1
031600         MOVE 'Y' TO DL100-WS-FOUND-SW
031800     END-IF.
031900 2300-EXIT.
032000     EXIT.
032003*****************************************************************
032006*    2900-REVERT-CORRECTIONS -- A ROW CORRECTED BY AN EARLIER   *
032009*    RUN OF TONIGHT'S DATE GETS BACK THE AMOUNT IT HELD BEFORE, *
032012*    AND A CYCLE 00 ROW THAT CORRECTION CREATED (NOTHING HELD   *
032015*    BEFORE) IS DROPPED. 4000 THEN APPLIES WHAT STANDS NOW.     *
032018*****************************************************************
032021 2900-REVERT-CORRECTIONS.
032024     PERFORM 2950-REVERT-ONE-ROW THRU 2950-EXIT
032027         VARYING DL100-WS-MTD-IX FROM 1 BY 1
032030         UNTIL DL100-WS-MTD-IX GREATER THAN DL100-WS-MTD-CT.
032033 2900-EXIT.
032036     EXIT.
032039 2950-REVERT-ONE-ROW.
032042     IF DL100-WS-MTD-CORR-BY (DL100-WS-MTD-IX) NOT EQUAL TO
032045         DL100-WS-RUN-DATE
032048         GO TO 2950-EXIT
032051     END-IF
032054     ADD 1 TO DL100-WS-REVERTED-CT
032057     IF DL100-WS-MTD-CYC (DL100-WS-MTD-IX) EQUAL TO ZERO
032060         AND DL100-WS-MTD-PRIOR (DL100-WS-MTD-IX) EQUAL TO ZERO
032063         MOVE 'D' TO DL100-WS-MTD-DROP-SW (DL100-WS-MTD-IX)
032066     ELSE
032069         MOVE DL100-WS-MTD-PRIOR (DL100-WS-MTD-IX)
032072             TO DL100-WS-MTD-AMT (DL100-WS-MTD-IX)
032075     END-IF
032078     MOVE SPACES TO DL100-WS-MTD-CORR-BY (DL100-WS-MTD-IX)
032081     MOVE ZERO TO DL100-WS-MTD-PRIOR (DL100-WS-MTD-IX).
032084 2950-EXIT.
032087     EXIT.
032100*****************************************************************
032200*    3000-DROP-DATE-ROWS -- EVERY EXISTING ROW FOR TONIGHT'S    *
032300*    EXTRACT DATE IS SUPERSEDED BY THE STANDING PICTURE ON      *
036700         TO DL100-WS-MTD-NAME (DL100-WS-MTD-CT)
036800     MOVE DL100-WS-BR-AMT (DL100-WS-BR-IX)
036900         TO DL100-WS-MTD-AMT (DL100-WS-MTD-CT)
036930     MOVE SPACES TO DL100-WS-MTD-CORR-BY (DL100-WS-MTD-CT)
036960     MOVE ZERO TO DL100-WS-MTD-PRIOR (DL100-WS-MTD-CT)
037000     ADD 1 TO DL100-WS-POSTED-CT.
037100 3600-EXIT.
037200     EXIT.
037201*****************************************************************
037202*    4000-APPLY-CORRECTIONS -- ADD EACH CORRECTION'S NET        *
037203*    ADJUSTMENT TO THE STANDING ROW FOR ITS BRANCH AND DATE,    *
037204*    KEEPING WHAT THE ROW HELD BEFORE. A BRANCH WITH NO ROW FOR *
037205*    THE DATE GETS A CYCLE 00 ROW. EACH ONE IS LISTED.          *
037206*****************************************************************
037207 4000-APPLY-CORRECTIONS.
037208     PERFORM 4100-APPLY-ONE-CORRECTION THRU 4100-EXIT
037209         VARYING DL100-WS-CORR-IX FROM 1 BY 1
037210         UNTIL DL100-WS-CORR-IX GREATER THAN DL100-WS-CORR-CT
037211         OR DL100-WS-OVERFLOW.
037212 4000-EXIT.
037213     EXIT.
037214 4100-APPLY-ONE-CORRECTION.
037215     MOVE 'N' TO DL100-WS-FOUND-SW
037216     PERFORM 4200-MATCH-ONE-ROW THRU 4200-EXIT
037217         VARYING DL100-WS-MTD-IX FROM 1 BY 1
037218         UNTIL DL100-WS-MTD-IX GREATER THAN DL100-WS-MTD-CT
037219         OR DL100-WS-FOUND
037220     IF DL100-WS-FOUND
037221         SUBTRACT 1 FROM DL100-WS-MTD-IX
037222     ELSE
037223         IF DL100-WS-MTD-CT GREATER THAN OR EQUAL TO
037224             DL100-WS-MAX-MTD-ROWS
037225             MOVE 'Y' TO DL100-WS-OVERFLOW-SW
037226             DISPLAY 'DL100MTA - MTD TABLE FULL - CORRECTION '
037227                 'FOR BRANCH '
037228                 DL100-WS-CORR-CODE (DL100-WS-CORR-IX)
037229                 ' NOT APPLIED'
037230             GO TO 4100-EXIT
037231         END-IF
037232         ADD 1 TO DL100-WS-MTD-CT
037233         MOVE DL100-WS-MTD-CT TO DL100-WS-MTD-IX
037234         MOVE SPACE TO DL100-WS-MTD-DROP-SW (DL100-WS-MTD-IX)
037235         MOVE DL100-WS-CORR-CODE (DL100-WS-CORR-IX)
037236             TO DL100-WS-MTD-CODE (DL100-WS-MTD-IX)
037237         MOVE DL100-WS-CORR-DATE (DL100-WS-CORR-IX)
037238             TO DL100-WS-MTD-DATE (DL100-WS-MTD-IX)
037239         MOVE ZERO TO DL100-WS-MTD-CYC (DL100-WS-MTD-IX)
037240         MOVE DL100-WS-CORR-NAME (DL100-WS-CORR-IX)
037241             TO DL100-WS-MTD-NAME (DL100-WS-MTD-IX)
037242         MOVE ZERO TO DL100-WS-MTD-AMT (DL100-WS-MTD-IX)
037243     END-IF
037244     MOVE DL100-WS-MTD-AMT (DL100-WS-MTD-IX) TO DL100-WS-WAS-AMT
037245     MOVE DL100-WS-WAS-AMT TO DL100-WS-MTD-PRIOR (DL100-WS-MTD-IX)
037246     MOVE DL100-WS-RUN-DATE
037247         TO DL100-WS-MTD-CORR-BY (DL100-WS-MTD-IX)
037248     ADD DL100-WS-CORR-ADJ (DL100-WS-CORR-IX)
037249         TO DL100-WS-MTD-AMT (DL100-WS-MTD-IX)
037250     ADD 1 TO DL100-WS-CORRECTED-CT
037251     MOVE DL100-WS-WAS-AMT TO DL100-WS-WAS-ED
037252     MOVE DL100-WS-MTD-AMT (DL100-WS-MTD-IX) TO DL100-WS-NOW-ED
037253     MOVE SPACES TO DL100MTR-LINE
037254     STRING 'CORRECTED  BRANCH ' DELIMITED BY SIZE
037255         DL100-WS-CORR-CODE (DL100-WS-CORR-IX) DELIMITED BY SIZE
037256         '  DATE ' DELIMITED BY SIZE
037257         DL100-WS-CORR-DATE (DL100-WS-CORR-IX) DELIMITED BY SIZE
037258         '  WAS ' DELIMITED BY SIZE
037259         DL100-WS-WAS-ED DELIMITED BY SIZE
037260         '  NOW ' DELIMITED BY SIZE
037261         DL100-WS-NOW-ED DELIMITED BY SIZE
037262         INTO DL100MTR-LINE
037263     END-STRING
037264     WRITE DL100MTR-LINE.
037265 4100-EXIT.
037266     EXIT.
037267 4200-MATCH-ONE-ROW.
037268     IF NOT DL100-WS-MTD-DROPPED (DL100-WS-MTD-IX)
037269         AND DL100-WS-MTD-CODE (DL100-WS-MTD-IX) EQUAL TO
037270             DL100-WS-CORR-CODE (DL100-WS-CORR-IX)
037271         AND DL100-WS-MTD-DATE (DL100-WS-MTD-IX) EQUAL TO
037272             DL100-WS-CORR-DATE (DL100-WS-CORR-IX)
037273         MOVE 'Y' TO DL100-WS-FOUND-SW
037274     END-IF.
037275 4200-EXIT.
037276     EXIT.
037300*****************************************************************
037400*    5000-REWRITE-MASTER -- WRITE THE MASTER BACK WITHOUT THE   *
037500*    DROPPED ROWS.                                              *
040200         TO DL100MTD-BRANCH-NAME
040300     MOVE DL100-WS-MTD-AMT (DL100-WS-MTD-IX)
040400         TO DL100MTD-AMOUNT
040420     MOVE DL100-WS-MTD-CORR-BY (DL100-WS-MTD-IX)
040440         TO DL100MTD-CORR-BY
040460     MOVE DL100-WS-MTD-PRIOR (DL100-WS-MTD-IX)
040480         TO DL100MTD-PRIOR-AMOUNT
040500     WRITE DL100MTM-RECORD
040600     ADD 1 TO DL100-WS-KEPT-CT.
040700 5100-EXIT.
042100         DL100-WS-KEPT-CT DELIMITED BY SIZE
042200         INTO DL100MTR-LINE
042300     END-STRING
042310     WRITE DL100MTR-LINE
042320     MOVE SPACES TO DL100MTR-LINE
042330     STRING 'CORRECTIONS PUT BACK: ' DELIMITED BY SIZE
042340         DL100-WS-REVERTED-CT DELIMITED BY SIZE
042350         '  CORRECTIONS APPLIED: ' DELIMITED BY SIZE
042360         DL100-WS-CORRECTED-CT DELIMITED BY SIZE
042370         INTO DL100MTR-LINE
042380     END-STRING
042400     WRITE DL100MTR-LINE.
042500 6000-EXIT.
042600     EXIT.
042800*    9000-TERMINATE                                             *
042900*****************************************************************
043000 9000-TERMINATE.
043100     CLOSE DL100-CONTROL-RPT
043110*    EVERY PATH THAT GOT PAST THE LEDGER CHECK ENDS HERE, SO THE
043120*    FINISH IS RECORDED HERE TOO.
043130     PERFORM 9200-RECORD-FINISH THRU 9200-EXIT.
043200 9000-EXIT.
043300     EXIT.
043400*****************************************************************
043500*    9100-CHECK-RUN-STATUS -- THE RUN-STATUS LEDGER (DL100RSF)  *
043600*    KEEPS ONE RECORD PER STEP PER BUSINESS DATE AND CYCLE. A   *
043700*    DATE AND CYCLE THIS STEP ALREADY COMPLETED IS REFUSED      *
043800*    UNLESS DL100CTL AUTHORIZES THE RERUN FOR THAT DATE; ONE    *
043900*    LEFT STARTED BY AN ABEND IS A RESTART AND GOES AHEAD.      *
044000*    OTHERWISE THE START IS RECORDED NOW AND THE FINISH BY      *
044100*    9200. A NIGHT WITH NO EXTRACT DATE (SKIP DAY OR REFUSED    *
044200*    RUN) IS NOT KEPT. A LEDGER THAT CANNOT BE OPENED OR        *
044300*    WRITTEN REFUSES THE RUN -- IT CAN PROVE NOTHING ABOUT WHAT *
044400*    WAS ALREADY DONE.                                          *
044500*****************************************************************
044600 9100-CHECK-RUN-STATUS.
044700     IF DL100-WS-RUN-DATE EQUAL TO SPACES
044800         GO TO 9100-EXIT
044900     END-IF
045000     OPEN INPUT DL100-CONTROL-FILE
045100     IF DL100-WS-CTL-FILE-OK
045200         READ DL100-CONTROL-FILE
045300             AT END
045400                 CONTINUE
045500             NOT AT END
045600                 IF DL100CTL-BUSINESS-DATE EQUAL TO
045700                     DL100-WS-RUN-DATE
045800                     AND DL100CTL-RERUN-AUTHORIZED
045900                     AND (DL100CTL-RERUN-PROGRAM EQUAL TO SPACES
046000                         OR 'DL100MTA')
046100                     MOVE 'Y' TO DL100-WS-RERUN-AUTH-SW
046200                 END-IF
046300         END-READ
046400         CLOSE DL100-CONTROL-FILE
046500     END-IF
046600     OPEN I-O DL100-STATUS-FILE
046700     IF DL100-WS-RSF-FILE-NOTFND
046800         OPEN OUTPUT DL100-STATUS-FILE
046900         CLOSE DL100-STATUS-FILE
047000         OPEN I-O DL100-STATUS-FILE
047100     END-IF
047200     IF NOT DL100-WS-RSF-FILE-OK
047300         MOVE 'Y' TO DL100-WS-LEDGER-REFUSED-SW
047400         DISPLAY 'DL100MTA - RUN-STATUS LEDGER COULD NOT BE '
047500             'OPENED - STATUS ' DL100-WS-RSF-FILE-STATUS
047600         GO TO 9100-EXIT
047700     END-IF
047800     MOVE DL100-WS-RUN-DATE TO DL100RSF-BUSINESS-DATE
047900     MOVE DL100-WS-RUN-CYCLE TO DL100RSF-CYCLE
048000     MOVE 'DL100MTA' TO DL100RSF-PROGRAM
048100     READ DL100-STATUS-FILE
048200         INVALID KEY
048300             CONTINUE
048400         NOT INVALID KEY
048500             MOVE 'Y' TO DL100-WS-RSF-FOUND-SW
048600     END-READ
048700     IF DL100-WS-RSF-FOUND AND DL100RSF-COMPLETE
048800         IF NOT DL100-WS-RERUN-AUTH
048900             MOVE 'Y' TO DL100-WS-LEDGER-REFUSED-SW
049000             DISPLAY 'DL100MTA - ' DL100RSF-BUSINESS-DATE
049100                 ' CYCLE ' DL100RSF-CYCLE ' IS ALREADY COMPLETE '
049200                 'ON THE RUN-STATUS LEDGER - RUN REFUSED'
049300             CLOSE DL100-STATUS-FILE
049400             GO TO 9100-EXIT
049500         END-IF
049600         MOVE 'Y' TO DL100RSF-RERUN-SW
049700         DISPLAY 'DL100MTA - ' DL100RSF-BUSINESS-DATE
049800             ' CYCLE ' DL100RSF-CYCLE ' ALREADY COMPLETE - '
049900             'RERUN AUTHORIZED BY DL100CTL'
050000     ELSE
050100         MOVE 'N' TO DL100RSF-RERUN-SW
050200     END-IF
050300     IF NOT DL100-WS-RSF-FOUND
050400         MOVE ZERO TO DL100RSF-RUN-CT
050500     END-IF
050600     MOVE FUNCTION CURRENT-DATE TO DL100-WS-CURRENT-DATE-TIME
050700     SET DL100RSF-STARTED TO TRUE
050800     MOVE SPACES TO DL100RSF-START-TSTAMP
050900     STRING DL100-WS-CDT-DATE DELIMITED BY SIZE
051000         '-' DELIMITED BY SIZE
051100         DL100-WS-CDT-TIME DELIMITED BY SIZE
051200         INTO DL100RSF-START-TSTAMP
051300     END-STRING
051400     MOVE SPACES TO DL100RSF-END-TSTAMP
051500     MOVE ZERO TO DL100RSF-RETURN-CODE
051600     ADD 1 TO DL100RSF-RUN-CT
051700     IF DL100-WS-RSF-FOUND
051800         REWRITE DL100RSF-RECORD
051900     ELSE
052000         WRITE DL100RSF-RECORD
052100     END-IF
052200     IF NOT DL100-WS-RSF-FILE-OK
052300         MOVE 'Y' TO DL100-WS-LEDGER-REFUSED-SW
052400         DISPLAY 'DL100MTA - START COULD NOT BE RECORDED ON THE '
052500             'RUN-STATUS LEDGER - STATUS '
052600             DL100-WS-RSF-FILE-STATUS
052700     ELSE
052800         MOVE 'Y' TO DL100-WS-RSF-STARTED-SW
052900     END-IF
053000     CLOSE DL100-STATUS-FILE.
053100 9100-EXIT.
053200     EXIT.
053300*****************************************************************
053400*    9200-RECORD-FINISH -- CLOSE OUT THIS RUN'S RECORD ON THE   *
053500*    RUN-STATUS LEDGER WITH THE END TIME AND RETURN CODE. A     *
053600*    MASTER TOO BIG FOR THE TABLE POSTED NOTHING, SO THAT RUN   *
053700*    ENDS FAILED AND THE CORRECTED RUN NEEDS NO AUTHORIZATION;  *
053800*    ANY OTHER RUN IS COMPLETE. THIS IS PERFORMED FROM 9000,    *
053900*    BEFORE THE MAINLINE SETS THE RETURN CODE, SO THE CODE IS   *
054000*    TAKEN FROM THE SAME SWITCH. A FAILURE HERE CANNOT UNDO THE *
054100*    RUN -- IT IS REPORTED AND THE RECORD IS LEFT STARTED.      *
054200*****************************************************************
054300 9200-RECORD-FINISH.
054400     IF NOT DL100-WS-RSF-STARTED
054500         GO TO 9200-EXIT
054600     END-IF
054700     OPEN I-O DL100-STATUS-FILE
054800     IF NOT DL100-WS-RSF-FILE-OK
054900         DISPLAY 'DL100MTA - RUN-STATUS LEDGER COULD NOT BE '
055000             'OPENED TO RECORD THE FINISH - STATUS '
055100             DL100-WS-RSF-FILE-STATUS
055200         GO TO 9200-EXIT
055300     END-IF
055400     MOVE DL100-WS-RUN-DATE TO DL100RSF-BUSINESS-DATE
055500     MOVE DL100-WS-RUN-CYCLE TO DL100RSF-CYCLE
055600     MOVE 'DL100MTA' TO DL100RSF-PROGRAM
055700     READ DL100-STATUS-FILE
055800         INVALID KEY
055900             DISPLAY 'DL100MTA - RUN-STATUS LEDGER RECORD FOR '
056000                 'THIS RUN IS GONE - FINISH NOT RECORDED'
056100             CLOSE DL100-STATUS-FILE
056200             GO TO 9200-EXIT
056300     END-READ
056400     MOVE FUNCTION CURRENT-DATE TO DL100-WS-CURRENT-DATE-TIME
056500     MOVE SPACES TO DL100RSF-END-TSTAMP
056600     STRING DL100-WS-CDT-DATE DELIMITED BY SIZE
056700         '-' DELIMITED BY SIZE
056800         DL100-WS-CDT-TIME DELIMITED BY SIZE
056900         INTO DL100RSF-END-TSTAMP
057000     END-STRING
057100     IF DL100-WS-OVERFLOW
057200         MOVE 8 TO DL100RSF-RETURN-CODE
057300         SET DL100RSF-FAILED TO TRUE
057400     ELSE
057500         MOVE 0 TO DL100RSF-RETURN-CODE
057600         SET DL100RSF-COMPLETE TO TRUE
057700     END-IF
057800     REWRITE DL100RSF-RECORD
057900     IF NOT DL100-WS-RSF-FILE-OK
058000         DISPLAY 'DL100MTA - FINISH COULD NOT BE RECORDED ON THE '
058100             'RUN-STATUS LEDGER - STATUS '
058200             DL100-WS-RSF-FILE-STATUS
058300     END-IF
058400     CLOSE DL100-STATUS-FILE.
058500 9200-EXIT.
058600     EXIT.
