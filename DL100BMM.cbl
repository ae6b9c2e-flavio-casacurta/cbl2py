003400*                                 (9(5)V99, NO DECIMAL POINT;   *
003500*                                 0000000 = NO LIMIT). DATE     *
003600*                                 AND NAME COLUMNS ARE IGNORED  *
003610*      ASSIGN  <CODE>             MOVE THE BRANCH TO THE REGION *
003620*                                 (COLS 55-57) AND DISTRICT     *
003630*                                 (COLS 58-60) IT ROLLS UP      *
003640*                                 UNDER ON DL100RGN. BOTH MUST  *
003650*                                 BE GIVEN. AN ADD CARD MAY     *
003660*                                 CARRY THEM TOO; BLANK THERE   *
003670*                                 LEAVES THE BRANCH UNASSIGNED  *
003700*                                                               *
003710*    EVERY CHANGE CARD (ADD, RENAME, CLOSE, REOPEN, LIMIT,      *
003720*    ASSIGN) MUST CARRY THE MAKER'S OPERATOR ID IN COLS 47-54.  *
003730*    IT IS NOT APPLIED WHEN READ -- IT IS QUEUED ON THE PENDING *
003740*    FILE (DL100PND) UNDER A CHANGE ID, AND ONLY A LATER RUN    *
003750*    UNDER A DIFFERENT OPERATOR ID CAN APPROVE IT:              *
003760*                                                               *
003770*      APPROVE <CHANGE-ID>        APPLY THE QUEUED CHANGE. THE  *
003780*                                 CHECKER'S OPERATOR ID (COLS   *
003790*                                 47-54) MUST DIFFER FROM THE   *
003800*                                 MAKER'S, AND THE CHANGE MUST  *
003810*                                 HAVE BEEN QUEUED BY AN        *
003820*                                 EARLIER RUN                   *
003830*      REJECT  <CHANGE-ID>        REFUSE (OR, BY THE MAKER,     *
003840*                                 WITHDRAW) THE QUEUED CHANGE   *
003850*      PENDING                    LIST THE PENDING FILE         *
003860*                                                               *
003870*    THE CHANGE ID IS COLS 9-14 OF AN APPROVE OR REJECT CARD.   *
003880*    A CHANGE NOT APPROVED WITHIN THE EXPIRY WINDOW EXPIRES.    *
003890*                                                               *
003900*    PARAMETER RECORD (DL100PXP):                               *
003910*      COLS 1-3  EXPIRY WINDOW IN DAYS. MISSING, BLANK OR       *
003920*                NON-NUMERIC DEFAULTS TO 5.                     *
003930*                                                               *
003940*    EVERY ACTION IS ECHOED ON THE DL100BMR REGISTER REPORT,    *
003950*    WHICH IS THE AUDIT OF WHO CHANGED WHAT AND WHEN -- AN      *
003960*    APPLIED CHANGE SHOWS ITS MAKER, CHECKER AND APPROVAL       *
003970*    TIMESTAMP. RETURN CODES: 0 = ALL TRANSACTIONS ACCEPTED,    *
003980*    4 = ONE OR MORE TRANSACTIONS REJECTED, 8 = THE MASTER      *
003990*    COULD NOT BE OPENED OR THE PENDING FILE OVERFLOWS THE      *
004000*    TABLE - NOTHING TOUCHED.                                   *
004300*                                                               *
004400*    MODIFICATION HISTORY                                       *
004500*    DATE       BY   DESCRIPTION                                *
005400*                    A REPAIR RUN EITHER.                       *
005410*    09/02/26   FC   REJECT AN ADD WITH A BLANK BRANCH CODE --  *
005420*                    IT WROTE A MASTER RECORD KEYED ON SPACES.  *
005430*    10/15/26   FC   DUAL CONTROL: CHANGE CARDS CARRY THE       *
005440*                    MAKER'S OPERATOR ID AND ARE QUEUED ON      *
005450*                    DL100PND; A SEPARATE RUN BY A DIFFERENT    *
005460*                    OPERATOR APPROVES (APPLIES) OR REJECTS     *
005470*                    EACH ONE. UNAPPROVED CHANGES EXPIRE AFTER  *
005480*                    THE DL100PXP WINDOW. THE REGISTER SHOWS    *
005490*                    MAKER, CHECKER AND APPROVAL TIMESTAMP.     *
005492*    10/15/26   FC   ADD THE ASSIGN TRANSACTION AND THE REGION  *
005494*                    AND DISTRICT COLUMNS ON THE ADD CARD FOR   *
005496*                    THE DL100RGN REGIONAL ROLLUP. LIST SHOWS   *
005498*                    BOTH.                                      *
005500*                                                               *
005600*****************************************************************
005700 ENVIRONMENT DIVISION.
006900            ORGANIZATION IS SEQUENTIAL.
007000     SELECT DL100-REGISTER-RPT   ASSIGN TO DL100BMR
007100            ORGANIZATION IS SEQUENTIAL.
007110     SELECT DL100-PENDING-FILE   ASSIGN TO DL100PND
007120            ORGANIZATION IS SEQUENTIAL
007130            FILE STATUS IS DL100-WS-PND-FILE-STATUS.
007140     SELECT DL100-PARM-FILE      ASSIGN TO DL100PXP
007150            ORGANIZATION IS SEQUENTIAL
007160            FILE STATUS IS DL100-WS-PRM-FILE-STATUS.
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  DL100-BRANCH-FILE
008700         88  DL100BMT-CLOSE            VALUE 'CLOSE'.
008800         88  DL100BMT-REOPEN           VALUE 'REOPEN'.
008900         88  DL100BMT-LIMIT            VALUE 'LIMIT'.
008910         88  DL100BMT-APPROVE          VALUE 'APPROVE'.
008920         88  DL100BMT-REJECT           VALUE 'REJECT'.
008930         88  DL100BMT-PENDING          VALUE 'PENDING'.
008940         88  DL100BMT-ASSIGN           VALUE 'ASSIGN'.
009000     05  DL100BMT-BRANCH-CODE    PIC X(3).
009100     05  DL100BMT-EFF-DATE       PIC X(8).
009200     05  DL100BMT-BRANCH-NAME    PIC X(20).
009300     05  DL100BMT-MAX-AMOUNT     PIC X(7).
009400     05  DL100BMT-MAX-AMOUNT-9 REDEFINES DL100BMT-MAX-AMOUNT
009500                                 PIC 9(5)V99.
009510     05  DL100BMT-OPERATOR       PIC X(8).
009515     05  DL100BMT-REGION         PIC X(3).
009520     05  DL100BMT-DISTRICT       PIC X(3).
009525     05  FILLER                  PIC X(20).
009530 01  DL100BMT-APPROVAL-RECORD.
009540     05  FILLER                  PIC X(8).
009550     05  DL100BMT-CHANGE-ID      PIC X(6).
009560     05  DL100BMT-CHANGE-ID-9 REDEFINES DL100BMT-CHANGE-ID
009570                                 PIC 9(6).
009580     05  FILLER                  PIC X(66).
009700 FD  DL100-REGISTER-RPT
009800     RECORDING MODE IS F
009900     LABEL RECORDS ARE STANDARD.
010000 01  DL100BMR-LINE               PIC X(132).
010005 FD  DL100-PENDING-FILE
010010     RECORDING MODE IS F
010015     LABEL RECORDS ARE STANDARD.
010020 01  DL100PND-RECORD.
010025     COPY DL100PND.
010030 FD  DL100-PARM-FILE
010035     RECORDING MODE IS F
010040     RECORD CONTAINS 80 CHARACTERS
010045     LABEL RECORDS ARE STANDARD.
010050 01  DL100PXP-RECORD.
010055     05  DL100PXP-EXPIRY-DAYS    PIC X(3).
010060     05  DL100PXP-EXPIRY-DAYS-9 REDEFINES DL100PXP-EXPIRY-DAYS
010065                                 PIC 9(3).
010070     05  FILLER                  PIC X(77).
010100 WORKING-STORAGE SECTION.
010200 77  DL100-WS-BMF-FILE-STATUS    PIC X(02) VALUE '00'.
010300     88  DL100-WS-BMF-FILE-OK          VALUE '00'.
011600 77  DL100-WS-EFF-DATE           PIC X(08) VALUE SPACES.
011700 77  DL100-WS-RUN-DATE           PIC X(08) VALUE SPACES.
011800 77  DL100-WS-OLD-NAME           PIC X(20) VALUE SPACES.
011801 77  DL100-WS-PND-FILE-STATUS    PIC X(02) VALUE '00'.
011802     88  DL100-WS-PND-FILE-OK          VALUE '00'.
011803 77  DL100-WS-PRM-FILE-STATUS    PIC X(02) VALUE '00'.
011804     88  DL100-WS-PRM-FILE-OK          VALUE '00'.
011805 77  DL100-WS-PND-EOF-SW         PIC X(01) VALUE 'N'.
011806     88  DL100-WS-PND-EOF              VALUE 'Y'.
011807 77  DL100-WS-OVERFLOW-SW        PIC X(01) VALUE 'N'.
011808     88  DL100-WS-OVERFLOW             VALUE 'Y'.
011809 77  DL100-WS-PND-FOUND-SW       PIC X(01) VALUE 'N'.
011810     88  DL100-WS-PND-FOUND            VALUE 'Y'.
011811 77  DL100-WS-PND-CT             PIC 9(03) VALUE ZERO.
011812 77  DL100-WS-PND-IX             PIC 9(03) VALUE ZERO.
011813 77  DL100-WS-PND-FOUND-IX       PIC 9(03) VALUE ZERO.
011814 77  DL100-WS-MAX-PENDING        PIC 9(03) VALUE 200.
011815 77  DL100-WS-NEXT-CHANGE-ID     PIC 9(06) VALUE ZERO.
011816 77  DL100-WS-QUEUED-CT          PIC 9(03) VALUE ZERO.
011817 77  DL100-WS-REFUSED-CT         PIC 9(03) VALUE ZERO.
011818 77  DL100-WS-EXPIRED-CT         PIC 9(03) VALUE ZERO.
011819 77  DL100-WS-APPLIED-BEFORE     PIC 9(03) VALUE ZERO.
011820 77  DL100-WS-EXPIRY-DAYS        PIC 9(03) VALUE 5.
011821 77  DL100-WS-TODAY-INT          PIC 9(07) VALUE ZERO.
011822 77  DL100-WS-PND-INT            PIC 9(07) VALUE ZERO.
011823 77  DL100-WS-AGE-DAYS           PIC S9(05) VALUE ZERO.
011824 77  DL100-WS-CHECKER-ID         PIC X(08) VALUE SPACES.
011825 77  DL100-WS-PND-MSG            PIC X(45) VALUE SPACES.
011826 77  DL100-WS-SAVE-TXN           PIC X(80) VALUE SPACES.
011827 01  DL100-WS-RUN-TSTAMP.
011828     05  DL100-WS-RUN-TS-DATE    PIC 9(8).
011829     05  DL100-WS-RUN-TS-TIME    PIC 9(6).
011830 01  DL100-WS-PND-DATE-PART.
011831     05  DL100-WS-PND-DATE       PIC X(08).
011832     05  DL100-WS-PND-DATE-9 REDEFINES DL100-WS-PND-DATE
011833                                 PIC 9(08).
011834*****************************************************************
011835*    THE WHOLE PENDING FILE, HELD FOR THE IN-PLACE REWRITE.     *
011836*    STATUS D MARKS A DECIDED ENTRY AGED OFF IN THIS RUN -- THE *
011837*    REWRITE DOES NOT WRITE IT BACK. THIS-RUN MARKS A CHANGE    *
011838*    QUEUED BY THIS SAME DECK, WHICH THE DECK MAY NOT APPROVE.  *
011839*****************************************************************
011840 01  DL100-WS-PND-TABLE.
011841     05  DL100-WS-PND-ENTRY OCCURS 0200 TIMES.
011842         10  DL100-WS-PND-T-ID   PIC 9(06).
011843         10  DL100-WS-PND-T-STAT PIC X(01).
011844             88  DL100-WS-PND-T-PENDING    VALUE 'P'.
011845             88  DL100-WS-PND-T-DECIDED    VALUE 'A' 'J' 'X'.
011846             88  DL100-WS-PND-T-DROPPED    VALUE 'D'.
011847         10  DL100-WS-PND-T-MAKER
011848                                 PIC X(08).
011849         10  DL100-WS-PND-T-MTS  PIC X(14).
011850         10  DL100-WS-PND-T-CHECKER
011851                                 PIC X(08).
011852         10  DL100-WS-PND-T-CTS  PIC X(14).
011853         10  DL100-WS-PND-T-IMAGE
011854                                 PIC X(80).
011855         10  DL100-WS-PND-T-NEW  PIC X(01).
011856             88  DL100-WS-PND-T-THIS-RUN   VALUE 'Y'.
011866 01  DL100-WS-OLD-AREA.
011876     05  DL100-WS-OLD-REGION     PIC X(03).
011886     05  DL100-WS-OLD-DISTRICT   PIC X(03).
011900 01  DL100-WS-CURRENT-DATE-TIME.
012000     05  DL100-WS-CDT-DATE       PIC 9(8).
012100     05  DL100-WS-CDT-TIME       PIC 9(8).
012700 0000-MAINLINE.
012800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
012900     IF DL100-WS-OPEN-ERR
012910         OR DL100-WS-OVERFLOW
013000         PERFORM 9000-TERMINATE THRU 9000-EXIT
013100         MOVE 8 TO RETURN-CODE
013200         GOBACK
013300     END-IF
013400     PERFORM 2000-PROCESS-ONE-TXN THRU 2000-EXIT
013500         UNTIL DL100-WS-TXN-EOF
013510     PERFORM 7000-REWRITE-PENDING THRU 7000-EXIT
013600     PERFORM 6000-PRODUCE-SUMMARY THRU 6000-EXIT
013700     CLOSE DL100-BRANCH-FILE
013800     PERFORM 9000-TERMINATE THRU 9000-EXIT
014800*    CREATED EMPTY AND REOPENED, SO THE FIRST EVER RUN BUILDS   *
014900*    THE FILE FROM ADD TRANSACTIONS. ANY OTHER OPEN FAILURE     *
015000*    REFUSES THE RUN.                                           *
015010*    THE PENDING FILE IS LOADED WHOLE, AS DL100SRP LOADS THE    *
015020*    SUSPENSE FILE; A MISSING ONE IS EMPTY. ONE BIGGER THAN THE *
015030*    TABLE REFUSES THE RUN. CHANGES PAST THE EXPIRY WINDOW ARE  *
015040*    EXPIRED BEFORE THE FIRST CARD IS READ.                     *
015100*****************************************************************
015200 1000-INITIALIZE.
015300     MOVE FUNCTION CURRENT-DATE TO DL100-WS-CURRENT-DATE-TIME
015400     MOVE DL100-WS-CDT-DATE TO DL100-WS-RUN-DATE
015405     MOVE DL100-WS-CDT-DATE TO DL100-WS-RUN-TS-DATE
015410     MOVE DL100-WS-CDT-TIME (1:6) TO DL100-WS-RUN-TS-TIME
015415     COMPUTE DL100-WS-TODAY-INT =
015420         FUNCTION INTEGER-OF-DATE (DL100-WS-CDT-DATE)
015425     OPEN INPUT DL100-PARM-FILE
015430     IF DL100-WS-PRM-FILE-OK
015435         READ DL100-PARM-FILE
015440             AT END
015445                 CONTINUE
015450             NOT AT END
015455                 IF DL100PXP-EXPIRY-DAYS-9 NUMERIC
015460                     MOVE DL100PXP-EXPIRY-DAYS-9
015465                         TO DL100-WS-EXPIRY-DAYS
015470                 END-IF
015475         END-READ
015480         CLOSE DL100-PARM-FILE
015485     END-IF
015490     PERFORM 1300-LOAD-PENDING THRU 1300-EXIT
015500     OPEN I-O DL100-BRANCH-FILE
015600     IF DL100-WS-BMF-FILE-NOTFND
015700         OPEN OUTPUT DL100-BRANCH-FILE
018600         WRITE DL100BMR-LINE
018700         GO TO 1000-EXIT
018800     END-IF
018805     IF DL100-WS-OVERFLOW
018810         CLOSE DL100-BRANCH-FILE
018815         DISPLAY 'DL100BMM - PENDING FILE HAS MORE ENTRIES '
018820             'THAN THE TABLE HOLDS - RUN REFUSED'
018825         MOVE SPACES TO DL100BMR-LINE
018830         STRING '*** PENDING FILE EXCEEDS THE TABLE - '
018835             DELIMITED BY SIZE
018840             'NOTHING CHANGED - RUN REFUSED ***'
018845             DELIMITED BY SIZE
018850             INTO DL100BMR-LINE
018855         END-STRING
018860         WRITE DL100BMR-LINE
018865         GO TO 1000-EXIT
018870     END-IF
018875     PERFORM 7200-EXPIRE-PENDING THRU 7200-EXIT
018880         VARYING DL100-WS-PND-IX FROM 1 BY 1
018885         UNTIL DL100-WS-PND-IX GREATER THAN DL100-WS-PND-CT
018900     PERFORM 1200-READ-TXN THRU 1200-EXIT.
019000 1000-EXIT.
019100     EXIT.
019600     END-READ.
019700 1200-EXIT.
019800     EXIT.
019801 1300-LOAD-PENDING.
019802     OPEN INPUT DL100-PENDING-FILE
019803     IF NOT DL100-WS-PND-FILE-OK
019804         GO TO 1300-EXIT
019805     END-IF
019806     PERFORM 1400-LOAD-ONE-PENDING THRU 1400-EXIT
019807         UNTIL DL100-WS-PND-EOF
019808         OR DL100-WS-PND-CT GREATER THAN OR EQUAL TO
019809             DL100-WS-MAX-PENDING
019810*    THE LOOP STOPPING ON A FULL TABLE RATHER THAN ON EOF ONLY
019811*    PROVES OVERFLOW IF ANOTHER RECORD IS REALLY THERE.
019812     IF NOT DL100-WS-PND-EOF
019813         READ DL100-PENDING-FILE
019814             AT END
019815                 MOVE 'Y' TO DL100-WS-PND-EOF-SW
019816             NOT AT END
019817                 MOVE 'Y' TO DL100-WS-OVERFLOW-SW
019818         END-READ
019819     END-IF
019820     CLOSE DL100-PENDING-FILE.
019821 1300-EXIT.
019822     EXIT.
019823 1400-LOAD-ONE-PENDING.
019824     READ DL100-PENDING-FILE
019825         AT END
019826             MOVE 'Y' TO DL100-WS-PND-EOF-SW
019827         NOT AT END
019828             ADD 1 TO DL100-WS-PND-CT
019829             MOVE DL100PND-CHANGE-ID
019830                 TO DL100-WS-PND-T-ID (DL100-WS-PND-CT)
019831             MOVE DL100PND-STATUS
019832                 TO DL100-WS-PND-T-STAT (DL100-WS-PND-CT)
019833             MOVE DL100PND-MAKER-ID
019834                 TO DL100-WS-PND-T-MAKER (DL100-WS-PND-CT)
019835             MOVE DL100PND-MAKER-TSTAMP
019836                 TO DL100-WS-PND-T-MTS (DL100-WS-PND-CT)
019837             MOVE DL100PND-CHECKER-ID
019838                 TO DL100-WS-PND-T-CHECKER (DL100-WS-PND-CT)
019839             MOVE DL100PND-CHECK-TSTAMP
019840                 TO DL100-WS-PND-T-CTS (DL100-WS-PND-CT)
019841             MOVE DL100PND-TXN-IMAGE
019842                 TO DL100-WS-PND-T-IMAGE (DL100-WS-PND-CT)
019843             MOVE 'N' TO DL100-WS-PND-T-NEW (DL100-WS-PND-CT)
019844             IF DL100PND-CHANGE-ID GREATER THAN
019845                 DL100-WS-NEXT-CHANGE-ID
019846                 MOVE DL100PND-CHANGE-ID
019847                     TO DL100-WS-NEXT-CHANGE-ID
019848             END-IF
019849     END-READ.
019850 1400-EXIT.
019851     EXIT.
019900*****************************************************************
020000*    2000-PROCESS-ONE-TXN -- APPLY ONE MAINTENANCE TRANSACTION  *
020100*    DIRECTLY AGAINST THE KEYED MASTER AND ECHO THE RESULT ON   *
020200*    THE REGISTER.                                              *
020210*    A CHANGE CARD IS ONLY QUEUED HERE; IT REACHES THE MASTER   *
020220*    THROUGH 4400-APPLY-CHANGE WHEN A LATER RUN APPROVES IT.    *
020300*****************************************************************
020400 2000-PROCESS-ONE-TXN.
020500     EVALUATE TRUE
020600         WHEN DL100BMT-LIST
020700             PERFORM 3000-LIST-MASTER THRU 3000-EXIT
020800         WHEN DL100BMT-ADD
020810         WHEN DL100BMT-RENAME
020820         WHEN DL100BMT-CLOSE
020830         WHEN DL100BMT-REOPEN
020840         WHEN DL100BMT-LIMIT
020845         WHEN DL100BMT-ASSIGN
020850             PERFORM 3800-QUEUE-CHANGE THRU 3800-EXIT
020860         WHEN DL100BMT-APPROVE
020870             PERFORM 4100-APPROVE-CHANGE THRU 4100-EXIT
020880         WHEN DL100BMT-REJECT
020890             PERFORM 4300-REJECT-CHANGE THRU 4300-EXIT
020900         WHEN DL100BMT-PENDING
020910             PERFORM 3700-LIST-PENDING THRU 3700-EXIT
021800         WHEN OTHER
021900             ADD 1 TO DL100-WS-REJECTED-CT
022000             MOVE SPACES TO DL100BMR-LINE
027100         DL100BMF-STATUS-DATE DELIMITED BY SIZE
027200         '  LIMIT=' DELIMITED BY SIZE
027300         DL100BMF-MAX-AMOUNT DELIMITED BY SIZE
027310         '  REGION=' DELIMITED BY SIZE
027320         DL100BMF-REGION DELIMITED BY SIZE
027330         '  DISTRICT=' DELIMITED BY SIZE
027340         DL100BMF-DISTRICT DELIMITED BY SIZE
027400         INTO DL100BMR-LINE
027500     END-STRING
027600     WRITE DL100BMR-LINE.
030200     ELSE
030300         MOVE ZERO TO DL100BMF-MAX-AMOUNT
030400     END-IF
030410     MOVE DL100BMT-REGION TO DL100BMF-REGION
030420     MOVE DL100BMT-DISTRICT TO DL100BMF-DISTRICT
030500     WRITE DL100BMF-RECORD
030600         INVALID KEY
030700             PERFORM 4500-REPORT-REJECT THRU 4500-EXIT
042000     WRITE DL100BMR-LINE.
042100 3500-EXIT.
042200     EXIT.
042202*****************************************************************
042204*    3550-ASSIGN-BRANCH -- MOVE THE KEYED BRANCH TO A REGION    *
042206*    AND DISTRICT. BOTH ARE REQUIRED -- A BRANCH IS TAKEN OUT   *
042208*    OF THE ROLLUP ONLY BY CLOSING IT.                          *
042210*****************************************************************
042212 3550-ASSIGN-BRANCH.
042214     PERFORM 4000-READ-BRANCH THRU 4000-EXIT
042216     IF NOT DL100-WS-FOUND
042218         PERFORM 4500-REPORT-REJECT THRU 4500-EXIT
042220         GO TO 3550-EXIT
042222     END-IF
042224     IF DL100BMT-REGION EQUAL TO SPACES
042226         OR DL100BMT-DISTRICT EQUAL TO SPACES
042228         PERFORM 4500-REPORT-REJECT THRU 4500-EXIT
042230         GO TO 3550-EXIT
042232     END-IF
042234     MOVE DL100BMF-REGION TO DL100-WS-OLD-REGION
042236     MOVE DL100BMF-DISTRICT TO DL100-WS-OLD-DISTRICT
042238     MOVE DL100BMT-REGION TO DL100BMF-REGION
042240     MOVE DL100BMT-DISTRICT TO DL100BMF-DISTRICT
042242     REWRITE DL100BMF-RECORD
042244     ADD 1 TO DL100-WS-APPLIED-CT
042246     MOVE SPACES TO DL100BMR-LINE
042248     STRING 'ASSIGNED - CODE=' DELIMITED BY SIZE
042250         DL100BMT-BRANCH-CODE DELIMITED BY SIZE
042252         '  ' DELIMITED BY SIZE
042254         DL100BMF-BRANCH-NAME DELIMITED BY SIZE
042256         '  FROM ' DELIMITED BY SIZE
042258         DL100-WS-OLD-REGION DELIMITED BY SIZE
042260         '/' DELIMITED BY SIZE
042262         DL100-WS-OLD-DISTRICT DELIMITED BY SIZE
042264         ' TO ' DELIMITED BY SIZE
042266         DL100BMF-REGION DELIMITED BY SIZE
042268         '/' DELIMITED BY SIZE
042270         DL100BMF-DISTRICT DELIMITED BY SIZE
042272         INTO DL100BMR-LINE
042274     END-STRING
042276     WRITE DL100BMR-LINE.
042278 3550-EXIT.
042280     EXIT.
042300*****************************************************************
042400*    3600-LIMIT-BRANCH -- SET THE MAXIMUM SLOT AMOUNT FOR THE   *
042500*    KEYED BRANCH. ZERO REMOVES THE LIMIT.                      *
044900     WRITE DL100BMR-LINE.
045000 3600-EXIT.
045100     EXIT.
045101*****************************************************************
045102*    3700-LIST-PENDING -- ONE LINE PER ENTRY ON THE PENDING     *
045103*    FILE, WITH THE CARD IMAGE IT WILL APPLY ON APPROVAL.       *
045104*****************************************************************
045105 3700-LIST-PENDING.
045106     IF DL100-WS-PND-CT EQUAL TO ZERO
045107         MOVE SPACES TO DL100BMR-LINE
045108         STRING 'PENDING FILE IS EMPTY' DELIMITED BY SIZE
045109             INTO DL100BMR-LINE
045110         END-STRING
045111         WRITE DL100BMR-LINE
045112         GO TO 3700-EXIT
045113     END-IF
045114     PERFORM 3750-LIST-ONE-PENDING THRU 3750-EXIT
045115         VARYING DL100-WS-PND-IX FROM 1 BY 1
045116         UNTIL DL100-WS-PND-IX GREATER THAN DL100-WS-PND-CT.
045117 3700-EXIT.
045118     EXIT.
045119 3750-LIST-ONE-PENDING.
045120     IF DL100-WS-PND-T-DROPPED (DL100-WS-PND-IX)
045121         GO TO 3750-EXIT
045122     END-IF
045123     MOVE SPACES TO DL100BMR-LINE
045124     STRING 'CHANGE=' DELIMITED BY SIZE
045125         DL100-WS-PND-T-ID (DL100-WS-PND-IX) DELIMITED BY SIZE
045126         '  STATUS=' DELIMITED BY SIZE
045127         DL100-WS-PND-T-STAT (DL100-WS-PND-IX) DELIMITED BY SIZE
045128         '  MAKER=' DELIMITED BY SIZE
045129         DL100-WS-PND-T-MAKER (DL100-WS-PND-IX)
045130             DELIMITED BY SIZE
045131         ' ' DELIMITED BY SIZE
045132         DL100-WS-PND-T-MTS (DL100-WS-PND-IX) DELIMITED BY SIZE
045133         '  CHECKER=' DELIMITED BY SIZE
045134         DL100-WS-PND-T-CHECKER (DL100-WS-PND-IX)
045135             DELIMITED BY SIZE
045136         ' ' DELIMITED BY SIZE
045137         DL100-WS-PND-T-CTS (DL100-WS-PND-IX) DELIMITED BY SIZE
045138         INTO DL100BMR-LINE
045139     END-STRING
045140     WRITE DL100BMR-LINE
045141     MOVE SPACES TO DL100BMR-LINE
045142     STRING '    CARD=' DELIMITED BY SIZE
045143         DL100-WS-PND-T-IMAGE (DL100-WS-PND-IX)
045144             DELIMITED BY SIZE
045145         INTO DL100BMR-LINE
045146     END-STRING
045147     WRITE DL100BMR-LINE.
045148 3750-EXIT.
045149     EXIT.
045150*****************************************************************
045151*    3800-QUEUE-CHANGE -- PUT THE CHANGE CARD ON THE PENDING    *
045152*    FILE UNDER THE NEXT CHANGE ID. A CARD WITH NO OPERATOR ID  *
045153*    HAS NO MAKER AND IS REJECTED.                              *
045154*****************************************************************
045155 3800-QUEUE-CHANGE.
045156     IF DL100BMT-OPERATOR EQUAL TO SPACES
045157         MOVE 'NO MAKER OPERATOR ID' TO DL100-WS-PND-MSG
045158         PERFORM 4600-REPORT-NOT-QUEUED THRU 4600-EXIT
045159         GO TO 3800-EXIT
045160     END-IF
045161     IF DL100-WS-PND-CT GREATER THAN OR EQUAL TO
045162         DL100-WS-MAX-PENDING
045163         MOVE 'PENDING FILE FULL' TO DL100-WS-PND-MSG
045164         PERFORM 4600-REPORT-NOT-QUEUED THRU 4600-EXIT
045165         GO TO 3800-EXIT
045166     END-IF
045167     ADD 1 TO DL100-WS-PND-CT
045168     ADD 1 TO DL100-WS-NEXT-CHANGE-ID
045169     ADD 1 TO DL100-WS-QUEUED-CT
045170     MOVE DL100-WS-NEXT-CHANGE-ID
045171         TO DL100-WS-PND-T-ID (DL100-WS-PND-CT)
045172     MOVE 'P' TO DL100-WS-PND-T-STAT (DL100-WS-PND-CT)
045173     MOVE DL100BMT-OPERATOR
045174         TO DL100-WS-PND-T-MAKER (DL100-WS-PND-CT)
045175     MOVE DL100-WS-RUN-TSTAMP
045176         TO DL100-WS-PND-T-MTS (DL100-WS-PND-CT)
045177     MOVE SPACES TO DL100-WS-PND-T-CHECKER (DL100-WS-PND-CT)
045178     MOVE SPACES TO DL100-WS-PND-T-CTS (DL100-WS-PND-CT)
045179     MOVE DL100BMT-RECORD
045180         TO DL100-WS-PND-T-IMAGE (DL100-WS-PND-CT)
045181     MOVE 'Y' TO DL100-WS-PND-T-NEW (DL100-WS-PND-CT)
045182     MOVE SPACES TO DL100BMR-LINE
045183     STRING 'QUEUED - CHANGE ' DELIMITED BY SIZE
045184         DL100-WS-NEXT-CHANGE-ID DELIMITED BY SIZE
045185         '  ' DELIMITED BY SIZE
045186         DL100BMT-ACTION DELIMITED BY SIZE
045187         ' CODE=' DELIMITED BY SIZE
045188         DL100BMT-BRANCH-CODE DELIMITED BY SIZE
045189         '  MAKER=' DELIMITED BY SIZE
045190         DL100BMT-OPERATOR DELIMITED BY SIZE
045191         ' - AWAITING APPROVAL' DELIMITED BY SIZE
045192         INTO DL100BMR-LINE
045193     END-STRING
045194     WRITE DL100BMR-LINE.
045195 3800-EXIT.
045196     EXIT.
045200*****************************************************************
045300*    4000-READ-BRANCH -- DIRECT KEYED READ OF THE BRANCH ON     *
045400*    THE TRANSACTION.                                           *
046400     END-READ.
046500 4000-EXIT.
046600     EXIT.
046601*****************************************************************
046602*    4100-APPROVE-CHANGE -- THE CHECKER APPLIES A CHANGE THAT   *
046603*    AN EARLIER RUN QUEUED UNDER A DIFFERENT OPERATOR ID. THE   *
046604*    SAVED CARD IMAGE GOES THROUGH THE SAME EDITS AS EVER; ONE  *
046605*    THAT NO LONGER APPLIES (E.G. THE BRANCH WAS CLOSED SINCE)  *
046606*    IS CLOSED AS REJECTED SO IT DOES NOT SIT PENDING.          *
046607*****************************************************************
046608 4100-APPROVE-CHANGE.
046609     MOVE DL100BMT-OPERATOR TO DL100-WS-CHECKER-ID
046610     PERFORM 4700-FIND-PENDING THRU 4700-EXIT
046611     IF NOT DL100-WS-PND-FOUND
046612         MOVE 'NO SUCH PENDING CHANGE' TO DL100-WS-PND-MSG
046613         PERFORM 4650-REPORT-NOT-DECIDED THRU 4650-EXIT
046614         GO TO 4100-EXIT
046615     END-IF
046616     IF DL100-WS-CHECKER-ID EQUAL TO SPACES
046617         MOVE 'NO CHECKER OPERATOR ID' TO DL100-WS-PND-MSG
046618         PERFORM 4650-REPORT-NOT-DECIDED THRU 4650-EXIT
046619         GO TO 4100-EXIT
046620     END-IF
046621     IF DL100-WS-CHECKER-ID EQUAL TO
046622         DL100-WS-PND-T-MAKER (DL100-WS-PND-FOUND-IX)
046623         MOVE 'CHECKER MAY NOT BE THE MAKER' TO DL100-WS-PND-MSG
046624         PERFORM 4650-REPORT-NOT-DECIDED THRU 4650-EXIT
046625         GO TO 4100-EXIT
046626     END-IF
046627     IF DL100-WS-PND-T-THIS-RUN (DL100-WS-PND-FOUND-IX)
046628         MOVE 'QUEUED BY THIS RUN - APPROVE IN A LATER RUN'
046629             TO DL100-WS-PND-MSG
046630         PERFORM 4650-REPORT-NOT-DECIDED THRU 4650-EXIT
046631         GO TO 4100-EXIT
046632     END-IF
046633     MOVE DL100BMT-RECORD TO DL100-WS-SAVE-TXN
046634     MOVE DL100-WS-PND-T-IMAGE (DL100-WS-PND-FOUND-IX)
046635         TO DL100BMT-RECORD
046636     MOVE DL100-WS-APPLIED-CT TO DL100-WS-APPLIED-BEFORE
046637     PERFORM 4400-APPLY-CHANGE THRU 4400-EXIT
046638     MOVE DL100-WS-CHECKER-ID
046639         TO DL100-WS-PND-T-CHECKER (DL100-WS-PND-FOUND-IX)
046640     MOVE DL100-WS-RUN-TSTAMP
046641         TO DL100-WS-PND-T-CTS (DL100-WS-PND-FOUND-IX)
046642     IF DL100-WS-APPLIED-CT GREATER THAN DL100-WS-APPLIED-BEFORE
046643         MOVE 'A' TO DL100-WS-PND-T-STAT (DL100-WS-PND-FOUND-IX)
046644         MOVE 'APPROVED' TO DL100-WS-PND-MSG
046645     ELSE
046646         MOVE 'J' TO DL100-WS-PND-T-STAT (DL100-WS-PND-FOUND-IX)
046647         MOVE 'APPROVED BUT NOT APPLIED - CLOSED AS REJECTED'
046648             TO DL100-WS-PND-MSG
046649     END-IF
046650     PERFORM 4900-REPORT-DECISION THRU 4900-EXIT
046651     MOVE DL100-WS-SAVE-TXN TO DL100BMT-RECORD.
046652 4100-EXIT.
046653     EXIT.
046700*****************************************************************
046800*    4200-EDIT-EFF-DATE -- A BLANK EFFECTIVE DATE MEANS THE     *
046900*    MAINTENANCE RUN DATE. A NON-NUMERIC ONE REJECTS THE        *
048200     END-IF.
048300 4200-EXIT.
048400     EXIT.
048402*****************************************************************
048404*    4300-REJECT-CHANGE -- REFUSE A PENDING CHANGE. A MAKER     *
048406*    REJECTING THEIR OWN CHANGE WITHDRAWS IT.                   *
048408*****************************************************************
048410 4300-REJECT-CHANGE.
048412     MOVE DL100BMT-OPERATOR TO DL100-WS-CHECKER-ID
048414     PERFORM 4700-FIND-PENDING THRU 4700-EXIT
048416     IF NOT DL100-WS-PND-FOUND
048418         MOVE 'NO SUCH PENDING CHANGE' TO DL100-WS-PND-MSG
048420         PERFORM 4650-REPORT-NOT-DECIDED THRU 4650-EXIT
048422         GO TO 4300-EXIT
048424     END-IF
048426     IF DL100-WS-CHECKER-ID EQUAL TO SPACES
048428         MOVE 'NO CHECKER OPERATOR ID' TO DL100-WS-PND-MSG
048430         PERFORM 4650-REPORT-NOT-DECIDED THRU 4650-EXIT
048432         GO TO 4300-EXIT
048434     END-IF
048436     MOVE 'J' TO DL100-WS-PND-T-STAT (DL100-WS-PND-FOUND-IX)
048438     MOVE DL100-WS-CHECKER-ID
048440         TO DL100-WS-PND-T-CHECKER (DL100-WS-PND-FOUND-IX)
048442     MOVE DL100-WS-RUN-TSTAMP
048444         TO DL100-WS-PND-T-CTS (DL100-WS-PND-FOUND-IX)
048446     ADD 1 TO DL100-WS-REFUSED-CT
048448     MOVE 'REJECTED' TO DL100-WS-PND-MSG
048450     PERFORM 4900-REPORT-DECISION THRU 4900-EXIT.
048452 4300-EXIT.
048454     EXIT.
048456*****************************************************************
048458*    4400-APPLY-CHANGE -- RUN AN APPROVED CARD IMAGE THROUGH    *
048460*    THE MAINTENANCE PARAGRAPH FOR ITS ACTION.                  *
048462*****************************************************************
048464 4400-APPLY-CHANGE.
048466     EVALUATE TRUE
048468         WHEN DL100BMT-ADD
048470             PERFORM 3200-ADD-BRANCH THRU 3200-EXIT
048472         WHEN DL100BMT-RENAME
048474             PERFORM 3300-RENAME-BRANCH THRU 3300-EXIT
048476         WHEN DL100BMT-CLOSE
048478             PERFORM 3400-CLOSE-BRANCH THRU 3400-EXIT
048480         WHEN DL100BMT-REOPEN
048482             PERFORM 3500-REOPEN-BRANCH THRU 3500-EXIT
048484         WHEN DL100BMT-LIMIT
048486             PERFORM 3600-LIMIT-BRANCH THRU 3600-EXIT
048487         WHEN DL100BMT-ASSIGN
048488             PERFORM 3550-ASSIGN-BRANCH THRU 3550-EXIT
048489     END-EVALUATE.
048490 4400-EXIT.
048492     EXIT.
048500 4500-REPORT-REJECT.
048600     ADD 1 TO DL100-WS-REJECTED-CT
048700     MOVE SPACES TO DL100BMR-LINE
048900         DL100BMT-ACTION DELIMITED BY SIZE
049000         ' NOT APPLIED - CODE=' DELIMITED BY SIZE
049100         DL100BMT-BRANCH-CODE DELIMITED BY SIZE
049200         ' - DUPLICATE, NOT ON MASTER, BAD DATE, BLANK NAME, '
049300             DELIMITED BY SIZE
049310         'BLANK REGION OR DISTRICT, OR WRONG STATUS ***'
049320             DELIMITED BY SIZE
049500         INTO DL100BMR-LINE
049600     END-STRING
049700     WRITE DL100BMR-LINE.
049800 4500-EXIT.
049900     EXIT.
049901 4600-REPORT-NOT-QUEUED.
049902     ADD 1 TO DL100-WS-REJECTED-CT
049903     MOVE SPACES TO DL100BMR-LINE
049904     STRING '*** ' DELIMITED BY SIZE
049905         DL100BMT-ACTION DELIMITED BY SIZE
049906         ' NOT QUEUED - CODE=' DELIMITED BY SIZE
049907         DL100BMT-BRANCH-CODE DELIMITED BY SIZE
049908         ' - ' DELIMITED BY SIZE
049909         DL100-WS-PND-MSG DELIMITED BY SIZE
049910         ' ***' DELIMITED BY SIZE
049911         INTO DL100BMR-LINE
049912     END-STRING
049913     WRITE DL100BMR-LINE.
049914 4600-EXIT.
049915     EXIT.
049916 4650-REPORT-NOT-DECIDED.
049917     ADD 1 TO DL100-WS-REJECTED-CT
049918     MOVE SPACES TO DL100BMR-LINE
049919     STRING '*** ' DELIMITED BY SIZE
049920         DL100BMT-ACTION DELIMITED BY SIZE
049921         ' NOT APPLIED - CHANGE ' DELIMITED BY SIZE
049922         DL100BMT-CHANGE-ID DELIMITED BY SIZE
049923         '  BY ' DELIMITED BY SIZE
049924         DL100-WS-CHECKER-ID DELIMITED BY SIZE
049925         ' - ' DELIMITED BY SIZE
049926         DL100-WS-PND-MSG DELIMITED BY SIZE
049927         ' ***' DELIMITED BY SIZE
049928         INTO DL100BMR-LINE
049929     END-STRING
049930     WRITE DL100BMR-LINE.
049931 4650-EXIT.
049932     EXIT.
049933*****************************************************************
049934*    4700-FIND-PENDING -- LOCATE THE STILL-PENDING CHANGE BY    *
049935*    THE CHANGE ID ON THE APPROVE OR REJECT CARD.               *
049936*****************************************************************
049937 4700-FIND-PENDING.
049938     MOVE 'N' TO DL100-WS-PND-FOUND-SW
049939     MOVE ZERO TO DL100-WS-PND-FOUND-IX
049940     IF DL100BMT-CHANGE-ID-9 NOT NUMERIC
049941         GO TO 4700-EXIT
049942     END-IF
049943     PERFORM 4750-MATCH-ONE-PENDING THRU 4750-EXIT
049944         VARYING DL100-WS-PND-IX FROM 1 BY 1
049945         UNTIL DL100-WS-PND-IX GREATER THAN DL100-WS-PND-CT
049946         OR DL100-WS-PND-FOUND.
049947 4700-EXIT.
049948     EXIT.
049949 4750-MATCH-ONE-PENDING.
049950     IF DL100-WS-PND-T-ID (DL100-WS-PND-IX) EQUAL TO
049951         DL100BMT-CHANGE-ID-9
049952         AND DL100-WS-PND-T-PENDING (DL100-WS-PND-IX)
049953         MOVE 'Y' TO DL100-WS-PND-FOUND-SW
049954         MOVE DL100-WS-PND-IX TO DL100-WS-PND-FOUND-IX
049955     END-IF.
049956 4750-EXIT.
049957     EXIT.
049958 4900-REPORT-DECISION.
049959     MOVE SPACES TO DL100BMR-LINE
049960     STRING '    CHANGE ' DELIMITED BY SIZE
049961         DL100-WS-PND-T-ID (DL100-WS-PND-FOUND-IX)
049962             DELIMITED BY SIZE
049963         '  MAKER=' DELIMITED BY SIZE
049964         DL100-WS-PND-T-MAKER (DL100-WS-PND-FOUND-IX)
049965             DELIMITED BY SIZE
049966         '  CHECKER=' DELIMITED BY SIZE
049967         DL100-WS-CHECKER-ID DELIMITED BY SIZE
049968         '  AT ' DELIMITED BY SIZE
049969         DL100-WS-RUN-TSTAMP DELIMITED BY SIZE
049970         ' - ' DELIMITED BY SIZE
049971         DL100-WS-PND-MSG DELIMITED BY SIZE
049972         INTO DL100BMR-LINE
049973     END-STRING
049974     WRITE DL100BMR-LINE.
049975 4900-EXIT.
049976     EXIT.
050000*****************************************************************
050100*    6000-PRODUCE-SUMMARY                                       *
050200*****************************************************************
050800         DL100-WS-APPLIED-CT DELIMITED BY SIZE
050900         '  REJECTED: ' DELIMITED BY SIZE
051000         DL100-WS-REJECTED-CT DELIMITED BY SIZE
051010         '  QUEUED FOR APPROVAL: ' DELIMITED BY SIZE
051020         DL100-WS-QUEUED-CT DELIMITED BY SIZE
051030         '  REFUSED BY CHECKER: ' DELIMITED BY SIZE
051040         DL100-WS-REFUSED-CT DELIMITED BY SIZE
051050         '  EXPIRED: ' DELIMITED BY SIZE
051060         DL100-WS-EXPIRED-CT DELIMITED BY SIZE
051100         INTO DL100BMR-LINE
051200     END-STRING
051300     WRITE DL100BMR-LINE.
051400 6000-EXIT.
051500     EXIT.
051501*****************************************************************
051502*    7000-REWRITE-PENDING -- WRITE THE PENDING FILE BACK        *
051503*    WITHOUT THE DECIDED ENTRIES THAT HAVE AGED OFF.            *
051504*****************************************************************
051505 7000-REWRITE-PENDING.
051506     OPEN OUTPUT DL100-PENDING-FILE
051507     IF NOT DL100-WS-PND-FILE-OK
051508         DISPLAY 'DL100BMM - PENDING FILE COULD NOT BE '
051509             'REWRITTEN - STATUS ' DL100-WS-PND-FILE-STATUS
051510         GO TO 7000-EXIT
051511     END-IF
051512     PERFORM 7100-REWRITE-ONE-PENDING THRU 7100-EXIT
051513         VARYING DL100-WS-PND-IX FROM 1 BY 1
051514         UNTIL DL100-WS-PND-IX GREATER THAN DL100-WS-PND-CT
051515     CLOSE DL100-PENDING-FILE.
051516 7000-EXIT.
051517     EXIT.
051518 7100-REWRITE-ONE-PENDING.
051519     IF DL100-WS-PND-T-DROPPED (DL100-WS-PND-IX)
051520         GO TO 7100-EXIT
051521     END-IF
051522     MOVE DL100-WS-PND-T-ID (DL100-WS-PND-IX)
051523         TO DL100PND-CHANGE-ID
051524     MOVE DL100-WS-PND-T-STAT (DL100-WS-PND-IX)
051525         TO DL100PND-STATUS
051526     MOVE DL100-WS-PND-T-MAKER (DL100-WS-PND-IX)
051527         TO DL100PND-MAKER-ID
051528     MOVE DL100-WS-PND-T-MTS (DL100-WS-PND-IX)
051529         TO DL100PND-MAKER-TSTAMP
051530     MOVE DL100-WS-PND-T-CHECKER (DL100-WS-PND-IX)
051531         TO DL100PND-CHECKER-ID
051532     MOVE DL100-WS-PND-T-CTS (DL100-WS-PND-IX)
051533         TO DL100PND-CHECK-TSTAMP
051534     MOVE DL100-WS-PND-T-IMAGE (DL100-WS-PND-IX)
051535         TO DL100PND-TXN-IMAGE
051536     WRITE DL100PND-RECORD.
051537 7100-EXIT.
051538     EXIT.
051539*****************************************************************
051540*    7200-EXPIRE-PENDING -- A CHANGE STILL PENDING MORE THAN    *
051541*    THE EXPIRY WINDOW AFTER IT WAS QUEUED EXPIRES; A DECIDED   *
051542*    ENTRY MORE THAN ONE WINDOW PAST ITS DECISION IS DROPPED.   *
051543*    A TIMESTAMP THAT CANNOT BE READ AS A DATE COUNTS AS OLD.   *
051544*****************************************************************
051545 7200-EXPIRE-PENDING.
051546     IF DL100-WS-PND-T-PENDING (DL100-WS-PND-IX)
051547         MOVE DL100-WS-PND-T-MTS (DL100-WS-PND-IX) (1:8)
051548             TO DL100-WS-PND-DATE
051549     ELSE
051550         MOVE DL100-WS-PND-T-CTS (DL100-WS-PND-IX) (1:8)
051551             TO DL100-WS-PND-DATE
051552     END-IF
051553     IF DL100-WS-PND-DATE-9 NUMERIC
051554         COMPUTE DL100-WS-PND-INT =
051555             FUNCTION INTEGER-OF-DATE (DL100-WS-PND-DATE-9)
051556         COMPUTE DL100-WS-AGE-DAYS =
051557             DL100-WS-TODAY-INT - DL100-WS-PND-INT
051558     ELSE
051559         MOVE 99999 TO DL100-WS-AGE-DAYS
051560     END-IF
051561     IF DL100-WS-AGE-DAYS NOT GREATER THAN DL100-WS-EXPIRY-DAYS
051562         GO TO 7200-EXIT
051563     END-IF
051564     IF DL100-WS-PND-T-DECIDED (DL100-WS-PND-IX)
051565         MOVE 'D' TO DL100-WS-PND-T-STAT (DL100-WS-PND-IX)
051566         GO TO 7200-EXIT
051567     END-IF
051568     MOVE 'X' TO DL100-WS-PND-T-STAT (DL100-WS-PND-IX)
051569     MOVE DL100-WS-RUN-TSTAMP
051570         TO DL100-WS-PND-T-CTS (DL100-WS-PND-IX)
051571     ADD 1 TO DL100-WS-EXPIRED-CT
051572     MOVE SPACES TO DL100BMR-LINE
051573     STRING 'EXPIRED - CHANGE ' DELIMITED BY SIZE
051574         DL100-WS-PND-T-ID (DL100-WS-PND-IX) DELIMITED BY SIZE
051575         '  ' DELIMITED BY SIZE
051576         DL100-WS-PND-T-IMAGE (DL100-WS-PND-IX) (1:11)
051577             DELIMITED BY SIZE
051578         '  MAKER=' DELIMITED BY SIZE
051579         DL100-WS-PND-T-MAKER (DL100-WS-PND-IX)
051580             DELIMITED BY SIZE
051581         '  QUEUED=' DELIMITED BY SIZE
051582         DL100-WS-PND-T-MTS (DL100-WS-PND-IX) DELIMITED BY SIZE
051583         ' - NOT APPROVED WITHIN ' DELIMITED BY SIZE
051584         DL100-WS-EXPIRY-DAYS DELIMITED BY SIZE
051585         ' DAYS' DELIMITED BY SIZE
051586         INTO DL100BMR-LINE
051587     END-STRING
051588     WRITE DL100BMR-LINE.
051589 7200-EXIT.
051590     EXIT.
051600*****************************************************************
051700*    9000-TERMINATE                                             *
051800*****************************************************************
