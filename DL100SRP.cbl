002100*                                 BY THE NEXT DL100 RUN         *
002200*      DELETE  <TIMESTAMP><F1>    DROP THE RECORD FOR GOOD      *
002300*                                                               *
002310*    EVERY CHANGE CARD (FIX, RELEASE, DELETE) MUST CARRY THE    *
002320*    MAKER'S OPERATOR ID IN COLS 32-39. IT IS NOT APPLIED WHEN  *
002330*    READ -- IT IS QUEUED ON THE PENDING FILE (DL100PND) UNDER  *
002340*    A CHANGE ID, AND ONLY A LATER RUN UNDER A DIFFERENT        *
002350*    OPERATOR ID CAN APPROVE IT:                                *
002360*                                                               *
002370*      APPROVE <CHANGE-ID>        APPLY THE QUEUED CHANGE. THE  *
002380*                                 CHECKER'S OPERATOR ID (COLS   *
002390*                                 32-39) MUST DIFFER FROM THE   *
002400*                                 MAKER'S, AND THE CHANGE MUST  *
002410*                                 HAVE BEEN QUEUED BY AN        *
002420*                                 EARLIER RUN                   *
002430*      REJECT  <CHANGE-ID>        REFUSE (OR, BY THE MAKER,     *
002440*                                 WITHDRAW) THE QUEUED CHANGE   *
002450*      PENDING                    LIST THE PENDING FILE         *
002460*                                                               *
002470*    THE CHANGE ID IS COLS 9-14 OF AN APPROVE OR REJECT CARD.   *
002480*    A CHANGE NOT APPROVED WITHIN THE EXPIRY WINDOW EXPIRES.    *
002490*                                                               *
002500*    PARAMETER RECORD (DL100PXP):                               *
002510*      COLS 1-3  EXPIRY WINDOW IN DAYS. MISSING, BLANK OR       *
002520*                NON-NUMERIC DEFAULTS TO 5.                     *
002530*                                                               *
002540*    EVERY ACTION IS ECHOED ON THE DL100SRR REPORT -- AN        *
002550*    APPLIED CHANGE SHOWS ITS MAKER, CHECKER AND APPROVAL       *
002560*    TIMESTAMP. RETURN CODES: 0 = ALL TRANSACTIONS ACCEPTED,    *
002570*    4 = ONE OR MORE TRANSACTIONS NOT APPLIED OR NOT QUEUED,    *
002580*    8 = THE SUSPENSE OR PENDING FILE OVERFLOWS ITS TABLE -     *
002590*    NOTHING TOUCHED.                                           *
002700*                                                               *
002800*    MODIFICATION HISTORY                                       *
002900*    DATE       BY   DESCRIPTION                                *
003040*                    OTHERWISE TRUNCATE EVERYTHING PAST THE     *
003050*                    TABLE, SILENTLY. DL100 ALREADY REFUSES     *
003060*                    THE SAME CONDITION.                        *
003065*    10/15/26   FC   DUAL CONTROL: CHANGE CARDS CARRY THE       *
003070*                    MAKER'S OPERATOR ID AND ARE QUEUED ON      *
003075*                    DL100PND; A SEPARATE RUN BY A DIFFERENT    *
003080*                    OPERATOR APPROVES (APPLIES) OR REJECTS     *
003085*                    EACH ONE. UNAPPROVED CHANGES EXPIRE AFTER  *
003090*                    THE DL100PXP WINDOW. THE REPORT SHOWS      *
003095*                    MAKER, CHECKER AND APPROVAL TIMESTAMP.     *
003100*                                                               *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
004300            ORGANIZATION IS SEQUENTIAL.
004400     SELECT DL100-REPAIR-RPT     ASSIGN TO DL100SRR
004500            ORGANIZATION IS SEQUENTIAL.
004510     SELECT DL100-PENDING-FILE   ASSIGN TO DL100PND
004520            ORGANIZATION IS SEQUENTIAL
004530            FILE STATUS IS DL100-WS-PND-FILE-STATUS.
004540     SELECT DL100-PARM-FILE      ASSIGN TO DL100PXP
004550            ORGANIZATION IS SEQUENTIAL
004560            FILE STATUS IS DL100-WS-PRM-FILE-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  DL100-SUSPENSE-FILE
006000         88  DL100SRT-FIX              VALUE 'FIX'.
006100         88  DL100SRT-RELEASE          VALUE 'RELEASE'.
006200         88  DL100SRT-DELETE           VALUE 'DELETE'.
006210         88  DL100SRT-APPROVE          VALUE 'APPROVE'.
006220         88  DL100SRT-REJECT           VALUE 'REJECT'.
006230         88  DL100SRT-PENDING          VALUE 'PENDING'.
006300     05  DL100SRT-TIMESTAMP      PIC X(17).
006400     05  DL100SRT-FIELD-1        PIC X(3).
006500     05  DL100SRT-NEW-FIELD-1    PIC X(3).
006510     05  DL100SRT-OPERATOR       PIC X(8).
006520     05  FILLER                  PIC X(41).
006530 01  DL100SRT-APPROVAL-RECORD.
006540     05  FILLER                  PIC X(8).
006550     05  DL100SRT-CHANGE-ID      PIC X(6).
006560     05  DL100SRT-CHANGE-ID-9 REDEFINES DL100SRT-CHANGE-ID
006570                                 PIC 9(6).
006580     05  FILLER                  PIC X(66).
006700 FD  DL100-REPAIR-RPT
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
007000 01  DL100SRR-LINE               PIC X(132).
007005 FD  DL100-PENDING-FILE
007010     RECORDING MODE IS F
007015     LABEL RECORDS ARE STANDARD.
007020 01  DL100PND-RECORD.
007025     COPY DL100PND.
007030 FD  DL100-PARM-FILE
007035     RECORDING MODE IS F
007040     RECORD CONTAINS 80 CHARACTERS
007045     LABEL RECORDS ARE STANDARD.
007050 01  DL100PXP-RECORD.
007055     05  DL100PXP-EXPIRY-DAYS    PIC X(3).
007060     05  DL100PXP-EXPIRY-DAYS-9 REDEFINES DL100PXP-EXPIRY-DAYS
007065                                 PIC 9(3).
007070     05  FILLER                  PIC X(77).
007100 WORKING-STORAGE SECTION.
007200 77  DL100-WS-SUS-FILE-STATUS    PIC X(02) VALUE '00'.
007300     88  DL100-WS-SUS-FILE-OK          VALUE '00'.
008600 77  DL100-WS-KEPT-CT            PIC 9(03) VALUE ZERO.
008700 77  DL100-WS-F3-ED-1            PIC -(2)9.99.
008800 77  DL100-WS-F3-ED-2            PIC -(2)9.99.
008802 77  DL100-WS-PND-FILE-STATUS    PIC X(02) VALUE '00'.
008804     88  DL100-WS-PND-FILE-OK          VALUE '00'.
008806 77  DL100-WS-PRM-FILE-STATUS    PIC X(02) VALUE '00'.
008808     88  DL100-WS-PRM-FILE-OK          VALUE '00'.
008810 77  DL100-WS-PND-EOF-SW         PIC X(01) VALUE 'N'.
008812     88  DL100-WS-PND-EOF              VALUE 'Y'.
008814 77  DL100-WS-PND-OVERFLOW-SW    PIC X(01) VALUE 'N'.
008816     88  DL100-WS-PND-OVERFLOW         VALUE 'Y'.
008818 77  DL100-WS-PND-FOUND-SW       PIC X(01) VALUE 'N'.
008820     88  DL100-WS-PND-FOUND            VALUE 'Y'.
008822 77  DL100-WS-PND-CT             PIC 9(03) VALUE ZERO.
008824 77  DL100-WS-PND-IX             PIC 9(03) VALUE ZERO.
008826 77  DL100-WS-PND-FOUND-IX       PIC 9(03) VALUE ZERO.
008828 77  DL100-WS-MAX-PENDING        PIC 9(03) VALUE 200.
008830 77  DL100-WS-NEXT-CHANGE-ID     PIC 9(06) VALUE ZERO.
008832 77  DL100-WS-QUEUED-CT          PIC 9(03) VALUE ZERO.
008834 77  DL100-WS-REFUSED-CT         PIC 9(03) VALUE ZERO.
008836 77  DL100-WS-EXPIRED-CT         PIC 9(03) VALUE ZERO.
008838 77  DL100-WS-APPLIED-BEFORE     PIC 9(03) VALUE ZERO.
008840 77  DL100-WS-EXPIRY-DAYS        PIC 9(03) VALUE 5.
008842 77  DL100-WS-TODAY-INT          PIC 9(07) VALUE ZERO.
008844 77  DL100-WS-PND-INT            PIC 9(07) VALUE ZERO.
008846 77  DL100-WS-AGE-DAYS           PIC S9(05) VALUE ZERO.
008848 77  DL100-WS-CHECKER-ID         PIC X(08) VALUE SPACES.
008850 77  DL100-WS-PND-MSG            PIC X(45) VALUE SPACES.
008852 77  DL100-WS-SAVE-TXN           PIC X(80) VALUE SPACES.
008854 01  DL100-WS-CURRENT-DATE-TIME.
008856     05  DL100-WS-CDT-DATE       PIC 9(8).
008858     05  DL100-WS-CDT-TIME       PIC 9(8).
008860 01  DL100-WS-RUN-TSTAMP.
008862     05  DL100-WS-RUN-TS-DATE    PIC 9(8).
008864     05  DL100-WS-RUN-TS-TIME    PIC 9(6).
008866 01  DL100-WS-PND-DATE-PART.
008868     05  DL100-WS-PND-DATE       PIC X(08).
008870     05  DL100-WS-PND-DATE-9 REDEFINES DL100-WS-PND-DATE
008872                                 PIC 9(08).
008900 01  DL100-WS-SUS-TABLE.
009000     05  DL100-WS-SUS-ENTRY OCCURS 0200 TIMES.
009100         10  DL100-WS-SUS-STATUS PIC X(01).
009750         10  DL100-WS-SUS-ORIG-1 PIC X(03).
009800         10  DL100-WS-SUS-F3-1   PIC S9(03)V99.
009900         10  DL100-WS-SUS-F3-2   PIC S9(03)V99.
009902*****************************************************************
009904*    THE WHOLE PENDING FILE, HELD FOR THE IN-PLACE REWRITE.     *
009906*    STATUS D MARKS A DECIDED ENTRY AGED OFF IN THIS RUN -- THE *
009908*    REWRITE DOES NOT WRITE IT BACK. THIS-RUN MARKS A CHANGE    *
009910*    QUEUED BY THIS SAME DECK, WHICH THE DECK MAY NOT APPROVE.  *
009912*****************************************************************
009914 01  DL100-WS-PND-TABLE.
009916     05  DL100-WS-PND-ENTRY OCCURS 0200 TIMES.
009918         10  DL100-WS-PND-T-ID   PIC 9(06).
009920         10  DL100-WS-PND-T-STAT PIC X(01).
009922             88  DL100-WS-PND-T-PENDING    VALUE 'P'.
009924             88  DL100-WS-PND-T-DECIDED    VALUE 'A' 'J' 'X'.
009926             88  DL100-WS-PND-T-DROPPED    VALUE 'D'.
009928         10  DL100-WS-PND-T-MAKER
009930                                 PIC X(08).
009932         10  DL100-WS-PND-T-MTS  PIC X(14).
009934         10  DL100-WS-PND-T-CHECKER
009936                                 PIC X(08).
009938         10  DL100-WS-PND-T-CTS  PIC X(14).
009940         10  DL100-WS-PND-T-IMAGE
009942                                 PIC X(80).
009944         10  DL100-WS-PND-T-NEW  PIC X(01).
009946             88  DL100-WS-PND-T-THIS-RUN   VALUE 'Y'.
010000 PROCEDURE DIVISION.
010100 MAIN-SECTION SECTION.
010200*****************************************************************
010620*    HERE -- THE REWRITE WOULD TRUNCATE EVERY RECORD PAST THE
010630*    TABLE. REFUSE THE RUN WITH THE FILE UNTOUCHED.
010640     IF DL100-WS-OVERFLOW
010645         OR DL100-WS-PND-OVERFLOW
010650         PERFORM 9000-TERMINATE THRU 9000-EXIT
010660         MOVE 8 TO RETURN-CODE
010670         GOBACK
010700     PERFORM 2000-PROCESS-ONE-TXN THRU 2000-EXIT
010800         UNTIL DL100-WS-TXN-EOF
010900     PERFORM 5000-REWRITE-SUSPENSE THRU 5000-EXIT
010910     PERFORM 5200-REWRITE-PENDING THRU 5200-EXIT
011000     PERFORM 6000-PRODUCE-SUMMARY THRU 6000-EXIT
011100     PERFORM 9000-TERMINATE THRU 9000-EXIT
011200     IF DL100-WS-UNMATCHED-CT GREATER THAN ZERO
012000*    AND OPEN THE TRANSACTION AND REPORT FILES. A MISSING        *
012100*    SUSPENSE FILE IS AN EMPTY TABLE, NOT AN ERROR -- EVERY      *
012200*    TRANSACTION WILL SIMPLY REPORT NOT FOUND.                   *
012210*    THE PENDING FILE IS LOADED THE SAME WAY AND REFUSES THE     *
012220*    RUN THE SAME WAY. CHANGES PAST THE EXPIRY WINDOW ARE        *
012230*    EXPIRED BEFORE THE FIRST CARD IS READ.                      *
012300*****************************************************************
012400 1000-INITIALIZE.
012405     MOVE FUNCTION CURRENT-DATE TO DL100-WS-CURRENT-DATE-TIME
012410     MOVE DL100-WS-CDT-DATE TO DL100-WS-RUN-TS-DATE
012415     MOVE DL100-WS-CDT-TIME (1:6) TO DL100-WS-RUN-TS-TIME
012420     COMPUTE DL100-WS-TODAY-INT =
012425         FUNCTION INTEGER-OF-DATE (DL100-WS-CDT-DATE)
012430     OPEN INPUT DL100-PARM-FILE
012435     IF DL100-WS-PRM-FILE-OK
012440         READ DL100-PARM-FILE
012445             AT END
012450                 CONTINUE
012455             NOT AT END
012460                 IF DL100PXP-EXPIRY-DAYS-9 NUMERIC
012465                     MOVE DL100PXP-EXPIRY-DAYS-9
012470                         TO DL100-WS-EXPIRY-DAYS
012475                 END-IF
012480         END-READ
012485         CLOSE DL100-PARM-FILE
012490     END-IF
012500     OPEN INPUT DL100-SUSPENSE-FILE
012600     IF DL100-WS-SUS-FILE-OK
012700         PERFORM 1100-LOAD-ONE-SUSPENSE THRU 1100-EXIT
014192         WRITE DL100SRR-LINE
014193         GO TO 1000-EXIT
014194     END-IF
014199     PERFORM 1300-LOAD-PENDING THRU 1300-EXIT
014200     PERFORM 1200-READ-TXN THRU 1200-EXIT.
014300 1000-EXIT.
014400     EXIT.
017000     END-READ.
017100 1200-EXIT.
017200     EXIT.
017201 1300-LOAD-PENDING.
017202     OPEN INPUT DL100-PENDING-FILE
017203     IF NOT DL100-WS-PND-FILE-OK
017204         GO TO 1300-EXIT
017205     END-IF
017206     PERFORM 1400-LOAD-ONE-PENDING THRU 1400-EXIT
017207         UNTIL DL100-WS-PND-EOF
017208         OR DL100-WS-PND-CT GREATER THAN OR EQUAL TO
017209             DL100-WS-MAX-PENDING
017210*    THE LOOP STOPPING ON A FULL TABLE RATHER THAN ON EOF ONLY
017211*    PROVES OVERFLOW IF ANOTHER RECORD IS REALLY THERE.
017212     IF NOT DL100-WS-PND-EOF
017213         READ DL100-PENDING-FILE
017214             AT END
017215                 MOVE 'Y' TO DL100-WS-PND-EOF-SW
017216             NOT AT END
017217                 MOVE 'Y' TO DL100-WS-PND-OVERFLOW-SW
017218         END-READ
017219     END-IF
017220     CLOSE DL100-PENDING-FILE
017221     IF DL100-WS-PND-OVERFLOW
017222         DISPLAY 'DL100SRP - PENDING FILE HAS MORE ENTRIES '
017223             'THAN THE TABLE HOLDS - RUN REFUSED'
017224         MOVE SPACES TO DL100SRR-LINE
017225         STRING '*** PENDING FILE EXCEEDS THE TABLE - '
017226             DELIMITED BY SIZE
017227             'NOTHING CHANGED - RUN REFUSED ***'
017228             DELIMITED BY SIZE
017229             INTO DL100SRR-LINE
017230         END-STRING
017231         WRITE DL100SRR-LINE
017232         GO TO 1300-EXIT
017233     END-IF
017234     PERFORM 5400-EXPIRE-PENDING THRU 5400-EXIT
017235         VARYING DL100-WS-PND-IX FROM 1 BY 1
017236         UNTIL DL100-WS-PND-IX GREATER THAN DL100-WS-PND-CT.
017237 1300-EXIT.
017238     EXIT.
017239 1400-LOAD-ONE-PENDING.
017240     READ DL100-PENDING-FILE
017241         AT END
017242             MOVE 'Y' TO DL100-WS-PND-EOF-SW
017243         NOT AT END
017244             ADD 1 TO DL100-WS-PND-CT
017245             MOVE DL100PND-CHANGE-ID
017246                 TO DL100-WS-PND-T-ID (DL100-WS-PND-CT)
017247             MOVE DL100PND-STATUS
017248                 TO DL100-WS-PND-T-STAT (DL100-WS-PND-CT)
017249             MOVE DL100PND-MAKER-ID
017250                 TO DL100-WS-PND-T-MAKER (DL100-WS-PND-CT)
017251             MOVE DL100PND-MAKER-TSTAMP
017252                 TO DL100-WS-PND-T-MTS (DL100-WS-PND-CT)
017253             MOVE DL100PND-CHECKER-ID
017254                 TO DL100-WS-PND-T-CHECKER (DL100-WS-PND-CT)
017255             MOVE DL100PND-CHECK-TSTAMP
017256                 TO DL100-WS-PND-T-CTS (DL100-WS-PND-CT)
017257             MOVE DL100PND-TXN-IMAGE
017258                 TO DL100-WS-PND-T-IMAGE (DL100-WS-PND-CT)
017259             MOVE 'N' TO DL100-WS-PND-T-NEW (DL100-WS-PND-CT)
017260             IF DL100PND-CHANGE-ID GREATER THAN
017261                 DL100-WS-NEXT-CHANGE-ID
017262                 MOVE DL100PND-CHANGE-ID
017263                     TO DL100-WS-NEXT-CHANGE-ID
017264             END-IF
017265     END-READ.
017266 1400-EXIT.
017267     EXIT.
017300*****************************************************************
017400*    2000-PROCESS-ONE-TXN -- APPLY ONE REPAIR TRANSACTION AND   *
017500*    ECHO THE RESULT ON THE REPORT.                             *
017510*    A CHANGE CARD IS ONLY QUEUED HERE; IT REACHES THE FILE     *
017520*    THROUGH 4800-APPLY-CHANGE WHEN A LATER RUN APPROVES IT.    *
017600*****************************************************************
017700 2000-PROCESS-ONE-TXN.
017800     EVALUATE TRUE
017900         WHEN DL100SRT-LIST
018000             PERFORM 3000-LIST-SUSPENSE THRU 3000-EXIT
018100         WHEN DL100SRT-FIX
018110         WHEN DL100SRT-RELEASE
018120         WHEN DL100SRT-DELETE
018130             PERFORM 3600-QUEUE-CHANGE THRU 3600-EXIT
018140         WHEN DL100SRT-APPROVE
018150             PERFORM 4200-APPROVE-CHANGE THRU 4200-EXIT
018160         WHEN DL100SRT-REJECT
018170             PERFORM 4300-REJECT-CHANGE THRU 4300-EXIT
018180         WHEN DL100SRT-PENDING
018190             PERFORM 3500-LIST-PENDING THRU 3500-EXIT
018700         WHEN OTHER
018800             ADD 1 TO DL100-WS-UNMATCHED-CT
018900             MOVE SPACES TO DL100SRR-LINE
031400     WRITE DL100SRR-LINE.
031500 3400-EXIT.
031600     EXIT.
031601*****************************************************************
031602*    3500-LIST-PENDING -- ONE LINE PER ENTRY ON THE PENDING     *
031603*    FILE, WITH THE CARD IMAGE IT WILL APPLY ON APPROVAL.       *
031604*****************************************************************
031605 3500-LIST-PENDING.
031606     IF DL100-WS-PND-CT EQUAL TO ZERO
031607         MOVE SPACES TO DL100SRR-LINE
031608         STRING 'PENDING FILE IS EMPTY' DELIMITED BY SIZE
031609             INTO DL100SRR-LINE
031610         END-STRING
031611         WRITE DL100SRR-LINE
031612         GO TO 3500-EXIT
031613     END-IF
031614     PERFORM 3550-LIST-ONE-PENDING THRU 3550-EXIT
031615         VARYING DL100-WS-PND-IX FROM 1 BY 1
031616         UNTIL DL100-WS-PND-IX GREATER THAN DL100-WS-PND-CT.
031617 3500-EXIT.
031618     EXIT.
031619 3550-LIST-ONE-PENDING.
031620     IF DL100-WS-PND-T-DROPPED (DL100-WS-PND-IX)
031621         GO TO 3550-EXIT
031622     END-IF
031623     MOVE SPACES TO DL100SRR-LINE
031624     STRING 'CHANGE=' DELIMITED BY SIZE
031625         DL100-WS-PND-T-ID (DL100-WS-PND-IX) DELIMITED BY SIZE
031626         '  STATUS=' DELIMITED BY SIZE
031627         DL100-WS-PND-T-STAT (DL100-WS-PND-IX) DELIMITED BY SIZE
031628         '  MAKER=' DELIMITED BY SIZE
031629         DL100-WS-PND-T-MAKER (DL100-WS-PND-IX)
031630             DELIMITED BY SIZE
031631         ' ' DELIMITED BY SIZE
031632         DL100-WS-PND-T-MTS (DL100-WS-PND-IX) DELIMITED BY SIZE
031633         '  CHECKER=' DELIMITED BY SIZE
031634         DL100-WS-PND-T-CHECKER (DL100-WS-PND-IX)
031635             DELIMITED BY SIZE
031636         ' ' DELIMITED BY SIZE
031637         DL100-WS-PND-T-CTS (DL100-WS-PND-IX) DELIMITED BY SIZE
031638         INTO DL100SRR-LINE
031639     END-STRING
031640     WRITE DL100SRR-LINE
031641     MOVE SPACES TO DL100SRR-LINE
031642     STRING '    CARD=' DELIMITED BY SIZE
031643         DL100-WS-PND-T-IMAGE (DL100-WS-PND-IX)
031644             DELIMITED BY SIZE
031645         INTO DL100SRR-LINE
031646     END-STRING
031647     WRITE DL100SRR-LINE.
031648 3550-EXIT.
031649     EXIT.
031650*****************************************************************
031651*    3600-QUEUE-CHANGE -- PUT THE CHANGE CARD ON THE PENDING    *
031652*    FILE UNDER THE NEXT CHANGE ID. A CARD WITH NO OPERATOR ID  *
031653*    HAS NO MAKER AND IS REJECTED.                              *
031654*****************************************************************
031655 3600-QUEUE-CHANGE.
031656     IF DL100SRT-OPERATOR EQUAL TO SPACES
031657         MOVE 'NO MAKER OPERATOR ID' TO DL100-WS-PND-MSG
031658         PERFORM 4600-REPORT-NOT-QUEUED THRU 4600-EXIT
031659         GO TO 3600-EXIT
031660     END-IF
031661     IF DL100-WS-PND-CT GREATER THAN OR EQUAL TO
031662         DL100-WS-MAX-PENDING
031663         MOVE 'PENDING FILE FULL' TO DL100-WS-PND-MSG
031664         PERFORM 4600-REPORT-NOT-QUEUED THRU 4600-EXIT
031665         GO TO 3600-EXIT
031666     END-IF
031667     ADD 1 TO DL100-WS-PND-CT
031668     ADD 1 TO DL100-WS-NEXT-CHANGE-ID
031669     ADD 1 TO DL100-WS-QUEUED-CT
031670     MOVE DL100-WS-NEXT-CHANGE-ID
031671         TO DL100-WS-PND-T-ID (DL100-WS-PND-CT)
031672     MOVE 'P' TO DL100-WS-PND-T-STAT (DL100-WS-PND-CT)
031673     MOVE DL100SRT-OPERATOR
031674         TO DL100-WS-PND-T-MAKER (DL100-WS-PND-CT)
031675     MOVE DL100-WS-RUN-TSTAMP
031676         TO DL100-WS-PND-T-MTS (DL100-WS-PND-CT)
031677     MOVE SPACES TO DL100-WS-PND-T-CHECKER (DL100-WS-PND-CT)
031678     MOVE SPACES TO DL100-WS-PND-T-CTS (DL100-WS-PND-CT)
031679     MOVE DL100SRT-RECORD
031680         TO DL100-WS-PND-T-IMAGE (DL100-WS-PND-CT)
031681     MOVE 'Y' TO DL100-WS-PND-T-NEW (DL100-WS-PND-CT)
031682     MOVE SPACES TO DL100SRR-LINE
031683     STRING 'QUEUED - CHANGE ' DELIMITED BY SIZE
031684         DL100-WS-NEXT-CHANGE-ID DELIMITED BY SIZE
031685         '  ' DELIMITED BY SIZE
031686         DL100SRT-ACTION DELIMITED BY SIZE
031687         ' RUN=' DELIMITED BY SIZE
031688         DL100SRT-TIMESTAMP DELIMITED BY SIZE
031689         ' FIELD-1=' DELIMITED BY SIZE
031690         DL100SRT-FIELD-1 DELIMITED BY SIZE
031691         '  MAKER=' DELIMITED BY SIZE
031692         DL100SRT-OPERATOR DELIMITED BY SIZE
031693         ' - AWAITING APPROVAL' DELIMITED BY SIZE
031694         INTO DL100SRR-LINE
031695     END-STRING
031696     WRITE DL100SRR-LINE.
031697 3600-EXIT.
031698     EXIT.
031700*****************************************************************
031800*    4000-FIND-SUSPENSE -- LOCATE THE RECORD KEYED BY THE RUN   *
031900*    TIMESTAMP AND FIELD-1 ON THE TRANSACTION. RECORDS ALREADY  *
033900     END-IF.
034000 4100-EXIT.
034100     EXIT.
034101*****************************************************************
034102*    4200-APPROVE-CHANGE -- THE CHECKER APPLIES A CHANGE THAT   *
034103*    AN EARLIER RUN QUEUED UNDER A DIFFERENT OPERATOR ID. THE   *
034104*    SAVED CARD IMAGE GOES THROUGH THE SAME EDITS AS EVER; ONE  *
034105*    THAT NO LONGER APPLIES (E.G. THE RECORD WAS RECYCLED SINCE)*
034106*    IS CLOSED AS REJECTED SO IT DOES NOT SIT PENDING.          *
034107*****************************************************************
034108 4200-APPROVE-CHANGE.
034109     MOVE DL100SRT-OPERATOR TO DL100-WS-CHECKER-ID
034110     PERFORM 4700-FIND-PENDING THRU 4700-EXIT
034111     IF NOT DL100-WS-PND-FOUND
034112         MOVE 'NO SUCH PENDING CHANGE' TO DL100-WS-PND-MSG
034113         PERFORM 4650-REPORT-NOT-DECIDED THRU 4650-EXIT
034114         GO TO 4200-EXIT
034115     END-IF
034116     IF DL100-WS-CHECKER-ID EQUAL TO SPACES
034117         MOVE 'NO CHECKER OPERATOR ID' TO DL100-WS-PND-MSG
034118         PERFORM 4650-REPORT-NOT-DECIDED THRU 4650-EXIT
034119         GO TO 4200-EXIT
034120     END-IF
034121     IF DL100-WS-CHECKER-ID EQUAL TO
034122         DL100-WS-PND-T-MAKER (DL100-WS-PND-FOUND-IX)
034123         MOVE 'CHECKER MAY NOT BE THE MAKER' TO DL100-WS-PND-MSG
034124         PERFORM 4650-REPORT-NOT-DECIDED THRU 4650-EXIT
034125         GO TO 4200-EXIT
034126     END-IF
034127     IF DL100-WS-PND-T-THIS-RUN (DL100-WS-PND-FOUND-IX)
034128         MOVE 'QUEUED BY THIS RUN - APPROVE IN A LATER RUN'
034129             TO DL100-WS-PND-MSG
034130         PERFORM 4650-REPORT-NOT-DECIDED THRU 4650-EXIT
034131         GO TO 4200-EXIT
034132     END-IF
034133     MOVE DL100SRT-RECORD TO DL100-WS-SAVE-TXN
034134     MOVE DL100-WS-PND-T-IMAGE (DL100-WS-PND-FOUND-IX)
034135         TO DL100SRT-RECORD
034136     MOVE DL100-WS-APPLIED-CT TO DL100-WS-APPLIED-BEFORE
034137     PERFORM 4800-APPLY-CHANGE THRU 4800-EXIT
034138     MOVE DL100-WS-CHECKER-ID
034139         TO DL100-WS-PND-T-CHECKER (DL100-WS-PND-FOUND-IX)
034140     MOVE DL100-WS-RUN-TSTAMP
034141         TO DL100-WS-PND-T-CTS (DL100-WS-PND-FOUND-IX)
034142     IF DL100-WS-APPLIED-CT GREATER THAN DL100-WS-APPLIED-BEFORE
034143         MOVE 'A' TO DL100-WS-PND-T-STAT (DL100-WS-PND-FOUND-IX)
034144         MOVE 'APPROVED' TO DL100-WS-PND-MSG
034145     ELSE
034146         MOVE 'J' TO DL100-WS-PND-T-STAT (DL100-WS-PND-FOUND-IX)
034147         MOVE 'APPROVED BUT NOT APPLIED - CLOSED AS REJECTED'
034148             TO DL100-WS-PND-MSG
034149     END-IF
034150     PERFORM 4900-REPORT-DECISION THRU 4900-EXIT
034151     MOVE DL100-WS-SAVE-TXN TO DL100SRT-RECORD.
034152 4200-EXIT.
034153     EXIT.
034154*****************************************************************
034155*    4300-REJECT-CHANGE -- REFUSE A PENDING CHANGE. A MAKER     *
034156*    REJECTING THEIR OWN CHANGE WITHDRAWS IT.                   *
034157*****************************************************************
034158 4300-REJECT-CHANGE.
034159     MOVE DL100SRT-OPERATOR TO DL100-WS-CHECKER-ID
034160     PERFORM 4700-FIND-PENDING THRU 4700-EXIT
034161     IF NOT DL100-WS-PND-FOUND
034162         MOVE 'NO SUCH PENDING CHANGE' TO DL100-WS-PND-MSG
034163         PERFORM 4650-REPORT-NOT-DECIDED THRU 4650-EXIT
034164         GO TO 4300-EXIT
034165     END-IF
034166     IF DL100-WS-CHECKER-ID EQUAL TO SPACES
034167         MOVE 'NO CHECKER OPERATOR ID' TO DL100-WS-PND-MSG
034168         PERFORM 4650-REPORT-NOT-DECIDED THRU 4650-EXIT
034169         GO TO 4300-EXIT
034170     END-IF
034171     MOVE 'J' TO DL100-WS-PND-T-STAT (DL100-WS-PND-FOUND-IX)
034172     MOVE DL100-WS-CHECKER-ID
034173         TO DL100-WS-PND-T-CHECKER (DL100-WS-PND-FOUND-IX)
034174     MOVE DL100-WS-RUN-TSTAMP
034175         TO DL100-WS-PND-T-CTS (DL100-WS-PND-FOUND-IX)
034176     ADD 1 TO DL100-WS-REFUSED-CT
034177     MOVE 'REJECTED' TO DL100-WS-PND-MSG
034178     PERFORM 4900-REPORT-DECISION THRU 4900-EXIT.
034179 4300-EXIT.
034180     EXIT.
034200 4500-REPORT-NOT-FOUND.
034300     ADD 1 TO DL100-WS-UNMATCHED-CT
034400     MOVE SPACES TO DL100SRR-LINE
035400     WRITE DL100SRR-LINE.
035500 4500-EXIT.
035600     EXIT.
035601 4600-REPORT-NOT-QUEUED.
035602     ADD 1 TO DL100-WS-UNMATCHED-CT
035603     MOVE SPACES TO DL100SRR-LINE
035604     STRING '*** ' DELIMITED BY SIZE
035605         DL100SRT-ACTION DELIMITED BY SIZE
035606         ' NOT QUEUED - RUN=' DELIMITED BY SIZE
035607         DL100SRT-TIMESTAMP DELIMITED BY SIZE
035608         '  FIELD-1=' DELIMITED BY SIZE
035609         DL100SRT-FIELD-1 DELIMITED BY SIZE
035610         ' - ' DELIMITED BY SIZE
035611         DL100-WS-PND-MSG DELIMITED BY SIZE
035612         ' ***' DELIMITED BY SIZE
035613         INTO DL100SRR-LINE
035614     END-STRING
035615     WRITE DL100SRR-LINE.
035616 4600-EXIT.
035617     EXIT.
035618 4650-REPORT-NOT-DECIDED.
035619     ADD 1 TO DL100-WS-UNMATCHED-CT
035620     MOVE SPACES TO DL100SRR-LINE
035621     STRING '*** ' DELIMITED BY SIZE
035622         DL100SRT-ACTION DELIMITED BY SIZE
035623         ' NOT APPLIED - CHANGE ' DELIMITED BY SIZE
035624         DL100SRT-CHANGE-ID DELIMITED BY SIZE
035625         '  BY ' DELIMITED BY SIZE
035626         DL100-WS-CHECKER-ID DELIMITED BY SIZE
035627         ' - ' DELIMITED BY SIZE
035628         DL100-WS-PND-MSG DELIMITED BY SIZE
035629         ' ***' DELIMITED BY SIZE
035630         INTO DL100SRR-LINE
035631     END-STRING
035632     WRITE DL100SRR-LINE.
035633 4650-EXIT.
035634     EXIT.
035635*****************************************************************
035636*    4700-FIND-PENDING -- LOCATE THE STILL-PENDING CHANGE BY    *
035637*    THE CHANGE ID ON THE APPROVE OR REJECT CARD.               *
035638*****************************************************************
035639 4700-FIND-PENDING.
035640     MOVE 'N' TO DL100-WS-PND-FOUND-SW
035641     MOVE ZERO TO DL100-WS-PND-FOUND-IX
035642     IF DL100SRT-CHANGE-ID-9 NOT NUMERIC
035643         GO TO 4700-EXIT
035644     END-IF
035645     PERFORM 4750-MATCH-ONE-PENDING THRU 4750-EXIT
035646         VARYING DL100-WS-PND-IX FROM 1 BY 1
035647         UNTIL DL100-WS-PND-IX GREATER THAN DL100-WS-PND-CT
035648         OR DL100-WS-PND-FOUND.
035649 4700-EXIT.
035650     EXIT.
035651 4750-MATCH-ONE-PENDING.
035652     IF DL100-WS-PND-T-ID (DL100-WS-PND-IX) EQUAL TO
035653         DL100SRT-CHANGE-ID-9
035654         AND DL100-WS-PND-T-PENDING (DL100-WS-PND-IX)
035655         MOVE 'Y' TO DL100-WS-PND-FOUND-SW
035656         MOVE DL100-WS-PND-IX TO DL100-WS-PND-FOUND-IX
035657     END-IF.
035658 4750-EXIT.
035659     EXIT.
035660*****************************************************************
035661*    4800-APPLY-CHANGE -- RUN AN APPROVED CARD IMAGE THROUGH    *
035662*    THE REPAIR PARAGRAPH FOR ITS ACTION.                       *
035663*****************************************************************
035664 4800-APPLY-CHANGE.
035665     EVALUATE TRUE
035666         WHEN DL100SRT-FIX
035667             PERFORM 3200-FIX-SUSPENSE THRU 3200-EXIT
035668         WHEN DL100SRT-RELEASE
035669             PERFORM 3300-RELEASE-SUSPENSE THRU 3300-EXIT
035670         WHEN DL100SRT-DELETE
035671             PERFORM 3400-DELETE-SUSPENSE THRU 3400-EXIT
035672     END-EVALUATE.
035673 4800-EXIT.
035674     EXIT.
035675 4900-REPORT-DECISION.
035676     MOVE SPACES TO DL100SRR-LINE
035677     STRING '    CHANGE ' DELIMITED BY SIZE
035678         DL100-WS-PND-T-ID (DL100-WS-PND-FOUND-IX)
035679             DELIMITED BY SIZE
035680         '  MAKER=' DELIMITED BY SIZE
035681         DL100-WS-PND-T-MAKER (DL100-WS-PND-FOUND-IX)
035682             DELIMITED BY SIZE
035683         '  CHECKER=' DELIMITED BY SIZE
035684         DL100-WS-CHECKER-ID DELIMITED BY SIZE
035685         '  AT ' DELIMITED BY SIZE
035686         DL100-WS-RUN-TSTAMP DELIMITED BY SIZE
035687         ' - ' DELIMITED BY SIZE
035688         DL100-WS-PND-MSG DELIMITED BY SIZE
035689         INTO DL100SRR-LINE
035690     END-STRING
035691     WRITE DL100SRR-LINE.
035692 4900-EXIT.
035693     EXIT.
035700*****************************************************************
035800*    5000-REWRITE-SUSPENSE -- WRITE THE FILE BACK WITHOUT THE   *
035900*    RECORDS MARKED DELETED.                                    *
039200     ADD 1 TO DL100-WS-KEPT-CT.
039300 5100-EXIT.
039400     EXIT.
039401*****************************************************************
039402*    5200-REWRITE-PENDING -- WRITE THE PENDING FILE BACK        *
039403*    WITHOUT THE DECIDED ENTRIES THAT HAVE AGED OFF.            *
039404*****************************************************************
039405 5200-REWRITE-PENDING.
039406     OPEN OUTPUT DL100-PENDING-FILE
039407     IF NOT DL100-WS-PND-FILE-OK
039408         DISPLAY 'DL100SRP - PENDING FILE COULD NOT BE '
039409             'REWRITTEN - STATUS ' DL100-WS-PND-FILE-STATUS
039410         GO TO 5200-EXIT
039411     END-IF
039412     PERFORM 5300-REWRITE-ONE-PENDING THRU 5300-EXIT
039413         VARYING DL100-WS-PND-IX FROM 1 BY 1
039414         UNTIL DL100-WS-PND-IX GREATER THAN DL100-WS-PND-CT
039415     CLOSE DL100-PENDING-FILE.
039416 5200-EXIT.
039417     EXIT.
039418 5300-REWRITE-ONE-PENDING.
039419     IF DL100-WS-PND-T-DROPPED (DL100-WS-PND-IX)
039420         GO TO 5300-EXIT
039421     END-IF
039422     MOVE DL100-WS-PND-T-ID (DL100-WS-PND-IX)
039423         TO DL100PND-CHANGE-ID
039424     MOVE DL100-WS-PND-T-STAT (DL100-WS-PND-IX)
039425         TO DL100PND-STATUS
039426     MOVE DL100-WS-PND-T-MAKER (DL100-WS-PND-IX)
039427         TO DL100PND-MAKER-ID
039428     MOVE DL100-WS-PND-T-MTS (DL100-WS-PND-IX)
039429         TO DL100PND-MAKER-TSTAMP
039430     MOVE DL100-WS-PND-T-CHECKER (DL100-WS-PND-IX)
039431         TO DL100PND-CHECKER-ID
039432     MOVE DL100-WS-PND-T-CTS (DL100-WS-PND-IX)
039433         TO DL100PND-CHECK-TSTAMP
039434     MOVE DL100-WS-PND-T-IMAGE (DL100-WS-PND-IX)
039435         TO DL100PND-TXN-IMAGE
039436     WRITE DL100PND-RECORD.
039437 5300-EXIT.
039438     EXIT.
039439*****************************************************************
039440*    5400-EXPIRE-PENDING -- A CHANGE STILL PENDING MORE THAN    *
039441*    THE EXPIRY WINDOW AFTER IT WAS QUEUED EXPIRES; A DECIDED   *
039442*    ENTRY MORE THAN ONE WINDOW PAST ITS DECISION IS DROPPED.   *
039443*    A TIMESTAMP THAT CANNOT BE READ AS A DATE COUNTS AS OLD.   *
039444*****************************************************************
039445 5400-EXPIRE-PENDING.
039446     IF DL100-WS-PND-T-PENDING (DL100-WS-PND-IX)
039447         MOVE DL100-WS-PND-T-MTS (DL100-WS-PND-IX) (1:8)
039448             TO DL100-WS-PND-DATE
039449     ELSE
039450         MOVE DL100-WS-PND-T-CTS (DL100-WS-PND-IX) (1:8)
039451             TO DL100-WS-PND-DATE
039452     END-IF
039453     IF DL100-WS-PND-DATE-9 NUMERIC
039454         COMPUTE DL100-WS-PND-INT =
039455             FUNCTION INTEGER-OF-DATE (DL100-WS-PND-DATE-9)
039456         COMPUTE DL100-WS-AGE-DAYS =
039457             DL100-WS-TODAY-INT - DL100-WS-PND-INT
039458     ELSE
039459         MOVE 99999 TO DL100-WS-AGE-DAYS
039460     END-IF
039461     IF DL100-WS-AGE-DAYS NOT GREATER THAN DL100-WS-EXPIRY-DAYS
039462         GO TO 5400-EXIT
039463     END-IF
039464     IF DL100-WS-PND-T-DECIDED (DL100-WS-PND-IX)
039465         MOVE 'D' TO DL100-WS-PND-T-STAT (DL100-WS-PND-IX)
039466         GO TO 5400-EXIT
039467     END-IF
039468     MOVE 'X' TO DL100-WS-PND-T-STAT (DL100-WS-PND-IX)
039469     MOVE DL100-WS-RUN-TSTAMP
039470         TO DL100-WS-PND-T-CTS (DL100-WS-PND-IX)
039471     ADD 1 TO DL100-WS-EXPIRED-CT
039472     MOVE SPACES TO DL100SRR-LINE
039473     STRING 'EXPIRED - CHANGE ' DELIMITED BY SIZE
039474         DL100-WS-PND-T-ID (DL100-WS-PND-IX) DELIMITED BY SIZE
039475         '  ' DELIMITED BY SIZE
039476         DL100-WS-PND-T-IMAGE (DL100-WS-PND-IX) (1:28)
039477             DELIMITED BY SIZE
039478         '  MAKER=' DELIMITED BY SIZE
039479         DL100-WS-PND-T-MAKER (DL100-WS-PND-IX)
039480             DELIMITED BY SIZE
039481         '  QUEUED=' DELIMITED BY SIZE
039482         DL100-WS-PND-T-MTS (DL100-WS-PND-IX) DELIMITED BY SIZE
039483         ' - NOT APPROVED WITHIN ' DELIMITED BY SIZE
039484         DL100-WS-EXPIRY-DAYS DELIMITED BY SIZE
039485         ' DAYS' DELIMITED BY SIZE
039486         INTO DL100SRR-LINE
039487     END-STRING
039488     WRITE DL100SRR-LINE.
039489 5400-EXIT.
039490     EXIT.
039500*****************************************************************
039600*    6000-PRODUCE-SUMMARY                                       *
039700*****************************************************************
040300         DL100-WS-APPLIED-CT DELIMITED BY SIZE
040400         '  NOT APPLIED: ' DELIMITED BY SIZE
040500         DL100-WS-UNMATCHED-CT DELIMITED BY SIZE
040510         '  QUEUED FOR APPROVAL: ' DELIMITED BY SIZE
040520         DL100-WS-QUEUED-CT DELIMITED BY SIZE
040530         '  REFUSED BY CHECKER: ' DELIMITED BY SIZE
040540         DL100-WS-REFUSED-CT DELIMITED BY SIZE
040550         '  EXPIRED: ' DELIMITED BY SIZE
040560         DL100-WS-EXPIRED-CT DELIMITED BY SIZE
040600         '  RECORDS KEPT ON SUSPENSE: ' DELIMITED BY SIZE
040700         DL100-WS-KEPT-CT DELIMITED BY SIZE
040800         INTO DL100SRR-LINE
