006150*    09/02/26   FC   PULL THE ADJUSTMENT RECORD LAYOUT OUT TO   *
006160*                    DL100ADJ.CPY SO THE GL POSTING FEED        *
006170*                    PROGRAM (DL100GLP) CAN SHARE IT.           *
006172*    10/15/26   FC   CARRY EVERY OUT-OF-BALANCE BRANCH ONTO     *
006174*                    THE OPEN-BREAKS LEDGER (DL100OBK) KEYED    *
006176*                    BY THE JOURNALED BUSINESS DATE AND CYCLE,  *
006178*                    AND CLEAR AN OUTSTANDING BREAK WHEN A      *
006180*                    LATER NIGHT'S DIFFERENCE OFFSETS IT        *
006182*                    EXACTLY. A LATER CYCLE OR A RERUN FOR THE  *
006184*                    SAME DATE SUPERSEDES THAT DATE'S UNWORKED  *
006186*                    BREAKS. THE LEDGER IS WORKED BY DL100OBM.  *
006188*                    A LEDGER BIGGER THAN THE TABLE IS LEFT     *
006190*                    UNTOUCHED AND FORCES RC=8.                 *
006192*    10/15/26   FC   WIDEN THE JOURNAL RECORDS FOR THE RUN      *
006194*                    RESULT NOW ON THE HEADER.                  *
006195*    10/15/26   FC   RECORD START AND FINISH ON THE RUN-STATUS  *
006196*                    LEDGER (DL100RSF) UNDER THE JOURNALED DATE *
006197*                    AND CYCLE. ONE ALREADY COMPLETE THERE IS   *
006198*                    REFUSED (RC=24, NOTHING TOUCHED) UNLESS    *
006199*                    DL100CTL AUTHORIZES THE RERUN.             *
006200*                                                               *
006300*****************************************************************
006400 ENVIRONMENT DIVISION.
008300     SELECT DL100-JOURNAL-FILE   ASSIGN TO DL100JNL
008400            ORGANIZATION IS SEQUENTIAL
008500            FILE STATUS IS DL100-WS-JNL-FILE-STATUS.
008510     SELECT DL100-BREAK-FILE     ASSIGN TO DL100OBK
008520            ORGANIZATION IS SEQUENTIAL
008530            FILE STATUS IS DL100-WS-OBK-FILE-STATUS.
008535     SELECT DL100-CONTROL-FILE   ASSIGN TO DL100CTL
008540            ORGANIZATION IS SEQUENTIAL
008545            FILE STATUS IS DL100-WS-CTL-FILE-STATUS.
008550     SELECT DL100-STATUS-FILE    ASSIGN TO DL100RSF
008555            ORGANIZATION IS INDEXED
008560            ACCESS MODE IS DYNAMIC
008565            RECORD KEY IS DL100RSF-KEY
008570            FILE STATUS IS DL100-WS-RSF-FILE-STATUS.
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  DL100-OUTPUT-FILE
011900     COPY DL100SUM.
012000 FD  DL100-JOURNAL-FILE
012100     RECORDING MODE IS F
012200     RECORD CONTAINS 17 TO 64 CHARACTERS
012300     LABEL RECORDS ARE STANDARD.
012400     COPY DL100JNL.
012410 FD  DL100-BREAK-FILE
012420     RECORDING MODE IS F
012430     LABEL RECORDS ARE STANDARD.
012440 01  DL100OBK-RECORD.
012450     COPY DL100OBK.
012455 FD  DL100-CONTROL-FILE
012460     RECORDING MODE IS F
012465     LABEL RECORDS ARE STANDARD.
012470 01  DL100CTL-RECORD.
012475     COPY DL100CTL.
012480 FD  DL100-STATUS-FILE
012485     LABEL RECORDS ARE STANDARD.
012490 01  DL100RSF-RECORD.
012495     COPY DL100RSF.
012500 WORKING-STORAGE SECTION.
012600 77  DL100-WS-OUT-EOF-SW         PIC X(01) VALUE 'N'.
012700     88  DL100-WS-OUT-EOF              VALUE 'Y'.
015500 77  DL100-WS-RUN-TIMESTAMP      PIC X(17) VALUE SPACES.
015510 77  DL100-WS-RUN-CYCLE          PIC 9(02) VALUE ZERO.
015600 77  DL100-WS-RUN-DATE           PIC X(08) VALUE SPACES.
015602*    THE BUSINESS DATE IS THE EXTRACT DATE ON THE JOURNALED
015604*    HEADER -- THE JOB RUNS AFTER MIDNIGHT, SO THE RUN DATE IS
015606*    ALWAYS THE MORNING AFTER.
015608 77  DL100-WS-BUS-DATE           PIC X(08) VALUE SPACES.
015610 77  DL100-WS-OBK-FILE-STATUS    PIC X(02) VALUE '00'.
015612     88  DL100-WS-OBK-FILE-OK          VALUE '00'.
015614 77  DL100-WS-OBK-EOF-SW         PIC X(01) VALUE 'N'.
015616     88  DL100-WS-OBK-EOF              VALUE 'Y'.
015618 77  DL100-WS-OBK-OVERFLOW-SW    PIC X(01) VALUE 'N'.
015620     88  DL100-WS-OBK-OVERFLOW         VALUE 'Y'.
015622 77  DL100-WS-BRK-FOUND-SW       PIC X(01) VALUE 'N'.
015624     88  DL100-WS-BRK-FOUND            VALUE 'Y'.
015626 77  DL100-WS-BRK-CT             PIC 9(03) VALUE ZERO.
015628 77  DL100-WS-BRK-IX             PIC 9(03) VALUE ZERO.
015630 77  DL100-WS-BRK-FOUND-IX       PIC 9(03) VALUE ZERO.
015632 77  DL100-WS-MAX-BREAKS         PIC 9(03) VALUE 500.
015634 77  DL100-WS-BRK-ADDED-CT       PIC 9(03) VALUE ZERO.
015636 77  DL100-WS-BRK-CLEARED-CT     PIC 9(03) VALUE ZERO.
015638 77  DL100-WS-BRK-SUPERSEDED-CT  PIC 9(03) VALUE ZERO.
015640 77  DL100-WS-BRK-CODE           PIC X(03) VALUE SPACES.
015642 77  DL100-WS-BRK-NAME           PIC X(20) VALUE SPACES.
015644 77  DL100-WS-BRK-DIFF           PIC S9(07)V99 VALUE ZERO.
015646 77  DL100-WS-BRK-NET            PIC S9(07)V99 VALUE ZERO.
015648 77  DL100-WS-CTL-FILE-STATUS    PIC X(02) VALUE '00'.
015650     88  DL100-WS-CTL-FILE-OK          VALUE '00'.
015652 77  DL100-WS-RSF-FILE-STATUS    PIC X(02) VALUE '00'.
015654     88  DL100-WS-RSF-FILE-OK          VALUE '00'.
015656     88  DL100-WS-RSF-FILE-NOTFND      VALUE '35'.
015658 77  DL100-WS-RSF-FOUND-SW       PIC X(01) VALUE 'N'.
015660     88  DL100-WS-RSF-FOUND            VALUE 'Y'.
015662 77  DL100-WS-RSF-STARTED-SW     PIC X(01) VALUE 'N'.
015664     88  DL100-WS-RSF-STARTED          VALUE 'Y'.
015666 77  DL100-WS-LEDGER-REFUSED-SW  PIC X(01) VALUE 'N'.
015668     88  DL100-WS-LEDGER-REFUSED       VALUE 'Y'.
015670 77  DL100-WS-RERUN-AUTH-SW      PIC X(01) VALUE 'N'.
015672     88  DL100-WS-RERUN-AUTH           VALUE 'Y'.
015700 01  DL100-WS-CURRENT-DATE-TIME.
015800     05  DL100-WS-CDT-DATE       PIC 9(8).
015900     05  DL100-WS-CDT-TIME       PIC 9(8).
017400         10  DL100-WS-GL-MATCHED-SW
017500                                 PIC X(01).
017600             88  DL100-WS-GL-MATCHED   VALUE 'Y'.
017602*****************************************************************
017604*    THE WHOLE OPEN-BREAKS LEDGER, HELD FOR THE IN-PLACE        *
017606*    REWRITE. ENTRIES ARE APPENDED IN THE ORDER THE NIGHTS      *
017608*    RECONCILE, SO THE OLDEST OUTSTANDING BREAK IS THE FIRST    *
017610*    ONE A SCAN MEETS.                                          *
017612*****************************************************************
017614 01  DL100-WS-BRK-TABLE.
017616     05  DL100-WS-BRK-ENTRY OCCURS 0500 TIMES.
017618         10  DL100-WS-BRK-T-CODE PIC X(03).
017620         10  DL100-WS-BRK-T-NAME PIC X(20).
017622         10  DL100-WS-BRK-T-DATE PIC X(08).
017624         10  DL100-WS-BRK-T-CYC  PIC 9(02).
017626         10  DL100-WS-BRK-T-DIFF PIC S9(07)V99.
017628         10  DL100-WS-BRK-T-STAT PIC X(01).
017632             88  DL100-WS-BRK-T-OUTSTANDING
017634                                       VALUE 'O' 'I'.
017636         10  DL100-WS-BRK-T-SDATE
017638                                 PIC X(08).
017640         10  DL100-WS-BRK-T-RSN  PIC X(30).
017700 PROCEDURE DIVISION.
017800 MAIN-SECTION SECTION.
017900*****************************************************************
018100*****************************************************************
018200 0000-MAINLINE.
018300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018310     IF DL100-WS-LEDGER-REFUSED
018320         MOVE 24 TO RETURN-CODE
018330         GOBACK
018340     END-IF
018400     PERFORM 2000-LOAD-OUT-SLOTS THRU 2000-EXIT
018500     PERFORM 2500-LOAD-GL THRU 2500-EXIT
018600     PERFORM 3000-COMPARE-KEYS THRU 3000-EXIT
018700     PERFORM 3500-FLAG-UNMATCHED-GL THRU 3500-EXIT
018800     PERFORM 4000-PRODUCE-SUMMARY THRU 4000-EXIT
018900     PERFORM 4500-WRITE-SUMMARY-REC THRU 4500-EXIT
018910     PERFORM 4700-REWRITE-BREAKS THRU 4700-EXIT
019000     PERFORM 9000-TERMINATE THRU 9000-EXIT
019100     IF DL100-WS-OUT-OF-BAL-CT GREATER THAN ZERO
019110         OR DL100-WS-OBK-OVERFLOW
019200         MOVE 8 TO RETURN-CODE
019300     ELSE
019400         MOVE 0 TO RETURN-CODE
019500     END-IF
019510     PERFORM 9200-RECORD-FINISH THRU 9200-EXIT
019600     GOBACK.
019700*****************************************************************
019800*    1000-INITIALIZE                                            *
020200     MOVE DL100-WS-CDT-DATE TO DL100-WS-RUN-DATE
020300     PERFORM 1300-READ-TOLERANCE THRU 1300-EXIT
020400     PERFORM 1400-FIND-RUN-TIMESTAMP THRU 1400-EXIT
020402     PERFORM 9100-CHECK-RUN-STATUS THRU 9100-EXIT
020404     IF DL100-WS-LEDGER-REFUSED
020406         GO TO 1000-EXIT
020408     END-IF
020410     IF DL100-WS-BUS-DATE EQUAL TO SPACES
020420         MOVE DL100-WS-RUN-DATE TO DL100-WS-BUS-DATE
020430     END-IF
020440     PERFORM 1500-LOAD-BREAKS THRU 1500-EXIT
020500     OPEN INPUT  DL100-OUTPUT-FILE
020600     OPEN INPUT  DL100-GL-FILE
020700     OPEN OUTPUT DL100-RECON-FILE
027800             IF DL100JNL-REC-TYPE EQUAL TO 'H'
027900                 MOVE DL100JNL-TIMESTAMP
028000                     TO DL100-WS-RUN-TIMESTAMP
028002                 MOVE DL100JNL-EXTRACT-DATE
028004                     TO DL100-WS-BUS-DATE
028010*                HEADERS JOURNALED BEFORE THE CYCLE FIELD
028020*                EXISTED READ BACK AS GARBAGE THERE -- TREAT
028030*                THEM AS CYCLE ZERO.
028200     END-READ.
028300 1450-EXIT.
028400     EXIT.
028401*****************************************************************
028402*    1500-LOAD-BREAKS -- THE OPEN-BREAKS LEDGER, FOR THE        *
028403*    OFFSET MATCH AND THE IN-PLACE REWRITE. A MISSING LEDGER    *
028404*    IS AN EMPTY ONE (THE FIRST NIGHT). AN UNWORKED BREAK       *
028405*    ALREADY ON FILE FOR TONIGHT'S BUSINESS DATE CAME FROM AN   *
028406*    EARLIER CYCLE OR A RUN NOW BEING RERUN -- TONIGHT'S        *
028407*    RECONCILIATION SUPERSEDES IT, SO IT IS NOT LOADED. A       *
028408*    LEDGER BIGGER THAN THE TABLE IS LEFT UNTOUCHED.            *
028409*****************************************************************
028410 1500-LOAD-BREAKS.
028411     OPEN INPUT DL100-BREAK-FILE
028412     IF NOT DL100-WS-OBK-FILE-OK
028413         GO TO 1500-EXIT
028414     END-IF
028415     PERFORM 1600-LOAD-ONE-BREAK THRU 1600-EXIT
028416         UNTIL DL100-WS-OBK-EOF
028417         OR DL100-WS-BRK-CT GREATER THAN OR EQUAL TO
028418             DL100-WS-MAX-BREAKS
028419     IF NOT DL100-WS-OBK-EOF
028420         READ DL100-BREAK-FILE
028421             AT END
028422                 MOVE 'Y' TO DL100-WS-OBK-EOF-SW
028423             NOT AT END
028424                 MOVE 'Y' TO DL100-WS-OBK-OVERFLOW-SW
028425         END-READ
028426     END-IF
028427     CLOSE DL100-BREAK-FILE
028428     IF DL100-WS-OBK-OVERFLOW
028429         DISPLAY 'DL100RCN - OPEN-BREAKS LEDGER HAS MORE '
028430             'ENTRIES THAN THE TABLE HOLDS - LEDGER NOT UPDATED'
028431     END-IF.
028432 1500-EXIT.
028433     EXIT.
028434 1600-LOAD-ONE-BREAK.
028435     READ DL100-BREAK-FILE
028436         AT END
028437             MOVE 'Y' TO DL100-WS-OBK-EOF-SW
028438             GO TO 1600-EXIT
028439     END-READ
028440     IF DL100OBK-BUSINESS-DATE EQUAL TO DL100-WS-BUS-DATE
028441         AND DL100OBK-OPEN
028442         ADD 1 TO DL100-WS-BRK-SUPERSEDED-CT
028443         GO TO 1600-EXIT
028444     END-IF
028445     ADD 1 TO DL100-WS-BRK-CT
028446     MOVE DL100OBK-BRANCH-CODE
028447         TO DL100-WS-BRK-T-CODE (DL100-WS-BRK-CT)
028448     MOVE DL100OBK-BRANCH-NAME
028449         TO DL100-WS-BRK-T-NAME (DL100-WS-BRK-CT)
028450     MOVE DL100OBK-BUSINESS-DATE
028451         TO DL100-WS-BRK-T-DATE (DL100-WS-BRK-CT)
028452     MOVE DL100OBK-CYCLE
028453         TO DL100-WS-BRK-T-CYC (DL100-WS-BRK-CT)
028454     MOVE DL100OBK-DIFFERENCE
028455         TO DL100-WS-BRK-T-DIFF (DL100-WS-BRK-CT)
028456     MOVE DL100OBK-STATUS
028457         TO DL100-WS-BRK-T-STAT (DL100-WS-BRK-CT)
028458     MOVE DL100OBK-STATUS-DATE
028459         TO DL100-WS-BRK-T-SDATE (DL100-WS-BRK-CT)
028460     MOVE DL100OBK-REASON
028461         TO DL100-WS-BRK-T-RSN (DL100-WS-BRK-CT).
028462 1600-EXIT.
028463     EXIT.
028500*****************************************************************
028600*    2000-LOAD-OUT-SLOTS -- ACCUMULATE EVERY VALID SLOT BY      *
028700*    BRANCH CODE. SLOTS DL100 REJECTED ARE LISTED AND COUNTED   *
043200             INTO DL100RRP-LINE
043300         END-STRING
043400         WRITE DL100RRP-LINE
043410         MOVE DL100-WS-OUT-CODE (DL100-WS-OUT-IX)
043420             TO DL100-WS-BRK-CODE
043430         MOVE DL100-WS-OUT-NAME (DL100-WS-OUT-IX)
043440             TO DL100-WS-BRK-NAME
043450         MOVE DL100-WS-OUT-AMOUNT (DL100-WS-OUT-IX)
043460             TO DL100-WS-BRK-DIFF
043470         PERFORM 3400-RECORD-BREAK THRU 3400-EXIT
043500         GO TO 3100-EXIT
043600     END-IF
043700     MOVE 'Y' TO DL100-WS-GL-MATCHED-SW (DL100-WS-FOUND-IX)
048600                 DL100-WS-DIFFERENCE-ED DELIMITED BY SIZE
048700                 INTO DL100RRP-LINE
048800             END-STRING
048810             WRITE DL100RRP-LINE
048820             MOVE DL100-WS-OUT-CODE (DL100-WS-OUT-IX)
048830                 TO DL100-WS-BRK-CODE
048840             MOVE DL100-WS-OUT-NAME (DL100-WS-OUT-IX)
048850                 TO DL100-WS-BRK-NAME
048860             MOVE DL100-WS-DIFFERENCE TO DL100-WS-BRK-DIFF
048870             PERFORM 3400-RECORD-BREAK THRU 3400-EXIT
048880             GO TO 3100-EXIT
048900         END-IF
049000     END-IF
049100     WRITE DL100RRP-LINE.
051200     WRITE DL100ADJ-RECORD.
051300 3300-EXIT.
051400     EXIT.
051401*****************************************************************
051402*    3400-RECORD-BREAK -- PUT ONE OUT-OF-BALANCE BRANCH ON THE  *
051403*    OPEN-BREAKS LEDGER. THE SAME BREAK ALREADY ON FILE FOR     *
051404*    TONIGHT'S DATE (ONE ALREADY WORKED, OR CLEARED BY AN       *
051405*    EARLIER CYCLE) IS NOT ADDED TWICE. OTHERWISE, WHEN AN      *
051406*    OUTSTANDING BREAK FROM AN EARLIER DATE IS EXACTLY OFFSET   *
051407*    BY TONIGHT'S DIFFERENCE, THE OLDEST SUCH BREAK AND         *
051408*    TONIGHT'S ENTRY ARE BOTH RECORDED CLEARED, EACH NAMING     *
051409*    THE OTHER; ANYTHING ELSE IS A NEW OPEN BREAK.              *
051410*****************************************************************
051411 3400-RECORD-BREAK.
051412     IF DL100-WS-OBK-OVERFLOW
051413         GO TO 3400-EXIT
051414     END-IF
051415     MOVE 'N' TO DL100-WS-BRK-FOUND-SW
051416     PERFORM 3700-MATCH-SAME-DATE THRU 3700-EXIT
051417         VARYING DL100-WS-BRK-IX FROM 1 BY 1
051418         UNTIL DL100-WS-BRK-IX GREATER THAN DL100-WS-BRK-CT
051419         OR DL100-WS-BRK-FOUND
051420     IF DL100-WS-BRK-FOUND
051421         MOVE DL100-WS-RUN-CYCLE
051422             TO DL100-WS-BRK-T-CYC (DL100-WS-BRK-FOUND-IX)
051423         GO TO 3400-EXIT
051424     END-IF
051425     IF DL100-WS-BRK-CT GREATER THAN OR EQUAL TO
051426         DL100-WS-MAX-BREAKS
051427         MOVE 'Y' TO DL100-WS-OBK-OVERFLOW-SW
051428         DISPLAY 'DL100RCN - OPEN-BREAKS TABLE FULL AT BRANCH '
051429             DL100-WS-BRK-CODE ' - LEDGER NOT UPDATED'
051430         GO TO 3400-EXIT
051431     END-IF
051432     ADD 1 TO DL100-WS-BRK-CT
051433     MOVE DL100-WS-BRK-CODE
051434         TO DL100-WS-BRK-T-CODE (DL100-WS-BRK-CT)
051435     MOVE DL100-WS-BRK-NAME
051436         TO DL100-WS-BRK-T-NAME (DL100-WS-BRK-CT)
051437     MOVE DL100-WS-BUS-DATE
051438         TO DL100-WS-BRK-T-DATE (DL100-WS-BRK-CT)
051439     MOVE DL100-WS-RUN-CYCLE
051440         TO DL100-WS-BRK-T-CYC (DL100-WS-BRK-CT)
051441     MOVE DL100-WS-BRK-DIFF
051442         TO DL100-WS-BRK-T-DIFF (DL100-WS-BRK-CT)
051443     MOVE DL100-WS-RUN-DATE
051444         TO DL100-WS-BRK-T-SDATE (DL100-WS-BRK-CT)
051445     MOVE SPACES TO DL100-WS-BRK-T-RSN (DL100-WS-BRK-CT)
051446     PERFORM 3750-MATCH-OFFSET THRU 3750-EXIT
051447         VARYING DL100-WS-BRK-IX FROM 1 BY 1
051448         UNTIL DL100-WS-BRK-IX NOT LESS THAN DL100-WS-BRK-CT
051449         OR DL100-WS-BRK-FOUND
051450     IF NOT DL100-WS-BRK-FOUND
051451         MOVE 'O' TO DL100-WS-BRK-T-STAT (DL100-WS-BRK-CT)
051452         ADD 1 TO DL100-WS-BRK-ADDED-CT
051453         GO TO 3400-EXIT
051454     END-IF
051455     ADD 1 TO DL100-WS-BRK-CLEARED-CT
051456     MOVE 'C' TO DL100-WS-BRK-T-STAT (DL100-WS-BRK-FOUND-IX)
051457     MOVE DL100-WS-RUN-DATE
051458         TO DL100-WS-BRK-T-SDATE (DL100-WS-BRK-FOUND-IX)
051459     MOVE SPACES TO DL100-WS-BRK-T-RSN (DL100-WS-BRK-FOUND-IX)
051460     STRING 'OFFSET BY ' DELIMITED BY SIZE
051461         DL100-WS-BUS-DATE DELIMITED BY SIZE
051462         ' CYC ' DELIMITED BY SIZE
051463         DL100-WS-RUN-CYCLE DELIMITED BY SIZE
051464         INTO DL100-WS-BRK-T-RSN (DL100-WS-BRK-FOUND-IX)
051465     END-STRING
051466     MOVE 'C' TO DL100-WS-BRK-T-STAT (DL100-WS-BRK-CT)
051467     STRING 'OFFSETS BREAK OF ' DELIMITED BY SIZE
051468         DL100-WS-BRK-T-DATE (DL100-WS-BRK-FOUND-IX)
051469             DELIMITED BY SIZE
051470         INTO DL100-WS-BRK-T-RSN (DL100-WS-BRK-CT)
051471     END-STRING
051472     MOVE SPACES TO DL100RRP-LINE
051473     STRING '    OFFSETS THE OPEN BREAK OF ' DELIMITED BY SIZE
051474         DL100-WS-BRK-T-DATE (DL100-WS-BRK-FOUND-IX)
051475             DELIMITED BY SIZE
051476         ' CYC ' DELIMITED BY SIZE
051477         DL100-WS-BRK-T-CYC (DL100-WS-BRK-FOUND-IX)
051478             DELIMITED BY SIZE
051479         ' - BOTH CLEARED ON THE BREAKS LEDGER'
051480             DELIMITED BY SIZE
051481         INTO DL100RRP-LINE
051482     END-STRING
051483     WRITE DL100RRP-LINE.
051484 3400-EXIT.
051485     EXIT.
051500*****************************************************************
051600*    3500-FLAG-UNMATCHED-GL -- GL CODES THAT NEVER MATCHED A    *
051700*    SLOT BRANCH. EACH ONE IS AN OUT-OF-BALANCE CONDITION --    *
053600         ' *** NO MATCHING SLOT BRANCH ***' DELIMITED BY SIZE
053700         INTO DL100RRP-LINE
053800     END-STRING
053810     WRITE DL100RRP-LINE
053820     MOVE DL100-WS-GL-CODE (DL100-WS-GL-IX) TO DL100-WS-BRK-CODE
053830     MOVE SPACES TO DL100-WS-BRK-NAME
053840     COMPUTE DL100-WS-BRK-DIFF =
053850         0 - DL100-WS-GL-AMOUNT (DL100-WS-GL-IX)
053860     PERFORM 3400-RECORD-BREAK THRU 3400-EXIT.
054000 3600-EXIT.
054100     EXIT.
054102 3700-MATCH-SAME-DATE.
054104     IF DL100-WS-BRK-T-CODE (DL100-WS-BRK-IX) EQUAL TO
054106         DL100-WS-BRK-CODE
054108         AND DL100-WS-BRK-T-DATE (DL100-WS-BRK-IX) EQUAL TO
054110             DL100-WS-BUS-DATE
054112         AND DL100-WS-BRK-T-DIFF (DL100-WS-BRK-IX) EQUAL TO
054114             DL100-WS-BRK-DIFF
054116         MOVE 'Y' TO DL100-WS-BRK-FOUND-SW
054118         MOVE DL100-WS-BRK-IX TO DL100-WS-BRK-FOUND-IX
054120     END-IF.
054122 3700-EXIT.
054124     EXIT.
054126 3750-MATCH-OFFSET.
054128     IF DL100-WS-BRK-T-CODE (DL100-WS-BRK-IX) NOT EQUAL TO
054130         DL100-WS-BRK-CODE
054132         OR NOT DL100-WS-BRK-T-OUTSTANDING (DL100-WS-BRK-IX)
054134         OR DL100-WS-BRK-T-DATE (DL100-WS-BRK-IX) NOT LESS THAN
054136             DL100-WS-BUS-DATE
054138         GO TO 3750-EXIT
054140     END-IF
054142     COMPUTE DL100-WS-BRK-NET =
054144         DL100-WS-BRK-T-DIFF (DL100-WS-BRK-IX) +
054146         DL100-WS-BRK-DIFF
054148     IF DL100-WS-BRK-NET EQUAL TO ZERO
054150         MOVE 'Y' TO DL100-WS-BRK-FOUND-SW
054152         MOVE DL100-WS-BRK-IX TO DL100-WS-BRK-FOUND-IX
054154     END-IF.
054156 3750-EXIT.
054158     EXIT.
054200*****************************************************************
054300*    4000-PRODUCE-SUMMARY                                       *
054400*****************************************************************
055700         DL100-WS-SKIPPED-CT DELIMITED BY SIZE
055800         INTO DL100RRP-LINE
055900     END-STRING
055910     WRITE DL100RRP-LINE
055920     MOVE SPACES TO DL100RRP-LINE
055930     IF DL100-WS-OBK-OVERFLOW
055940         STRING '*** OPEN-BREAKS LEDGER EXCEEDS THE TABLE - '
055950             DELIMITED BY SIZE
055960             'LEDGER NOT UPDATED ***' DELIMITED BY SIZE
055970             INTO DL100RRP-LINE
055980         END-STRING
055990     ELSE
056000         STRING 'BREAKS LEDGER FOR ' DELIMITED BY SIZE
056010             DL100-WS-BUS-DATE DELIMITED BY SIZE
056020             ' - NEW OPEN BREAKS: ' DELIMITED BY SIZE
056030             DL100-WS-BRK-ADDED-CT DELIMITED BY SIZE
056040             '  CLEARED BY OFFSET: ' DELIMITED BY SIZE
056050             DL100-WS-BRK-CLEARED-CT DELIMITED BY SIZE
056060             '  SUPERSEDED: ' DELIMITED BY SIZE
056070             DL100-WS-BRK-SUPERSEDED-CT DELIMITED BY SIZE
056080             INTO DL100RRP-LINE
056090         END-STRING
056100     END-IF
056110     WRITE DL100RRP-LINE.
056120 4000-EXIT.
056200     EXIT.
056300*****************************************************************
056400*    4500-WRITE-SUMMARY-REC -- THE SAME RESULTS IN MACHINE-     *
058000     CLOSE DL100-SUMMARY-FILE.
058100 4500-EXIT.
058200     EXIT.
058205*****************************************************************
058210*    4700-REWRITE-BREAKS -- WRITE THE LEDGER BACK IN PLACE.     *
058215*    A LEDGER THAT OVERFLOWED THE TABLE IS NOT TOUCHED -- THE   *
058220*    REWRITE WOULD TRUNCATE IT.                                 *
058225*****************************************************************
058230 4700-REWRITE-BREAKS.
058235     IF DL100-WS-OBK-OVERFLOW
058240         GO TO 4700-EXIT
058245     END-IF
058250     OPEN OUTPUT DL100-BREAK-FILE
058255     IF NOT DL100-WS-OBK-FILE-OK
058260         DISPLAY 'DL100RCN - OPEN-BREAKS LEDGER COULD NOT BE '
058265             'REWRITTEN - STATUS ' DL100-WS-OBK-FILE-STATUS
058270         GO TO 4700-EXIT
058275     END-IF
058280     PERFORM 4800-REWRITE-ONE-BREAK THRU 4800-EXIT
058285         VARYING DL100-WS-BRK-IX FROM 1 BY 1
058290         UNTIL DL100-WS-BRK-IX GREATER THAN DL100-WS-BRK-CT
058295     CLOSE DL100-BREAK-FILE.
058300 4700-EXIT.
058305     EXIT.
058310 4800-REWRITE-ONE-BREAK.
058315     MOVE DL100-WS-BRK-T-CODE (DL100-WS-BRK-IX)
058320         TO DL100OBK-BRANCH-CODE
058325     MOVE DL100-WS-BRK-T-NAME (DL100-WS-BRK-IX)
058330         TO DL100OBK-BRANCH-NAME
058335     MOVE DL100-WS-BRK-T-DATE (DL100-WS-BRK-IX)
058340         TO DL100OBK-BUSINESS-DATE
058345     MOVE DL100-WS-BRK-T-CYC (DL100-WS-BRK-IX)
058350         TO DL100OBK-CYCLE
058355     MOVE DL100-WS-BRK-T-DIFF (DL100-WS-BRK-IX)
058360         TO DL100OBK-DIFFERENCE
058365     MOVE DL100-WS-BRK-T-STAT (DL100-WS-BRK-IX)
058370         TO DL100OBK-STATUS
058375     MOVE DL100-WS-BRK-T-SDATE (DL100-WS-BRK-IX)
058380         TO DL100OBK-STATUS-DATE
058385     MOVE DL100-WS-BRK-T-RSN (DL100-WS-BRK-IX)
058390         TO DL100OBK-REASON
058395     WRITE DL100OBK-RECORD.
058400 4800-EXIT.
058405     EXIT.
058410*****************************************************************
058415*    9000-TERMINATE                                              *
058500*****************************************************************
058600 9000-TERMINATE.
058700     CLOSE DL100-OUTPUT-FILE
059000     CLOSE DL100-ADJUST-FILE.
059100 9000-EXIT.
059200     EXIT.
059300*****************************************************************
059400*    9100-CHECK-RUN-STATUS -- THE RUN-STATUS LEDGER (DL100RSF)  *
059500*    KEEPS ONE RECORD PER STEP PER BUSINESS DATE AND CYCLE. A   *
059600*    DATE AND CYCLE THIS STEP ALREADY COMPLETED IS REFUSED      *
059700*    UNLESS DL100CTL AUTHORIZES THE RERUN FOR THAT DATE; ONE    *
059800*    LEFT STARTED BY AN ABEND IS A RESTART AND GOES AHEAD.      *
059900*    OTHERWISE THE START IS RECORDED NOW AND THE FINISH BY      *
060000*    9200. A NIGHT WITH NO EXTRACT DATE (SKIP DAY OR REFUSED    *
060100*    RUN) IS NOT KEPT. A LEDGER THAT CANNOT BE OPENED OR        *
060200*    WRITTEN REFUSES THE RUN -- IT CAN PROVE NOTHING ABOUT WHAT *
060300*    WAS ALREADY DONE.                                          *
060400*****************************************************************
060500 9100-CHECK-RUN-STATUS.
060600     IF DL100-WS-BUS-DATE EQUAL TO SPACES
060700         GO TO 9100-EXIT
060800     END-IF
060900     OPEN INPUT DL100-CONTROL-FILE
061000     IF DL100-WS-CTL-FILE-OK
061100         READ DL100-CONTROL-FILE
061200             AT END
061300                 CONTINUE
061400             NOT AT END
061500                 IF DL100CTL-BUSINESS-DATE EQUAL TO
061600                     DL100-WS-BUS-DATE
061700                     AND DL100CTL-RERUN-AUTHORIZED
061800                     AND (DL100CTL-RERUN-PROGRAM EQUAL TO SPACES
061900                         OR 'DL100RCN')
062000                     MOVE 'Y' TO DL100-WS-RERUN-AUTH-SW
062100                 END-IF
062200         END-READ
062300         CLOSE DL100-CONTROL-FILE
062400     END-IF
062500     OPEN I-O DL100-STATUS-FILE
062600     IF DL100-WS-RSF-FILE-NOTFND
062700         OPEN OUTPUT DL100-STATUS-FILE
062800         CLOSE DL100-STATUS-FILE
062900         OPEN I-O DL100-STATUS-FILE
063000     END-IF
063100     IF NOT DL100-WS-RSF-FILE-OK
063200         MOVE 'Y' TO DL100-WS-LEDGER-REFUSED-SW
063300         DISPLAY 'DL100RCN - RUN-STATUS LEDGER COULD NOT BE '
063400             'OPENED - STATUS ' DL100-WS-RSF-FILE-STATUS
063500         GO TO 9100-EXIT
063600     END-IF
063700     MOVE DL100-WS-BUS-DATE TO DL100RSF-BUSINESS-DATE
063800     MOVE DL100-WS-RUN-CYCLE TO DL100RSF-CYCLE
063900     MOVE 'DL100RCN' TO DL100RSF-PROGRAM
064000     READ DL100-STATUS-FILE
064100         INVALID KEY
064200             CONTINUE
064300         NOT INVALID KEY
064400             MOVE 'Y' TO DL100-WS-RSF-FOUND-SW
064500     END-READ
064600     IF DL100-WS-RSF-FOUND AND DL100RSF-COMPLETE
064700         IF NOT DL100-WS-RERUN-AUTH
064800             MOVE 'Y' TO DL100-WS-LEDGER-REFUSED-SW
064900             DISPLAY 'DL100RCN - ' DL100RSF-BUSINESS-DATE
065000                 ' CYCLE ' DL100RSF-CYCLE ' IS ALREADY COMPLETE '
065100                 'ON THE RUN-STATUS LEDGER - RUN REFUSED'
065200             CLOSE DL100-STATUS-FILE
065300             GO TO 9100-EXIT
065400         END-IF
065500         MOVE 'Y' TO DL100RSF-RERUN-SW
065600         DISPLAY 'DL100RCN - ' DL100RSF-BUSINESS-DATE
065700             ' CYCLE ' DL100RSF-CYCLE ' ALREADY COMPLETE - '
065800             'RERUN AUTHORIZED BY DL100CTL'
065900     ELSE
066000         MOVE 'N' TO DL100RSF-RERUN-SW
066100     END-IF
066200     IF NOT DL100-WS-RSF-FOUND
066300         MOVE ZERO TO DL100RSF-RUN-CT
066400     END-IF
066500     MOVE FUNCTION CURRENT-DATE TO DL100-WS-CURRENT-DATE-TIME
066600     SET DL100RSF-STARTED TO TRUE
066700     MOVE SPACES TO DL100RSF-START-TSTAMP
066800     STRING DL100-WS-CDT-DATE DELIMITED BY SIZE
066900         '-' DELIMITED BY SIZE
067000         DL100-WS-CDT-TIME DELIMITED BY SIZE
067100         INTO DL100RSF-START-TSTAMP
067200     END-STRING
067300     MOVE SPACES TO DL100RSF-END-TSTAMP
067400     MOVE ZERO TO DL100RSF-RETURN-CODE
067500     ADD 1 TO DL100RSF-RUN-CT
067600     IF DL100-WS-RSF-FOUND
067700         REWRITE DL100RSF-RECORD
067800     ELSE
067900         WRITE DL100RSF-RECORD
068000     END-IF
068100     IF NOT DL100-WS-RSF-FILE-OK
068200         MOVE 'Y' TO DL100-WS-LEDGER-REFUSED-SW
068300         DISPLAY 'DL100RCN - START COULD NOT BE RECORDED ON THE '
068400             'RUN-STATUS LEDGER - STATUS '
068500             DL100-WS-RSF-FILE-STATUS
068600     ELSE
068700         MOVE 'Y' TO DL100-WS-RSF-STARTED-SW
068800     END-IF
068900     CLOSE DL100-STATUS-FILE.
069000 9100-EXIT.
069100     EXIT.
069200*****************************************************************
069300*    9200-RECORD-FINISH -- CLOSE OUT THIS RUN'S RECORD ON THE   *
069400*    RUN-STATUS LEDGER WITH THE END TIME AND RETURN CODE. AN    *
069500*    OUT-OF-BALANCE NIGHT IS A RESULT, NOT A FAILURE; ONLY A    *
069600*    BREAKS LEDGER TOO BIG FOR THE TABLE, LEFT UNTOUCHED, ENDS  *
069700*    THE RUN FAILED. A FAILURE HERE CANNOT UNDO THE RUN -- IT   *
069800*    IS REPORTED AND THE RECORD IS LEFT STARTED.                *
069900*****************************************************************
070000 9200-RECORD-FINISH.
070100     IF NOT DL100-WS-RSF-STARTED
070200         GO TO 9200-EXIT
070300     END-IF
070400     OPEN I-O DL100-STATUS-FILE
070500     IF NOT DL100-WS-RSF-FILE-OK
070600         DISPLAY 'DL100RCN - RUN-STATUS LEDGER COULD NOT BE '
070700             'OPENED TO RECORD THE FINISH - STATUS '
070800             DL100-WS-RSF-FILE-STATUS
070900         GO TO 9200-EXIT
071000     END-IF
071100     MOVE DL100-WS-BUS-DATE TO DL100RSF-BUSINESS-DATE
071200     MOVE DL100-WS-RUN-CYCLE TO DL100RSF-CYCLE
071300     MOVE 'DL100RCN' TO DL100RSF-PROGRAM
071400     READ DL100-STATUS-FILE
071500         INVALID KEY
071600             DISPLAY 'DL100RCN - RUN-STATUS LEDGER RECORD FOR '
071700                 'THIS RUN IS GONE - FINISH NOT RECORDED'
071800             CLOSE DL100-STATUS-FILE
071900             GO TO 9200-EXIT
072000     END-READ
072100     MOVE FUNCTION CURRENT-DATE TO DL100-WS-CURRENT-DATE-TIME
072200     MOVE SPACES TO DL100RSF-END-TSTAMP
072300     STRING DL100-WS-CDT-DATE DELIMITED BY SIZE
072400         '-' DELIMITED BY SIZE
072500         DL100-WS-CDT-TIME DELIMITED BY SIZE
072600         INTO DL100RSF-END-TSTAMP
072700     END-STRING
072800     MOVE RETURN-CODE TO DL100RSF-RETURN-CODE
072900     IF DL100-WS-OBK-OVERFLOW
073000         SET DL100RSF-FAILED TO TRUE
073100     ELSE
073200         SET DL100RSF-COMPLETE TO TRUE
073300     END-IF
073400     REWRITE DL100RSF-RECORD
073500     IF NOT DL100-WS-RSF-FILE-OK
073600         DISPLAY 'DL100RCN - FINISH COULD NOT BE RECORDED ON THE '
073700             'RUN-STATUS LEDGER - STATUS '
073800             DL100-WS-RSF-FILE-STATUS
073900     END-IF
074000     CLOSE DL100-STATUS-FILE.
074100 9200-EXIT.
074200     EXIT.
