008372*                    THE RUN DATE ITSELF REFUSED EVERY NORMAL   *
008373*                    NIGHT AND SKIPPED FRIDAY'S EXTRACT IN      *
008374*                    THE SMALL HOURS OF SATURDAY.               *
008375*    10/15/26   FC   REGISTER EVERY ACCEPTED DL100IN (DL100TRG) *
008376*                    WITH A CONTENT FINGERPRINT OF ITS DETAILS. *
008377*                    A FILE REPEATING AN EARLIER ONE'S DETAILS  *
008378*                    UNDER ANY HEADER DATE OR CYCLE IS REFUSED  *
008379*                    (RC=20) AND JOURNALED AS A REPEAT, UNLESS  *
008380*                    DL100CTL CARRIES THE REPEAT OVERRIDE.      *
008381*    10/15/26   FC   KEEP THE RUN-STATUS LEDGER (DL100RSF): A   *
008382*                    DATE AND CYCLE ALREADY COMPLETE THERE IS   *
008383*                    REFUSED (RC=24) UNLESS DL100CTL AUTHORIZES *
008384*                    THE RERUN. CONTROL LAYOUT TO DL100CTL.CPY. *
008385*    10/15/26   FC   APPLY MANUAL BRANCH CORRECTIONS FROM       *
008386*                    DL100MCI WHEN ITS HEADER NAMES TONIGHT'S   *
008387*                    BUSINESS DATE. EACH ENTRY IS LOADED AS A   *
008388*                    TYPE M SLOT, VALIDATED AGAINST THE BRANCH  *
008389*                    MASTER LIKE ANY SLOT (AS OF THE DATE IT    *
008390*                    CORRECTS), PRICED AGAINST THE MTD MASTER   *
008391*                    (DL100MTM) SO ITS SUBTOTAL IS THE NET      *
008392*                    ADJUSTMENT, LISTED IN ITS OWN SECTION OF   *
008393*                    DL100RPT, JOURNALED AS AN 'M' DETAIL AND   *
008394*                    CARRIED ON DL100OUT. A REJECTED CORRECTION *
008395*                    IS NOT SUSPENDED BUT SETS RC=8.            *
008396*                                                               *
008397*****************************************************************
008400 ENVIRONMENT DIVISION.
008500 CONFIGURATION SECTION.
008600 SOURCE-COMPUTER.  IBM-370.
010700     SELECT DL100-SUSPENSE-FILE  ASSIGN TO DL100SUS
010800            ORGANIZATION IS SEQUENTIAL
010900            FILE STATUS IS DL100-WS-SUS-FILE-STATUS.
010910     SELECT DL100-REGISTRY-FILE  ASSIGN TO DL100TRG
010920            ORGANIZATION IS SEQUENTIAL
010930            FILE STATUS IS DL100-WS-TRG-FILE-STATUS.
010940     SELECT DL100-STATUS-FILE    ASSIGN TO DL100RSF
010950            ORGANIZATION IS INDEXED
010960            ACCESS MODE IS DYNAMIC
010970            RECORD KEY IS DL100RSF-KEY
010980            FILE STATUS IS DL100-WS-RSF-FILE-STATUS.
010982     SELECT DL100-CORRECTION-FILE ASSIGN TO DL100MCI
010984            ORGANIZATION IS SEQUENTIAL
010986            FILE STATUS IS DL100-WS-MCI-FILE-STATUS.
010988     SELECT DL100-MTD-FILE       ASSIGN TO DL100MTM
010990            ORGANIZATION IS SEQUENTIAL
010992            FILE STATUS IS DL100-WS-MTD-FILE-STATUS.
011000 DATA DIVISION.
011100 FILE SECTION.
011200 FD  DL100-INPUT-FILE
013100     05  DL100IN-TRL-REC-TYPE    PIC X(1).
013200     05  DL100IN-TRL-RECORD-CT   PIC 9(5).
013300     05  DL100IN-TRL-HASH-TOTAL  PIC S9(7)V99.
013310 01  DL100IN-DETAIL-BYTES.
013320     05  FILLER                  PIC X(1).
013330     05  DL100IN-DTL-BYTE OCCURS 0013 TIMES PIC X(1).
013340     05  FILLER                  PIC X(1).
013400 FD  DL100-CONTROL-FILE
013500     RECORDING MODE IS F
013600     LABEL RECORDS ARE STANDARD.
013700 01  DL100CTL-RECORD.
013800     COPY DL100CTL.
013910 FD  DL100-CALENDAR-FILE
013920     RECORDING MODE IS F
013930     LABEL RECORDS ARE STANDARD.
015000         88  DL100CKPT-FROM-SUSPENSE   VALUE 'S'.
015100         88  DL100CKPT-FROM-INPUT      VALUE 'I'.
015110         88  DL100CKPT-FROM-PRIOR      VALUE 'P'.
015150         88  DL100CKPT-FROM-CORRECTION VALUE 'M'.
015200     05  DL100CKPT-FIELD-1       PIC X(3).
015300     05  DL100CKPT-FIELD-3-1     PIC S9(3)V99.
015400     05  DL100CKPT-FIELD-3-2     PIC S9(3)V99.
015410     05  DL100CKPT-CYCLE         PIC 9(2).
015430     05  DL100CKPT-CORR-DATE     PIC X(8).
015450     05  DL100CKPT-CORR-REASON   PIC X(20).
015470     05  DL100CKPT-CORR-OPER     PIC X(8).
015500 FD  DL100-OUTPUT-FILE
015600     RECORDING MODE IS F
015700     LABEL RECORDS ARE STANDARD.
015970         LEADING ==DL100-SLOT== BY ==DL100-PRV-SLOT==.
016000 FD  DL100-JOURNAL-FILE
016100     RECORDING MODE IS F
016200     RECORD CONTAINS 17 TO 64 CHARACTERS
016300     LABEL RECORDS ARE STANDARD.
016400     COPY DL100JNL.
017500 FD  DL100-BRANCH-FILE
018300     LABEL RECORDS ARE STANDARD.
018400 01  DL100SUS-RECORD.
018500     COPY DL100SUS.
018510 FD  DL100-REGISTRY-FILE
018520     RECORDING MODE IS F
018530     LABEL RECORDS ARE STANDARD.
018540 01  DL100TRG-RECORD.
018550     COPY DL100TRG.
018560 FD  DL100-STATUS-FILE
018570     LABEL RECORDS ARE STANDARD.
018580 01  DL100RSF-RECORD.
018590     COPY DL100RSF.
018591 FD  DL100-CORRECTION-FILE
018592     RECORDING MODE IS F
018593     RECORD CONTAINS 80 CHARACTERS
018594     LABEL RECORDS ARE STANDARD.
018595 01  DL100MCI-HEADER-RECORD.
018596     05  DL100MCI-HDR-REC-TYPE   PIC X(1).
018597     05  DL100MCI-HDR-BUS-DATE   PIC X(8).
018598     05  FILLER                  PIC X(71).
018599 01  DL100MCI-RECORD.
018600     05  DL100MCI-REC-TYPE       PIC X(1).
018601         88  DL100MCI-HEADER-REC       VALUE 'H'.
018602         88  DL100MCI-DETAIL-REC       VALUE 'D'.
018603     05  DL100MCI-FIELD-1        PIC X(3).
018604     05  DL100MCI-CORR-DATE      PIC X(8).
018605     05  DL100MCI-FIELD-3-1      PIC S9(3)V99.
018606     05  DL100MCI-FIELD-3-2      PIC S9(3)V99.
018607     05  DL100MCI-REASON         PIC X(20).
018608     05  DL100MCI-OPERATOR       PIC X(8).
018609     05  FILLER                  PIC X(30).
018610 FD  DL100-MTD-FILE
018611     RECORDING MODE IS F
018612     LABEL RECORDS ARE STANDARD.
018613 01  DL100MTM-RECORD.
018614     COPY DL100MTD.
018615 WORKING-STORAGE SECTION.
018700 01  FILLER  PIC X(30) VALUE 'BEGIN WORKING STORAGE SECTION'.
018800 01  EXAMPLE-GROUP.
018900     03      ANOTHER_GROUP OCCURS 0200 TIMES.
025700         10  DL100-WS-SUS-FLD-1  PIC X(03).
025800         10  DL100-WS-SUS-F3-1   PIC S9(03)V99.
025900         10  DL100-WS-SUS-F3-2   PIC S9(03)V99.
025910 77  DL100-WS-TRG-FILE-STATUS    PIC X(02) VALUE '00'.
025920     88  DL100-WS-TRG-FILE-OK          VALUE '00'.
025930     88  DL100-WS-TRG-FILE-NOTFND      VALUE '35'.
025940 77  DL100-WS-TRG-EOF-SW         PIC X(01) VALUE 'N'.
025950     88  DL100-WS-TRG-EOF              VALUE 'Y'.
025960 77  DL100-WS-REPEAT-SW          PIC X(01) VALUE 'N'.
025970     88  DL100-WS-REPEAT               VALUE 'Y'.
025980 77  DL100-WS-REPEAT-OK-SW       PIC X(01) VALUE 'N'.
025990     88  DL100-WS-REPEAT-ACCEPTED      VALUE 'Y'.
026000 77  DL100-WS-REGISTERED-SW      PIC X(01) VALUE 'N'.
026010     88  DL100-WS-ALREADY-REGISTERED   VALUE 'Y'.
026020 77  DL100-WS-OVERRIDE-SW        PIC X(01) VALUE 'N'.
026030     88  DL100-WS-REPEAT-OVERRIDE      VALUE 'Y'.
026040 77  DL100-WS-DUP-OF-DATE        PIC X(08) VALUE SPACES.
026050 77  DL100-WS-DUP-OF-CYCLE       PIC 9(02) VALUE ZERO.
026060 77  DL100-WS-FINGERPRINT        PIC 9(09) VALUE ZERO.
026070 77  DL100-WS-REC-PRINT          PIC 9(09) VALUE ZERO.
026080 77  DL100-WS-PRINT-WORK         PIC 9(12) VALUE ZERO.
026090 77  DL100-WS-PRINT-QUOT         PIC 9(12) VALUE ZERO.
026100 77  DL100-WS-PRINT-MODULUS      PIC 9(09) VALUE 999999937.
026110 77  DL100-WS-BYTE-IX            PIC 9(02) VALUE ZERO.
026120 77  DL100-WS-RSF-FILE-STATUS    PIC X(02) VALUE '00'.
026130     88  DL100-WS-RSF-FILE-OK          VALUE '00'.
026140     88  DL100-WS-RSF-FILE-NOTFND      VALUE '35'.
026150 77  DL100-WS-RSF-FOUND-SW       PIC X(01) VALUE 'N'.
026160     88  DL100-WS-RSF-FOUND            VALUE 'Y'.
026170 77  DL100-WS-RSF-STARTED-SW     PIC X(01) VALUE 'N'.
026180     88  DL100-WS-RSF-STARTED          VALUE 'Y'.
026190 77  DL100-WS-LEDGER-REFUSED-SW  PIC X(01) VALUE 'N'.
026200     88  DL100-WS-LEDGER-REFUSED       VALUE 'Y'.
026210 77  DL100-WS-RERUN-AUTH-SW      PIC X(01) VALUE 'N'.
026220     88  DL100-WS-RERUN-AUTH           VALUE 'Y'.
026230 77  DL100-WS-RERUN-AUTH-DATE    PIC X(08) VALUE SPACES.
026236 77  DL100-WS-MCI-FILE-STATUS    PIC X(02) VALUE '00'.
026242     88  DL100-WS-MCI-FILE-OK          VALUE '00'.
026248     88  DL100-WS-MCI-FILE-NOTFND      VALUE '35'.
026254 77  DL100-WS-MCI-EOF-SW         PIC X(01) VALUE 'N'.
026260     88  DL100-WS-MCI-EOF              VALUE 'Y'.
026266 77  DL100-WS-MCI-STATE-SW       PIC X(01) VALUE 'N'.
026272     88  DL100-WS-MCI-NONE             VALUE 'N'.
026278     88  DL100-WS-MCI-APPLIED          VALUE 'Y'.
026284     88  DL100-WS-MCI-OTHER-DATE       VALUE 'O'.
026290     88  DL100-WS-MCI-NO-HEADER        VALUE 'H'.
026296 77  DL100-WS-MCI-DATE           PIC X(08) VALUE SPACES.
026302 77  DL100-WS-CKPT-MCI-CT        PIC 9(03) VALUE ZERO.
026308 77  DL100-WS-MCI-SKIP-CT        PIC 9(03) VALUE ZERO.
026314 77  DL100-WS-MTD-FILE-STATUS    PIC X(02) VALUE '00'.
026320     88  DL100-WS-MTD-FILE-OK          VALUE '00'.
026326     88  DL100-WS-MTD-FILE-NOTFND      VALUE '35'.
026332 77  DL100-WS-MTD-EOF-SW         PIC X(01) VALUE 'N'.
026338     88  DL100-WS-MTD-EOF              VALUE 'Y'.
026344 77  DL100-WS-MTD-UNREAD-SW      PIC X(01) VALUE 'N'.
026350     88  DL100-WS-MTD-UNREADABLE       VALUE 'Y'.
026356 77  DL100-WS-CHECK-DATE         PIC X(08) VALUE SPACES.
026362 77  DL100-WS-CORR-CT            PIC 9(03) VALUE ZERO.
026368 77  DL100-WS-CORR-IX            PIC 9(03) VALUE ZERO.
026374 77  DL100-WS-BAD-CORR-CT        PIC 9(03) VALUE ZERO.
026380 77  DL100-WS-DUP-SW             PIC X(01) VALUE 'N'.
026386     88  DL100-WS-DUP-FOUND            VALUE 'Y'.
026392 77  DL100-WS-CORR-REJECT-TEXT   PIC X(30) VALUE SPACES.
026398 77  DL100-WS-CORR-PRIOR         PIC S9(09)V99 VALUE ZERO.
026404 77  DL100-WS-ADJ-TOTAL          PIC S9(07)V99 VALUE ZERO.
026410 77  DL100-WS-PRIOR-ED           PIC -(8)9.99.
026416*****************************************************************
026422*    THE SLOTS HOLDING THE NIGHT'S VALID CORRECTIONS, WITH THE  *
026428*    AMOUNT ALREADY BOOKED FOR EACH ONE'S BRANCH AND DATE.      *
026434*****************************************************************
026440 01  DL100-WS-CORR-TABLE.
026446     05  DL100-WS-CORR-ENTRY OCCURS 0200 TIMES.
026452         10  DL100-WS-CORR-SLOT  PIC 9(03).
026458         10  DL100-WS-CORR-BASE  PIC S9(09)V99.
026500 77  DL100-WS-BAD-SLOT-CT        PIC 9(03) VALUE ZERO.
026600 77  DL100-WS-GRAND-TOTAL        PIC S9(07)V99 VALUE ZERO.
026700 77  DL100-WS-GRAND-TOTAL-ED     PIC -(6)9.99.
030100         PERFORM 2800-LOAD-BRANCH-MASTER THRU 2800-EXIT
030200         PERFORM 3000-LOAD-SLOTS THRU 3000-EXIT
030300         PERFORM 3500-VERIFY-CONTROLS THRU 3500-EXIT
030310         PERFORM 3550-CHECK-REPEAT THRU 3550-EXIT
030400         IF DL100-WS-OVERFLOW
030500             DISPLAY 'DL100 - DL100IN HAS MORE RECORDS THAN THE '
030600                 'SLOT TABLE HOLDS - RUN STOPPED'
030700             MOVE 16 TO RETURN-CODE
030800         ELSE
030810         IF DL100-WS-LEDGER-REFUSED
030820             DISPLAY 'DL100 - REFUSED BY THE RUN-STATUS LEDGER'
030830                 ' - NOTHING PROCESSED'
030840             MOVE 24 TO RETURN-CODE
030850         ELSE
030900         IF DL100-WS-CONTROL-ERR
031000             DISPLAY 'DL100 - DL100IN CONTROL VALIDATION FAILED'
031100                 ' - RUN REFUSED'
031200             MOVE 12 TO RETURN-CODE
031300         ELSE
031310         IF DL100-WS-REPEAT
031320             DISPLAY 'DL100 - DL100IN REPEATS AN EARLIER ACCEPTED'
031330                 ' TRANSMISSION - RUN REFUSED'
031340             MOVE 20 TO RETURN-CODE
031350         ELSE
031400             PERFORM 3900-REWRITE-SUSPENSE THRU 3900-EXIT
031500             PERFORM 4000-VALIDATE-SLOTS THRU 4000-EXIT
031600             PERFORM 4500-WRITE-SUSPENSE THRU 4500-EXIT
031700             PERFORM 5000-COMPUTE-TOTALS THRU 5000-EXIT
031800             PERFORM 6000-PRODUCE-REPORT THRU 6000-EXIT
031900             PERFORM 7000-WRITE-OUTPUT-EXTRACT THRU 7000-EXIT
031910             PERFORM 3950-REGISTER-TRANSMISSION THRU 3950-EXIT
032000             IF DL100-WS-BAD-SLOT-CT GREATER THAN ZERO
032050                 OR DL100-WS-BAD-CORR-CT GREATER THAN ZERO
032100                 MOVE 8 TO RETURN-CODE
032200             ELSE
032300                 MOVE 0 TO RETURN-CODE
032400             END-IF
032500         END-IF
032600         END-IF
032610         END-IF
032620         END-IF
032700     END-IF
032710*    THE KEYED BRANCH MASTER STAYS OPEN THROUGH VALIDATION --
032720*    CLOSE IT BY WHETHER THE OPEN SUCCEEDED, NOT BY THE LIVE
032750         CLOSE DL100-BRANCH-FILE
032760     END-IF
032800     PERFORM 8000-WRITE-JOURNAL THRU 8000-EXIT
032810     PERFORM 8900-RECORD-FINISH THRU 8900-EXIT
032900     GOBACK.
033000*****************************************************************
033100*    1000-RESET-SLOTS -- CLEAR EACH OCCURRENCE OF ANOTHER_GROUP  *
036000                 MOVE DL100CTL-RUN-MODE TO YES
036100                 MOVE DL100CTL-BUSINESS-DATE
036200                     TO DL100-WS-EXPECTED-DATE
036210*                THE REPEAT OVERRIDE IS HONORED ONLY ON A CONTROL
036220*                RECORD KEYED WITH ITS BUSINESS DATE, SO ONE LEFT
036230*                BEHIND CANNOT WAVE THROUGH A LATER NIGHT'S REPLAY
036240*                (A STALE DATE REFUSES THE RUN IN 2200 ANYWAY).
036250                 IF DL100CTL-BUSINESS-DATE NOT EQUAL TO SPACES
036260                     AND DL100CTL-ACCEPT-REPEAT
036270                     MOVE 'Y' TO DL100-WS-OVERRIDE-SW
036280                 END-IF
036281*                SO IS THE RERUN AUTHORIZATION FOR THE
036282*                RUN-STATUS LEDGER -- 8800 ALSO HOLDS IT TO
036283*                THE DATE ACTUALLY BEING PROCESSED.
036284                 IF DL100CTL-BUSINESS-DATE NOT EQUAL TO SPACES
036285                     AND DL100CTL-RERUN-AUTHORIZED
036286                     AND (DL100CTL-RERUN-PROGRAM EQUAL TO SPACES
036287                     OR DL100CTL-RERUN-PROGRAM EQUAL TO 'DL100')
036288                     MOVE 'Y' TO DL100-WS-RERUN-AUTH-SW
036289                     MOVE DL100CTL-BUSINESS-DATE
036290                         TO DL100-WS-RERUN-AUTH-DATE
036291                 END-IF
036300         END-READ
036400         CLOSE DL100-CONTROL-FILE
036500     END-IF.
040410             MOVE DL100CKPT-CYCLE
040420                 TO DL100-SLOT-CYCLE OF ANOTHER_GROUP
040430                     (DL100CKPT-LAST-SLOT)
040437             MOVE DL100CKPT-CORR-DATE
040444                 TO DL100-SLOT-CORR-DATE OF ANOTHER_GROUP
040451                     (DL100CKPT-LAST-SLOT)
040458             MOVE DL100CKPT-CORR-REASON
040465                 TO DL100-SLOT-CORR-REASON OF ANOTHER_GROUP
040472                     (DL100CKPT-LAST-SLOT)
040479             MOVE DL100CKPT-CORR-OPER
040486                 TO DL100-SLOT-CORR-OPER OF ANOTHER_GROUP
040493                     (DL100CKPT-LAST-SLOT)
040500*            THE SOURCE COUNTS TELL THE LOAD HOW MANY PRIOR-
040600*            CYCLE PRELOADS, SUSPENSE RELEASES, CORRECTIONS AND
040700*            DL100IN DETAILS WERE ALREADY COMMITTED, SO EACH
040710*            FILE IS SKIPPED BY ITS OWN COUNT.
040800             EVALUATE TRUE
040900                 WHEN DL100CKPT-FROM-SUSPENSE
040910                     ADD 1 TO DL100-WS-CKPT-SUS-CT
041000                 WHEN DL100CKPT-FROM-PRIOR
041010                     ADD 1 TO DL100-WS-CKPT-PRV-CT
041020                 WHEN DL100CKPT-FROM-CORRECTION
041030                     SET DL100-SLOT-CORRECTION OF ANOTHER_GROUP
041040                         (DL100CKPT-LAST-SLOT) TO TRUE
041050                     ADD 1 TO DL100-WS-CKPT-MCI-CT
041100                 WHEN OTHER
041110                     ADD 1 TO DL100-WS-CKPT-IN-CT
041200             END-EVALUATE
048500     IF DL100-WS-CONTROL-ERR
048600         GO TO 3000-CLOSE
048700     END-IF
048710*    THE HEADER HAS NAMED THE DATE AND CYCLE -- THE LEDGER
048720*    DECIDES WHETHER THEY MAY BE WORKED BEFORE ANY SLOT IS
048730*    LOADED OR CHECKPOINTED.
048740     PERFORM 8800-CHECK-RUN-STATUS THRU 8800-EXIT
048750     IF DL100-WS-CONTROL-ERR
048760         GO TO 3000-CLOSE
048770     END-IF
048800     MOVE DL100-WS-START-SLOT TO DL100-WS-SLOT-IX
048810*    A SUPPLEMENT CYCLE KEEPS THE EARLIER CYCLE'S WORK -- THE
048820*    PRIOR EXTRACT GENERATION IS PRELOADED AHEAD OF THE
049000     IF DL100-WS-CONTROL-ERR
049100         GO TO 3000-CLOSE
049200     END-IF
049220     PERFORM 3850-LOAD-CORRECTIONS THRU 3850-EXIT
049240     IF DL100-WS-CONTROL-ERR
049260         GO TO 3000-CLOSE
049280     END-IF
049300     MOVE ZERO TO DL100-WS-SKIP-CT
049400     PERFORM 3100-SKIP-TO-RESTART THRU 3100-EXIT
049500         UNTIL DL100-WS-SKIP-CT GREATER THAN OR EQUAL TO
062600         TO DL100CKPT-FIELD-3-2
062610     MOVE DL100-SLOT-CYCLE OF ANOTHER_GROUP (DL100-WS-SLOT-IX)
062620         TO DL100CKPT-CYCLE
062630     MOVE DL100-SLOT-CORR-DATE OF ANOTHER_GROUP (DL100-WS-SLOT-IX)
062640         TO DL100CKPT-CORR-DATE
062650     MOVE DL100-SLOT-CORR-REASON OF ANOTHER_GROUP
062660         (DL100-WS-SLOT-IX) TO DL100CKPT-CORR-REASON
062670     MOVE DL100-SLOT-CORR-OPER OF ANOTHER_GROUP (DL100-WS-SLOT-IX)
062680         TO DL100CKPT-CORR-OPER
062700     IF DL100-WS-SLOT-IX EQUAL 1
062800         OPEN OUTPUT DL100-CKPT-FILE
062900     ELSE
067300     END-IF.
067400 3500-EXIT.
067500     EXIT.
067501*****************************************************************
067502*    3550-CHECK-REPEAT -- THE TRAILER PROVES THE FILE IS WHOLE, *
067503*    NOT THAT IT IS NEW. SCAN THE TRANSMISSION REGISTRY         *
067504*    (DL100TRG) FOR AN EARLIER ACCEPTED DL100IN WITH THE SAME   *
067505*    DETAIL COUNT, HASH TOTAL AND CONTENT FINGERPRINT, WHATEVER *
067506*    ITS HEADER DATE OR CYCLE -- A REPLAY UNDER A FRESH HEADER  *
067507*    IS REFUSED UNLESS DL100CTL CARRIES THE REPEAT OVERRIDE.    *
067508*    AN ENTRY FOR THIS SAME EXTRACT DATE AND CYCLE IS THIS      *
067509*    TRANSMISSION BEING PROCESSED AGAIN (A RERUN, OR A RESTART  *
067510*    OF A RUN THAT DIED AFTER REGISTERING IT) -- THE CYCLE      *
067511*    SEQUENCE CHECK IN 3060 ALREADY GOVERNS THAT, SO IT IS      *
067512*    PASSED OVER HERE AND NOT REGISTERED TWICE. A FILE WITH NO  *
067513*    DETAILS HAS NO CONTENT TO REPEAT. A MISSING REGISTRY       *
067514*    (FIRST RUN EVER) IS EMPTY; ONE THAT CANNOT BE OPENED       *
067515*    REFUSES THE RUN -- IT CAN PROVE NOTHING NEW.               *
067516*****************************************************************
067517 3550-CHECK-REPEAT.
067518     IF DL100-WS-OVERFLOW OR DL100-WS-CONTROL-ERR
067519         GO TO 3550-EXIT
067520     END-IF
067521     IF DL100-WS-READ-CT EQUAL TO ZERO
067522         GO TO 3550-EXIT
067523     END-IF
067524     MOVE 'N' TO DL100-WS-TRG-EOF-SW
067525     OPEN INPUT DL100-REGISTRY-FILE
067526     IF DL100-WS-TRG-FILE-NOTFND
067527         GO TO 3550-EXIT
067528     END-IF
067529     IF NOT DL100-WS-TRG-FILE-OK
067530         MOVE 'Y' TO DL100-WS-CONTROL-ERR-SW
067531         DISPLAY 'DL100 - TRANSMISSION REGISTRY COULD NOT BE '
067532             'OPENED - STATUS ' DL100-WS-TRG-FILE-STATUS
067533         GO TO 3550-EXIT
067534     END-IF
067535     PERFORM 3560-CHECK-ONE-ENTRY THRU 3560-EXIT
067536         UNTIL DL100-WS-TRG-EOF
067537     CLOSE DL100-REGISTRY-FILE
067538     IF NOT DL100-WS-REPEAT
067539         GO TO 3550-EXIT
067540     END-IF
067541     DISPLAY 'DL100 - DL100IN DETAILS REPEAT THE TRANSMISSION '
067542         'ACCEPTED FOR ' DL100-WS-DUP-OF-DATE
067543         ' CYCLE ' DL100-WS-DUP-OF-CYCLE
067544     IF DL100-WS-REPEAT-OVERRIDE
067545         MOVE 'N' TO DL100-WS-REPEAT-SW
067546         MOVE 'Y' TO DL100-WS-REPEAT-OK-SW
067547         DISPLAY 'DL100 - REPEAT ACCEPTED BY THE DL100CTL '
067548             'OVERRIDE'
067549     END-IF.
067550 3550-EXIT.
067551     EXIT.
067552 3560-CHECK-ONE-ENTRY.
067553     READ DL100-REGISTRY-FILE
067554         AT END
067555             MOVE 'Y' TO DL100-WS-TRG-EOF-SW
067556         NOT AT END
067557             IF DL100TRG-RECORD-CT EQUAL TO DL100-WS-READ-CT
067558                 AND DL100TRG-HASH-TOTAL EQUAL TO
067559                     DL100-WS-HASH-TOTAL
067560                 AND DL100TRG-FINGERPRINT EQUAL TO
067561                     DL100-WS-FINGERPRINT
067562                 IF DL100TRG-EXTRACT-DATE EQUAL TO
067563                     DL100-WS-EXTRACT-DATE
067564                     AND DL100TRG-CYCLE EQUAL TO DL100-WS-CYCLE
067565                     MOVE 'Y' TO DL100-WS-REGISTERED-SW
067566                 ELSE
067567                     MOVE 'Y' TO DL100-WS-REPEAT-SW
067568                     MOVE DL100TRG-EXTRACT-DATE
067569                         TO DL100-WS-DUP-OF-DATE
067570                     MOVE DL100TRG-CYCLE TO DL100-WS-DUP-OF-CYCLE
067571                 END-IF
067572             END-IF
067573     END-READ.
067574 3560-EXIT.
067575     EXIT.
067600*****************************************************************
067700*    3600-COUNT-ONE-DETAIL -- RUNNING COUNT AND HASH TOTAL OF    *
067800*    EVERY DETAIL RECORD READ, FOR THE TRAILER MATCH.            *
068000 3600-COUNT-ONE-DETAIL.
068100     ADD 1 TO DL100-WS-READ-CT
068200     ADD DL100IN-FIELD-3-1 TO DL100-WS-HASH-TOTAL
068210     PERFORM 3650-FINGERPRINT-ONE-DETAIL THRU 3650-EXIT
068300     ADD DL100IN-FIELD-3-2 TO DL100-WS-HASH-TOTAL.
068400 3600-EXIT.
068500     EXIT.
068502*****************************************************************
068504*    3650-FINGERPRINT-ONE-DETAIL -- FOLD THE DETAIL JUST READ   *
068506*    INTO THE CONTENT FINGERPRINT FOR THE REPEAT CHECK IN 3550. *
068508*    THE BRANCH CODE AND AMOUNT BYTES OF EACH DETAIL ARE HASHED *
068510*    ONE BY ONE AND THE DETAIL HASHES ARE SUMMED, SO THE        *
068512*    FINGERPRINT IS THE SAME WHATEVER ORDER THE SENDER PUTS     *
068514*    THE DETAILS IN, AND BLIND TO THE HEADER DATE AND CYCLE.    *
068516*    BOTH SUMS ARE KEPT MODULO DL100-WS-PRINT-MODULUS (PRIME).  *
068518*****************************************************************
068520 3650-FINGERPRINT-ONE-DETAIL.
068522     MOVE ZERO TO DL100-WS-REC-PRINT
068524     PERFORM 3660-FINGERPRINT-ONE-BYTE THRU 3660-EXIT
068526         VARYING DL100-WS-BYTE-IX FROM 1 BY 1
068528         UNTIL DL100-WS-BYTE-IX GREATER THAN 13
068530     COMPUTE DL100-WS-PRINT-WORK =
068532         DL100-WS-FINGERPRINT + DL100-WS-REC-PRINT
068534     DIVIDE DL100-WS-PRINT-WORK BY DL100-WS-PRINT-MODULUS
068536         GIVING DL100-WS-PRINT-QUOT
068538         REMAINDER DL100-WS-FINGERPRINT.
068540 3650-EXIT.
068542     EXIT.
068544 3660-FINGERPRINT-ONE-BYTE.
068546     COMPUTE DL100-WS-PRINT-WORK =
068548         DL100-WS-REC-PRINT * 131
068550         + FUNCTION ORD (DL100IN-DTL-BYTE (DL100-WS-BYTE-IX))
068552     DIVIDE DL100-WS-PRINT-WORK BY DL100-WS-PRINT-MODULUS
068554         GIVING DL100-WS-PRINT-QUOT
068556         REMAINDER DL100-WS-REC-PRINT.
068558 3660-EXIT.
068560     EXIT.
068600*****************************************************************
068700*    3700-FLAG-BAD-RECORD -- A RECORD TYPE OTHER THAN H, D OR T  *
068800*    MEANS THE TRANSMISSION IS GARBLED -- REFUSE THE RUN.        *
069514*    RELEASES AND THE NEW DL100IN DATA, KEEPING THE CYCLE THEY   *
069515*    WERE ORIGINALLY LOADED UNDER. SLOTS THE PRIOR RUN           *
069516*    REJECTED ARE PASSED OVER -- THEY ARE ALREADY ON THE         *
069517*    SUSPENSE FILE -- AND SO ARE ITS MANUAL CORRECTIONS, WHICH  *
069518*    3850 APPLIES AFRESH FROM DL100MCI. ON A RESTART THE FIRST  *
069519*    DL100-WS-CKPT-PRV-CT PRELOADS CAME BACK FROM THE           *
069520*    CHECKPOINT AND ARE SKIPPED HERE. A BASE THAT CANNOT BE     *
069521*    OPENED REFUSES THE RUN -- A SUPPLEMENT WITHOUT ITS BASE    *
069522*    WOULD SILENTLY DROP THE EARLIER CYCLE'S WORK.              *
069523*****************************************************************
069524 3750-PRELOAD-PRIOR.
069525     MOVE 'N' TO DL100-WS-PRV-EOF-SW
069526     MOVE ZERO TO DL100-WS-PRV-SKIP-CT
069527     OPEN INPUT DL100-PRIOR-FILE
069528     IF NOT DL100-WS-PRV-FILE-OK
069529         MOVE 'Y' TO DL100-WS-CONTROL-ERR-SW
069530         DISPLAY 'DL100 - PRIOR CYCLE EXTRACT COULD NOT BE '
069531             'OPENED - STATUS ' DL100-WS-PRV-FILE-STATUS
069532             ' - SUPPLEMENT CYCLE REFUSED'
069533         GO TO 3750-EXIT
069534     END-IF
069535     PERFORM 3760-SKIP-ONE-PRIOR THRU 3760-EXIT
069536         UNTIL DL100-WS-PRV-SKIP-CT GREATER THAN OR EQUAL TO
069537             DL100-WS-CKPT-PRV-CT
069538         OR DL100-WS-PRV-EOF
069539     PERFORM 3770-PRELOAD-ONE-PRIOR THRU 3770-EXIT
069540         UNTIL DL100-WS-PRV-EOF
069541         OR DL100-WS-CONTROL-ERR
069542     CLOSE DL100-PRIOR-FILE.
069543 3750-EXIT.
069544     EXIT.
069545 3760-SKIP-ONE-PRIOR.
069546     READ DL100-PRIOR-FILE
069547         AT END
069548             MOVE 'Y' TO DL100-WS-PRV-EOF-SW
069549         NOT AT END
069550             IF DL100-PRV-SLOT-VALID
069551                 AND NOT DL100-PRV-SLOT-CORRECTION
069552                 ADD 1 TO DL100-WS-PRV-SKIP-CT
069553             END-IF
069554     END-READ.
069555 3760-EXIT.
069556     EXIT.
069557 3770-PRELOAD-ONE-PRIOR.
069558     READ DL100-PRIOR-FILE
069559         AT END
069560             MOVE 'Y' TO DL100-WS-PRV-EOF-SW
069561         NOT AT END
069562             IF DL100-PRV-SLOT-VALID
069563                 AND NOT DL100-PRV-SLOT-CORRECTION
069564                 IF DL100-WS-SLOT-IX GREATER THAN
069565                     DL100-WS-MAX-SLOTS
069566                     MOVE 'Y' TO DL100-WS-CONTROL-ERR-SW
069567                     DISPLAY 'DL100 - PRIOR CYCLE SLOTS '
069568                         'OVERFLOW THE SLOT TABLE - RUN REFUSED'
069569                 ELSE
069570                     MOVE PRV-FIELD-1
069571                         TO FIELD-1 OF ANOTHER_GROUP
069572                             (DL100-WS-SLOT-IX)
069573                     MOVE PRV-FIELD-3 (1)
069574                         TO FIELD-3 OF ANOTHER_GROUP
069575                             (DL100-WS-SLOT-IX 1)
069576                     MOVE PRV-FIELD-3 (2)
069577                         TO FIELD-3 OF ANOTHER_GROUP
069578                             (DL100-WS-SLOT-IX 2)
069579                     MOVE DL100-PRV-SLOT-CYCLE
069580                         TO DL100-SLOT-CYCLE OF ANOTHER_GROUP
069581                             (DL100-WS-SLOT-IX)
069582                     ADD 1 TO THIS-IS-ELEMENTARY
069583                     MOVE 'P' TO DL100-WS-CKPT-SOURCE-CD
069584                     PERFORM 3300-WRITE-CHECKPOINT
069585                         THRU 3300-EXIT
069586                     ADD 1 TO DL100-WS-SLOT-IX
069587                 END-IF
069588             END-IF
069589     END-READ.
069590 3770-EXIT.
069591     EXIT.
069600*****************************************************************
069700*    3800-RECYCLE-SUSPENSE -- PULL THE SUSPENSE FILE INTO A      *
069800*    TABLE AND LOAD EVERY RECORD THE REPAIR PROGRAM MARKED       *
078000     ADD 1 TO DL100-WS-SLOT-IX.
078100 3840-EXIT.
078200     EXIT.
078201*****************************************************************
078202*    3850-LOAD-CORRECTIONS -- MANUAL BRANCH CORRECTIONS         *
078203*    (DL100MCI) ARE LOADED AFTER THE SUSPENSE RELEASES AND      *
078204*    AHEAD OF THE NEW DL100IN DATA, ONE TYPE M SLOT PER ENTRY.  *
078205*    THE FILE OPENS WITH AN 'H' HEADER NAMING THE BUSINESS      *
078206*    DATE IT IS TO BE APPLIED WITH; EACH 'D' ENTRY CARRIES THE  *
078207*    BRANCH, THE EARLIER DATE IT CORRECTS, THE CORRECTED        *
078208*    FIELD-3 AMOUNTS, A REASON AND THE OPERATOR'S ID. THE FILE  *
078209*    IS NOT EMPTIED HERE -- A HEADER FOR ANY OTHER DATE IS      *
078210*    LEFT ALONE, SO EVERY CYCLE AND RERUN OF THE DATE APPLIES   *
078211*    THE SAME CORRECTIONS AND NO LATER NIGHT APPLIES THEM       *
078212*    AGAIN. A MISSING OR EMPTY FILE MEANS NO CORRECTIONS. THE   *
078213*    ENTRIES ARE NOT PART OF THE DL100IN CONTROLS. ON A         *
078214*    RESTART THE FIRST DL100-WS-CKPT-MCI-CT ENTRIES CAME BACK   *
078215*    FROM THE CHECKPOINT AND ARE PASSED OVER HERE.              *
078216*****************************************************************
078217 3850-LOAD-CORRECTIONS.
078218     MOVE 'N' TO DL100-WS-MCI-STATE-SW
078219     MOVE 'N' TO DL100-WS-MCI-EOF-SW
078220     MOVE ZERO TO DL100-WS-MCI-SKIP-CT
078221     OPEN INPUT DL100-CORRECTION-FILE
078222     IF NOT DL100-WS-MCI-FILE-OK
078223         IF NOT DL100-WS-MCI-FILE-NOTFND
078224             DISPLAY 'DL100 - CORRECTION FILE COULD NOT BE '
078225                 'OPENED - STATUS ' DL100-WS-MCI-FILE-STATUS
078226                 ' - NO CORRECTIONS APPLIED'
078227         END-IF
078228         GO TO 3850-EXIT
078229     END-IF
078230     READ DL100-CORRECTION-FILE
078231         AT END
078232             MOVE 'Y' TO DL100-WS-MCI-EOF-SW
078233     END-READ
078234     IF DL100-WS-MCI-EOF
078235         GO TO 3850-CLOSE
078236     END-IF
078237*    A FILE WITHOUT ITS HEADER CANNOT SAY WHICH NIGHT IT IS
078238*    FOR -- NOTHING IN IT IS APPLIED, AND THE RUN ENDS RC=8
078239*    SO SOMEBODY LOOKS.
078240     IF NOT DL100MCI-HEADER-REC
078241         MOVE 'H' TO DL100-WS-MCI-STATE-SW
078242         ADD 1 TO DL100-WS-BAD-CORR-CT
078243         DISPLAY 'DL100 - CORRECTION FILE DOES NOT BEGIN WITH '
078244             'A HEADER RECORD - NO CORRECTIONS APPLIED'
078245         GO TO 3850-CLOSE
078246     END-IF
078247     MOVE DL100MCI-HDR-BUS-DATE TO DL100-WS-MCI-DATE
078248     IF DL100-WS-MCI-DATE NOT EQUAL TO DL100-WS-EXTRACT-DATE
078249         MOVE 'O' TO DL100-WS-MCI-STATE-SW
078250         DISPLAY 'DL100 - CORRECTION FILE IS FOR BUSINESS DATE '
078251             DL100-WS-MCI-DATE ' - NOT APPLIED TO '
078252             DL100-WS-EXTRACT-DATE
078253         GO TO 3850-CLOSE
078254     END-IF
078255     MOVE 'Y' TO DL100-WS-MCI-STATE-SW
078256     PERFORM 3860-SKIP-ONE-CORRECTION THRU 3860-EXIT
078257         UNTIL DL100-WS-MCI-SKIP-CT GREATER THAN OR EQUAL TO
078258             DL100-WS-CKPT-MCI-CT
078259         OR DL100-WS-MCI-EOF
078260     PERFORM 3870-LOAD-ONE-CORRECTION THRU 3870-EXIT
078261         UNTIL DL100-WS-MCI-EOF
078262         OR DL100-WS-CONTROL-ERR.
078263 3850-CLOSE.
078264     CLOSE DL100-CORRECTION-FILE.
078265 3850-EXIT.
078266     EXIT.
078267 3860-SKIP-ONE-CORRECTION.
078268     READ DL100-CORRECTION-FILE
078269         AT END
078270             MOVE 'Y' TO DL100-WS-MCI-EOF-SW
078271         NOT AT END
078272             IF DL100MCI-DETAIL-REC
078273                 ADD 1 TO DL100-WS-MCI-SKIP-CT
078274             END-IF
078275     END-READ.
078276 3860-EXIT.
078277     EXIT.
078278 3870-LOAD-ONE-CORRECTION.
078279     READ DL100-CORRECTION-FILE
078280         AT END
078281             MOVE 'Y' TO DL100-WS-MCI-EOF-SW
078282         NOT AT END
078283             EVALUATE TRUE
078284                 WHEN NOT DL100MCI-DETAIL-REC
078285                     ADD 1 TO DL100-WS-BAD-CORR-CT
078286                     DISPLAY 'DL100 - CORRECTION FILE RECORD '
078287                         'TYPE ' DL100MCI-REC-TYPE ' IGNORED'
078288                 WHEN DL100-WS-SLOT-IX GREATER THAN
078289                     DL100-WS-MAX-SLOTS
078290                     MOVE 'Y' TO DL100-WS-CONTROL-ERR-SW
078291                     DISPLAY 'DL100 - MANUAL CORRECTIONS '
078292                         'OVERFLOW THE SLOT TABLE - RUN REFUSED'
078293                 WHEN OTHER
078294                     MOVE DL100MCI-FIELD-1
078295                         TO FIELD-1 OF ANOTHER_GROUP
078296                             (DL100-WS-SLOT-IX)
078297                     MOVE DL100MCI-FIELD-3-1
078298                         TO FIELD-3 OF ANOTHER_GROUP
078299                             (DL100-WS-SLOT-IX 1)
078300                     MOVE DL100MCI-FIELD-3-2
078301                         TO FIELD-3 OF ANOTHER_GROUP
078302                             (DL100-WS-SLOT-IX 2)
078303                     MOVE DL100-WS-CYCLE
078304                         TO DL100-SLOT-CYCLE OF ANOTHER_GROUP
078305                             (DL100-WS-SLOT-IX)
078306                     SET DL100-SLOT-CORRECTION OF ANOTHER_GROUP
078307                         (DL100-WS-SLOT-IX) TO TRUE
078308                     MOVE DL100MCI-CORR-DATE
078309                         TO DL100-SLOT-CORR-DATE OF ANOTHER_GROUP
078310                             (DL100-WS-SLOT-IX)
078311                     MOVE DL100MCI-REASON
078312                         TO DL100-SLOT-CORR-REASON OF
078313                             ANOTHER_GROUP (DL100-WS-SLOT-IX)
078314                     MOVE DL100MCI-OPERATOR
078315                         TO DL100-SLOT-CORR-OPER OF ANOTHER_GROUP
078316                             (DL100-WS-SLOT-IX)
078317                     ADD 1 TO THIS-IS-ELEMENTARY
078318                     MOVE 'M' TO DL100-WS-CKPT-SOURCE-CD
078319                     PERFORM 3300-WRITE-CHECKPOINT THRU 3300-EXIT
078320                     ADD 1 TO DL100-WS-SLOT-IX
078321             END-EVALUATE
078322     END-READ.
078323 3870-EXIT.
078324     EXIT.
078325*****************************************************************
078400*    3900-REWRITE-SUSPENSE -- WRITE THE SUSPENSE FILE BACK       *
078500*    WITHOUT THE RECORDS CONSUMED THIS RUN (AND WITHOUT ANY      *
078600*    MARKED DELETED), ONCE THE DL100IN CONTROLS HAVE PASSED.     *
082500     WRITE DL100SUS-RECORD.
082600 3920-EXIT.
082700     EXIT.
082702*****************************************************************
082704*    3950-REGISTER-TRANSMISSION -- ADD THIS DL100IN TO THE      *
082706*    TRANSMISSION REGISTRY ONCE ITS SLOTS HAVE GONE OUT, SO A   *
082708*    LATER REPLAY OF THE SAME CONTENT IS CAUGHT BY 3550. A      *
082710*    REPEAT TAKEN ON THE OVERRIDE IS REGISTERED MARKED SO. A    *
082712*    FAILURE HERE CANNOT UNDO A RUN THAT HAS ALREADY STOOD --   *
082714*    IT IS REPORTED SO THE REGISTRY IS REPAIRED BEFORE THE      *
082716*    NEXT RUN.                                                  *
082718*****************************************************************
082720 3950-REGISTER-TRANSMISSION.
082722     IF DL100-WS-ALREADY-REGISTERED
082724         GO TO 3950-EXIT
082726     END-IF
082728     OPEN EXTEND DL100-REGISTRY-FILE
082730     IF NOT DL100-WS-TRG-FILE-OK
082732         OPEN OUTPUT DL100-REGISTRY-FILE
082734     END-IF
082736     IF NOT DL100-WS-TRG-FILE-OK
082738         DISPLAY 'DL100 - TRANSMISSION REGISTRY COULD NOT BE '
082740             'OPENED TO REGISTER THIS RUN - STATUS '
082742             DL100-WS-TRG-FILE-STATUS
082744         GO TO 3950-EXIT
082746     END-IF
082748     MOVE DL100-WS-EXTRACT-DATE TO DL100TRG-EXTRACT-DATE
082750     MOVE DL100-WS-CYCLE TO DL100TRG-CYCLE
082752     MOVE DL100-WS-READ-CT TO DL100TRG-RECORD-CT
082754     MOVE DL100-WS-HASH-TOTAL TO DL100TRG-HASH-TOTAL
082756     MOVE DL100-WS-FINGERPRINT TO DL100TRG-FINGERPRINT
082758     MOVE DL100-WS-RUN-TIMESTAMP TO DL100TRG-RUN-TIMESTAMP
082760     IF DL100-WS-REPEAT-ACCEPTED
082762         SET DL100TRG-BY-OVERRIDE TO TRUE
082764     ELSE
082766         SET DL100TRG-NORMAL TO TRUE
082768     END-IF
082770     WRITE DL100TRG-RECORD
082772     CLOSE DL100-REGISTRY-FILE.
082774 3950-EXIT.
082776     EXIT.
082800*****************************************************************
082900*    4000-VALIDATE-SLOTS -- FIELD-1 MUST BE NUMERIC BEFORE THE   *
083000*    FIELD-2 REDEFINITION IS TRUSTED BY ANYTHING DOWNSTREAM,     *
083100*    AND MUST BE ON THE BRANCH MASTER BEFORE THE SLOT IS         *
083200*    TRUSTED AT ALL. THE MASTER LOOKUP ALSO SUPPLIES THE         *
083260*    BRANCH NAME CARRIED ON EVERY DOWNSTREAM REPORT. MANUAL     *
083320*    CORRECTIONS ARE VALIDATED BY 4150 AND THEN PRICED BY 4400. *
083400*****************************************************************
083500 4000-VALIDATE-SLOTS.
083600     MOVE ZERO TO DL100-WS-BAD-SLOT-CT
083650     MOVE ZERO TO DL100-WS-CORR-CT
083700     PERFORM 4100-VALIDATE-ONE-SLOT THRU 4100-EXIT
083800         VARYING DL100-WS-SLOT-IX FROM 1 BY 1
083860         UNTIL DL100-WS-SLOT-IX GREATER THAN DL100-WS-SLOT-CT
083920     PERFORM 4400-PRICE-CORRECTIONS THRU 4400-EXIT.
084000 4000-EXIT.
084100     EXIT.
084200 4100-VALIDATE-ONE-SLOT.
084210     IF DL100-SLOT-CORRECTION OF ANOTHER_GROUP (DL100-WS-SLOT-IX)
084220         PERFORM 4150-VALIDATE-ONE-CORRECTION THRU 4150-EXIT
084230         GO TO 4100-EXIT
084240     END-IF
084250     MOVE DL100-WS-EXTRACT-DATE TO DL100-WS-CHECK-DATE
084300     IF FIELD-1 OF ANOTHER_GROUP (DL100-WS-SLOT-IX) NUMERIC
084400         PERFORM 4200-FIND-BRANCH THRU 4200-EXIT
084500         EVALUATE TRUE
087200     END-IF.
087300 4100-EXIT.
087400     EXIT.
087401*****************************************************************
087402*    4150-VALIDATE-ONE-CORRECTION -- A MANUAL CORRECTION PASSES *
087403*    THE SAME BRANCH MASTER CHECKS AS A SLOT, WITH THE OPEN     *
087404*    CHECK MADE AS OF THE DATE IT CORRECTS. THAT DATE MUST BE   *
087405*    AN EARLIER DAY OF TONIGHT'S MONTH -- AN EARLIER MONTH IS   *
087406*    ALREADY CLOSED OFF THE MTD MASTER -- AND THE REASON AND    *
087407*    OPERATOR ARE MANDATORY. ONLY THE FIRST ACCEPTED ENTRY FOR  *
087408*    A BRANCH STANDS. A REJECTED CORRECTION IS NOT SUSPENDED -- *
087409*    IT IS KEYED AGAIN ON DL100MCI -- BUT IT SETS RC=8.         *
087410*****************************************************************
087411 4150-VALIDATE-ONE-CORRECTION.
087412     IF FIELD-1 OF ANOTHER_GROUP (DL100-WS-SLOT-IX) NOT NUMERIC
087413         SET DL100-SLOT-ERR-NOT-NUM OF ANOTHER_GROUP
087414             (DL100-WS-SLOT-IX) TO TRUE
087415         PERFORM 4190-REJECT-CORRECTION THRU 4190-EXIT
087416         GO TO 4150-EXIT
087417     END-IF
087418     IF DL100-SLOT-CORR-DATE OF ANOTHER_GROUP (DL100-WS-SLOT-IX)
087419         NOT NUMERIC
087420         OR DL100-SLOT-CORR-DATE OF ANOTHER_GROUP
087421             (DL100-WS-SLOT-IX) NOT LESS THAN
087422             DL100-WS-EXTRACT-DATE
087423         OR DL100-SLOT-CORR-DATE OF ANOTHER_GROUP
087424             (DL100-WS-SLOT-IX) (1:6) NOT EQUAL TO
087425             DL100-WS-EXTRACT-DATE (1:6)
087426         OR DL100-SLOT-CORR-DATE OF ANOTHER_GROUP
087427             (DL100-WS-SLOT-IX) (7:2) LESS THAN '01'
087428         SET DL100-SLOT-ERR-CORR-DATE OF ANOTHER_GROUP
087429             (DL100-WS-SLOT-IX) TO TRUE
087430         PERFORM 4190-REJECT-CORRECTION THRU 4190-EXIT
087431         GO TO 4150-EXIT
087432     END-IF
087433     IF DL100-SLOT-CORR-REASON OF ANOTHER_GROUP (DL100-WS-SLOT-IX)
087434         EQUAL TO SPACES
087435         OR DL100-SLOT-CORR-OPER OF ANOTHER_GROUP
087436             (DL100-WS-SLOT-IX) EQUAL TO SPACES
087437         SET DL100-SLOT-ERR-CORR-INFO OF ANOTHER_GROUP
087438             (DL100-WS-SLOT-IX) TO TRUE
087439         PERFORM 4190-REJECT-CORRECTION THRU 4190-EXIT
087440         GO TO 4150-EXIT
087441     END-IF
087442     MOVE DL100-SLOT-CORR-DATE OF ANOTHER_GROUP (DL100-WS-SLOT-IX)
087443         TO DL100-WS-CHECK-DATE
087444     PERFORM 4200-FIND-BRANCH THRU 4200-EXIT
087445     MOVE DL100-WS-FOUND-NAME
087446         TO DL100-SLOT-BRANCH-NAME OF ANOTHER_GROUP
087447             (DL100-WS-SLOT-IX)
087448     MOVE 'N' TO DL100-WS-DUP-SW
087449     PERFORM 4180-CHECK-ONE-DUP THRU 4180-EXIT
087450         VARYING DL100-WS-CORR-IX FROM 1 BY 1
087451         UNTIL DL100-WS-CORR-IX GREATER THAN DL100-WS-CORR-CT
087452         OR DL100-WS-DUP-FOUND
087453     EVALUATE TRUE
087454         WHEN NOT DL100-WS-BRANCH-FOUND
087455             SET DL100-SLOT-ERR-NOT-BMF OF ANOTHER_GROUP
087456                 (DL100-WS-SLOT-IX) TO TRUE
087457             PERFORM 4190-REJECT-CORRECTION THRU 4190-EXIT
087458         WHEN DL100-WS-BRANCH-CLOSED
087459             SET DL100-SLOT-ERR-CLOSED OF ANOTHER_GROUP
087460                 (DL100-WS-SLOT-IX) TO TRUE
087461             PERFORM 4190-REJECT-CORRECTION THRU 4190-EXIT
087462         WHEN DL100-WS-OVER-LIMIT
087463             SET DL100-SLOT-ERR-OVER-LIM OF ANOTHER_GROUP
087464                 (DL100-WS-SLOT-IX) TO TRUE
087465             PERFORM 4190-REJECT-CORRECTION THRU 4190-EXIT
087466         WHEN DL100-WS-DUP-FOUND
087467             SET DL100-SLOT-ERR-CORR-DUP OF ANOTHER_GROUP
087468                 (DL100-WS-SLOT-IX) TO TRUE
087469             PERFORM 4190-REJECT-CORRECTION THRU 4190-EXIT
087470         WHEN OTHER
087471             SET DL100-SLOT-VALID OF ANOTHER_GROUP
087472                 (DL100-WS-SLOT-IX) TO TRUE
087473             SET DL100-SLOT-ERR-NONE OF ANOTHER_GROUP
087474                 (DL100-WS-SLOT-IX) TO TRUE
087475             ADD 1 TO DL100-WS-CORR-CT
087476             MOVE DL100-WS-SLOT-IX
087477                 TO DL100-WS-CORR-SLOT (DL100-WS-CORR-CT)
087478             MOVE ZERO TO DL100-WS-CORR-BASE (DL100-WS-CORR-CT)
087479     END-EVALUATE.
087480 4150-EXIT.
087481     EXIT.
087482 4180-CHECK-ONE-DUP.
087483     IF FIELD-1 OF ANOTHER_GROUP
087484         (DL100-WS-CORR-SLOT (DL100-WS-CORR-IX))
087485         EQUAL TO FIELD-1 OF ANOTHER_GROUP (DL100-WS-SLOT-IX)
087486         MOVE 'Y' TO DL100-WS-DUP-SW
087487     END-IF.
087488 4180-EXIT.
087489     EXIT.
087490 4190-REJECT-CORRECTION.
087491     SET DL100-SLOT-INVALID OF ANOTHER_GROUP (DL100-WS-SLOT-IX)
087492         TO TRUE
087493     ADD 1 TO DL100-WS-BAD-CORR-CT
087494     PERFORM 4195-SET-REJECT-TEXT THRU 4195-EXIT
087495     DISPLAY 'DL100 - CORRECTION IN SLOT ' DL100-WS-SLOT-IX
087496         ' FIELD-1 ' FIELD-1 OF ANOTHER_GROUP (DL100-WS-SLOT-IX)
087497         ' REJECTED - ' DL100-WS-CORR-REJECT-TEXT.
087498 4190-EXIT.
087499     EXIT.
087500 4195-SET-REJECT-TEXT.
087501     EVALUATE TRUE
087502         WHEN DL100-SLOT-ERR-NOT-NUM OF ANOTHER_GROUP
087503             (DL100-WS-SLOT-IX)
087504             MOVE 'FIELD-1 NOT NUMERIC'
087505                 TO DL100-WS-CORR-REJECT-TEXT
087506         WHEN DL100-SLOT-ERR-NOT-BMF OF ANOTHER_GROUP
087507             (DL100-WS-SLOT-IX)
087508             MOVE 'NOT ON MASTER'
087509                 TO DL100-WS-CORR-REJECT-TEXT
087510         WHEN DL100-SLOT-ERR-CLOSED OF ANOTHER_GROUP
087511             (DL100-WS-SLOT-IX)
087512             MOVE 'BRANCH CLOSED ON THAT DATE'
087513                 TO DL100-WS-CORR-REJECT-TEXT
087514         WHEN DL100-SLOT-ERR-OVER-LIM OF ANOTHER_GROUP
087515             (DL100-WS-SLOT-IX)
087516             MOVE 'OVER BRANCH LIMIT'
087517                 TO DL100-WS-CORR-REJECT-TEXT
087518         WHEN DL100-SLOT-ERR-CORR-DATE OF ANOTHER_GROUP
087519             (DL100-WS-SLOT-IX)
087520             MOVE 'DATE NOT EARLIER IN THIS MONTH'
087521                 TO DL100-WS-CORR-REJECT-TEXT
087522         WHEN DL100-SLOT-ERR-CORR-INFO OF ANOTHER_GROUP
087523             (DL100-WS-SLOT-IX)
087524             MOVE 'NO REASON OR OPERATOR'
087525                 TO DL100-WS-CORR-REJECT-TEXT
087526         WHEN DL100-SLOT-ERR-CORR-DUP OF ANOTHER_GROUP
087527             (DL100-WS-SLOT-IX)
087528             MOVE 'SECOND ENTRY FOR THE BRANCH'
087529                 TO DL100-WS-CORR-REJECT-TEXT
087530         WHEN DL100-SLOT-ERR-CORR-BASE OF ANOTHER_GROUP
087531             (DL100-WS-SLOT-IX)
087532             MOVE 'BOOKED AMOUNT NOT USABLE'
087533                 TO DL100-WS-CORR-REJECT-TEXT
087534         WHEN OTHER
087535             MOVE SPACES TO DL100-WS-CORR-REJECT-TEXT
087536     END-EVALUATE.
087537 4195-EXIT.
087538     EXIT.
087539*****************************************************************
087600*    4200-FIND-BRANCH -- DIRECT KEYED READ OF THE CURRENT        *
087700*    SLOT'S FIELD-1 ON THE BRANCH MASTER. LEAVES THE MATCHING    *
087800*    RECORD'S NAME, STATUS, EFFECTIVE DATE AND LIMIT IN THE      *
088900     EXIT.
089000*****************************************************************
089010*    4350-CHECK-BRANCH-OPEN -- THE MASTER STATUS IS EFFECTIVE-  *
089016*    DATED AGAINST THE CHECK DATE (THE EXTRACT DATE, OR THE     *
089022*    DATE A CORRECTION CORRECTS): A CLOSE TAKES EFFECT ON       *
089030*    ITS DATE, AND A SCHEDULED REOPEN LEAVES THE BRANCH         *
089040*    CLOSED UNTIL ITS DATE ARRIVES. A BLANK STATUS IS A         *
089050*    RECORD FROM BEFORE THE LIFECYCLE FIELDS EXISTED AND        *
089080 4350-CHECK-BRANCH-OPEN.
089090     IF DL100-WS-FOUND-STATUS EQUAL TO 'C'
089100         AND DL100-WS-FOUND-STAT-DATE NOT GREATER THAN
089110             DL100-WS-CHECK-DATE
089120         MOVE 'N' TO DL100-WS-BRANCH-OPEN-SW
089130         GO TO 4350-EXIT
089140     END-IF
089150     IF DL100-WS-FOUND-STATUS EQUAL TO 'A'
089160         AND DL100-WS-FOUND-STAT-DATE NOT EQUAL TO SPACES
089170         AND DL100-WS-FOUND-STAT-DATE GREATER THAN
089180             DL100-WS-CHECK-DATE
089190         MOVE 'N' TO DL100-WS-BRANCH-OPEN-SW
089200     END-IF.
089210 4350-EXIT.
089440     END-IF.
089450 4360-EXIT.
089460     EXIT.
089464*****************************************************************
089468*    4400-PRICE-CORRECTIONS -- A CORRECTION BOOKS ONLY THE      *
089472*    DIFFERENCE BETWEEN ITS CORRECTED AMOUNTS AND WHAT THE      *
089476*    BRANCH ALREADY HAS BOOKED FOR THE DATE, TAKEN FROM THE     *
089480*    MONTH-TO-DATE MASTER (DL100MTM) AS IT STANDS BEFORE        *
089484*    TONIGHT'S ACCUMULATION. A ROW ALREADY CORRECTED BY A RUN   *
089488*    FOR TONIGHT'S DATE (AN EARLIER CYCLE, OR THE RUN NOW BEING *
089492*    RERUN) IS PRICED FROM THE AMOUNT IT HELD BEFORE THAT       *
089496*    CORRECTION, SO EVERY CYCLE OF THE DATE BOOKS THE SAME      *
089500*    ADJUSTMENT. NO ROW MEANS NOTHING WAS BOOKED. A MASTER THAT *
089504*    CANNOT BE READ REJECTS THE CORRECTIONS (B) RATHER THAN     *
089508*    BOOK THEM IN FULL. THE ADJUSTMENT BECOMES THE SLOT'S       *
089512*    SUBTOTAL.                                                  *
089516*****************************************************************
089520 4400-PRICE-CORRECTIONS.
089524     IF DL100-WS-CORR-CT EQUAL TO ZERO
089528         GO TO 4400-EXIT
089532     END-IF
089536     MOVE 'N' TO DL100-WS-MTD-EOF-SW
089540     MOVE 'N' TO DL100-WS-MTD-UNREAD-SW
089544     OPEN INPUT DL100-MTD-FILE
089548     IF DL100-WS-MTD-FILE-OK
089552         PERFORM 4420-PRICE-FROM-ONE-ROW THRU 4420-EXIT
089556             UNTIL DL100-WS-MTD-EOF
089560         CLOSE DL100-MTD-FILE
089564     ELSE
089568         IF NOT DL100-WS-MTD-FILE-NOTFND
089572             MOVE 'Y' TO DL100-WS-MTD-UNREAD-SW
089576             DISPLAY 'DL100 - MTD MASTER COULD NOT BE OPENED - '
089580                 'STATUS ' DL100-WS-MTD-FILE-STATUS
089584                 ' - CORRECTIONS CANNOT BE PRICED'
089588         END-IF
089592     END-IF
089596     PERFORM 4460-SETTLE-ONE-CORRECTION THRU 4460-EXIT
089600         VARYING DL100-WS-CORR-IX FROM 1 BY 1
089604         UNTIL DL100-WS-CORR-IX GREATER THAN DL100-WS-CORR-CT.
089608 4400-EXIT.
089612     EXIT.
089616 4420-PRICE-FROM-ONE-ROW.
089620     READ DL100-MTD-FILE
089624         AT END
089628             MOVE 'Y' TO DL100-WS-MTD-EOF-SW
089632         NOT AT END
089636             PERFORM 4440-MATCH-ONE-CORRECTION THRU 4440-EXIT
089640                 VARYING DL100-WS-CORR-IX FROM 1 BY 1
089644                 UNTIL DL100-WS-CORR-IX GREATER THAN
089648                     DL100-WS-CORR-CT
089652     END-READ.
089656 4420-EXIT.
089660     EXIT.
089664 4440-MATCH-ONE-CORRECTION.
089668     MOVE DL100-WS-CORR-SLOT (DL100-WS-CORR-IX)
089672         TO DL100-WS-SLOT-IX
089676     IF FIELD-1 OF ANOTHER_GROUP (DL100-WS-SLOT-IX) NOT EQUAL TO
089680         DL100MTD-BRANCH-CODE
089684         OR DL100-SLOT-CORR-DATE OF ANOTHER_GROUP
089688             (DL100-WS-SLOT-IX) NOT EQUAL TO
089692             DL100MTD-EXTRACT-DATE
089696         GO TO 4440-EXIT
089700     END-IF
089704*    ROWS WRITTEN BEFORE THE CORRECTION FIELDS EXISTED READ
089708*    BACK AS GARBAGE THERE -- TREAT THEM AS NEVER CORRECTED.
089712     IF DL100MTD-CORR-BY EQUAL TO DL100-WS-EXTRACT-DATE
089716         AND DL100MTD-PRIOR-AMOUNT NUMERIC
089720         MOVE DL100MTD-PRIOR-AMOUNT
089724             TO DL100-WS-CORR-BASE (DL100-WS-CORR-IX)
089728     ELSE
089732         MOVE DL100MTD-AMOUNT
089736             TO DL100-WS-CORR-BASE (DL100-WS-CORR-IX)
089740     END-IF.
089744 4440-EXIT.
089748     EXIT.
089752 4460-SETTLE-ONE-CORRECTION.
089756     MOVE DL100-WS-CORR-SLOT (DL100-WS-CORR-IX)
089760         TO DL100-WS-SLOT-IX
089764     IF DL100-WS-MTD-UNREADABLE
089768         SET DL100-SLOT-ERR-CORR-BASE OF ANOTHER_GROUP
089772             (DL100-WS-SLOT-IX) TO TRUE
089776         PERFORM 4190-REJECT-CORRECTION THRU 4190-EXIT
089780         GO TO 4460-EXIT
089784     END-IF
089788     COMPUTE DL100-SLOT-SUBTOTAL OF ANOTHER_GROUP
089792         (DL100-WS-SLOT-IX) =
089796         FIELD-3 OF ANOTHER_GROUP (DL100-WS-SLOT-IX 1)
089800         + FIELD-3 OF ANOTHER_GROUP (DL100-WS-SLOT-IX 2)
089804         - DL100-WS-CORR-BASE (DL100-WS-CORR-IX)
089808         ON SIZE ERROR
089812             MOVE ZERO TO DL100-SLOT-SUBTOTAL OF ANOTHER_GROUP
089816                 (DL100-WS-SLOT-IX)
089820             SET DL100-SLOT-ERR-CORR-BASE OF ANOTHER_GROUP
089824                 (DL100-WS-SLOT-IX) TO TRUE
089828             PERFORM 4190-REJECT-CORRECTION THRU 4190-EXIT
089832     END-COMPUTE.
089836 4460-EXIT.
089840     EXIT.
089900*****************************************************************
090000*    4500-WRITE-SUSPENSE -- APPEND EVERY SLOT REJECTED THIS RUN  *
090100*    TO THE SUSPENSE FILE WITH THE RUN TIMESTAMP AND THE REJECT  *
092400     EXIT.
092500 4600-SUSPEND-ONE-SLOT.
092600     IF DL100-SLOT-VALID OF ANOTHER_GROUP (DL100-WS-SLOT-IX)
092630         OR DL100-SLOT-CORRECTION OF ANOTHER_GROUP
092660             (DL100-WS-SLOT-IX)
092700         GO TO 4600-EXIT
092800     END-IF
092900     MOVE 'S' TO DL100SUS-STATUS
094100     EXIT.
094200*****************************************************************
094300*    5000-COMPUTE-TOTALS -- PER-SLOT SUBTOTAL AND GRAND CONTROL  *
094360*    TOTAL OVER FIELD-3, FOR VALID SLOTS ONLY. AN ACCEPTED      *
094420*    CORRECTION ADDS ITS NET ADJUSTMENT, ALREADY PRICED BY 4400.*
094500*****************************************************************
094600 5000-COMPUTE-TOTALS.
094700     MOVE ZERO TO DL100-WS-GRAND-TOTAL
094750     MOVE ZERO TO DL100-WS-ADJ-TOTAL
094800     PERFORM 5100-TOTAL-ONE-SLOT THRU 5100-EXIT
094900         VARYING DL100-WS-SLOT-IX FROM 1 BY 1
095000         UNTIL DL100-WS-SLOT-IX GREATER THAN DL100-WS-SLOT-CT.
095100 5000-EXIT.
095200     EXIT.
095300 5100-TOTAL-ONE-SLOT.
095307     IF DL100-SLOT-CORRECTION OF ANOTHER_GROUP (DL100-WS-SLOT-IX)
095314         IF DL100-SLOT-VALID OF ANOTHER_GROUP (DL100-WS-SLOT-IX)
095321             ADD DL100-SLOT-SUBTOTAL OF ANOTHER_GROUP
095328                 (DL100-WS-SLOT-IX)
095335                 TO DL100-WS-GRAND-TOTAL
095342                    DL100-WS-ADJ-TOTAL
095349         ELSE
095356             MOVE ZERO TO DL100-SLOT-SUBTOTAL OF ANOTHER_GROUP
095363                 (DL100-WS-SLOT-IX)
095370         END-IF
095377         GO TO 5100-EXIT
095384     END-IF
095400     MOVE ZERO TO DL100-SLOT-SUBTOTAL OF ANOTHER_GROUP
095500         (DL100-WS-SLOT-IX)
095600     IF DL100-SLOT-VALID OF ANOTHER_GROUP
098400     WRITE DL100RPT-LINE
098500     MOVE SPACES TO DL100RPT-LINE
098600     WRITE DL100RPT-LINE
098605     IF DL100-WS-REPEAT-ACCEPTED
098610         STRING '*** DL100IN REPEATS THE TRANSMISSION ACCEPTED '
098615             DELIMITED BY SIZE
098620             'FOR ' DELIMITED BY SIZE
098625             DL100-WS-DUP-OF-DATE DELIMITED BY SIZE
098630             ' CYCLE ' DELIMITED BY SIZE
098635             DL100-WS-DUP-OF-CYCLE DELIMITED BY SIZE
098640             ' - ACCEPTED BY CONTROL OVERRIDE ***'
098645                 DELIMITED BY SIZE
098650             INTO DL100RPT-LINE
098655         END-STRING
098660         WRITE DL100RPT-LINE
098665         MOVE SPACES TO DL100RPT-LINE
098670         WRITE DL100RPT-LINE
098675     END-IF
098700     MOVE 1 TO DL100-WS-SLOT-IX
098800     PERFORM 6100-REPORT-ONE-SLOT THRU 6100-EXIT
098900         VARYING DL100-WS-SLOT-IX FROM 1 BY 1
099000         UNTIL DL100-WS-SLOT-IX GREATER THAN DL100-WS-SLOT-CT
099050     PERFORM 6200-REPORT-CORRECTIONS THRU 6200-EXIT
099100     MOVE SPACES TO DL100RPT-LINE
099200     WRITE DL100RPT-LINE
099300     STRING 'RECORDS PROCESSED (THIS-IS-ELEMENTARY): '
100800 6000-EXIT.
100900     EXIT.
101000 6100-REPORT-ONE-SLOT.
101020     IF DL100-SLOT-CORRECTION OF ANOTHER_GROUP (DL100-WS-SLOT-IX)
101040         GO TO 6100-EXIT
101060     END-IF
101100     MOVE FIELD-3 OF ANOTHER_GROUP (DL100-WS-SLOT-IX 1)
101200         TO DL100-WS-FIELD-3-ED-1
101300     MOVE FIELD-3 OF ANOTHER_GROUP (DL100-WS-SLOT-IX 2)
106400     WRITE DL100RPT-LINE.
106500 6100-EXIT.
106600     EXIT.
106601*****************************************************************
106602*    6200-REPORT-CORRECTIONS -- THE MANUAL CORRECTIONS ARE      *
106603*    LISTED APART FROM THE SLOTS, TWO LINES EACH: WHAT WAS      *
106604*    KEYED, THEN WHAT WAS BOOKED BEFORE AND THE ADJUSTMENT      *
106605*    TAKEN (OR WHY IT WAS REJECTED), WITH WHO KEYED IT AND WHY. *
106606*    A CORRECTION FILE FOR ANOTHER DATE, OR ONE WITHOUT ITS     *
106607*    HEADER, IS NOTED SO NOBODY TAKES ITS ENTRIES AS APPLIED.   *
106608*****************************************************************
106609 6200-REPORT-CORRECTIONS.
106610     IF DL100-WS-MCI-NONE
106611         GO TO 6200-EXIT
106612     END-IF
106613     MOVE SPACES TO DL100RPT-LINE
106614     WRITE DL100RPT-LINE
106615     IF DL100-WS-MCI-OTHER-DATE
106616         STRING '*** DL100MCI IS FOR BUSINESS DATE '
106617             DELIMITED BY SIZE
106618             DL100-WS-MCI-DATE DELIMITED BY SIZE
106619             ' - NO CORRECTIONS APPLIED ***' DELIMITED BY SIZE
106620             INTO DL100RPT-LINE
106621         END-STRING
106622         WRITE DL100RPT-LINE
106623         GO TO 6200-EXIT
106624     END-IF
106625     IF DL100-WS-MCI-NO-HEADER
106626         STRING '*** DL100MCI HAS NO HEADER RECORD - '
106627             DELIMITED BY SIZE
106628             'NO CORRECTIONS APPLIED ***' DELIMITED BY SIZE
106629             INTO DL100RPT-LINE
106630         END-STRING
106631         WRITE DL100RPT-LINE
106632         GO TO 6200-EXIT
106633     END-IF
106634     STRING 'MANUAL CORRECTIONS (DL100MCI) FOR BUSINESS DATE '
106635         DELIMITED BY SIZE
106636         DL100-WS-MCI-DATE DELIMITED BY SIZE
106637         INTO DL100RPT-LINE
106638     END-STRING
106639     WRITE DL100RPT-LINE
106640     PERFORM 6300-REPORT-ONE-CORRECTION THRU 6300-EXIT
106641         VARYING DL100-WS-SLOT-IX FROM 1 BY 1
106642         UNTIL DL100-WS-SLOT-IX GREATER THAN DL100-WS-SLOT-CT
106643     MOVE SPACES TO DL100RPT-LINE
106644     MOVE DL100-WS-ADJ-TOTAL TO DL100-WS-GRAND-TOTAL-ED
106645     STRING 'CORRECTIONS APPLIED: ' DELIMITED BY SIZE
106646         DL100-WS-CORR-CT DELIMITED BY SIZE
106647         '  NET ADJUSTMENT: ' DELIMITED BY SIZE
106648         DL100-WS-GRAND-TOTAL-ED DELIMITED BY SIZE
106649         '  CORRECTIONS REJECTED: ' DELIMITED BY SIZE
106650         DL100-WS-BAD-CORR-CT DELIMITED BY SIZE
106651         INTO DL100RPT-LINE
106652     END-STRING
106653     WRITE DL100RPT-LINE.
106654 6200-EXIT.
106655     EXIT.
106656 6300-REPORT-ONE-CORRECTION.
106657     IF NOT DL100-SLOT-CORRECTION OF ANOTHER_GROUP
106658         (DL100-WS-SLOT-IX)
106659         GO TO 6300-EXIT
106660     END-IF
106661     MOVE FIELD-3 OF ANOTHER_GROUP (DL100-WS-SLOT-IX 1)
106662         TO DL100-WS-FIELD-3-ED-1
106663     MOVE FIELD-3 OF ANOTHER_GROUP (DL100-WS-SLOT-IX 2)
106664         TO DL100-WS-FIELD-3-ED-2
106665     MOVE SPACES TO DL100RPT-LINE
106666     STRING 'CORR ' DELIMITED BY SIZE
106667         DL100-WS-SLOT-IX DELIMITED BY SIZE
106668         '  FIELD-1=' DELIMITED BY SIZE
106669         FIELD-1 OF ANOTHER_GROUP (DL100-WS-SLOT-IX)
106670             DELIMITED BY SIZE
106671         '  BRANCH=' DELIMITED BY SIZE
106672         DL100-SLOT-BRANCH-NAME OF ANOTHER_GROUP
106673             (DL100-WS-SLOT-IX) DELIMITED BY SIZE
106674         '  FOR=' DELIMITED BY SIZE
106675         DL100-SLOT-CORR-DATE OF ANOTHER_GROUP
106676             (DL100-WS-SLOT-IX) DELIMITED BY SIZE
106677         '  FIELD-3(1)=' DELIMITED BY SIZE
106678         DL100-WS-FIELD-3-ED-1 DELIMITED BY SIZE
106679         '  FIELD-3(2)=' DELIMITED BY SIZE
106680         DL100-WS-FIELD-3-ED-2 DELIMITED BY SIZE
106681         INTO DL100RPT-LINE
106682     END-STRING
106683     WRITE DL100RPT-LINE
106684     MOVE SPACES TO DL100RPT-LINE
106685     IF DL100-SLOT-VALID OF ANOTHER_GROUP (DL100-WS-SLOT-IX)
106686         COMPUTE DL100-WS-CORR-PRIOR =
106687             FIELD-3 OF ANOTHER_GROUP (DL100-WS-SLOT-IX 1)
106688             + FIELD-3 OF ANOTHER_GROUP (DL100-WS-SLOT-IX 2)
106689             - DL100-SLOT-SUBTOTAL OF ANOTHER_GROUP
106690                 (DL100-WS-SLOT-IX)
106691         MOVE DL100-WS-CORR-PRIOR TO DL100-WS-PRIOR-ED
106692         MOVE DL100-SLOT-SUBTOTAL OF ANOTHER_GROUP
106693             (DL100-WS-SLOT-IX) TO DL100-WS-SUBTOTAL-ED
106694         STRING '          WAS=' DELIMITED BY SIZE
106695             DL100-WS-PRIOR-ED DELIMITED BY SIZE
106696             '  ADJUSTMENT=' DELIMITED BY SIZE
106697             DL100-WS-SUBTOTAL-ED DELIMITED BY SIZE
106698             '  OPERATOR=' DELIMITED BY SIZE
106699             DL100-SLOT-CORR-OPER OF ANOTHER_GROUP
106700                 (DL100-WS-SLOT-IX) DELIMITED BY SIZE
106701             '  REASON=' DELIMITED BY SIZE
106702             DL100-SLOT-CORR-REASON OF ANOTHER_GROUP
106703                 (DL100-WS-SLOT-IX) DELIMITED BY SIZE
106704             INTO DL100RPT-LINE
106705         END-STRING
106706     ELSE
106707         PERFORM 4195-SET-REJECT-TEXT THRU 4195-EXIT
106708         STRING '          *** REJECTED - ' DELIMITED BY SIZE
106709             DL100-WS-CORR-REJECT-TEXT DELIMITED BY SIZE
106710             ' ***  OPERATOR=' DELIMITED BY SIZE
106711             DL100-SLOT-CORR-OPER OF ANOTHER_GROUP
106712                 (DL100-WS-SLOT-IX) DELIMITED BY SIZE
106713             '  REASON=' DELIMITED BY SIZE
106714             DL100-SLOT-CORR-REASON OF ANOTHER_GROUP
106715                 (DL100-WS-SLOT-IX) DELIMITED BY SIZE
106716             INTO DL100RPT-LINE
106717         END-STRING
106718     END-IF
106719     WRITE DL100RPT-LINE.
106720 6300-EXIT.
106721     EXIT.
106722*****************************************************************
106800*    7000-WRITE-OUTPUT-EXTRACT -- ONE RECORD PER VALID SLOT,     *
106900*    FOR DOWNSTREAM GENERAL LEDGER RECONCILIATION (DL100RCN).    *
107000*****************************************************************
109320     MOVE DL100-WS-BAD-SLOT-CT TO DL100JNL-BAD-SLOT-CT
109330     MOVE DL100-WS-GRAND-TOTAL TO DL100JNL-GRAND-TOTAL
109340     MOVE DL100-WS-CYCLE TO DL100JNL-CYCLE
109345     PERFORM 8050-SET-RUN-RESULT THRU 8050-EXIT
109346*    A LEDGER REFUSAL ALSO RAISES THE CONTROL ERROR -- SAY WHICH.
109347     IF DL100-WS-LEDGER-REFUSED
109348         SET DL100JNL-RESULT-DONE TO TRUE
109349     END-IF
109350     MOVE DL100-WS-CYCLE-DISP TO DL100JNL-CYCLE-DISP
109351*    A RUN REFUSED BY ITS CONTROLS OR AS A REPEAT (OR STOPPED
109352*    ON A FULL SLOT TABLE) NEVER STOOD -- JOURNAL IT WITHOUT AN
109353*    EXTRACT DATE OR CYCLE, AS A SKIP DAY IS, SO THE CYCLE
109354*    SEQUENCE CHECK, THE MTD ACCUMULATOR AND THE MONTH-END PROOF
109355*    ALL PASS IT OVER RATHER THAN TAKE IT FOR THE RUN THAT STANDS.
109356     IF DL100JNL-RESULT-NOT-STOOD
109357         MOVE SPACES TO DL100JNL-EXTRACT-DATE
109358         MOVE ZERO TO DL100JNL-CYCLE
109359     END-IF
110000     CLOSE DL100-JOURNAL-FILE.
110100 8000-EXIT.
110200     EXIT.
110202*****************************************************************
110204*    8050-SET-RUN-RESULT -- SAY ON THE HEADER HOW THE RUN ENDED *
110206*    -- STOOD, REFUSED BY ITS CONTROLS, STOPPED ON A FULL SLOT  *
110208*    TABLE, REFUSED AS A REPEAT, OR A REPEAT ACCEPTED ON THE    *
110210*    OVERRIDE -- AND, FOR A REPEAT, WHICH TRANSMISSION IT       *
110212*    REPEATED.                                                  *
110214*****************************************************************
110216 8050-SET-RUN-RESULT.
110218     MOVE DL100-WS-DUP-OF-DATE TO DL100JNL-DUP-OF-DATE
110220     MOVE DL100-WS-DUP-OF-CYCLE TO DL100JNL-DUP-OF-CYCLE
110222     EVALUATE TRUE
110224         WHEN DL100-WS-OVERFLOW
110226             SET DL100JNL-RESULT-OVERFLOW TO TRUE
110228         WHEN DL100-WS-CONTROL-ERR
110230             SET DL100JNL-RESULT-REFUSED TO TRUE
110232         WHEN DL100-WS-REPEAT
110234             SET DL100JNL-RESULT-REPEAT TO TRUE
110236         WHEN DL100-WS-REPEAT-ACCEPTED
110238             SET DL100JNL-RESULT-REPEAT-OK TO TRUE
110240         WHEN OTHER
110242             SET DL100JNL-RESULT-NORMAL TO TRUE
110244     END-EVALUATE.
110246 8050-EXIT.
110248     EXIT.
110300*****************************************************************
110400*    8100-JOURNAL-ONE-SLOT -- ONE DETAIL RECORD PER SLOT LOADED  *
110450*    THIS RUN. AN ACCEPTED MANUAL CORRECTION IS JOURNALED AS    *
110500*    ITS OWN 'M' DETAIL, WITH THE DATE IT CORRECTS AND THE NET  *
110550*    ADJUSTMENT BOOKED; A REJECTED ONE BOOKED NOTHING.          *
110600*****************************************************************
110700 8100-JOURNAL-ONE-SLOT.
110704     IF DL100-SLOT-CORRECTION OF ANOTHER_GROUP (DL100-WS-SLOT-IX)
110708         IF DL100-SLOT-VALID OF ANOTHER_GROUP (DL100-WS-SLOT-IX)
110712             MOVE 'M' TO DL100JNL-REC-TYPE-M
110716             MOVE DL100-WS-SLOT-IX TO DL100JNL-CORR-SLOT-NO
110720             MOVE FIELD-1 OF ANOTHER_GROUP (DL100-WS-SLOT-IX)
110724                 TO DL100JNL-CORR-FIELD-1
110728             MOVE FIELD-3 OF ANOTHER_GROUP (DL100-WS-SLOT-IX 1)
110732                 TO DL100JNL-CORR-FIELD-3-1
110736             MOVE FIELD-3 OF ANOTHER_GROUP (DL100-WS-SLOT-IX 2)
110740                 TO DL100JNL-CORR-FIELD-3-2
110744             MOVE DL100-SLOT-CORR-DATE OF ANOTHER_GROUP
110748                 (DL100-WS-SLOT-IX) TO DL100JNL-CORR-DATE
110752             MOVE DL100-SLOT-SUBTOTAL OF ANOTHER_GROUP
110756                 (DL100-WS-SLOT-IX) TO DL100JNL-CORR-ADJUST
110760             MOVE DL100-SLOT-CORR-REASON OF ANOTHER_GROUP
110764                 (DL100-WS-SLOT-IX) TO DL100JNL-CORR-REASON
110768             MOVE DL100-SLOT-CORR-OPER OF ANOTHER_GROUP
110772                 (DL100-WS-SLOT-IX) TO DL100JNL-CORR-OPER
110776             WRITE DL100JNL-CORRECTION-RECORD
110780         END-IF
110784         GO TO 8100-EXIT
110788     END-IF
110800     MOVE 'D' TO DL100JNL-REC-TYPE-D
110900     MOVE DL100-WS-SLOT-IX TO DL100JNL-SLOT-NO
111000     MOVE FIELD-1 OF ANOTHER_GROUP (DL100-WS-SLOT-IX)
111600     WRITE DL100JNL-DETAIL-RECORD.
111700 8100-EXIT.
111800     EXIT.
111900*****************************************************************
112000*    8800-CHECK-RUN-STATUS -- THE RUN-STATUS LEDGER (DL100RSF)  *
112100*    KEEPS ONE RECORD PER STEP PER BUSINESS DATE AND CYCLE. A   *
112200*    DATE AND CYCLE THIS STEP ALREADY COMPLETED IS REFUSED      *
112300*    UNLESS DL100CTL AUTHORIZES THE RERUN FOR THIS DATE; ONE    *
112400*    LEFT STARTED BY AN ABEND IS A RESTART AND GOES AHEAD.      *
112500*    OTHERWISE THE START IS RECORDED NOW AND THE FINISH BY      *
112600*    8900. A LEDGER NEVER YET LOADED IS PRIMED ON FIRST USE;    *
112700*    ONE THAT CANNOT BE OPENED OR WRITTEN REFUSES THE RUN --    *
112800*    IT CAN PROVE NOTHING ABOUT WHAT WAS ALREADY DONE.          *
112900*****************************************************************
113000 8800-CHECK-RUN-STATUS.
113100     MOVE 'N' TO DL100-WS-RSF-FOUND-SW
113200     OPEN I-O DL100-STATUS-FILE
113300     IF DL100-WS-RSF-FILE-NOTFND
113400         OPEN OUTPUT DL100-STATUS-FILE
113500         CLOSE DL100-STATUS-FILE
113600         OPEN I-O DL100-STATUS-FILE
113700     END-IF
113800     IF NOT DL100-WS-RSF-FILE-OK
113900         MOVE 'Y' TO DL100-WS-LEDGER-REFUSED-SW
114000         MOVE 'Y' TO DL100-WS-CONTROL-ERR-SW
114100         DISPLAY 'DL100 - RUN-STATUS LEDGER COULD NOT BE '
114200             'OPENED - STATUS ' DL100-WS-RSF-FILE-STATUS
114300         GO TO 8800-EXIT
114400     END-IF
114500     MOVE DL100-WS-EXTRACT-DATE TO DL100RSF-BUSINESS-DATE
114600     MOVE DL100-WS-CYCLE TO DL100RSF-CYCLE
114700     MOVE 'DL100' TO DL100RSF-PROGRAM
114800     READ DL100-STATUS-FILE
114900         INVALID KEY
115000             CONTINUE
115100         NOT INVALID KEY
115200             MOVE 'Y' TO DL100-WS-RSF-FOUND-SW
115300     END-READ
115400     IF DL100-WS-RSF-FOUND AND DL100RSF-COMPLETE
115500         IF DL100-WS-RERUN-AUTH
115600             AND DL100-WS-RERUN-AUTH-DATE EQUAL TO
115700                 DL100-WS-EXTRACT-DATE
115800             MOVE 'Y' TO DL100RSF-RERUN-SW
115900             DISPLAY 'DL100 - ' DL100-WS-EXTRACT-DATE
116000                 ' CYCLE ' DL100-WS-CYCLE ' ALREADY COMPLETE - '
116100                 'RERUN AUTHORIZED BY DL100CTL'
116200         ELSE
116300             MOVE 'Y' TO DL100-WS-LEDGER-REFUSED-SW
116400             MOVE 'Y' TO DL100-WS-CONTROL-ERR-SW
116500             DISPLAY 'DL100 - ' DL100-WS-EXTRACT-DATE
116600                 ' CYCLE ' DL100-WS-CYCLE ' IS ALREADY COMPLETE '
116700                 'ON THE RUN-STATUS LEDGER - RUN REFUSED'
116800             CLOSE DL100-STATUS-FILE
116900             GO TO 8800-EXIT
117000         END-IF
117100     ELSE
117200         MOVE 'N' TO DL100RSF-RERUN-SW
117300     END-IF
117400     IF NOT DL100-WS-RSF-FOUND
117500         MOVE ZERO TO DL100RSF-RUN-CT
117600     END-IF
117700     SET DL100RSF-STARTED TO TRUE
117800     MOVE DL100-WS-RUN-TIMESTAMP TO DL100RSF-START-TSTAMP
117900     MOVE SPACES TO DL100RSF-END-TSTAMP
118000     MOVE ZERO TO DL100RSF-RETURN-CODE
118100     ADD 1 TO DL100RSF-RUN-CT
118200     IF DL100-WS-RSF-FOUND
118300         REWRITE DL100RSF-RECORD
118400     ELSE
118500         WRITE DL100RSF-RECORD
118600     END-IF
118700     IF NOT DL100-WS-RSF-FILE-OK
118800         MOVE 'Y' TO DL100-WS-LEDGER-REFUSED-SW
118900         MOVE 'Y' TO DL100-WS-CONTROL-ERR-SW
119000         DISPLAY 'DL100 - START COULD NOT BE RECORDED ON THE '
119100             'RUN-STATUS LEDGER - STATUS '
119200             DL100-WS-RSF-FILE-STATUS
119300     ELSE
119400         MOVE 'Y' TO DL100-WS-RSF-STARTED-SW
119500     END-IF
119600     CLOSE DL100-STATUS-FILE.
119700 8800-EXIT.
119800     EXIT.
119900*****************************************************************
120000*    8900-RECORD-FINISH -- CLOSE OUT THIS RUN'S RECORD ON THE   *
120100*    RUN-STATUS LEDGER WITH THE END TIME AND RETURN CODE. THE   *
120200*    STEP IS COMPLETE WHEN THE RUN STOOD (RC=0 OR 8); ONE       *
120300*    REFUSED BY ITS CONTROLS, AS A REPEAT OR ON A FULL SLOT     *
120400*    TABLE ENDS F, SO THE CORRECTED RUN NEEDS NO AUTHORIZATION. *
120500*    A FAILURE HERE CANNOT UNDO THE RUN -- IT IS REPORTED AND   *
120600*    THE RECORD IS LEFT STARTED.                                *
120700*****************************************************************
120800 8900-RECORD-FINISH.
120900     IF NOT DL100-WS-RSF-STARTED
121000         GO TO 8900-EXIT
121100     END-IF
121200     OPEN I-O DL100-STATUS-FILE
121300     IF NOT DL100-WS-RSF-FILE-OK
121400         DISPLAY 'DL100 - RUN-STATUS LEDGER COULD NOT BE '
121500             'OPENED TO RECORD THE FINISH - STATUS '
121600             DL100-WS-RSF-FILE-STATUS
121700         GO TO 8900-EXIT
121800     END-IF
121900     MOVE DL100-WS-EXTRACT-DATE TO DL100RSF-BUSINESS-DATE
122000     MOVE DL100-WS-CYCLE TO DL100RSF-CYCLE
122100     MOVE 'DL100' TO DL100RSF-PROGRAM
122200     READ DL100-STATUS-FILE
122300         INVALID KEY
122400             DISPLAY 'DL100 - RUN-STATUS LEDGER RECORD FOR THIS '
122500                 'RUN IS GONE - FINISH NOT RECORDED'
122600             CLOSE DL100-STATUS-FILE
122700             GO TO 8900-EXIT
122800     END-READ
122900     MOVE FUNCTION CURRENT-DATE TO DL100-WS-CURRENT-DATE-TIME
123000     MOVE SPACES TO DL100RSF-END-TSTAMP
123100     STRING DL100-WS-CDT-DATE DELIMITED BY SIZE
123200         '-' DELIMITED BY SIZE
123300         DL100-WS-CDT-TIME DELIMITED BY SIZE
123400         INTO DL100RSF-END-TSTAMP
123500     END-STRING
123600     MOVE RETURN-CODE TO DL100RSF-RETURN-CODE
123700     IF DL100-WS-OVERFLOW OR DL100-WS-CONTROL-ERR
123800         OR DL100-WS-REPEAT
123900         SET DL100RSF-FAILED TO TRUE
124000     ELSE
124100         SET DL100RSF-COMPLETE TO TRUE
124200     END-IF
124300     REWRITE DL100RSF-RECORD
124400     IF NOT DL100-WS-RSF-FILE-OK
124500         DISPLAY 'DL100 - FINISH COULD NOT BE RECORDED ON THE '
124600             'RUN-STATUS LEDGER - STATUS '
124700             DL100-WS-RSF-FILE-STATUS
124800     END-IF
124900     CLOSE DL100-STATUS-FILE.
125000 8900-EXIT.
125100     EXIT.
