001500*    MONTH-TO-DATE TOTAL AND THE COUNT OF NIGHTS THE BRANCH     *
001600*    TRANSMITTED -- SO A MANAGER'S QUESTION STOPS BEING A       *
001700*    MANUAL TRAWL THROUGH THE RUN-ORIENTED JOURNAL.             *
001710*                                                               *
001720*    A MANUAL CORRECTION JOURNALED BY A RUN ('M' DETAIL) IS     *
001730*    ITS OWN LINE UNDER THAT RUN, MARKED WITH THE DATE IT       *
001740*    CORRECTS, FOR THE NET ADJUSTMENT IT BOOKED. IT IS IN THE   *
001750*    MONTH-TO-DATE TOTAL BUT IS NOT A NIGHT TRANSMITTED.        *
001800*                                                               *
001900*    BRANCH NAMES COME FROM THE BRANCH MASTER (DL100BMF). A     *
002000*    MASTER THAT CANNOT BE OPENED LEAVES THE NAMES BLANK --     *
003293*                    TOP OF THEM, SO THE STATEMENT SHOWS THE    *
003294*                    CYCLE THAT STANDS AND AGREES WITH THE      *
003295*                    MONTH-END CLOSE.                           *
003297*    10/15/26   FC   WIDEN THE JOURNAL RECORDS FOR THE RUN      *
003299*                    RESULT NOW ON THE HEADER.                  *
003300*    10/15/26   FC   LIST MANUAL CORRECTIONS ('M' DETAILS) AS   *
003301*                    THEIR OWN LINES, FOR THE NET ADJUSTMENT,   *
003302*                    WITHOUT COUNTING THEM AS NIGHTS.           *
003303*                                                               *
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
005200 FILE SECTION.
005300 FD  DL100-JOURNAL-FILE
005400     RECORDING MODE IS F
005500     RECORD CONTAINS 17 TO 64 CHARACTERS
005600     LABEL RECORDS ARE STANDARD.
005700     COPY DL100JNL.
005800 FD  DL100-BRANCH-FILE
009810 77  DL100-WS-KEEP-CT            PIC 9(03) VALUE ZERO.
009820 77  DL100-WS-DROP-SW            PIC X(01) VALUE 'N'.
009830     88  DL100-WS-DROPPED              VALUE 'Y'.
009840     88  DL100-WS-LINES-DROPPED        VALUE 'Y' 'C'.
009850 77  DL100-WS-DETAIL-CORR-DT     PIC X(08) VALUE SPACES.
009860 77  DL100-WS-CORR-SEG           PIC X(25) VALUE SPACES.
009900 77  DL100-WS-DROPPED-CT         PIC 9(05) VALUE ZERO.
010000 77  DL100-WS-MTD-TOTAL-ED       PIC -(8)9.99.
010100 77  DL100-WS-AMOUNT-ED          PIC -(8)9.99.
012800                                 PIC 9(02).
012900             15  DL100-WS-BR-RUN-AMT
013000                                 PIC S9(09)V99.
013030             15  DL100-WS-BR-RUN-CORR-DT
013060                                 PIC X(08).
013100 PROCEDURE DIVISION.
013200 MAIN-SECTION SECTION.
013300*****************************************************************
021713*    OR A RERUN) REPLACES THAT DATE, IT DOES NOT ADD TO IT:     *
021714*    EVERY BRANCH'S LINES FOR THE DATE ARE BACKED OUT OF THE    *
021715*    MONTH-TO-DATE TOTAL AND REMOVED, AND THE NIGHT COUNT IS    *
021716*    GIVEN BACK (A CORRECTION LINE WAS NEVER A NIGHT), BEFORE   *
021717*    THE NEW RUN'S DETAILS POST -- THE SAME LAST-RUN-PER-DATE   *
021718*    ANSWER THE MTD ACCUMULATOR AND THE MONTH-END CLOSE GIVE.   *
021719*****************************************************************
021720 2150-SUPERSEDE-DATE.
021721     PERFORM 2160-SUPERSEDE-ONE-BRANCH THRU 2160-EXIT
021731         VARYING DL100-WS-LINE-IX FROM 1 BY 1
021732         UNTIL DL100-WS-LINE-IX GREATER THAN
021733             DL100-WS-BR-LINE-CT (DL100-WS-BRANCH-IX)
021734     IF DL100-WS-LINES-DROPPED
021735         MOVE DL100-WS-KEEP-CT
021736             TO DL100-WS-BR-LINE-CT (DL100-WS-BRANCH-IX)
021737     END-IF
021738     IF DL100-WS-DROPPED
021739         SUBTRACT 1
021740             FROM DL100-WS-BR-NIGHTS (DL100-WS-BRANCH-IX)
021741*        CLEARING THE LAST-DATE HOLD LETS 2200 COUNT THE
021742*        NIGHT AGAIN IF THE BRANCH IS ON THE NEW RUN TOO.
021743         MOVE SPACES
021744             TO DL100-WS-BR-LAST-DT (DL100-WS-BRANCH-IX)
021745     END-IF.
021746 2160-EXIT.
021747     EXIT.
021748 2170-SIFT-ONE-LINE.
021749     IF DL100-WS-BR-RUN-DT
021750         (DL100-WS-BRANCH-IX DL100-WS-LINE-IX)
021751         EQUAL TO DL100-WS-RUN-DATE
021752         IF DL100-WS-BR-RUN-CORR-DT
021753             (DL100-WS-BRANCH-IX DL100-WS-LINE-IX) EQUAL TO SPACES
021754             MOVE 'Y' TO DL100-WS-DROP-SW
021755         ELSE
021756             IF NOT DL100-WS-DROPPED
021757                 MOVE 'C' TO DL100-WS-DROP-SW
021758             END-IF
021759         END-IF
021760         SUBTRACT DL100-WS-BR-RUN-AMT
021761             (DL100-WS-BRANCH-IX DL100-WS-LINE-IX)
021762             FROM DL100-WS-BR-MTD-TOT (DL100-WS-BRANCH-IX)
021763     ELSE
021764         ADD 1 TO DL100-WS-KEEP-CT
021765         IF DL100-WS-KEEP-CT NOT EQUAL TO DL100-WS-LINE-IX
021766             MOVE DL100-WS-BR-LINE
021767                 (DL100-WS-BRANCH-IX DL100-WS-LINE-IX)
021768                 TO DL100-WS-BR-LINE
021769                     (DL100-WS-BRANCH-IX DL100-WS-KEEP-CT)
021770         END-IF
021771     END-IF.
021772 2170-EXIT.
021773     EXIT.
021800 2200-POST-ONE-DETAIL.
021830     IF DL100JNL-REC-TYPE EQUAL TO 'M'
021860         MOVE DL100JNL-CORR-ADJUST TO DL100-WS-DETAIL-AMOUNT
021890         MOVE DL100JNL-CORR-DATE TO DL100-WS-DETAIL-CORR-DT
021920     ELSE
021950         COMPUTE DL100-WS-DETAIL-AMOUNT =
021980             DL100JNL-FIELD-3-1 + DL100JNL-FIELD-3-2
022010         MOVE SPACES TO DL100-WS-DETAIL-CORR-DT
022040     END-IF
022100     PERFORM 2300-FIND-BRANCH THRU 2300-EXIT
022200     IF NOT DL100-WS-FOUND
022300         IF DL100-WS-BRANCH-CT GREATER THAN OR EQUAL TO
024200         TO DL100-WS-BR-MTD-TOT (DL100-WS-FOUND-IX)
024300     IF DL100-WS-RUN-DATE NOT EQUAL TO
024400         DL100-WS-BR-LAST-DT (DL100-WS-FOUND-IX)
024450         AND DL100-WS-DETAIL-CORR-DT EQUAL TO SPACES
024500         ADD 1 TO DL100-WS-BR-NIGHTS (DL100-WS-FOUND-IX)
024600         MOVE DL100-WS-RUN-DATE
024700             TO DL100-WS-BR-LAST-DT (DL100-WS-FOUND-IX)
026900     EXIT.
027000*****************************************************************
027100*    2500-ADD-RUN-LINE -- SEVERAL SLOTS FOR ONE BRANCH IN ONE   *
027160*    RUN ACCUMULATE INTO ONE STATEMENT LINE FOR THAT RUN. A     *
027220*    CORRECTION KEEPS A LINE OF ITS OWN.                        *
027300*****************************************************************
027400 2500-ADD-RUN-LINE.
027500     MOVE DL100-WS-BR-LINE-CT (DL100-WS-FOUND-IX)
028100         AND DL100-WS-BR-RUN-CYC
028200             (DL100-WS-FOUND-IX DL100-WS-LINE-IX)
028300             EQUAL TO DL100-WS-RUN-CYCLE
028320         AND DL100-WS-BR-RUN-CORR-DT
028340             (DL100-WS-FOUND-IX DL100-WS-LINE-IX)
028360             EQUAL TO DL100-WS-DETAIL-CORR-DT
028400         ADD DL100-WS-DETAIL-AMOUNT
028500             TO DL100-WS-BR-RUN-AMT
028600                 (DL100-WS-FOUND-IX DL100-WS-LINE-IX)
030000     MOVE DL100-WS-RUN-CYCLE
030100         TO DL100-WS-BR-RUN-CYC
030200             (DL100-WS-FOUND-IX DL100-WS-LINE-IX)
030220     MOVE DL100-WS-DETAIL-CORR-DT
030240         TO DL100-WS-BR-RUN-CORR-DT
030260             (DL100-WS-FOUND-IX DL100-WS-LINE-IX)
030300     MOVE DL100-WS-DETAIL-AMOUNT
030400         TO DL100-WS-BR-RUN-AMT
030500             (DL100-WS-FOUND-IX DL100-WS-LINE-IX).
041500 5400-EXIT.
041600     EXIT.
041700 5500-PRINT-ONE-RUN-LINE.
041709     MOVE SPACES TO DL100-WS-CORR-SEG
041718     IF DL100-WS-BR-RUN-CORR-DT
041727         (DL100-WS-BRANCH-IX DL100-WS-LINE-IX) NOT EQUAL TO SPACES
041736         STRING '  CORRECTION FOR ' DELIMITED BY SIZE
041745             DL100-WS-BR-RUN-CORR-DT
041754                 (DL100-WS-BRANCH-IX DL100-WS-LINE-IX)
041763                 DELIMITED BY SIZE
041772             INTO DL100-WS-CORR-SEG
041781         END-STRING
041790     END-IF
041800     MOVE DL100-WS-BR-RUN-AMT
041900         (DL100-WS-BRANCH-IX DL100-WS-LINE-IX)
042000         TO DL100-WS-AMOUNT-ED
042900             DELIMITED BY SIZE
043000         '  AMOUNT=' DELIMITED BY SIZE
043100         DL100-WS-AMOUNT-ED DELIMITED BY SIZE
043150         DL100-WS-CORR-SEG DELIMITED BY SIZE
043200         INTO DL100BSR-LINE
043300     END-STRING
043400     WRITE DL100BSR-LINE.
