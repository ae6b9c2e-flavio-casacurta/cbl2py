002791*                    EACH RUN LINE FLAGGED LIVE OR ARCHIVE,     *
002792*                    SO A DATE RANGE PAST THE RETENTION         *
002793*                    CUTOFF NO LONGER COMES BACK EMPTY.         *
002795*    10/15/26   FC   WIDEN THE JOURNAL RECORDS FOR THE RUN      *
002797*                    RESULT NOW ON THE HEADER.                  *
002798*    10/15/26   FC   A MANUAL CORRECTION ('M' DETAIL) ADDS ITS  *
002799*                    NET ADJUSTMENT TO THE RUN AMOUNT, AND IS   *
002800*                    LISTED AS A CORR LINE IN THE DETAIL.       *
002801*                                                               *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
004400 FILE SECTION.
004500 FD  DL100-JOURNAL-FILE
004600     RECORDING MODE IS F
004700     RECORD CONTAINS 17 TO 64 CHARACTERS
004800     LABEL RECORDS ARE STANDARD.
004900     COPY DL100JNL.
004910 FD  DL100-ARCHIVE-FILE
004920     RECORDING MODE IS F
004930     RECORD CONTAINS 17 TO 64 CHARACTERS
004940     LABEL RECORDS ARE STANDARD.
004950     COPY DL100JNL REPLACING LEADING ==DL100JNL== BY ==DL100JNB==.
005000 FD  DL100-PARM-FILE
007800 77  DL100-WS-RUN-AMOUNT-ED      PIC -(8)9.99.
007900 77  DL100-WS-F3-ED-1            PIC -(2)9.99.
008000 77  DL100-WS-F3-ED-2            PIC -(2)9.99.
008050 77  DL100-WS-ADJ-ED             PIC -(4)9.99.
008100 01  DL100-WS-HOLD-HEADER.
008200     05  DL100-WS-HOLD-TIMESTAMP.
008300         10  DL100-WS-HOLD-DATE  PIC X(08).
015800         PERFORM 2100-OPEN-ONE-RUN THRU 2100-EXIT
015900     ELSE
016000         IF DL100-WS-RUN-PENDING
016030*            A CORRECTION BOOKED ONLY ITS NET ADJUSTMENT.
016060             IF DL100JNL-REC-TYPE EQUAL TO 'M'
016090                 ADD DL100JNL-CORR-ADJUST TO DL100-WS-RUN-AMOUNT
016120             ELSE
016150                 ADD DL100JNL-FIELD-3-1 TO DL100-WS-RUN-AMOUNT
016180                 ADD DL100JNL-FIELD-3-2 TO DL100-WS-RUN-AMOUNT
016210             END-IF
016300             IF DL100-WS-DETAIL-WANTED
016400                 PERFORM 4000-PRINT-DETAIL-LINE THRU 4000-EXIT
016500             END-IF
023100     MOVE DL100JNL-FIELD-3-2 TO DL100-WS-F3-ED-2
023150     ADD 1 TO DL100-WS-DTL-CT
023200     MOVE SPACES TO DL100JRP-LINE
023204     IF DL100JNL-REC-TYPE EQUAL TO 'M'
023208         MOVE DL100JNL-CORR-ADJUST TO DL100-WS-ADJ-ED
023212         STRING '    CORR ' DELIMITED BY SIZE
023216             DL100JNL-CORR-SLOT-NO DELIMITED BY SIZE
023220             '  FIELD-1=' DELIMITED BY SIZE
023224             DL100JNL-CORR-FIELD-1 DELIMITED BY SIZE
023228             '  FIELD-3(1)=' DELIMITED BY SIZE
023232             DL100-WS-F3-ED-1 DELIMITED BY SIZE
023236             '  FIELD-3(2)=' DELIMITED BY SIZE
023240             DL100-WS-F3-ED-2 DELIMITED BY SIZE
023244             '  FOR=' DELIMITED BY SIZE
023248             DL100JNL-CORR-DATE DELIMITED BY SIZE
023252             '  ADJUSTMENT=' DELIMITED BY SIZE
023256             DL100-WS-ADJ-ED DELIMITED BY SIZE
023260             '  OPERATOR=' DELIMITED BY SIZE
023264             DL100JNL-CORR-OPER DELIMITED BY SIZE
023268             INTO DL100JRP-LINE
023272         END-STRING
023276         MOVE DL100JRP-LINE
023280             TO DL100-WS-DTL-LINE (DL100-WS-DTL-CT)
023284         GO TO 4000-EXIT
023288     END-IF
023300     STRING '    SLOT ' DELIMITED BY SIZE
023400         DL100JNL-SLOT-NO DELIMITED BY SIZE
023500         '  FIELD-1=' DELIMITED BY SIZE
