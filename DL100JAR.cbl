001000*                                                               *
001100*    SPLITS THE DL100 AUDIT JOURNAL (DL100JNL) AT THE RETENTION *
001200*    CUTOFF DATE ON THE DL100JAP PARAMETER RECORD: EVERY RUN    *
001300*    (AN 'H' HEADER AND ITS 'D' AND 'M' DETAILS) DATED BEFORE   *
001400*    THE CUTOFF GOES TO THE ARCHIVE (DL100JNA); EVERY RUN ON OR *
001500*    AFTER IT GOES TO THE TRIMMED COPY (DL100JNT), WHICH THE    *
001600*    JOB THEN COPIES BACK OVER THE LIVE JOURNAL. THE CONTROL    *
001700*    REPORT (DL100JAL) SHOWS RUNS AND RECORDS READ, ARCHIVED    *
002830*                    INSTREAM DATA, WHICH IS ALWAYS LRECL 80.   *
002840*    09/02/26   FC   WIDEN THE JOURNAL RECORDS FOR THE CYCLE    *
002850*                    AND DISPOSITION NOW ON THE HEADER.         *
002860*    10/15/26   FC   WIDEN THE JOURNAL RECORDS FOR THE RUN      *
002870*                    RESULT NOW ON THE HEADER.                  *
002880*    10/15/26   FC   CARRY THE MANUAL CORRECTION ('M') DETAIL   *
002890*                    AT ITS FULL LENGTH.                        *
002900*                                                               *
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
004900 FILE SECTION.
005000 FD  DL100-JOURNAL-FILE
005100     RECORDING MODE IS F
005200     RECORD CONTAINS 17 TO 64 CHARACTERS
005300     LABEL RECORDS ARE STANDARD.
005400     COPY DL100JNL.
005500 FD  DL100-ARCHIVE-FILE
005600     RECORDING MODE IS F
005700     RECORD CONTAINS 17 TO 64 CHARACTERS
005800     LABEL RECORDS ARE STANDARD.
005900     COPY DL100JNL REPLACING LEADING ==DL100JNL== BY ==DL100JNA==.
006000 FD  DL100-TRIM-FILE
006100     RECORDING MODE IS F
006200     RECORD CONTAINS 17 TO 64 CHARACTERS
006300     LABEL RECORDS ARE STANDARD.
006400     COPY DL100JNL REPLACING LEADING ==DL100JNL== BY ==DL100JNT==.
006500 FD  DL100-PARM-FILE
015200     EXIT.
015300*****************************************************************
015400*    2000-SPLIT-ONE-RECORD -- EACH 'H' HEADER DECIDES WHERE     *
015460*    ITS WHOLE RUN GOES; THE 'D' AND 'M' DETAILS FOLLOW THEIR   *
015520*    HEADER.                                                    *
015600*****************************************************************
015700 2000-SPLIT-ONE-RECORD.
015800     IF DL100JNL-REC-TYPE EQUAL TO 'H'
018400 3000-EXIT.
018500     EXIT.
018600 3500-WRITE-DETAIL.
018620     IF DL100JNL-REC-TYPE EQUAL TO 'M'
018640         PERFORM 3600-WRITE-CORRECTION THRU 3600-EXIT
018660         GO TO 3500-EXIT
018680     END-IF
018700     IF DL100-WS-ARCHIVING
018800         MOVE DL100JNL-DETAIL-RECORD TO DL100JNA-DETAIL-RECORD
018900         WRITE DL100JNA-DETAIL-RECORD
019500     END-IF.
019600 3500-EXIT.
019700     EXIT.
019706 3600-WRITE-CORRECTION.
019712     IF DL100-WS-ARCHIVING
019718         MOVE DL100JNL-CORRECTION-RECORD
019724             TO DL100JNA-CORRECTION-RECORD
019730         WRITE DL100JNA-CORRECTION-RECORD
019736         ADD 1 TO DL100-WS-ARCH-REC-CT
019742     ELSE
019748         MOVE DL100JNL-CORRECTION-RECORD
019754             TO DL100JNT-CORRECTION-RECORD
019760         WRITE DL100JNT-CORRECTION-RECORD
019766         ADD 1 TO DL100-WS-KEPT-REC-CT
019772     END-IF.
019778 3600-EXIT.
019784     EXIT.
019800*****************************************************************
019900*    6000-PRODUCE-CONTROL-RPT -- THE ARCHIVED AND RETAINED      *
020000*    COUNTS MUST ADD BACK TO THE RECORDS READ.                  *
