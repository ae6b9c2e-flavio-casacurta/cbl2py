000500*    SHARED LAYOUT FOR THE DL100 AUDIT JOURNAL RECORDS. DL100    *
000600*    APPENDS ONE 'H' HEADER PER RUN (TIMESTAMP, RECORD COUNT,    *
000700*    RUN MODE) FOLLOWED BY ONE 'D' DETAIL PER SLOT PROCESSED.    *
000730*    A MANUAL CORRECTION APPLIED BY THE RUN IS JOURNALED AS AN   *
000760*    'M' DETAIL INSTEAD.                                         *
000800*    THE INQUIRY PROGRAM (DL100JIQ) READS THEM BACK FOR THE      *
000900*    RUN-HISTORY REPORT.                                         *
001000*                                                                *
001100*    THE CALLER COPIES THIS DIRECTLY UNDER THE FD -- ALL THE 01  *
001200*    RECORDS ARE SUPPLIED.                                       *
001300*                                                                *
001400*    MODIFICATION HISTORY                                        *
001750*                    REPLACE/SUPPLEMENT DISPOSITION TO THE       *
001760*                    HEADER SO THE DOWNSTREAM MATCH AND RECAP    *
001770*                    SIGN OFF THE CYCLE THAT ACTUALLY STANDS.    *
001772*    10/15/26   FC   ADD THE RUN RESULT TO THE HEADER -- A RUN   *
001774*                    REFUSED BY ITS CONTROLS, ON A FULL SLOT     *
001776*                    TABLE OR AS A REPEAT TRANSMISSION NOW SAYS  *
001778*                    WHICH -- AND, FOR A REPEAT, THE EXTRACT     *
001780*                    DATE AND CYCLE OF THE TRANSMISSION IT       *
001782*                    REPEATED. HEADER IS NOW 64 BYTES.           *
001787*    10/15/26   FC   ADD RUN RESULT P -- REFUSED BECAUSE THE     *
001792*                    RUN-STATUS LEDGER (DL100RSF) ALREADY SHOWS  *
001797*                    THE DATE AND CYCLE COMPLETE.                *
001807*    10/15/26   FC   ADD THE 'M' DETAIL FOR A MANUAL BRANCH      *
001817*                    CORRECTION APPLIED BY THE RUN: THE          *
001827*                    CORRECTED AMOUNTS, THE DATE CORRECTED, THE  *
001837*                    NET ADJUSTMENT BOOKED, THE REASON AND THE   *
001847*                    OPERATOR. ITS FIRST 17 BYTES LINE UP WITH   *
001857*                    THE 'D' DETAIL.                             *
001867*                                                                *
001900******************************************************************
002000 01  DL100JNL-HEADER-RECORD.
002100     05  DL100JNL-REC-TYPE       PIC X(1).
002450     05  DL100JNL-CYCLE-DISP     PIC X(1).
002460         88  DL100JNL-CYC-REPLACE      VALUE 'R'.
002470         88  DL100JNL-CYC-SUPPL        VALUE 'S'.
002472     05  DL100JNL-RUN-RESULT     PIC X(1).
002474         88  DL100JNL-RESULT-NORMAL    VALUE ' '.
002476         88  DL100JNL-RESULT-REFUSED   VALUE 'C'.
002478         88  DL100JNL-RESULT-OVERFLOW  VALUE 'O'.
002480         88  DL100JNL-RESULT-REPEAT    VALUE 'D'.
002482         88  DL100JNL-RESULT-REPEAT-OK VALUE 'A'.
002483         88  DL100JNL-RESULT-DONE      VALUE 'P'.
002484         88  DL100JNL-RESULT-NOT-STOOD VALUE 'C' 'O' 'D' 'P'.
002486     05  DL100JNL-DUP-OF-DATE    PIC X(8).
002488     05  DL100JNL-DUP-OF-CYCLE   PIC 9(2).
002500 01  DL100JNL-DETAIL-RECORD.
002600     05  DL100JNL-REC-TYPE-D     PIC X(1).
002700     05  DL100JNL-SLOT-NO        PIC 9(3).
002800     05  DL100JNL-FIELD-1        PIC X(3).
002900     05  DL100JNL-FIELD-3-1      PIC S9(3)V99.
003000     05  DL100JNL-FIELD-3-2      PIC S9(3)V99.
003100 01  DL100JNL-CORRECTION-RECORD.
003200     05  DL100JNL-REC-TYPE-M     PIC X(1).
003300     05  DL100JNL-CORR-SLOT-NO   PIC 9(3).
003400     05  DL100JNL-CORR-FIELD-1   PIC X(3).
003500     05  DL100JNL-CORR-FIELD-3-1 PIC S9(3)V99.
003600     05  DL100JNL-CORR-FIELD-3-2 PIC S9(3)V99.
003700     05  DL100JNL-CORR-DATE      PIC X(8).
003800     05  DL100JNL-CORR-ADJUST    PIC S9(5)V99.
003900     05  DL100JNL-CORR-REASON    PIC X(20).
004000     05  DL100JNL-CORR-OPER      PIC X(8).
