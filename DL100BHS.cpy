000100******************************************************************
000200*                                                                *
000300*    DL100BHS.CPY                                                *
000400*                                                                *
000500*    SHARED LAYOUT FOR ONE BRANCH HISTORY RECORD -- ONE BRANCH'S *
000600*    TOTAL FOR ONE CLOSED MONTH. DL100MEC APPENDS ONE PER BRANCH *
000700*    WHEN A MONTH-END CLOSE PROVES, BEFORE IT RESETS THE MONTH-  *
000800*    TO-DATE MASTER, SO THE MONTH SURVIVES THE RESET AND THE     *
000900*    JOURNAL ARCHIVE. READ BY THE DL100TRD TREND REPORT.         *
001000*                                                                *
001100*    THE FILE IS NEVER REWRITTEN. A MONTH CLOSED A SECOND TIME   *
001200*    (A CLOSE RERUN AFTER ITS RESET FAILED) APPENDS AGAIN -- THE *
001300*    LATER RECORD FOR A BRANCH AND MONTH SUPERSEDES THE EARLIER. *
001400*                                                                *
001500*    TRANSMIT DAYS IS THE NUMBER OF BUSINESS DATES IN THE MONTH  *
001600*    THE BRANCH HAD A STANDING ROW ON THE MONTH-TO-DATE MASTER.  *
001700*                                                                *
001800*    THE CALLER SUPPLIES THE 01 GROUP NAME, E.G.                 *
001900*        01  DL100BHS-RECORD.                                    *
002000*            COPY DL100BHS.                                      *
002100*                                                                *
002200*    MODIFICATION HISTORY                                        *
002300*    DATE       BY   DESCRIPTION                                 *
002400*    10/15/26   FC   ORIGINAL.                                   *
002500*                                                                *
002600******************************************************************
002700    05  DL100BHS-BRANCH-CODE      PIC X(03).
002800    05  DL100BHS-MONTH            PIC X(06).
002900    05  DL100BHS-MONTH-9 REDEFINES DL100BHS-MONTH.
003000        10  DL100BHS-MONTH-YYYY   PIC 9(04).
003100        10  DL100BHS-MONTH-MM     PIC 9(02).
003200    05  DL100BHS-BRANCH-NAME      PIC X(20).
003300    05  DL100BHS-AMOUNT           PIC S9(11)V99.
003400    05  DL100BHS-TRANSMIT-DAYS    PIC 9(03).
003500    05  DL100BHS-CLOSE-DATE       PIC X(08).
