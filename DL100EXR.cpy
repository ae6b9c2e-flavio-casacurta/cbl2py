000100******************************************************************
000200*                                                                *
000300*    DL100EXR.CPY                                                *
000400*                                                                *
000500*    SHARED LAYOUT FOR ONE EXCEPTION -- THE 'D' DETAIL OF THE    *
000600*    CONSOLIDATED EXCEPTIONS FEED (DL100EXF) TO THE SERVICE-     *
000700*    DESK TICKETING SYSTEM, AND THE RECORD OF THE EXCEPTIONS     *
000800*    QUEUE (DL100EXQ) THAT DL100VAR AND DL100GLP APPEND TO       *
000900*    DURING THE NIGHT. DL100EXC BUILDS THE FEED AT THE END OF    *
001000*    DL100J FROM THE QUEUE AND FROM WHAT THE OTHER STEPS         *
001100*    ALREADY LEAVE ON FILE. ON THE QUEUE THE BRANCH NAME MAY BE  *
001200*    BLANK -- DL100EXC FILLS IT FROM THE BRANCH MASTER.          *
001300*                                                                *
001400*    EXCEPTION TYPES, WITH THE SOURCE PROGRAM AND SEVERITY:      *
001500*      CF  DL100     1  RUN REFUSED - CONTROLS DID NOT MATCH     *
001600*                       (RC=12)                                  *
001700*      OV  DL100     1  RUN STOPPED - EXTRACT LARGER THAN THE    *
001800*                       SLOT TABLE (RC=16)                       *
001900*      DP  DL100     1  RUN REFUSED - REPEATED TRANSMISSION      *
002000*                       (RC=20)                                  *
002030*      RS  DL100     1  RUN REFUSED - DATE/CYCLE ALREADY         *
002060*                       COMPLETE ON DL100RSF (RC=24)             *
002100*      SR  DL100     3  SLOT REJECTED TO SUSPENSE                *
002200*      VS  DL100VAR  2  DAY-OVER-DAY SWING OVER THE ALERT        *
002300*      VA  DL100VAR  2  BRANCH APPEARED                          *
002400*      VD  DL100VAR  2  BRANCH DISAPPEARED                       *
002500*      OB  DL100RCN  1  BRANCH OUT OF BALANCE WITH THE GL        *
002600*      GH  DL100GLP  3  GL POSTING HELD                          *
002700*      SA  DL100SAG  2  SUSPENSE RECORD OVER THE AGE CUTOFF      *
002800*    SEVERITY 1 IS A BREAK IN THE NIGHT'S BOOKS, 2 NEEDS A LOOK  *
002900*    THE SAME DAY, 3 IS ROUTINE WORK FOR THE DESK.               *
003000*                                                                *
003100*    AMOUNT: THE SLOT AMOUNTS (SR, SA), THE SWING (VS), TODAY'S  *
003200*    OR YESTERDAY'S BRANCH AMOUNT (VA, VD), THE GL DIFFERENCE    *
003300*    (OB), ZERO FOR A HELD POSTING (GH) AND A REFUSED RUN.       *
003400*                                                                *
003500*    THE CALLER SUPPLIES THE 01 GROUP NAME, E.G.                 *
003600*        01  DL100EXR-RECORD.                                    *
003700*            COPY DL100EXR.                                      *
003800*                                                                *
003900*    MODIFICATION HISTORY                                        *
004000*    DATE       BY   DESCRIPTION                                 *
004100*    10/15/26   FC   ORIGINAL.                                   *
004130*    10/15/26   FC   ADD TYPE RS -- RUN REFUSED BY THE           *
004160*                    RUN-STATUS LEDGER.                          *
004200*                                                                *
004300******************************************************************
004400    05  DL100EXR-REC-TYPE         PIC X(01).
004500    05  DL100EXR-BUSINESS-DATE    PIC X(08).
004600    05  DL100EXR-CYCLE            PIC 9(02).
004700    05  DL100EXR-SOURCE-PGM       PIC X(08).
004800    05  DL100EXR-EXCEPTION-TYPE   PIC X(02).
004900        88  DL100EXR-EXC-CONTROLS       VALUE 'CF'.
005000        88  DL100EXR-EXC-OVERFLOW       VALUE 'OV'.
005100        88  DL100EXR-EXC-REPEAT         VALUE 'DP'.
005150        88  DL100EXR-EXC-RUN-DONE       VALUE 'RS'.
005200        88  DL100EXR-EXC-SUSPENDED      VALUE 'SR'.
005300        88  DL100EXR-EXC-SWING          VALUE 'VS'.
005400        88  DL100EXR-EXC-APPEARED       VALUE 'VA'.
005500        88  DL100EXR-EXC-DISAPPEARED    VALUE 'VD'.
005600        88  DL100EXR-EXC-OUT-OF-BAL     VALUE 'OB'.
005700        88  DL100EXR-EXC-HELD           VALUE 'GH'.
005800        88  DL100EXR-EXC-OVER-AGE       VALUE 'SA'.
005900    05  DL100EXR-BRANCH-CODE      PIC X(03).
006000    05  DL100EXR-BRANCH-NAME      PIC X(20).
006100    05  DL100EXR-AMOUNT           PIC S9(07)V99.
006200    05  DL100EXR-SEVERITY         PIC X(01).
006300        88  DL100EXR-SEV-HIGH           VALUE '1'.
006400        88  DL100EXR-SEV-MEDIUM         VALUE '2'.
006500        88  DL100EXR-SEV-LOW            VALUE '3'.
