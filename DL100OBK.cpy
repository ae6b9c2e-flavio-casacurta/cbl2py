000100******************************************************************
000200*                                                                *
000300*    DL100OBK.CPY                                                *
000400*                                                                *
000500*    SHARED LAYOUT FOR ONE OPEN-BREAKS LEDGER ENTRY -- ONE PER   *
000600*    BRANCH FOUND OUT OF BALANCE BY THE GL RECONCILIATION        *
000700*    (DL100RCN) ON A BUSINESS DATE AND CYCLE. DL100RCN ADDS      *
000800*    THE NIGHT'S BREAKS AND CLEARS AN OPEN BREAK WHEN A LATER    *
000900*    NIGHT'S DIFFERENCE OFFSETS IT EXACTLY; THE MAINTENANCE      *
001000*    PROGRAM (DL100OBM) MARKS BREAKS INVESTIGATED, WRITTEN OFF   *
001100*    OR RESOLVED WITH A REASON AND PRINTS THE AGED REPORT.       *
001200*    CLOSED ENTRIES STAY ON THE LEDGER AS THE AUDIT TRAIL UNTIL  *
001300*    DL100OBM PURGES THEM.                                       *
001400*                                                                *
001500*    THE CALLER SUPPLIES THE 01 GROUP NAME, E.G.                 *
001600*        01  DL100OBK-RECORD.                                    *
001700*            COPY DL100OBK.                                      *
001800*                                                                *
001900*    MODIFICATION HISTORY                                        *
002000*    DATE       BY   DESCRIPTION                                 *
002100*    10/15/26   FC   ORIGINAL.                                   *
002200*                                                                *
002300******************************************************************
002400    05  DL100OBK-BRANCH-CODE      PIC X(03).
002500    05  DL100OBK-BRANCH-NAME      PIC X(20).
002600    05  DL100OBK-BUSINESS-DATE    PIC X(08).
002700    05  DL100OBK-CYCLE            PIC 9(02).
002800    05  DL100OBK-DIFFERENCE       PIC S9(07)V99.
002900    05  DL100OBK-STATUS           PIC X(01).
003000        88  DL100OBK-OPEN               VALUE 'O'.
003100        88  DL100OBK-INVESTIGATED       VALUE 'I'.
003200        88  DL100OBK-WRITTEN-OFF        VALUE 'W'.
003300        88  DL100OBK-RESOLVED           VALUE 'R'.
003400        88  DL100OBK-CLEARED            VALUE 'C'.
003500        88  DL100OBK-OUTSTANDING        VALUE 'O' 'I'.
003600    05  DL100OBK-STATUS-DATE      PIC X(08).
003700    05  DL100OBK-REASON           PIC X(30).
