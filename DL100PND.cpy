000100******************************************************************
000200*                                                                *
000300*    DL100PND.CPY                                                *
000400*                                                                *
000500*    SHARED LAYOUT FOR ONE PENDING MAINTENANCE CHANGE UNDER      *
000600*    DUAL CONTROL. THE BRANCH MASTER MAINTENANCE (DL100BMM) AND  *
000700*    THE SUSPENSE REPAIR (DL100SRP) NO LONGER APPLY A CHANGE     *
000800*    CARD WHEN IT IS READ -- THEY QUEUE IT HERE UNDER THE        *
000900*    MAKER'S OPERATOR ID, AND A LATER RUN OF THE SAME PROGRAM    *
001000*    UNDER A DIFFERENT (CHECKER'S) OPERATOR ID APPROVES IT,      *
001100*    WHICH APPLIES THE SAVED CARD IMAGE, OR REJECTS IT. EACH     *
001200*    PROGRAM KEEPS ITS OWN PENDING FILE.                         *
001300*                                                                *
001400*    A CHANGE STILL PENDING AFTER THE EXPIRY WINDOW IS MARKED    *
001500*    EXPIRED AND CAN NO LONGER BE APPROVED. DECIDED ENTRIES      *
001600*    (APPLIED, REJECTED, EXPIRED) STAY ON THE FILE FOR ONE MORE  *
001700*    WINDOW AFTER THE DECISION AND ARE THEN DROPPED; THE         *
001800*    REGISTER REPORT IS THE PERMANENT AUDIT. THE CHANGE ID IS    *
001900*    ONE HIGHER THAN THE HIGHEST ID ON THE FILE.                 *
002000*                                                                *
002100*    TIMESTAMPS ARE YYYYMMDDHHMMSS.                              *
002200*                                                                *
002300*    THE CALLER SUPPLIES THE 01 GROUP NAME, E.G.                 *
002400*        01  DL100PND-RECORD.                                    *
002500*            COPY DL100PND.                                      *
002600*                                                                *
002700*    MODIFICATION HISTORY                                        *
002800*    DATE       BY   DESCRIPTION                                 *
002900*    10/15/26   FC   ORIGINAL.                                   *
003000*                                                                *
003100******************************************************************
003200    05  DL100PND-CHANGE-ID        PIC 9(06).
003300    05  DL100PND-STATUS           PIC X(01).
003400        88  DL100PND-PENDING            VALUE 'P'.
003500        88  DL100PND-APPLIED            VALUE 'A'.
003600        88  DL100PND-REJECTED           VALUE 'J'.
003700        88  DL100PND-EXPIRED            VALUE 'X'.
003800    05  DL100PND-MAKER-ID         PIC X(08).
003900    05  DL100PND-MAKER-TSTAMP     PIC X(14).
004000    05  DL100PND-CHECKER-ID       PIC X(08).
004100    05  DL100PND-CHECK-TSTAMP     PIC X(14).
004200    05  DL100PND-TXN-IMAGE        PIC X(80).
