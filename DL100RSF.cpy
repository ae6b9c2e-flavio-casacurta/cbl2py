000100******************************************************************
000200*                                                                *
000300*    DL100RSF.CPY                                                *
000400*                                                                *
000500*    SHARED LAYOUT FOR ONE RUN-STATUS LEDGER RECORD. THE LEDGER  *
000600*    IS A VSAM KSDS KEYED BY BUSINESS DATE, CYCLE AND PROGRAM -- *
000700*    ONE RECORD PER STEP OF DL100J PER BUSINESS DATE AND CYCLE.  *
000800*    DL100, DL100VAR, DL100MTA, DL100RCN, DL100GLP AND DL100BAL  *
000900*    EACH RECORD THEIR START (STATUS S) AND THEIR FINISH         *
001000*    (STATUS C WHEN THE STEP'S WORK STANDS, F WHEN IT ENDED      *
001100*    WITHOUT IT), AND REFUSE TO START OVER A RECORD ALREADY      *
001200*    COMPLETE UNLESS DL100CTL AUTHORIZES THE RERUN. A RECORD     *
001300*    LEFT AT S IS A STEP THAT ABENDED AFTER STARTING -- IT MAY   *
001400*    BE RESTARTED WITHOUT AUTHORIZATION. THE STATUS REPORT IS    *
001500*    DL100RSR.                                                   *
001600*                                                                *
001700*    THE CALLER SUPPLIES THE 01 GROUP NAME, E.G.                 *
001800*        01  DL100RSF-RECORD.                                    *
001900*            COPY DL100RSF.                                      *
002000*                                                                *
002100*    MODIFICATION HISTORY                                        *
002200*    DATE       BY   DESCRIPTION                                 *
002300*    10/15/26   FC   ORIGINAL.                                   *
002400*                                                                *
002500******************************************************************
002600    05  DL100RSF-KEY.
002700        10  DL100RSF-BUSINESS-DATE PIC X(08).
002800        10  DL100RSF-CYCLE        PIC 9(02).
002900        10  DL100RSF-PROGRAM      PIC X(08).
003000    05  DL100RSF-STATUS           PIC X(01).
003100        88  DL100RSF-STARTED            VALUE 'S'.
003200        88  DL100RSF-COMPLETE           VALUE 'C'.
003300        88  DL100RSF-FAILED             VALUE 'F'.
003400    05  DL100RSF-START-TSTAMP     PIC X(17).
003500    05  DL100RSF-END-TSTAMP       PIC X(17).
003600    05  DL100RSF-RETURN-CODE      PIC 9(04).
003700    05  DL100RSF-RUN-CT           PIC 9(03).
003800    05  DL100RSF-RERUN-SW         PIC X(01).
003900        88  DL100RSF-RERUN-BY-AUTH      VALUE 'Y'.
