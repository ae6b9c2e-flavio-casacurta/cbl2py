000100******************************************************************
000200*                                                                *
000300*    DL100BIQ.CPY                                                *
000400*                                                                *
000500*    SHARED LAYOUT FOR ONE BRANCH INQUIRY RECORD -- ONE PER      *
000600*    BRANCH, KEYED BY BRANCH CODE, ON THE VSAM KSDS THAT THE     *
000700*    ONLINE BRANCH INQUIRY (TRANSACTION DLIQ, PGM DL100IQT)      *
000800*    READS. THE ONLINE REGION CANNOT READ THE NIGHT'S            *
000900*    SEQUENTIAL FILES, SO DL100IQB REBUILDS THIS FILE EVERY      *
001000*    NIGHT FROM THEM: THE SLOTS ON THE NIGHT'S DL100OUT          *
001100*    GENERATION, THE RECONCILIATION RESULT (FROM THE             *
001200*    OPEN-BREAKS LEDGER AND THE ROUNDING ADJUSTMENTS), THE       *
001300*    MONTH-TO-DATE MASTER AND THE SUSPENSE FILE. THE MASTER      *
001400*    DETAILS ARE NOT CARRIED -- THE INQUIRY READS THE BRANCH     *
001500*    MASTER ITSELF, SO THEY ARE ALWAYS CURRENT.                  *
001600*                                                                *
001700*    ONLY THE FIRST FIVE SLOTS AND THE FIRST FIVE SUSPENDED      *
001800*    RECORDS ARE CARRIED; THE COUNTS AND THE DAY AMOUNT COVER    *
001900*    THEM ALL.                                                   *
002000*                                                                *
002100*    THE CALLER SUPPLIES THE 01 GROUP NAME, E.G.                 *
002200*        01  DL100BIQ-RECORD.                                    *
002300*            COPY DL100BIQ.                                      *
002400*                                                                *
002500*    MODIFICATION HISTORY                                        *
002600*    DATE       BY   DESCRIPTION                                 *
002700*    10/15/26   FC   ORIGINAL.                                   *
002800*                                                                *
002900******************************************************************
003000    05  DL100BIQ-BRANCH-CODE      PIC X(03).
003100    05  DL100BIQ-BRANCH-NAME      PIC X(20).
003200    05  DL100BIQ-BUSINESS-DATE    PIC X(08).
003300    05  DL100BIQ-CYCLE            PIC 9(02).
003400    05  DL100BIQ-RUN-TIMESTAMP    PIC X(17).
003500    05  DL100BIQ-SLOT-CT          PIC 9(03).
003600    05  DL100BIQ-VALID-CT         PIC 9(03).
003700    05  DL100BIQ-DAY-AMOUNT       PIC S9(09)V99.
003800    05  DL100BIQ-SLOT OCCURS 0005 TIMES.
003900        10  DL100BIQ-SLOT-AMT-1   PIC S9(03)V99.
004000        10  DL100BIQ-SLOT-AMT-2   PIC S9(03)V99.
004100        10  DL100BIQ-SLOT-SUBTOTAL
004200                                  PIC S9(05)V99.
004300        10  DL100BIQ-SLOT-ERROR-CD
004400                                  PIC X(01).
004500            88  DL100BIQ-SLOT-ACCEPTED  VALUE ' '.
004600    05  DL100BIQ-RECON-RESULT     PIC X(01).
004700        88  DL100BIQ-RCN-BALANCED       VALUE 'B'.
004800        88  DL100BIQ-RCN-ROUNDING       VALUE 'R'.
004900        88  DL100BIQ-RCN-OUT-OF-BAL     VALUE 'O'.
005000        88  DL100BIQ-RCN-NOTHING        VALUE 'X'.
005100        88  DL100BIQ-RCN-NOT-RUN        VALUE 'N'.
005200    05  DL100BIQ-RECON-DIFF       PIC S9(07)V99.
005300    05  DL100BIQ-MTD-AMOUNT       PIC S9(09)V99.
005400    05  DL100BIQ-MTD-DAYS         PIC 9(03).
005500    05  DL100BIQ-SUS-CT           PIC 9(03).
005600    05  DL100BIQ-SUS OCCURS 0005 TIMES.
005700        10  DL100BIQ-SUS-TIMESTAMP
005800                                  PIC X(17).
005900        10  DL100BIQ-SUS-REASON-CD
006000                                  PIC X(01).
006100        10  DL100BIQ-SUS-AMT-1    PIC S9(03)V99.
006200        10  DL100BIQ-SUS-AMT-2    PIC S9(03)V99.
