000100******************************************************************
000200*                                                                *
000300*    DL100CTL.CPY                                                *
000400*                                                                *
000500*    SHARED LAYOUT FOR THE DL100CTL RUN CONTROL RECORD. DL100    *
000600*    TAKES ITS RUN MODE, THE HAND-KEYED BUSINESS DATE AND THE    *
000700*    REPEAT OVERRIDE FROM IT. EVERY STEP OF DL100J THAT KEEPS    *
000800*    THE RUN-STATUS LEDGER (DL100RSF) TAKES THE RERUN            *
000900*    AUTHORIZATION FROM IT.                                      *
001000*                                                                *
001100*    THE RERUN AUTHORIZATION (COL 15 = Y) LETS A STEP REDO WORK  *
001200*    THE LEDGER ALREADY SHOWS COMPLETE. IT IS HONORED ONLY ON A  *
001300*    RECORD WHOSE BUSINESS DATE IS THE DATE BEING PROCESSED, SO  *
001400*    ONE LEFT BEHIND CANNOT WAVE THROUGH A LATER NIGHT. COLS     *
001500*    16-23 NAME THE ONE PROGRAM AUTHORIZED (E.G. DL100MTA);      *
001600*    BLANK AUTHORIZES EVERY STEP.                                *
001700*                                                                *
001800*    THE CALLER SUPPLIES THE 01 GROUP NAME, E.G.                 *
001900*        01  DL100CTL-RECORD.                                    *
002000*            COPY DL100CTL.                                      *
002100*                                                                *
002200*    MODIFICATION HISTORY                                        *
002300*    DATE       BY   DESCRIPTION                                 *
002400*    10/15/26   FC   ORIGINAL -- PULLED OUT OF DL100 SO THE      *
002500*                    LEDGER STEPS CAN SHARE THE LAYOUT, AND ADD  *
002600*                    THE RERUN AUTHORIZATION.                    *
002700*                                                                *
002800******************************************************************
002900    05  DL100CTL-RUN-MODE         PIC X(05).
003000    05  DL100CTL-BUSINESS-DATE    PIC X(08).
003100    05  DL100CTL-REPEAT-OVERRIDE  PIC X(01).
003200        88  DL100CTL-ACCEPT-REPEAT      VALUE 'Y'.
003300    05  DL100CTL-RERUN-AUTH       PIC X(01).
003400        88  DL100CTL-RERUN-AUTHORIZED   VALUE 'Y'.
003500    05  DL100CTL-RERUN-PROGRAM    PIC X(08).
