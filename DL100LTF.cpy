000100******************************************************************
000200*                                                                *
000300*    DL100LTF.CPY                                                *
000400*                                                                *
000500*    SHARED LAYOUT FOR ONE LAST-TRANSMISSION ENTRY -- ONE PER    *
000600*    BRANCH, IN BRANCH-CODE ORDER, KEPT BY THE NON-TRANSMISSION  *
000700*    CHECK (DL100NTX). EACH NIGHT A BRANCH WITH A SLOT ON THE    *
000800*    NIGHT'S DL100OUT GENERATION, OR A RECORD REJECTED TO        *
000900*    SUSPENSE BY THE SAME RUN, HAS ITS LAST DATE MOVED UP TO     *
001000*    THE BUSINESS DATE; AN ACTIVE BRANCH THAT SENT NOTHING HAS   *
001100*    ITS SILENT BUSINESS DAYS COUNTED FROM THE LAST DATE ON      *
001200*    THE PROCESSING CALENDAR (DL100CAL). A BRANCH FIRST SEEN     *
001300*    SILENT HAS NO LAST DATE -- ITS DAYS COUNT FROM THE WATCH    *
001400*    DATE, THE BUSINESS DATE ITS ENTRY WAS ADDED.                *
001500*                                                                *
001600*    THE CALLER SUPPLIES THE 01 GROUP NAME, E.G.                 *
001700*        01  DL100LTF-RECORD.                                    *
001800*            COPY DL100LTF.                                      *
001900*                                                                *
002000*    MODIFICATION HISTORY                                        *
002100*    DATE       BY   DESCRIPTION                                 *
002200*    10/15/26   FC   ORIGINAL.                                   *
002300*                                                                *
002400******************************************************************
002500    05  DL100LTF-BRANCH-CODE      PIC X(03).
002600    05  DL100LTF-LAST-DATE        PIC X(08).
002700        88  DL100LTF-NEVER-SENT         VALUE SPACES.
002800    05  DL100LTF-LAST-CYCLE       PIC 9(02).
002900    05  DL100LTF-WATCH-DATE       PIC X(08).
003000    05  DL100LTF-SILENT-DAYS      PIC 9(03).
