000100******************************************************************
000200*                                                                *
000300*    DL100TRG.CPY                                                *
000400*                                                                *
000500*    SHARED LAYOUT FOR ONE TRANSMISSION REGISTRY ENTRY. DL100    *
000600*    APPENDS ONE FOR EVERY DL100IN IT ACCEPTS -- THE HEADER      *
000700*    EXTRACT DATE AND CYCLE, THE TRAILER RECORD COUNT AND HASH   *
000800*    TOTAL, AND A CONTENT FINGERPRINT OF THE DETAIL RECORDS --   *
000900*    AND REFUSES A LATER FILE WHOSE DETAILS MATCH AN ENTRY       *
001000*    UNDER A DIFFERENT HEADER DATE OR CYCLE.                     *
001100*                                                                *
001200*    THE FINGERPRINT IS A SUM OF PER-DETAIL HASHES OF THE BRANCH *
001300*    CODE AND AMOUNT BYTES, MODULO 999999937, SO IT DOES NOT     *
001400*    DEPEND ON THE ORDER OF THE DETAILS OR ON THE HEADER.        *
001500*                                                                *
001600*    THE CALLER SUPPLIES THE 01 GROUP NAME, E.G.                 *
001700*        01  DL100TRG-RECORD.                                    *
001800*            COPY DL100TRG.                                      *
001900*                                                                *
002000*    MODIFICATION HISTORY                                        *
002100*    DATE       BY   DESCRIPTION                                 *
002200*    10/15/26   FC   ORIGINAL.                                   *
002300*                                                                *
002400******************************************************************
002500    05  DL100TRG-EXTRACT-DATE     PIC X(08).
002600    05  DL100TRG-CYCLE            PIC 9(02).
002700    05  DL100TRG-RECORD-CT        PIC 9(05).
002800    05  DL100TRG-HASH-TOTAL       PIC S9(07)V99.
002900    05  DL100TRG-FINGERPRINT      PIC 9(09).
003000    05  DL100TRG-RUN-TIMESTAMP    PIC X(17).
003100    05  DL100TRG-ACCEPT-CD        PIC X(01).
003200        88  DL100TRG-NORMAL             VALUE 'N'.
003300        88  DL100TRG-BY-OVERRIDE        VALUE 'O'.
