001800*    MODIFICATION HISTORY                                        *
001900*    DATE       BY   DESCRIPTION                                 *
002000*    09/02/26   FC   ORIGINAL.                                   *
002010*    10/15/26   FC   ADD THE BUSINESS DATE OF THE RUN THAT LAST  *
002020*                    APPLIED A MANUAL CORRECTION TO THE ROW AND  *
002030*                    THE AMOUNT THE ROW HELD BEFORE IT, SO A     *
002040*                    LATER CYCLE OR RERUN OF THAT RUN PRICES     *
002050*                    AND APPLIES THE SAME CORRECTION AGAIN       *
002060*                    INSTEAD OF CORRECTING THE CORRECTION. A     *
002070*                    CYCLE 00 ROW WAS CREATED BY A CORRECTION    *
002080*                    FOR A DATE THE BRANCH DID NOT TRANSMIT.     *
002100*                                                                *
002200******************************************************************
002300    05  DL100MTD-BRANCH-CODE      PIC X(03).
002500    05  DL100MTD-CYCLE            PIC 9(02).
002600    05  DL100MTD-BRANCH-NAME      PIC X(20).
002700    05  DL100MTD-AMOUNT           PIC S9(09)V99.
002800    05  DL100MTD-CORR-BY          PIC X(08).
002900    05  DL100MTD-PRIOR-AMOUNT     PIC S9(09)V99.
