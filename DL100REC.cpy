001791*                    DATE.                                       *
001792*    09/02/26   FC   ADD REJECT REASON L -- A FIELD-3 AMOUNT     *
001793*                    OVER THE BRANCH'S MAXIMUM ON THE MASTER.    *
001801*    10/15/26   FC   CARRY MANUAL BRANCH CORRECTIONS (DL100MCI)  *
001809*                    AS THEIR OWN SLOT TYPE M, WITH THE DATE     *
001817*                    CORRECTED, THE REASON AND THE OPERATOR. ON  *
001825*                    A CORRECTION SLOT FIELD-3 HOLDS THE         *
001833*                    CORRECTED AMOUNTS AND THE SUBTOTAL IS THE   *
001841*                    NET ADJUSTMENT -- CORRECTED LESS THE AMOUNT *
001849*                    ALREADY BOOKED FOR THAT DATE -- SO EVERY    *
001857*                    CONSUMER SUMMING SUBTOTALS TAKES THE        *
001865*                    CORRECTION UP. NEW REJECT REASONS D, R, X   *
001873*                    AND B FOR CORRECTIONS.                      *
001881*                                                                *
001900******************************************************************
002000    05  FIELD-1                   PIC X(3).
002100    05  FIELD-2 REDEFINES FIELD-1 PIC 9(3).
002900        88  DL100-SLOT-ERR-NOT-BMF      VALUE 'M'.
002910        88  DL100-SLOT-ERR-CLOSED       VALUE 'C'.
002920        88  DL100-SLOT-ERR-OVER-LIM     VALUE 'L'.
002930        88  DL100-SLOT-ERR-CORR-DATE    VALUE 'D'.
002940        88  DL100-SLOT-ERR-CORR-INFO    VALUE 'R'.
002950        88  DL100-SLOT-ERR-CORR-DUP     VALUE 'X'.
002960        88  DL100-SLOT-ERR-CORR-BASE    VALUE 'B'.
003000    05  DL100-SLOT-BRANCH-NAME    PIC X(20) VALUE SPACES.
003100    05  DL100-SLOT-SUBTOTAL       PIC S9(05)V99 VALUE ZERO.
003200    05  DL100-SLOT-CYCLE          PIC 9(02) VALUE ZERO.
003300    05  DL100-SLOT-TYPE           PIC X(01) VALUE SPACE.
003400        88  DL100-SLOT-TRANSMITTED      VALUE ' '.
003500        88  DL100-SLOT-CORRECTION       VALUE 'M'.
003600    05  DL100-SLOT-CORR-DATE      PIC X(08) VALUE SPACES.
003700    05  DL100-SLOT-CORR-REASON    PIC X(20) VALUE SPACES.
003800    05  DL100-SLOT-CORR-OPER      PIC X(08) VALUE SPACES.
