002750*                    DL100BMF-BRANCH-CODE AS THE RECORD KEY --   *
002760*                    EVERY READER LOOKS IT UP BY KEY OR SCANS    *
002770*                    IT IN KEY ORDER.                            *
002775*    10/15/26   FC   ADD THE REGION AND DISTRICT THE BRANCH      *
002780*                    ROLLS UP UNDER (DL100RGN). BLANK MEANS NOT  *
002785*                    YET ASSIGNED. SET ON THE ADD CARD OR BY     *
002790*                    THE DL100BMM ASSIGN CARD.                   *
002800*                                                                *
002900******************************************************************
003000    05  DL100BMF-BRANCH-CODE      PIC X(03).
003400        88  DL100BMF-CLOSED             VALUE 'C'.
003500    05  DL100BMF-STATUS-DATE      PIC X(08).
003600    05  DL100BMF-MAX-AMOUNT       PIC 9(05)V99.
003700    05  DL100BMF-REGION           PIC X(03).
003800    05  DL100BMF-DISTRICT         PIC X(03).
