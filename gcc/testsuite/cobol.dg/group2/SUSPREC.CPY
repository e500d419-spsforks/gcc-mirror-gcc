002000         10  SP-TRAN-ID          PIC X(10).
002100         10  SP-TRAN-DATE        PIC 9(8).
002200         10  SP-TRAN-AMOUNT      PIC S9(7)V99.
002300         10  SP-CURRENCY-CODE    PIC X(3).
002320         10  SP-BASE-AMOUNT      PIC S9(7)V99.
002340         10  SP-SOURCE-CODE      PIC X(4).
002360         10  FILLER              PIC X(4).
002400     05  SP-REJECT-DATE          PIC 9(8).
002500     05  SP-REJECT-REASON        PIC X(30).
002600     05  SP-CORRECTED-SW         PIC X(01).
