002400         10  HD-TRAN-ID          PIC X(10).
002500         10  HD-TRAN-DATE        PIC 9(8).
002600         10  HD-TRAN-AMOUNT      PIC S9(7)V99.
002700         10  HD-CURRENCY-CODE    PIC X(3).
002720         10  HD-BASE-AMOUNT      PIC S9(7)V99.
002740         10  HD-SOURCE-CODE      PIC X(4).
002760         10  FILLER              PIC X(4).
002800     05  HD-HOLD-DATE            PIC 9(8).
002900     05  HD-STATUS-SW            PIC X(01).
003000         88  HD-PENDING                  VALUE "P".
