000100*****************************************************************
000200*                                                               *
000300*    FXRTRN.CPY                                                  *
000400*    EXCHANGE-RATE MAINTENANCE TRANSACTION FOR FXR001            *
000500*    (RATE-TRAN-FILE, DDNAME FXRTRAN).  ONE ADD/CHANGE/DELETE    *
000600*    ACTION AGAINST ONE FXRATE ENTRY, NAMED BY CURRENCY CODE     *
000700*    AND EFFECTIVE DATE.  FT-EFFECTIVE-DATE AND FT-RATE ARE      *
000800*    X, NOT 9, SO FXR001 CAN CATCH A NON-NUMERIC VALUE ON THE    *
000900*    REGISTER INSTEAD OF LETTING IT ONTO THE FILE; FT-RATE IS    *
001000*    ELEVEN DIGITS WITH SIX IMPLIED DECIMALS (00001352500 IS     *
001100*    1.352500).  FT-USER-ID IS PRINTED ON THE REGISTER AND       *
001200*    STAMPED ON THE ENTRY.                                       *
001300*                                                               *
001400*****************************************************************
001500 01  RATE-MAINT-RECORD.
001600     05  FT-ACTION-CODE          PIC X(01).
001700         88  FT-ACTION-ADD               VALUE "A".
001800         88  FT-ACTION-CHANGE            VALUE "C".
001900         88  FT-ACTION-DELETE            VALUE "D".
002000     05  FT-CURRENCY-CODE        PIC X(03).
002100     05  FT-EFFECTIVE-DATE       PIC X(08).
002200     05  FT-RATE                 PIC X(11).
002300     05  FT-USER-ID              PIC X(08).
002400     05  FILLER                  PIC X(09).
