000100*****************************************************************
000200*                                                               *
000300*    FXRATE.CPY                                                  *
000400*    EFFECTIVE-DATED EXCHANGE-RATE FILE (FX-RATE-FILE, DDNAME    *
000500*    FXRATE), KEYED BY CURRENCY CODE AND THE DATE THE RATE       *
000600*    TAKES EFFECT.  FX-RATE IS HOW MANY UNITS OF THE BASE        *
000700*    CURRENCY (CP-BASE-CURRENCY) ONE UNIT OF FX-CURRENCY-CODE    *
000800*    BUYS.  A RATE STAYS IN FORCE UNTIL THE NEXT ENTRY FOR THE   *
000900*    SAME CURRENCY TAKES EFFECT, SO TREASURY KEYS A NEW ENTRY    *
001000*    EACH DAY THE RATE MOVES AND HISTORY IS NEVER OVERWRITTEN:   *
001100*    A TRANSACTION CONVERTS AT THE RATE IN FORCE ON ITS OWN      *
001200*    TR-TRAN-DATE, HOWEVER LATE IT ARRIVES.  THE FILE IS         *
001300*    MAINTAINED THROUGH FXR001 (SEE FXRTRN.CPY), WHICH STAMPS    *
001400*    WHO KEYED EACH ENTRY AND WHEN.  THE BASE CURRENCY ITSELF    *
001500*    NEEDS NO ENTRY.                                             *
001600*                                                               *
001700*****************************************************************
001800 01  EXCHANGE-RATE-RECORD.
001900     05  FX-KEY.
002000         10  FX-CURRENCY-CODE    PIC X(03).
002100         10  FX-EFFECTIVE-DATE   PIC 9(08).
002200     05  FX-RATE                 PIC 9(05)V9(06).
002300     05  FX-USER-ID              PIC X(08).
002400     05  FX-KEYED-DATE           PIC 9(08).
002500     05  FILLER                  PIC X(10).
