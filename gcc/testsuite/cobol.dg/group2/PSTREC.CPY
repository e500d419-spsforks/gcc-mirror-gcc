000100*****************************************************************
000200*                                                               *
000300*    PSTREC.CPY                                                  *
000400*    GL POSTING LEDGER (POSTED-FILE, DDNAME GLPOST), KEYED BY    *
000500*    THE RUN DATE A TRANSACTION WAS PROCESSED ON, ITS PARTITION  *
000600*    AND ITS SEQUENCE.  ACK001 WRITES ONE ENTRY FOR EVERY        *
000700*    ORIGINAL "D" EXTRACT RECORD THE GL SIDE ANSWERED ON GLACK,  *
000800*    POSTED OR REJECTED; A REJECTED ITEM THAT IS RE-SENT AND     *
000900*    LATER POSTED KEEPS ITS ORIGINAL RUN DATE AND SO UPDATES     *
001000*    THE SAME ENTRY.  GLACK ITSELF IS OVERWRITTEN DAILY -- THIS  *
001100*    IS THE PERMANENT PROOF ADJ001 CHECKS BEFORE IT WILL         *
001200*    REVERSE OR ADJUST ANYTHING.                                 *
001203*    GP-TRAN-AMOUNT IS THE BASE-CURRENCY AMOUNT THE GL POSTED    *
001206*    (EX-DTL-BASE-AMOUNT), SO A REVERSAL OR ADJUSTMENT BUILT     *
001210*    FROM IT IS A BASE-CURRENCY ENTRY.                           *
001300*                                                               *
001400*****************************************************************
001500 01  POSTED-RECORD.
001600     05  GP-KEY.
001700         10  GP-RUN-DATE         PIC 9(08).
001800         10  GP-PARTITION-NO     PIC 9(02).
001900         10  GP-SEQUENCE-NO      PIC 9(07).
002000     05  GP-TRAN-ID              PIC X(10).
002100     05  GP-TRAN-DATE            PIC 9(08).
002200     05  GP-TRAN-AMOUNT          PIC S9(7)V99.
002300     05  GP-STATUS               PIC X(01).
002400         88  GP-POSTED                   VALUE "P".
002500         88  GP-REJECTED                 VALUE "R".
002600     05  GP-ACK-DATE             PIC 9(08).
002700     05  GP-EXTRACT-DATE         PIC 9(08).
002800     05  FILLER                  PIC X(10).
