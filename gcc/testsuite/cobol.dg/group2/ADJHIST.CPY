000100*****************************************************************
000200*                                                               *
000300*    ADJHIST.CPY                                                 *
000400*    APPLIED REVERSAL / ADJUSTMENT HISTORY (ADJHIST-FILE,        *
000500*    DDNAME ADJHIST), KEYED BY THE ORIGINAL TRANSACTION'S RUN    *
000600*    DATE, PARTITION AND SEQUENCE.  ADJ001 WRITES ONE ENTRY PER  *
000700*    APPLIED REQUEST; BECAUSE THE KEY IS THE ORIGINAL ITSELF,    *
000800*    A SECOND REQUEST AGAINST THE SAME ORIGINAL FINDS THE FIRST  *
000900*    AND IS REFUSED -- A REVERSAL CAN NEVER BE APPLIED TWICE.    *
001000*    AH-STATUS STARTS PENDING; THE NEXT EXT001 RUN WRITES THE    *
001100*    OFFSETTING "D" RECORD ONTO GLEXTR AND MARKS THE ENTRY       *
001200*    EXTRACTED WITH ITS OWN RUN DATE, SO A SAME-DAY RE-RUN OF    *
001300*    EXT001 CARRIES IT AGAIN BUT A LATER DAY NEVER DOES.         *
001400*                                                               *
001500*****************************************************************
001600 01  ADJ-HIST-RECORD.
001700     05  AH-KEY.
001800         10  AH-RUN-DATE         PIC 9(08).
001900         10  AH-PARTITION-NO     PIC 9(02).
002000         10  AH-SEQUENCE-NO      PIC 9(07).
002100     05  AH-TRAN-ID              PIC X(10).
002200     05  AH-TRAN-DATE            PIC 9(08).
002300     05  AH-ORIG-AMOUNT          PIC S9(7)V99.
002400     05  AH-ADJ-AMOUNT           PIC S9(7)V99.
002500     05  AH-ACTION-CODE          PIC X(01).
002600         88  AH-ACTION-REVERSE           VALUE "R".
002700         88  AH-ACTION-ADJUST            VALUE "A".
002800     05  AH-USER-ID              PIC X(08).
002900     05  AH-APPLIED-DATE         PIC 9(08).
003000     05  AH-STATUS               PIC X(01).
003100         88  AH-PENDING                  VALUE "P".
003200         88  AH-EXTRACTED                VALUE "X".
003300     05  AH-EXTRACT-DATE         PIC 9(08).
003400     05  FILLER                  PIC X(10).
