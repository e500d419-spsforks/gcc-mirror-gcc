000100*****************************************************************
000200*                                                               *
000300*    ADJREC.CPY                                                  *
000400*    GL REVERSAL / ADJUSTMENT REQUEST LAYOUT FOR ADJ001          *
000500*    (ADJUST-TRAN-FILE, DDNAME ADJTRAN).  ONE RECORD PER         *
000600*    CORRECTION OF A TRANSACTION THE GL SIDE HAS ALREADY         *
000700*    POSTED, NAMING THE ORIGINAL BY THE RUN DATE IT WAS          *
000800*    PROCESSED ON, ITS PARTITION AND ITS TR-SEQUENCE-NO, WITH    *
000900*    TR-TRAN-ID REPEATED AS A CROSS-CHECK -- SEQUENCE RANGES     *
001000*    RESTART DAILY, SO THE RUN DATE IS PART OF THE NAME.  AN     *
001100*    "R" REVERSES THE ORIGINAL IN FULL; AN "A" POSTS THE KEYED   *
001200*    AJ-ADJ-AMOUNT (SIGNED, NO LARGER THAN THE ORIGINAL) AS      *
001300*    THE OFFSET.  AJ-USER-ID IS WHO KEYED THE REQUEST AND IS     *
001400*    PRINTED ON THE ADJUSTMENT REGISTER FOR THE AUDIT TRAIL.     *
001500*                                                               *
001600*****************************************************************
001700 01  ADJUST-RECORD.
001800     05  AJ-ACTION-CODE          PIC X(01).
001900         88  AJ-ACTION-REVERSE           VALUE "R".
002000         88  AJ-ACTION-ADJUST            VALUE "A".
002100     05  AJ-RUN-DATE             PIC 9(08).
002200     05  AJ-PARTITION-NO         PIC 9(02).
002300     05  AJ-SEQUENCE-NO          PIC 9(07).
002400     05  AJ-TRAN-ID              PIC X(10).
002500     05  AJ-ADJ-AMOUNT           PIC S9(7)V99.
002600     05  AJ-USER-ID              PIC X(08).
002700     05  FILLER                  PIC X(08).
