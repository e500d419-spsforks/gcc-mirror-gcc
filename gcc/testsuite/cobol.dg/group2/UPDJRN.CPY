000100*****************************************************************
000200*                                                               *
000300*    UPDJRN.CPY                                                  *
000400*    UPDATE JOURNAL RECORD (UPDATE-JOURNAL-FILE, DDNAME          *
000500*    UPDJRNL), APPENDED BY EVERY PROGRAM THAT UPDATES A FILE     *
000600*    COVERED BY THE BACKUP MANIFEST IN PLACE: ONE RECORD PER     *
000700*    FILE PER RUN, WRITTEN ONCE THE PROGRAM HAS FINISHED WITH    *
000800*    THE FILE, COUNTING THE RECORDS IT ADDED, CHANGED AND        *
000900*    DELETED.  UJ-HASH-DELTA IS THE AMOUNT BY WHICH THE RUN      *
001000*    MOVED THE FILE'S HASH TOTAL, FOR THE FILES WHOSE HASH TOTAL *
001100*    IS BALANCED FROM THE JOURNAL (SEE MANREC.CPY); IT IS ZERO   *
001200*    FOR THE OTHERS.  VER001 ADDS UP THE JOURNAL SINCE THE LAST  *
001300*    MANIFEST TO EXPLAIN THE CHANGE IN EACH FILE; A CHANGE NO    *
001400*    JOURNAL RECORD ACCOUNTS FOR -- A HALF-FINISHED RUN THAT     *
001500*    ABENDED BEFORE ITS JOURNAL WAS WRITTEN, OR AN UPDATE FROM   *
001600*    OUTSIDE THE SYSTEM -- IS REPORTED AS DRIFT.  UJ-PARTITION-  *
001700*    NO IS ZERO WHEN THE RUN IS NOT FOR ONE PARTITION.  THE      *
001800*    JOURNAL IS NEVER EMPTIED.                                   *
001900*                                                               *
002000*****************************************************************
002100 01  UPDATE-JOURNAL-RECORD.
002200     05  UJ-RUN-DATE             PIC 9(08).
002300     05  UJ-RUN-TIME             PIC 9(08).
002400     05  UJ-PROGRAM              PIC X(08).
002500     05  UJ-PARTITION-NO         PIC 9(02).
002600     05  UJ-FILE-ID              PIC X(10).
002700     05  UJ-ADD-COUNT            PIC 9(07).
002800     05  UJ-CHANGE-COUNT         PIC 9(07).
002900     05  UJ-DELETE-COUNT         PIC 9(07).
003000     05  UJ-HASH-DELTA           PIC S9(13)V99.
003100     05  FILLER                  PIC X(28).
