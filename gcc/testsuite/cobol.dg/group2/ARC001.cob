000270*                     BROWSES STAY FAST.  THE ARCHIVE PASS MUST  *
000280*                     BALANCE (READ = ARCHIVED + KEPT) BEFORE    *
000290*                     THE DELETE PASS IS ALLOWED TO RUN.         *
000291*    10/14/2026  DJH  ROWS DELETED FROM RUNLOG, WITH THE RL-     *
000292*                     INDVAL THEY TOOK OFF ITS HASH TOTAL, ARE   *
000293*                     JOURNALLED ON UPDJRNL WHEN THE FILE IS     *
000294*                     CLOSED, FOR VER001'S NIGHTLY INTEGRITY     *
000295*                     CHECK.                                     *
000300*                                                               *
000310*****************************************************************
000320 ENVIRONMENT               DIVISION.
000490     SELECT CONTROL-FILE   ASSIGN TO "ARCRPT"
000500                           ORGANIZATION IS LINE SEQUENTIAL
000510                           FILE STATUS IS WS-CTL-STATUS.
000512     SELECT UPDATE-JOURNAL-FILE ASSIGN TO "UPDJRNL"
000514                           ORGANIZATION IS LINE SEQUENTIAL
000516                           FILE STATUS IS WS-UPDJRNL-STATUS.
000520 DATA                      DIVISION.
000530 FILE                      SECTION.
000540 FD  CTLPARM-FILE
000630 FD  CONTROL-FILE
000640     LABEL RECORD IS STANDARD.
000650 01  CONTROL-RECORD            PIC X(132).
000652 FD  UPDATE-JOURNAL-FILE
000654     LABEL RECORD IS STANDARD.
000656 01  UPDATE-JOURNAL-FILE-RECORD PIC X(100).
000660 WORKING-STORAGE           SECTION.
000670 01  WS-PARM-STATUS        PIC X(02).
000680 01  WS-RUNLOG-STATUS      PIC X(02).
000690 01  WS-HIST-STATUS        PIC X(02).
000700 01  WS-CTL-STATUS         PIC X(02).
000703 01  WS-UPDJRNL-STATUS     PIC X(02).
000706     COPY UPDJRN.
000710 01  RL-SWITCHES.
000720     05  RL-EOF-SW         PIC X(01)   VALUE "N".
000730         88  RL-EOF                    VALUE "Y".
000800 77  WS-KEPT-CTR           PIC 9(7)    VALUE 0.
000810 77  WS-DELETED-CTR        PIC 9(7)    VALUE 0.
000820 77  WS-HIST-ERR-CTR       PIC 9(7)    VALUE 0.
000825 77  WS-RLOG-HASH-DELTA    PIC S9(13)V99 VALUE 0.
000830 01  WS-HDR-LINE1.
000840     05  FILLER            PIC X(10)   VALUE "RUN DATE: ".
000850     05  WS-H1-DATE        PIC 9(8).
002890                 DELETE RUNLOG-FILE
002900                 IF WS-RUNLOG-STATUS = "00"
002910                     ADD 1 TO WS-DELETED-CTR
002913                     SUBTRACT RL-INDVAL OF RUNLOG-RECORD
002916                         FROM WS-RLOG-HASH-DELTA
002920                 END-IF
002930             END-IF
002940     END-READ.
002990*****************************************************************
003000 5900-CLOSE-FILES.
003010     CLOSE RUNLOG-FILE.
003011     MOVE "RUNLOG"         TO UJ-FILE-ID.
003012     MOVE 0                TO UJ-ADD-COUNT.
003013     MOVE 0                TO UJ-CHANGE-COUNT.
003014     MOVE WS-DELETED-CTR   TO UJ-DELETE-COUNT.
003015     MOVE WS-RLOG-HASH-DELTA TO UJ-HASH-DELTA.
003016     PERFORM 5960-WRITE-JOURNAL THRU 5960-WRITE-JOURNAL-EXIT.
003020     CLOSE HISTORY-FILE.
003030     CLOSE CONTROL-FILE.
003040 5900-CLOSE-FILES-EXIT.
003050     EXIT.
003060*****************************************************************
003070*    5960-WRITE-JOURNAL -- APPEND ONE UPDATE JOURNAL RECORD      *
003080*    (UPDJRN.CPY) FOR THE FILE THE CALLER NAMED IN UJ-FILE-ID,   *
003090*    WITH THE ADDED, CHANGED AND DELETED COUNTS AND THE HASH     *
003100*    DELTA IT LEFT IN THE RECORD, SO VER001 CAN ACCOUNT FOR THE  *
003110*    CHANGE TO THE FILE.  THE JOURNAL IS SHARED WITH THE OTHER   *
003120*    PROGRAMS THAT UPDATE THE MANIFEST FILES, SO IT IS OPENED    *
003130*    AND CLOSED AROUND THE RECORD, CREATED ON THE FIRST EVER     *
003140*    RECORD; IF IT STILL CANNOT BE OPENED THE COUNTS GO TO THE   *
003150*    CONSOLE AND THE CHANGE WILL BE REPORTED AS DRIFT.           *
003160*****************************************************************
003170 5960-WRITE-JOURNAL.
003180     MOVE "ARC001"         TO UJ-PROGRAM.
003190     ACCEPT UJ-RUN-DATE    FROM DATE YYYYMMDD.
003200     ACCEPT UJ-RUN-TIME    FROM TIME.
003210     MOVE 0                TO UJ-PARTITION-NO.
003220     OPEN INPUT UPDATE-JOURNAL-FILE.
003230     IF WS-UPDJRNL-STATUS = "00"
003240         CLOSE UPDATE-JOURNAL-FILE
003250         OPEN EXTEND UPDATE-JOURNAL-FILE
003260     ELSE
003270         OPEN OUTPUT UPDATE-JOURNAL-FILE
003280     END-IF.
003290     IF WS-UPDJRNL-STATUS NOT = "00"
003300         DISPLAY "ARC001: NOT JOURNALLED " UJ-FILE-ID
003310                 " ADDED " UJ-ADD-COUNT
003320                 " CHANGED " UJ-CHANGE-COUNT
003330                 " DELETED " UJ-DELETE-COUNT
003340         GO TO 5960-WRITE-JOURNAL-EXIT
003350     END-IF.
003360     WRITE UPDATE-JOURNAL-FILE-RECORD FROM UPDATE-JOURNAL-RECORD.
003370     CLOSE UPDATE-JOURNAL-FILE.
003380 5960-WRITE-JOURNAL-EXIT.
003390     EXIT.
