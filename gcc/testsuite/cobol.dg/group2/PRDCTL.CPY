000100*****************************************************************
000200*                                                               *
000300*    PRDCTL.CPY                                                  *
000400*    ACCOUNTING PERIOD CONTROL RECORD (PERIOD-CTL-FILE, DDNAME   *
000500*    PERIODCTL), KEYED BY PERIOD (YYYYMM).  ONE RECORD PER       *
000600*    ACCOUNTING PERIOD WITH ITS OPEN/CLOSED STATUS AND ITS       *
000700*    CUTOFF DATE -- THE LAST BUSINESS DAY OF THE MONTH ON THE    *
000800*    PROCCAL SITE CALENDAR UNLESS KEYED OTHERWISE.  A RUN POSTS  *
000900*    INTO THE EARLIEST OPEN PERIOD WHOSE CUTOFF IS ON OR AFTER   *
001000*    THE RUN DATE; A TRANSACTION DATED INTO AN EARLIER PERIOD    *
001100*    THAT IS STILL OPEN POSTS THERE, AND ONE DATED INTO A CLOSED *
001200*    PERIOD POSTS TO THE OPEN PERIOD AND IS FLAGGED PRIOR-       *
001300*    PERIOD.  CLS001 MAINTAINS THE FILE: IT OPENS PERIODS AND,   *
001400*    AT MONTH END, CLOSES ONE -- FREEZING THAT MONTH'S ACTMAST   *
001500*    BUCKETS AND FILING THE FROZEN TOTALS HERE, AS PRINTED ON    *
001600*    THE CLOSE CERTIFICATE.  A CLOSED PERIOD IS NEVER REOPENED.  *
001700*    EXT001, ACT001 AND ADJ001 ONLY READ IT; A SITE WITHOUT THE  *
001800*    FILE POSTS BY THE CALENDAR MONTH OF THE RUN DATE, AS        *
001900*    BEFORE.                                                     *
002000*                                                               *
002100*****************************************************************
002200 01  PERIOD-CONTROL-RECORD.
002300     05  PC-PERIOD               PIC 9(06).
002400     05  PC-STATUS               PIC X(01).
002500         88  PC-OPEN                     VALUE "O".
002600         88  PC-CLOSED                   VALUE "C".
002700     05  PC-CUTOFF-DATE          PIC 9(08).
002800     05  PC-OPENED-DATE          PIC 9(08).
002900     05  PC-OPENED-BY            PIC X(08).
003000     05  PC-CLOSED-DATE          PIC 9(08).
003100     05  PC-CLOSED-BY            PIC X(08).
003200     05  PC-LAST-ROLL-DATE       PIC 9(08).
003300     05  PC-FROZEN-BUCKETS       PIC 9(07).
003400     05  PC-FROZEN-COUNT         PIC 9(09).
003500     05  PC-FROZEN-AMOUNT        PIC S9(11)V99.
003600     05  PC-FROZEN-EXCEPTIONS    PIC 9(09).
003700     05  PC-FROZEN-ADJUSTS       PIC 9(07).
003800     05  PC-FROZEN-PRIOR         PIC 9(07).
003900     05  FILLER                  PIC X(10).
