000100*****************************************************************
000200*                                                               *
000300*    MANREC.CPY                                                  *
000400*    BACKUP MANIFEST RECORD, WRITTEN BY VER001 EACH NIGHT BOTH   *
000500*    TO THE KEYED MANIFEST HISTORY (MANIFEST-HIST-FILE, DDNAME   *
000600*    MANHIST, KEYED BY MANIFEST DATE + FILE) AND TO THAT NIGHT'S *
000700*    DATED MANIFEST (DDNAME MANIFEST + YYYYMMDD) THAT GOES WITH  *
000800*    THE BACKUP.  ONE RECORD PER FILE VERIFIED, PLUS ONE SUMMARY *
000900*    RECORD PER NIGHT UNDER FILE ID "*MANIFEST*" CARRYING THE    *
001000*    NIGHT'S VERDICT AND THE RESTORE POINT -- THE LATEST         *
001100*    MANIFEST THAT VERIFIED CLEAN.  HASH TOTALS AND STATISTICS   *
001200*    BY FILE: MASTFILE SUM OF MR-EXPECTED-INDVAL.  ACTMAST SUM   *
001300*    OF AC-NET-AMOUNT, STAT 1 PERIODS HELD, STAT 2 CONTROL       *
001400*    ENTRIES, LOW/HIGH PERIOD.  RUNCTL SUM OF RC-PROCESSED-CTR,  *
001500*    STAT 1 COMPLETED, STAT 2 STARTED, LOW/HIGH RUN DATE.        *
001600*    RECENTKEY SUM OF RK-POST-DATE, LOW/HIGH POST DATE.  RUNLOG  *
001700*    SUM OF RL-INDVAL, STAT 1 EXIT FLAGS, STAT 2 FAIL FLAGS,     *
001800*    LOW/HIGH RUN DATE.  CTLPARM SUM OF ITS NUMERIC FIELDS.      *
001900*    PARTLIST SUM OF PT-PARTITION-NO, LOW/HIGH PARTITION.        *
002000*    SRCLIST RECORD COUNT ONLY.  PROCCAL SUM OF CA-DATE,         *
002100*    LOW/HIGH DATE.  FXRATE SUM OF FX-RATE TIMES 10000, SO THAT  *
002200*    ALL SIX DECIMALS COUNT, LOW/HIGH EFFECTIVE DATE.  PERIODCTL *
002300*    SUM OF PC-FROZEN-AMOUNT, STAT 1 OPEN, STAT 2 CLOSED,        *
002400*    LOW/HIGH PERIOD.  ALERTTAB SUM OF AT-KEYED-DATE.  MASTFILE, *
002500*    ACTMAST, RECENTKEY AND RUNLOG ARE BALANCED: LAST NIGHT'S    *
002600*    HASH TOTAL PLUS THE JOURNALLED DELTAS (SEE UPDJRN.CPY) MUST *
002700*    GIVE TONIGHT'S.  FOR THE REST THE HASH TOTAL MAY ONLY       *
002800*    CHANGE WHEN THE JOURNAL SHOWS AN UPDATE.  MH-VERDICT: C     *
002900*    CLEAN, D UNEXPLAINED DRIFT, I INCONSISTENT, B BOTH, N FILE  *
003000*    NOT PRESENT; ON THE SUMMARY C CLEAN, F FAILED.              *
003100*                                                               *
003200*****************************************************************
003300 01  MANIFEST-RECORD.
003400     05  MH-KEY.
003500         10  MH-MANIFEST-DATE    PIC 9(08).
003600         10  MH-FILE-ID          PIC X(10).
003700     05  MH-CREATE-DATE          PIC 9(08).
003800     05  MH-CREATE-TIME          PIC 9(08).
003900     05  MH-VERDICT              PIC X(01).
004000         88  MH-CLEAN                    VALUE "C".
004100         88  MH-DRIFT                    VALUE "D".
004200         88  MH-INCONSISTENT             VALUE "I".
004300         88  MH-DRIFT-INCONSISTENT       VALUE "B".
004400         88  MH-NOT-PRESENT              VALUE "N".
004500         88  MH-FAILED                   VALUE "F".
004600     05  MH-BODY                 PIC X(135).
004700     05  MH-FILE-DETAIL REDEFINES MH-BODY.
004800         10  MH-RECORD-COUNT     PIC 9(09).
004900         10  MH-HASH-TOTAL       PIC S9(13)V99.
005000         10  MH-STAT-1           PIC 9(09).
005100         10  MH-STAT-2           PIC 9(09).
005200         10  MH-LOW-VALUE        PIC 9(08).
005300         10  MH-HIGH-VALUE       PIC 9(08).
005400         10  MH-ERROR-COUNT      PIC 9(07).
005500         10  MH-PRIOR-COUNT      PIC 9(09).
005600         10  MH-PRIOR-HASH       PIC S9(13)V99.
005700         10  MH-JNL-ADD-COUNT    PIC 9(07).
005800         10  MH-JNL-CHANGE-COUNT PIC 9(07).
005900         10  MH-JNL-DELETE-COUNT PIC 9(07).
006000         10  MH-JNL-HASH-DELTA   PIC S9(13)V99.
006100         10  FILLER              PIC X(10).
006200     05  MH-SUMMARY REDEFINES MH-BODY.
006300         10  MH-PRIOR-DATE       PIC 9(08).
006400         10  MH-RESTORE-DATE     PIC 9(08).
006500         10  MH-FILES-CHECKED    PIC 9(03).
006600         10  MH-FILES-DRIFTED    PIC 9(03).
006700         10  MH-FILES-INCONSISTENT PIC 9(03).
006800         10  MH-FILES-MISSING    PIC 9(03).
006900         10  FILLER              PIC X(107).
