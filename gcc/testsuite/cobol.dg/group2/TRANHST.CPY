000100*****************************************************************
000200*                                                               *
000300*    TRANHST.CPY                                                 *
000400*    PERMANENT TRANSACTION HISTORY (TRANHIST), ONE RECORD PER    *
000500*    EVENT IN A TRANSACTION'S LIFE, KEYED BY TRAN ID FIRST SO    *
000600*    THE WHOLE TRAIL FOR ONE TRAN ID OVER A DATE RANGE IS ONE    *
000700*    BROWSE.  HST001 BUILDS IT NIGHTLY FROM THE DAY'S RUN        *
000800*    OUTPUTS; TRC001 IS THE ONLINE TRACE AGAINST IT.  WITHIN A   *
000900*    DAY THE EVENTS SORT IN STREAM ORDER BY TH-EVENT-CODE --     *
001000*    RECYCLED CORRECTIONS BEFORE THE EDIT, THE EDIT BEFORE THE   *
001100*    EXTRACT, THE EXTRACT BEFORE THE GL ACKNOWLEDGEMENT, AND SO  *
001200*    ON.  TH-PARTITION-NO/TH-SEQUENCE-NO ARE THE RECORD'S KEY    *
001300*    ON THE DAY IT RAN (TH-RUN-DATE), SO A REBUILD OF THE SAME   *
001400*    NIGHT REWRITES ITS OWN EVENTS INSTEAD OF DOUBLING THEM.     *
001500*    TH-USER-ID IS WHOEVER ACTED ON THE RECORD (CORRECTION       *
001600*    CLERK, HOLD APPROVER, ADJUSTMENT USER) AND TH-DETAIL THE    *
001700*    REJECT REASON OR OTHER TEXT THE SOURCE FILE CARRIED.        *
001800*                                                               *
001900*****************************************************************
002000 01  TRAN-HIST-RECORD.
002100     05  TH-KEY.
002200         10  TH-TRAN-ID          PIC X(10).
002300         10  TH-EVENT-DATE       PIC 9(08).
002400         10  TH-EVENT-CODE       PIC 9(02).
002500             88  TH-EV-CORRECTED         VALUE 10.
002600             88  TH-EV-EDITED            VALUE 20.
002700             88  TH-EV-SUSPENSED         VALUE 30.
002800             88  TH-EV-HELD              VALUE 40.
002900             88  TH-EV-EXTRACTED         VALUE 50.
003000             88  TH-EV-REV-EXTRACTED     VALUE 52.
003100             88  TH-EV-ADJ-EXTRACTED     VALUE 54.
003200             88  TH-EV-GL-POSTED         VALUE 60.
003300             88  TH-EV-GL-REJECTED       VALUE 65.
003400             88  TH-EV-RELEASED          VALUE 70.
003500             88  TH-EV-DECLINED          VALUE 75.
003600             88  TH-EV-REVERSED          VALUE 80.
003700             88  TH-EV-ADJUSTED          VALUE 85.
003800         10  TH-PARTITION-NO     PIC 9(02).
003900         10  TH-SEQUENCE-NO      PIC 9(07).
004000     05  TH-RUN-DATE             PIC 9(08).
004100     05  TH-TRAN-DATE            PIC 9(08).
004200     05  TH-TRAN-AMOUNT          PIC S9(7)V99.
004300     05  TH-USER-ID              PIC X(08).
004400     05  TH-DETAIL               PIC X(30).
004500     05  TH-RECORDED-DATE        PIC 9(08).
004600     05  FILLER                  PIC X(10).
