000100*****************************************************************
000200*                                                               *
000300*    LTRWRK.CPY                                                  *
000400*    LTR001 WORK RECORD (LTRWORK, AND ITS SORTED COPY LTRSORT).  *
000500*    ONE RECORD PER TRANSACTION IN THE DAY'S LARGE-TRANSACTION   *
000600*    SCOPE: EVERY PARTITION'S TRANSRTnn, AND EVERY HOLDUPDnn     *
000700*    RECORD HLD001 RELEASED TODAY.  LW-ORIGIN SAYS WHICH.  LW-   *
000800*    REPORT-AMOUNT IS THE BASE-CURRENCY AMOUNT WITHOUT ITS SIGN  *
000900*    -- A LARGE DEBIT AND A LARGE CREDIT ARE BOTH REPORTABLE,    *
001000*    AND THEY ADD UP, NOT OFF, IN A SAME-DAY TOTAL.  THE SORT    *
001100*    KEY IS TRAN ID, TRANSACTION DATE, PARTITION, SEQUENCE.      *
001200*                                                               *
001300*****************************************************************
001400 01  LTR-WORK-RECORD.
001500     05  LW-TRAN-ID              PIC X(10).
001600     05  LW-TRAN-DATE            PIC 9(8).
001700     05  LW-PARTITION-NO         PIC 9(2).
001800     05  LW-SEQUENCE-NO          PIC 9(7).
001900     05  LW-ORIGIN               PIC X(1).
002000         88  LW-FROM-RUN                 VALUE "T".
002100         88  LW-FROM-HOLD                VALUE "H".
002200     05  LW-TRAN-AMOUNT          PIC S9(7)V99.
002300     05  LW-CURRENCY-CODE        PIC X(3).
002400     05  LW-BASE-AMOUNT          PIC S9(7)V99.
002500     05  LW-REPORT-AMOUNT        PIC 9(7)V99.
002600     05  LW-SOURCE-CODE          PIC X(4).
002700     05  LW-APPROVER-ID          PIC X(8).
002800     05  FILLER                  PIC X(10).
