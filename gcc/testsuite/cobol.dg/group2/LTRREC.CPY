000100*****************************************************************
000200*                                                               *
000300*    LTRREC.CPY                                                  *
000400*    REGULATORY LARGE-TRANSACTION FILING (LTR-FILE, DDNAME       *
000500*    LTRFILE), WRITTEN BY LTR001 AFTER THE DAILY RUN FOR THE     *
000600*    REGULATOR'S UPLOAD.  ONE "H" HEADER, THEN ONE "S" RECORD    *
000700*    PER TRANSACTION AT OR OVER CP-REPORT-THRESHOLD, THEN FOR    *
000800*    EACH TRAN ID WHOSE TRANSACTIONS FOR ONE BUSINESS DAY        *
000900*    (TRANSACTION DATE), ACROSS ALL PARTITIONS, ADD UP TO THE    *
001000*    THRESHOLD: ITS CONTRIBUTING "C" RECORDS FOLLOWED BY ONE "A" *
001100*    AGGREGATE RECORD.  ONE "T" TRAILER CLOSES THE FILE WITH THE *
001200*    COUNTS AND AMOUNTS THE UPLOAD BALANCES TO.  EVERY AMOUNT    *
001300*    COMPARED AND TOTALLED IS THE BASE-CURRENCY AMOUNT WITHOUT   *
001400*    ITS SIGN; EACH TRANSACTION RECORD ALSO CARRIES ITS SIGNED   *
001500*    ORIGINAL AND BASE AMOUNTS.  LT-DTL-ORIGIN "H" IS A HELD     *
001600*    OVER-LIMIT TRANSACTION RELEASED TODAY, FILED NOW RATHER     *
001700*    THAN WHEN IT MERGES INTO TOMORROW'S RUN.  LT-TRL-RECORD-    *
001800*    COUNT COUNTS EVERY RECORD ON THE FILE, HEADER AND TRAILER   *
001900*    INCLUDED.                                                   *
002000*                                                               *
002100*****************************************************************
002200 01  LARGE-TRAN-RECORD.
002300     05  LT-RECORD-TYPE          PIC X(01).
002400         88  LT-TYPE-HEADER              VALUE "H".
002500         88  LT-TYPE-SINGLE              VALUE "S".
002600         88  LT-TYPE-CONTRIBUTOR         VALUE "C".
002700         88  LT-TYPE-AGGREGATE           VALUE "A".
002800         88  LT-TYPE-TRAILER             VALUE "T".
002900     05  LT-BODY                 PIC X(79).
003000     05  LT-HEADER-REC REDEFINES LT-BODY.
003100         10  LT-HDR-FILING-ID    PIC X(08).
003200         10  LT-HDR-RUN-DATE     PIC 9(08).
003300         10  LT-HDR-THRESHOLD    PIC 9(07)V99.
003400         10  LT-HDR-CURRENCY     PIC X(03).
003500         10  FILLER              PIC X(51).
003600     05  LT-DETAIL-REC REDEFINES LT-BODY.
003700         10  LT-DTL-TRAN-ID      PIC X(10).
003800         10  LT-DTL-TRAN-DATE    PIC 9(08).
003900         10  LT-DTL-PARTITION-NO PIC 9(02).
004000         10  LT-DTL-SEQUENCE-NO  PIC 9(07).
004100         10  LT-DTL-ORIGIN       PIC X(01).
004200             88  LT-DTL-FROM-RUN         VALUE "T".
004300             88  LT-DTL-FROM-HOLD        VALUE "H".
004400         10  LT-DTL-TRAN-AMOUNT  PIC S9(7)V99.
004500         10  LT-DTL-CURRENCY-CODE PIC X(03).
004600         10  LT-DTL-BASE-AMOUNT  PIC S9(7)V99.
004700         10  LT-DTL-REPORT-AMOUNT PIC 9(07)V99.
004800         10  LT-DTL-SOURCE-CODE  PIC X(04).
004900         10  LT-DTL-OVER-SW      PIC X(01).
005000             88  LT-DTL-OVER             VALUE "Y".
005100         10  FILLER              PIC X(16).
005200     05  LT-AGGREGATE-REC REDEFINES LT-BODY.
005300         10  LT-AGG-TRAN-ID      PIC X(10).
005400         10  LT-AGG-TRAN-DATE    PIC 9(08).
005500         10  LT-AGG-RECORD-COUNT PIC 9(05).
005600         10  LT-AGG-PARTITION-COUNT PIC 9(02).
005700         10  LT-AGG-TOTAL-AMOUNT PIC 9(11)V99.
005800         10  FILLER              PIC X(41).
005900     05  LT-TRAILER-REC REDEFINES LT-BODY.
006000         10  LT-TRL-RECORD-COUNT PIC 9(07).
006100         10  LT-TRL-SINGLE-COUNT PIC 9(07).
006200         10  LT-TRL-SINGLE-AMOUNT PIC 9(11)V99.
006300         10  LT-TRL-AGG-COUNT    PIC 9(07).
006400         10  LT-TRL-CONTRIB-COUNT PIC 9(07).
006500         10  LT-TRL-AGG-AMOUNT   PIC 9(11)V99.
006600         10  FILLER              PIC X(25).
