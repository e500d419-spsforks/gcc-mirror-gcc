000700*    ONE "H" HEADER AND ONE "T" TRAILER CARRYING THE RECORD     *
000800*    COUNT AND NET AMOUNT SO THE GL SIDE CAN BALANCE THE FEED   *
000900*    BEFORE POSTING IT.                                         *
000902*    EX-DTL-RUN-DATE IS THE RUN DATE THE TRANSACTION WAS        *
000904*    PROCESSED ON (A CARRIED GLRSND DETAIL KEEPS ITS OWN), AND  *
000906*    EX-DTL-ENTRY-TYPE MARKS AN ADJ001 REVERSAL OR ADJUSTMENT,  *
000908*    WHICH RIDES UNDER THE ORIGINAL'S RUN DATE AND PARTITION.   *
000910*    ITS EX-DTL-SEQUENCE-NO COMES FROM A RANGE RESERVED FOR     *
000912*    OFFSETS, 9000001 UP; FRONT-END SEQUENCE NUMBERS STAY BELOW *
000914*    9000000, SO AN OFFSET NEVER SHARES A PARTITION/SEQUENCE    *
000916*    PAIR WITH A FRESH DETAIL.                                  *
000918*    THE TRAILER CARRIES THOSE OFFSETS' OWN COUNT               *
000920*    AND NET AMOUNT AS WELL -- THEY ARE ALSO INCLUDED IN THE    *
000922*    FEED-WIDE RECORD COUNT AND NET AMOUNT.                     *
000924*    EVERY DETAIL CARRIES BOTH THE ORIGINAL AMOUNT (EX-DTL-     *
000926*    TRAN-AMOUNT, IN EX-DTL-CURRENCY-CODE) AND ITS BASE-        *
000928*    CURRENCY EQUIVALENT (EX-DTL-BASE-AMOUNT) AS PROG CONVERTED *
000930*    IT.  THE GL POSTS THE BASE AMOUNT, SO THE TRAILER'S NET    *
000932*    AND ADJUSTMENT AMOUNTS ARE BASE-CURRENCY SUMS.  A REVERSAL *
000934*    OR ADJUSTMENT IS A BASE-CURRENCY ENTRY.  A DETAIL BUILT    *
000936*    BEFORE THE FIELDS EXISTED HAS SPACES THERE: BASE CURRENCY, *
000938*    BASE AMOUNT = ORIGINAL.                                    *
000940*    EX-DTL-SOURCE-CODE IS THE FRONT END THE TRANSACTION CAME   *
000942*    IN FROM (TR-SOURCE-CODE), SPACES FOR A REVERSAL OR         *
000944*    ADJUSTMENT OR A SINGLE-FEED SITE. IT TOOK THE RECORD FROM  *
000946*    60 TO 64 BYTES.                                            *
000948*    THE HEADER CARRIES THE ACCOUNTING PERIOD THE DAY POSTS     *
000950*    INTO (EX-HDR-POST-PERIOD, YYYYMM) AND EVERY DETAIL ITS OWN *
000952*    POSTING PERIOD: AN EARLIER PERIOD STILL OPEN WHEN THE      *
000954*    TRANSACTION IS DATED INTO IT, OTHERWISE THE OPEN PERIOD.   *
000956*    A DETAIL DATED INTO A CLOSED PERIOD HAS EX-DTL-PRIOR-      *
000958*    PERIOD SET, AND THE TRAILER COUNTS THEM.  THE TWO DETAIL   *
000960*    FIELDS TOOK THE RECORD FROM 64 TO 71 BYTES.                *
001000*                                                               *
001100*****************************************************************
001200 01  EXTRACT-RECORD.
001400         88  EX-TYPE-HEADER              VALUE "H".
001500         88  EX-TYPE-DETAIL              VALUE "D".
001600         88  EX-TYPE-TRAILER             VALUE "T".
001700     05  EX-BODY                 PIC X(70).
001800     05  EX-HEADER-REC REDEFINES EX-BODY.
001900         10  EX-HDR-FEED-ID      PIC X(08).
002000         10  EX-HDR-RUN-DATE     PIC 9(08).
002100         10  EX-HDR-POST-PERIOD  PIC 9(06).
002150         10  FILLER              PIC X(48).
002200     05  EX-DETAIL-REC REDEFINES EX-BODY.
002300         10  EX-DTL-PARTITION-NO PIC 9(02).
002400         10  EX-DTL-SEQUENCE-NO  PIC 9(07).
002700         10  EX-DTL-TRAN-AMOUNT  PIC S9(7)V99.
002800         10  EX-DTL-EXIT-FLAG    PIC X(01).
002900         10  EX-DTL-FAIL-FLAG    PIC X(01).
003000         10  EX-DTL-RUN-DATE     PIC 9(08).
003005         10  EX-DTL-ENTRY-TYPE   PIC X(01).
003010             88  EX-DTL-ORIGINAL         VALUE "O" " ".
003015             88  EX-DTL-REVERSAL         VALUE "R".
003020             88  EX-DTL-ADJUSTMENT       VALUE "A".
003025         10  EX-DTL-CURRENCY-CODE PIC X(03).
003030         10  EX-DTL-BASE-AMOUNT  PIC S9(7)V99.
003035         10  EX-DTL-SOURCE-CODE  PIC X(04).
003040         10  EX-DTL-POST-PERIOD  PIC 9(06).
003045         10  EX-DTL-PRIOR-PERIOD-SW PIC X(01).
003050             88  EX-DTL-PRIOR-PERIOD     VALUE "Y".
003100     05  EX-TRAILER-REC REDEFINES EX-BODY.
003200         10  EX-TRL-RECORD-COUNT PIC 9(07).
003300         10  EX-TRL-NET-AMOUNT   PIC S9(9)V99.
003400         10  EX-TRL-ADJ-COUNT    PIC 9(07).
003500         10  EX-TRL-ADJ-AMOUNT   PIC S9(9)V99.
003600         10  EX-TRL-PRIOR-COUNT  PIC 9(07).
003700         10  FILLER              PIC X(27).
