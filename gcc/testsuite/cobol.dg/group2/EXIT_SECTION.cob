001649*                     IN ITS OWN SWITCH AND THE REFERRAL ONLY      *
001650*                     PRINTS (AND ED-HELD ONLY RAISES) AFTER THE   *
001651*                     DATE EDIT, WHEN NO FIELD EDIT FAILED.        *
001652*    10/07/2026  DJH  THE COMPLETED RUN-CONTROL RECORD NOW CARRIES *
001653*                     THE PROCESSED COUNT (RC-PROCESSED-CTR), SO   *
001654*                     DRV001 RE-DRIVEN BY THE STREAM CONTROLLER    *
001655*                     CAN CARRY A FINISHED PARTITION FORWARD       *
001656*                     WITHOUT LAUNCHING IT INTO A REFUSED RERUN.   *
001657*    10/08/2026  DJH  WS-PARM-IMAGE WIDENED TO X(80) NOW THAT THE  *
001658*                     CTLPARM RECORD HAS GROWN PAST 40 BYTES (CP-  *
001659*                     PEND-EXPIRE-DAYS) -- THE FORCE-RERUN EXPIRY  *
001660*                     REWRITE WOULD OTHERWISE CUT THE NEW FIELDS   *
001661*                     OFF THE LIVE PARM RECORD.                    *
001662*    10/09/2026  DJH  MULTI-CURRENCY FEEDS.  THE EXCHANGE-RATE     *
001663*                     FILE (FXRATE, KEPT BY FXR001) IS LOADED AT   *
001664*                     START-UP AND TR-CURRENCY-CODE IS EDITED      *
001665*                     AGAINST IT; A FOREIGN AMOUNT IS CONVERTED AT *
001666*                     THE RATE IN FORCE ON ITS TRANSACTION DATE    *
001667*                     AND THE BASE AMOUNT STAMPED ON THE RECORD    *
001668*                     (TR-BASE-AMOUNT), BLANK MEANING CP-BASE-     *
001669*                     CURRENCY.  AN UNKNOWN CURRENCY OR A DATE     *
001670*                     WITH NO RATE GOES TO SUSPENSE.  THE OVER-    *
001671*                     LIMIT REFERRAL NOW TESTS THE BASE AMOUNT,    *
001672*                     AND THE TRAILER BALANCE IS STRUCK PER        *
001673*                     CURRENCY (ONE TRAILER PER CURRENCY) WITH A   *
001674*                     LINE PER CURRENCY ON THE BALANCING PAGE.     *
001675*    10/10/2026  DJH  TR-SOURCE-CODE, STAMPED BY SPL001 FOR THE    *
001676*                     FRONT-END FEED THE RECORD CAME IN ON, NOW    *
001677*                     HAS ITS OWN FIELD IN THE RAW-RECORD VIEWS,   *
001678*                     SO IT RIDES THROUGH TO TRAN-FILE AND ONTO    *
001679*                     THE SUSPENSE AND HOLD IMAGES FOR THE SRC001  *
001680*                     SOURCE SCORECARD.                            *
001681*    10/13/2026  DJH  A BALANCE REFUSAL (BL01) OR A RERUN REFUSAL  *
001682*                     NOW ALSO RAISES AN OPERATOR ALERT ON         *
001683*                     ALERTFILE FOR ALF001 TO FORWARD TO THE       *
001684*                     MONITORING CONSOLE.                          *
001685*    10/14/2026  DJH  THE RECORDS ADDED, CHANGED AND DELETED ON    *
001686*                     RUNCTL, RUNLOG, RECENTKEY AND CTLPARM, WITH  *
001687*                     THE HASH-TOTAL DELTAS FOR RUNLOG (RL-INDVAL) *
001688*                     AND RECENTKEY (RK-POST-DATE), ARE NOW        *
001689*                     COUNTED PER PARTITION AND JOURNALLED ON      *
001690*                     UPDJRNL AS EACH FILE IS CLOSED, FOR VER001'S *
001691*                     NIGHTLY INTEGRITY CHECK.                     *
001692*    10/15/2026  DJH  A FAILED CTLPARM WRITE WHEN THE FORCE-RERUN  *
001693*                     SWITCH IS EXPIRED IS DISPLAYED WITH ITS      *
001694*                     STATUS, AND IS NO LONGER COUNTED OR          *
001695*                     JOURNALLED ON UPDJRNL AS A CHANGE.           *
001696*                                                               *
001697*****************************************************************
001698 ENVIRONMENT               DIVISION.
001699 CONFIGURATION             SECTION.
001700 SOURCE-COMPUTER.          IBM-370.
001701 OBJECT-COMPUTER.          IBM-370.
001702 INPUT-OUTPUT               SECTION.
001703 FILE-CONTROL.
001704     SELECT TRAN-RAW-FILE  ASSIGN TO DYNAMIC WS-TRANRAW-FILENAME
001705                           ORGANIZATION IS LINE SEQUENTIAL.
001706     SELECT TRAN-EDIT-FILE ASSIGN TO DYNAMIC WS-TRANEDT-FILENAME
001707                           ORGANIZATION IS LINE SEQUENTIAL.
001710     SELECT SUSPENSE-FILE  ASSIGN TO DYNAMIC WS-SUSPIN-FILENAME
001720                           ORGANIZATION IS LINE SEQUENTIAL
001730                           FILE STATUS IS WS-SUSPIN-STATUS.
002086                           ACCESS MODE IS DYNAMIC
002088                           RECORD KEY IS RK-KEY
002089                           FILE STATUS IS WS-RKEY-STATUS.
002090     SELECT FX-RATE-FILE   ASSIGN TO "FXRATE"
002091                           ORGANIZATION IS INDEXED
002092                           ACCESS MODE IS DYNAMIC
002093                           RECORD KEY IS FX-KEY
002094                           FILE STATUS IS WS-FXRATE-STATUS.
002095     SELECT ALERT-FILE     ASSIGN TO "ALERTFILE"
002096                           ORGANIZATION IS LINE SEQUENTIAL
002097                           FILE STATUS IS WS-ALERT-STATUS.
002098     SELECT UPDATE-JOURNAL-FILE ASSIGN TO "UPDJRNL"
002099                           ORGANIZATION IS LINE SEQUENTIAL
002100                           FILE STATUS IS WS-UPDJRNL-STATUS.
002101 DATA                      DIVISION.
002102 FILE                      SECTION.
002110 FD  TRAN-RAW-FILE
002120     LABEL RECORD IS STANDARD.
002130     COPY TRANREC REPLACING ==TRAN-RECORD== BY ==TRAN-RAW-REC==.
002544 FD  RECENT-KEY-FILE
002545     LABEL RECORD IS STANDARD.
002546     COPY RCNTREC.
002547 FD  FX-RATE-FILE
002548     LABEL RECORD IS STANDARD.
002549     COPY FXRATE.
002550 FD  ALERT-FILE
002551     LABEL RECORD IS STANDARD.
002552 01  ALERT-FILE-RECORD     PIC X(100).
002553 FD  UPDATE-JOURNAL-FILE
002554     LABEL RECORD IS STANDARD.
002555 01  UPDATE-JOURNAL-FILE-RECORD PIC X(100).
002556 WORKING-STORAGE           SECTION.
002560 01  INDVAL                PIC 9(7).
002570 01  TF-SWITCHES.
002580     05  TF-EOF-SW         PIC X(01)   VALUE "N".
002650 01  WS-RESTART-TRAN-ID    PIC X(10)   VALUE SPACES.
002660 01  WS-AUDIT-STATUS       PIC X(02).
002670 01  WS-RUN-TIME           PIC 9(8).
002671 01  WS-ALERT-STATUS       PIC X(02).
002672     COPY ALRTREC.
002673 01  WS-UPDJRNL-STATUS     PIC X(02).
002674     COPY UPDJRN.
002675 77  WS-RCTL-ADD-CTR       PIC 9(7)    VALUE 0.
002676 77  WS-RCTL-CHG-CTR       PIC 9(7)    VALUE 0.
002677 77  WS-RCTL-DEL-CTR       PIC 9(7)    VALUE 0.
002678 77  WS-RCTL-HASH-DELTA    PIC S9(13)V99 VALUE 0.
002679 77  WS-RLOG-ADD-CTR       PIC 9(7)    VALUE 0.
002680 77  WS-RLOG-CHG-CTR       PIC 9(7)    VALUE 0.
002681 77  WS-RLOG-DEL-CTR       PIC 9(7)    VALUE 0.
002682 77  WS-RLOG-HASH-DELTA    PIC S9(13)V99 VALUE 0.
002683 77  WS-RKEY-ADD-CTR       PIC 9(7)    VALUE 0.
002684 77  WS-RKEY-CHG-CTR       PIC 9(7)    VALUE 0.
002685 77  WS-RKEY-DEL-CTR       PIC 9(7)    VALUE 0.
002686 77  WS-RKEY-HASH-DELTA    PIC S9(13)V99 VALUE 0.
002687 77  WS-PARM-ADD-CTR       PIC 9(7)    VALUE 0.
002688 77  WS-PARM-CHG-CTR       PIC 9(7)    VALUE 0.
002689 77  WS-PARM-DEL-CTR       PIC 9(7)    VALUE 0.
002690 77  WS-PARM-HASH-DELTA    PIC S9(13)V99 VALUE 0.
002691 01  WS-PARM-STATUS        PIC X(02).
002692 01  WS-A011-THRESHOLD     PIC 9(7)    VALUE 2.
002700 01  WS-A02-MATCH-VALUE    PIC 9(7)    VALUE 3.
002710 01  WS-RUNLOG-STATUS      PIC X(02).
002720 01  WS-RL-EXIT-FLAG       PIC X(01).
002760     88  WS-FORCE-RERUN                VALUE "Y".
002762 01  WS-PARM-HELD-SW       PIC X(01)   VALUE "N".
002764     88  WS-PARM-HELD                  VALUE "Y".
002766 01  WS-PARM-IMAGE         PIC X(80).
002768 01  WS-PARM-IMAGE-R REDEFINES WS-PARM-IMAGE.
002770     05  FILLER            PIC X(36).
002772     05  WS-PI-FORCE-SW    PIC X(01).
002774     05  FILLER            PIC X(43).
002777 01  WS-LAST-TRAN-ID       PIC X(10).
002780 01  WS-TRAN-FILENAME      PIC X(20)   VALUE "TRANSRT".
002790 01  WS-CKPT-FILENAME      PIC X(20)   VALUE "CKPTFILE".
002890     05  RW-FORCED-SW      PIC X(01)   VALUE "N".
002900         88  RW-FORCED-NOTE            VALUE "Y".
002910 01  WS-FEED-COUNT         PIC 9(07)   VALUE 0.
002930 01  WS-TRL-EXP-COUNT      PIC 9(07)   VALUE 0.
002950 01  WS-LAST-SEQ-SEEN      PIC 9(07)   VALUE 0.
002960 01  WS-CAPACITY-PCT       PIC 9(3)    VALUE 80.
002970 01  WS-CAPACITY-LIMIT     PIC 9(7)    VALUE 0.
003050     05  WS-RI-TRAN-ID     PIC X(10).
003060     05  WS-RI-TRAN-DATE   PIC X(08).
003070     05  WS-RI-TRAN-AMOUNT PIC X(09).
003080     05  WS-RI-CURRENCY    PIC X(03).
003082     05  WS-RI-BASE-AMOUNT PIC X(09).
003084     05  WS-RI-SOURCE      PIC X(04).
003086     05  FILLER            PIC X(04).
003090 01  WS-RAW-TRAN REDEFINES WS-RAW-IMAGE.
003100     05  WS-RT-SEQUENCE-NO PIC 9(7).
003110     05  WS-RT-TRAN-ID     PIC X(10).
003120     05  WS-RT-TRAN-DATE   PIC 9(8).
003130     05  WS-RT-TRAN-AMOUNT PIC S9(7)V99.
003140     05  WS-RT-CURRENCY-CODE PIC X(3).
003142     05  WS-RT-BASE-AMOUNT PIC S9(7)V99.
003144     05  WS-RT-SOURCE-CODE PIC X(4).
003146     05  FILLER            PIC X(04).
003150 01  WS-SUSPIN-FILENAME    PIC X(20)   VALUE "SUSPFILE".
003160 01  WS-SUSPOUT-FILENAME   PIC X(20)   VALUE "SUSPNEW".
003170 01  WS-SUSPIN-STATUS      PIC X(02).
003226         88  DK-DUPLICATE              VALUE "Y".
003227 01  WS-RECYCLE-SW         PIC X(01)   VALUE "N".
003228     88  WS-RECYCLE-ON                 VALUE "Y".
003229 01  WS-FXRATE-STATUS      PIC X(02).
003230 01  WS-BASE-CURRENCY      PIC X(3)    VALUE "USD".
003231 01  FX-SWITCHES.
003232     05  FX-EOF-SW         PIC X(01)   VALUE "N".
003233         88  FX-EOF                    VALUE "Y".
003234     05  FX-CCY-FOUND-SW   PIC X(01)   VALUE "N".
003235         88  FX-CCY-FOUND              VALUE "Y".
003236     05  FX-RATE-FOUND-SW  PIC X(01)   VALUE "N".
003237         88  FX-RATE-FOUND             VALUE "Y".
003238 01  WS-FX-MAX             PIC 9(4)    COMP VALUE 1000.
003239 01  WS-FX-CTR             PIC 9(4)    COMP VALUE 0.
003240 01  WS-FX-IX              PIC 9(4)    COMP.
003241 01  WS-FX-USE-RATE        PIC 9(5)V9(6) VALUE 0.
003242 01  WS-FX-TABLE.
003243     05  WS-FX-ENTRY       OCCURS 1000 TIMES.
003244         10  WS-FX-CURRENCY PIC X(3).
003245         10  WS-FX-EFF-DATE PIC 9(8).
003246         10  WS-FX-RATE    PIC 9(5)V9(6).
003247 01  CB-SWITCHES.
003248     05  CB-FOUND-SW       PIC X(01)   VALUE "N".
003249         88  CB-FOUND                  VALUE "Y".
003250     05  CB-OVERFLOW-SW    PIC X(01)   VALUE "N".
003251         88  CB-OVERFLOW               VALUE "Y".
003252 01  WS-CB-MAX             PIC 9(4)    COMP VALUE 20.
003253 01  WS-CB-CTR             PIC 9(4)    COMP VALUE 0.
003254 01  WS-CB-IX              PIC 9(4)    COMP.
003255 01  WS-CB-CURRENCY-KEY    PIC X(3).
003256 01  WS-CB-TABLE.
003257     05  WS-CB-ENTRY       OCCURS 20 TIMES.
003258         10  WS-CB-CURRENCY PIC X(3).
003259         10  WS-CB-TRAILER-SW PIC X(01).
003260             88  WS-CB-TRAILER-SEEN    VALUE "Y".
003261         10  WS-CB-ACT-COUNT PIC 9(07).
003262         10  WS-CB-ACT-AMOUNT PIC S9(9)V99.
003263         10  WS-CB-EXP-COUNT PIC 9(07).
003264         10  WS-CB-EXP-AMOUNT PIC S9(7)V99.
003265 01  SU-SWITCHES.
003266     05  SU-EOF-SW         PIC X(01)   VALUE "N".
003267         88  SU-EOF                    VALUE "Y".
003268 01  WS-SUSP-REASON        PIC X(30)   VALUE SPACES.
003269 01  WS-RECYCLED-CTR       PIC 9(7)    VALUE 0.
003270 01  WS-CARRIED-CTR        PIC 9(7)    VALUE 0.
003280 01  WS-SUSP-NEW-CTR       PIC 9(7)    VALUE 0.
003290 01  WS-EDIT-WORK.
004020     05  WS-BL-ACT-COUNT   PIC Z(6)9.
004030     05  FILLER            PIC X(75)   VALUE SPACES.
004040 01  WS-BAL-LINE2.
004050     05  FILLER            PIC X(09)   VALUE "CURRENCY ".
004060     05  WS-BL-CURRENCY    PIC X(03).
004070     05  FILLER            PIC X(18)   VALUE
004071         "  EXPECTED COUNT: ".
004072     05  WS-BL-CCY-EXP-COUNT PIC Z(6)9.
004073     05  FILLER            PIC X(10)   VALUE "  ACTUAL: ".
004074     05  WS-BL-CCY-ACT-COUNT PIC Z(6)9.
004075     05  FILLER            PIC X(19)   VALUE
004076         "  EXPECTED AMOUNT: ".
004080     05  WS-BL-EXP-AMT     PIC -(9)9.99.
004090     05  FILLER            PIC X(10)   VALUE "  ACTUAL: ".
004100     05  WS-BL-ACT-AMT     PIC -(9)9.99.
004110     05  FILLER            PIC X(02)   VALUE SPACES.
004112     05  WS-BL-STATUS      PIC X(12).
004114     05  FILLER            PIC X(09)   VALUE SPACES.
004120 01  WS-EDIT-LINE.
004130     05  WS-EL-SEQ         PIC Z(6)9.
004140     05  FILLER            PIC X(03)   VALUE SPACES.
004150     05  WS-EL-FIELD       PIC X(16).
004160     05  FILLER            PIC X(02)   VALUE SPACES.
004170     05  WS-EL-VALUE       PIC X(20).
004180     05  FILLER            PIC X(02)   VALUE SPACES.
004190     05  WS-EL-REASON      PIC X(30).
004200     05  FILLER            PIC X(52)   VALUE SPACES.
004210 01  WS-AGE-LINE.
004220     05  WS-AG-SEQ         PIC Z(6)9.
004230     05  FILLER            PIC X(03)   VALUE SPACES.
004390     PERFORM 1000-INIT-PARTITION THRU 1000-INIT-PARTITION-EXIT.
004400     PERFORM 1050-READ-PARMS THRU 1050-READ-PARMS-EXIT.
004405     PERFORM 1030-LOAD-CALENDAR THRU 1030-LOAD-CALENDAR-EXIT.
004407     PERFORM 1036-LOAD-RATES THRU 1036-LOAD-RATES-EXIT.
004410     PERFORM 1020-CHECK-RUN-CONTROL
004420         THRU 1020-CHECK-RUN-CONTROL-EXIT.
004430     PERFORM 1200-OPEN-REPORT THRU 1200-OPEN-REPORT-EXIT.
005200     MOVE 0                TO WS-PROCESSED-CTR.
005210     MOVE 0                TO WS-LAST-SEQ-SEEN.
005220     MOVE 0                TO WS-FEED-COUNT.
005240     MOVE 0                TO WS-TRL-EXP-COUNT.
005260     MOVE "N"              TO FB-TRAILER-SW.
005270     MOVE "N"              TO FB-BALANCE-SW.
005273     MOVE 0                TO WS-CB-CTR.
005276     MOVE "N"              TO CB-OVERFLOW-SW.
005280     MOVE "N"              TO SU-EOF-SW.
005290     MOVE "N"              TO WS-RECYCLE-SW.
005300     MOVE "N"              TO RW-STARTED-SW.
005363     MOVE 0                TO WS-HOLD-RELEASED-CTR.
005364     MOVE 0                TO WS-HOLD-CARRIED-CTR.
005365     MOVE "N"              TO CW-WARNED-SW.
005366     MOVE 0                TO WS-RCTL-ADD-CTR.
005367     MOVE 0                TO WS-RCTL-CHG-CTR.
005368     MOVE 0                TO WS-RCTL-DEL-CTR.
005369     MOVE 0                TO WS-RCTL-HASH-DELTA.
005370     MOVE 0                TO WS-RLOG-ADD-CTR.
005371     MOVE 0                TO WS-RLOG-CHG-CTR.
005372     MOVE 0                TO WS-RLOG-DEL-CTR.
005373     MOVE 0                TO WS-RLOG-HASH-DELTA.
005374     MOVE 0                TO WS-RKEY-ADD-CTR.
005375     MOVE 0                TO WS-RKEY-CHG-CTR.
005376     MOVE 0                TO WS-RKEY-DEL-CTR.
005377     MOVE 0                TO WS-RKEY-HASH-DELTA.
005378     MOVE 0                TO WS-PARM-ADD-CTR.
005379     MOVE 0                TO WS-PARM-CHG-CTR.
005380     MOVE 0                TO WS-PARM-DEL-CTR.
005381     MOVE 0                TO WS-PARM-HASH-DELTA.
005382     MOVE "N"              TO MF-OPEN-SW.
005383     MOVE 0                TO INDVAL.
005390     MOVE SPACES           TO WS-LAST-TRAN-ID.
005400 1000-INIT-PARTITION-EXIT.
005410     EXIT.
006060*    RUN IS REFUSED BEFORE THE MAIN LOOP EVER SEES A RECORD.      *
006070*    AN EMPTY FEED WITH NO TRAILER IS STILL A LEGITIMATE          *
006080*    ZERO-RECORD PARTITION AND IS LEFT ALONE.                     *
006081*    THE BALANCE IS STRUCK PER CURRENCY -- A FEED CARRIES ONE     *
006082*    TRAILER FOR EACH CURRENCY IT TRANSMITS (BLANK CODE = BASE)   *
006083*    AND EVERY CURRENCY SEEN ON A RECORD OR A TRAILER MUST HAVE A *
006084*    TRAILER THAT AGREES.  AMOUNTS IN DIFFERENT CURRENCIES NEVER  *
006085*    ADD TOGETHER; ONLY THE RECORD COUNT HAS AN OVERALL TOTAL.    *
006090*****************************************************************
006100 1005-EDIT-FEED.
006110     COMPUTE WS-ED-RUN-INT =
006210     CLOSE TRAN-EDIT-FILE.
006220     MOVE "N"              TO TF-EOF-SW.
006230     IF FB-TRAILER-SEEN
006240         MOVE 0            TO WS-TRL-EXP-COUNT
006250         MOVE 1            TO WS-CB-IX
006260         PERFORM 1028-BALANCE-CURRENCY
006270             THRU 1028-BALANCE-CURRENCY-EXIT
006275             UNTIL WS-CB-IX > WS-CB-CTR
006280     ELSE
006290         IF WS-FEED-COUNT > 0
006300             SET FB-OUT-OF-BALANCE TO TRUE
006310         END-IF
006312     END-IF.
006314     IF CB-OVERFLOW
006316         SET FB-OUT-OF-BALANCE TO TRUE
006320     END-IF.
006330     IF FB-OUT-OF-BALANCE
006340         PERFORM 1008-WRITE-BALANCE-PAGE
006450*    FAILING RECORD STILL COUNTS IN THE TRAILER BALANCE -- IT     *
006460*    WAS TRANSMITTED -- BUT IS DROPPED FROM THE RUN WITH ONE      *
006470*    PRINTED EDIT LINE PER FAILING FIELD.                         *
006472*    COUNTS AND AMOUNTS ACCUMULATE UNDER THE CURRENCY AS KEYED ON *
006474*    THE RECORD, AND A TRAILER'S EXPECTED VALUES FILE UNDER THE   *
006476*    CURRENCY ON THE TRAILER.                                     *
006480*****************************************************************
006490 1006-EDIT-FEED-READ.
006500     READ TRAN-RAW-FILE
006530         NOT AT END
006540             IF TR-TRAN-ID OF TRAN-RAW-REC = "TRAILER"
006550                 SET FB-TRAILER-SEEN TO TRUE
006560                 MOVE TR-CURRENCY-CODE OF TRAN-RAW-REC
006570                                      TO WS-CB-CURRENCY-KEY
006580                 PERFORM 1026-FIND-CURRENCY
006590                     THRU 1026-FIND-CURRENCY-EXIT
006591                 IF WS-CB-IX > 0
006592                     MOVE "Y"  TO WS-CB-TRAILER-SW (WS-CB-IX)
006593                     MOVE TR-SEQUENCE-NO OF TRAN-RAW-REC
006594                                 TO WS-CB-EXP-COUNT (WS-CB-IX)
006595                     MOVE TR-TRAN-AMOUNT OF TRAN-RAW-REC
006596                                 TO WS-CB-EXP-AMOUNT (WS-CB-IX)
006597                 END-IF
006600             ELSE
006610                 ADD 1                TO WS-FEED-COUNT
006620                 MOVE TR-CURRENCY-CODE OF TRAN-RAW-REC
006630                                      TO WS-CB-CURRENCY-KEY
006640                 PERFORM 1026-FIND-CURRENCY
006641                     THRU 1026-FIND-CURRENCY-EXIT
006642                 IF WS-CB-IX > 0
006643                     ADD 1       TO WS-CB-ACT-COUNT (WS-CB-IX)
006644                     IF TR-TRAN-AMOUNT OF TRAN-RAW-REC NUMERIC
006645                         ADD TR-TRAN-AMOUNT OF TRAN-RAW-REC
006646                                 TO WS-CB-ACT-AMOUNT (WS-CB-IX)
006647                     END-IF
006650                 END-IF
006660                 MOVE TRAN-RAW-REC    TO WS-RAW-IMAGE
006670                 PERFORM 1007-EDIT-FIELDS
006868*    ALWAYS MATCHES WHERE THE RECORD ACTUALLY WENT.  THE          *
006870*    RAW BYTES ARE EXAMINED THROUGH WS-RAW-FIELDS SO A            *
006880*    NON-NUMERIC VALUE CAN STILL BE PRINTED AS KEYED.             *
006882*    THE CURRENCY EDIT (1038) RUNS LAST AND STAMPS THE BASE       *
006884*    AMOUNT, AND THE RUN LIMIT IS TESTED AGAINST THAT BASE        *
006886*    AMOUNT, SO A LIMIT KEYED IN BASE CURRENCY MEANS THE SAME     *
006888*    THING WHATEVER CURRENCY THE RECORD ARRIVED IN.               *
006890*****************************************************************
006900 1007-EDIT-FIELDS.
006910     MOVE "N"              TO ED-FAIL-SW.
007170                               TO WS-EL-REASON
007180         PERFORM 1227-WRITE-EDIT-DETAIL
007190             THRU 1227-WRITE-EDIT-DETAIL-EXIT
007200     END-IF.
007210     PERFORM 1009-EDIT-TRAN-DATE THRU 1009-EDIT-TRAN-DATE-EXIT.
007220     PERFORM 1038-EDIT-CURRENCY THRU 1038-EDIT-CURRENCY-EXIT.
007230     IF NOT ED-FAILED
007232         IF WS-RT-BASE-AMOUNT > WS-AMOUNT-LIMIT
007234            OR WS-RT-BASE-AMOUNT < WS-AMOUNT-NEG-LIMIT
007240             SET ED-OVER-LIMIT TO TRUE
007300         END-IF
007310     END-IF.
007322     IF ED-OVER-LIMIT AND NOT ED-FAILED
007323         MOVE "TR-TRAN-AMOUNT" TO WS-EL-FIELD
007324         MOVE WS-RI-TRAN-AMOUNT TO WS-EL-VALUE
007370*    BALANCING PAGE ON RPT-FILE SO OPS CAN TELL A TRANSMISSION    *
007380*    PROBLEM (COUNT OFF) FROM A DATA PROBLEM (AMOUNT OFF) AT A    *
007390*    GLANCE, AND LEAVE A BL01 AUDIT RECORD BEHIND IT.             *
007393*    THE OVERALL COUNT LINE IS FOLLOWED BY ONE LINE PER CURRENCY, *
007396*    SO THE CURRENCY THAT BROKE THE BALANCE STANDS OUT.           *
007400*****************************************************************
007410 1008-WRITE-BALANCE-PAGE.
007420     ADD 1                 TO WS-PAGE-NO.
007430     PERFORM 1210-WRITE-HEADERS THRU 1210-WRITE-HEADERS-EXIT.
007440     MOVE WS-FEED-COUNT    TO WS-DL-INDVAL.
007442     IF CB-OVERFLOW
007444         MOVE "TOO MANY CURRENCIES ON FEED"
007446                           TO WS-DL-REASON
007448     ELSE
007450         IF FB-TRAILER-SEEN
007460             MOVE "FEED TRAILER OUT OF BALANCE"
007470                               TO WS-DL-REASON
007480         ELSE
007490             MOVE "NO TRAILER RECORD ON FEED"
007500                               TO WS-DL-REASON
007505         END-IF
007510     END-IF.
007520     PERFORM 1220-WRITE-DETAIL THRU 1220-WRITE-DETAIL-EXIT.
007530     MOVE WS-TRL-EXP-COUNT TO WS-BL-EXP-COUNT.
007540     MOVE WS-FEED-COUNT    TO WS-BL-ACT-COUNT.
007550     WRITE REPORT-RECORD FROM WS-BAL-LINE1 AFTER ADVANCING 1.
007560     MOVE 1                TO WS-CB-IX.
007570     PERFORM 1029-WRITE-CURRENCY-BALANCE
007580         THRU 1029-WRITE-CURRENCY-BALANCE-EXIT
007582         UNTIL WS-CB-IX > WS-CB-CTR.
007590     MOVE WS-FEED-COUNT    TO INDVAL.
007600     MOVE "BL01"           TO AR-REASON-CODE.
007610     MOVE "FEED TRAILER OUT OF BALANCE"
007620                           TO AR-REASON-TEXT.
007630     PERFORM 1190-WRITE-AUDIT THRU 1190-WRITE-AUDIT-EXIT.
007631     MOVE "BL01"           TO AL-ALERT-CODE.
007632     MOVE "E"              TO AL-SEVERITY.
007633     MOVE SPACES           TO AL-MESSAGE.
007634     STRING WS-DL-REASON DELIMITED BY "  "
007635            " - RUN REFUSED" DELIMITED BY SIZE
007636            INTO AL-MESSAGE
007637     END-STRING.
007638     PERFORM 1187-WRITE-ALERT THRU 1187-WRITE-ALERT-EXIT.
007640 1008-WRITE-BALANCE-PAGE-EXIT.
007641     EXIT.
007642*****************************************************************
007643*    1026-FIND-CURRENCY -- FIND (OR OPEN) THE BALANCE ENTRY FOR  *
007644*    THE CURRENCY IN WS-CB-CURRENCY-KEY, BLANK MEANING THE BASE  *
007645*    CURRENCY, AND LEAVE ITS SUBSCRIPT IN WS-CB-IX.  A FEED      *
007646*    CARRYING MORE CURRENCIES THAN THE TABLE HOLDS CANNOT BE     *
007647*    BALANCED AND IS REFUSED: WS-CB-IX COMES BACK ZERO AND CB-   *
007648*    OVERFLOW IS SET.                                            *
007649*****************************************************************
007650 1026-FIND-CURRENCY.
007651     IF WS-CB-CURRENCY-KEY = SPACES
007652         MOVE WS-BASE-CURRENCY TO WS-CB-CURRENCY-KEY
007653     END-IF.
007654     MOVE "N"              TO CB-FOUND-SW.
007655     MOVE 1                TO WS-CB-IX.
007656     PERFORM 1027-SEARCH-CURRENCY THRU 1027-SEARCH-CURRENCY-EXIT
007657         UNTIL CB-FOUND OR WS-CB-IX > WS-CB-CTR.
007658     IF CB-FOUND
007659         GO TO 1026-FIND-CURRENCY-EXIT
007660     END-IF.
007661     IF WS-CB-CTR < WS-CB-MAX
007662         ADD 1             TO WS-CB-CTR
007663         MOVE WS-CB-CTR    TO WS-CB-IX
007664         MOVE WS-CB-CURRENCY-KEY TO WS-CB-CURRENCY (WS-CB-IX)
007665         MOVE "N"          TO WS-CB-TRAILER-SW (WS-CB-IX)
007666         MOVE 0            TO WS-CB-ACT-COUNT (WS-CB-IX)
007667         MOVE 0            TO WS-CB-ACT-AMOUNT (WS-CB-IX)
007668         MOVE 0            TO WS-CB-EXP-COUNT (WS-CB-IX)
007669         MOVE 0            TO WS-CB-EXP-AMOUNT (WS-CB-IX)
007670     ELSE
007671         SET CB-OVERFLOW TO TRUE
007672         MOVE 0            TO WS-CB-IX
007673     END-IF.
007674 1026-FIND-CURRENCY-EXIT.
007675     EXIT.
007676*****************************************************************
007677*    1027-SEARCH-CURRENCY -- ONE STEP OF THE BALANCE-TABLE       *
007678*    SEARCH                                                      *
007679*****************************************************************
007680 1027-SEARCH-CURRENCY.
007681     IF WS-CB-CURRENCY (WS-CB-IX) = WS-CB-CURRENCY-KEY
007682         SET CB-FOUND TO TRUE
007683     ELSE
007684         ADD 1             TO WS-CB-IX
007685     END-IF.
007686 1027-SEARCH-CURRENCY-EXIT.
007687     EXIT.
007688*****************************************************************
007689*    1028-BALANCE-CURRENCY -- ONE CURRENCY OF THE TRAILER        *
007690*    BALANCE: IT MUST HAVE HAD ITS OWN TRAILER AND AGREE WITH IT *
007691*    ON BOTH COUNT AND AMOUNT.  ITS EXPECTED COUNT ROLLS INTO    *
007692*    THE OVERALL EXPECTED COUNT FOR THE BALANCING PAGE.          *
007693*****************************************************************
007694 1028-BALANCE-CURRENCY.
007695     ADD WS-CB-EXP-COUNT (WS-CB-IX) TO WS-TRL-EXP-COUNT.
007696     IF NOT WS-CB-TRAILER-SEEN (WS-CB-IX)
007697        OR WS-CB-EXP-COUNT (WS-CB-IX)
007698                           NOT = WS-CB-ACT-COUNT (WS-CB-IX)
007699        OR WS-CB-EXP-AMOUNT (WS-CB-IX)
007700                           NOT = WS-CB-ACT-AMOUNT (WS-CB-IX)
007701         SET FB-OUT-OF-BALANCE TO TRUE
007702     END-IF.
007703     ADD 1                 TO WS-CB-IX.
007704 1028-BALANCE-CURRENCY-EXIT.
007705     EXIT.
007706*****************************************************************
007707*    1029-WRITE-CURRENCY-BALANCE -- ONE CURRENCY LINE OF THE     *
007708*    BALANCING PAGE, EXPECTED AGAINST ACTUAL, WITH ITS OWN       *
007709*    VERDICT                                                     *
007710*****************************************************************
007711 1029-WRITE-CURRENCY-BALANCE.
007712     MOVE WS-CB-CURRENCY (WS-CB-IX)   TO WS-BL-CURRENCY.
007713     MOVE WS-CB-EXP-COUNT (WS-CB-IX)  TO WS-BL-CCY-EXP-COUNT.
007714     MOVE WS-CB-ACT-COUNT (WS-CB-IX)  TO WS-BL-CCY-ACT-COUNT.
007715     MOVE WS-CB-EXP-AMOUNT (WS-CB-IX) TO WS-BL-EXP-AMT.
007716     MOVE WS-CB-ACT-AMOUNT (WS-CB-IX) TO WS-BL-ACT-AMT.
007717     IF NOT WS-CB-TRAILER-SEEN (WS-CB-IX)
007718         MOVE "NO TRAILER"   TO WS-BL-STATUS
007719     ELSE
007720         IF WS-CB-EXP-COUNT (WS-CB-IX)
007721                           = WS-CB-ACT-COUNT (WS-CB-IX)
007722            AND WS-CB-EXP-AMOUNT (WS-CB-IX)
007723                           = WS-CB-ACT-AMOUNT (WS-CB-IX)
007724             MOVE "IN BALANCE" TO WS-BL-STATUS
007725         ELSE
007726             MOVE "OUT OF BAL" TO WS-BL-STATUS
007727         END-IF
007728     END-IF.
007729     WRITE REPORT-RECORD FROM WS-BAL-LINE2 AFTER ADVANCING 1.
007730     ADD 1                 TO WS-CB-IX.
007731 1029-WRITE-CURRENCY-BALANCE-EXIT.
007732     EXIT.
007733*****************************************************************
007734*    1009-EDIT-TRAN-DATE -- CALENDAR EDIT OF TR-TRAN-DATE ON THE  *
007735*    RAW RECORD: NUMERIC, A REAL YYYYMMDD CALENDAR DATE (LEAP     *
007736*    YEARS INCLUDED), NOT AFTER THE RUN DATE AND NOT MORE THAN    *
007737*    WS-DATE-WINDOW-DAYS BEHIND IT -- COUNTED IN BUSINESS DAYS    *
007738*    WHEN THE SITE CALENDAR IS LOADED, SO A LONG WEEKEND OR A     *
007739*    BANK HOLIDAY NO LONGER EATS THE WINDOW, AND IN PLAIN         *
007740*    CALENDAR DAYS AS BEFORE WHEN IT ISN'T.  A DATE LIKE          *
007741*    20269931 STOPS HERE INSTEAD OF SAILING INTO THE MAIN LOOP.   *
007742*****************************************************************
007743 1009-EDIT-TRAN-DATE.
007744     IF WS-RT-TRAN-DATE NOT NUMERIC
007750         MOVE "TR-TRAN-DATE"   TO WS-EL-FIELD
007760         MOVE WS-RI-TRAN-DATE  TO WS-EL-VALUE
007770         MOVE "DATE NOT NUMERIC"
008610     WRITE RECENT-KEY-RECORD
008611         INVALID KEY
008612             CONTINUE
008613         NOT INVALID KEY
008614             ADD 1         TO WS-RKEY-ADD-CTR
008615             ADD RK-POST-DATE TO WS-RKEY-HASH-DELTA
008616     END-WRITE.
008617 1013-REGISTER-RECENT-KEY-EXIT.
008618     EXIT.
008619*****************************************************************
008620*    1015-SEQ-CHECK-READ -- ONE RECORD OF THE SEQUENCE-VALIDATION *
008621*    PASS; ANYTHING NOT STRICTLY GREATER THAN THE LAST KEY SEEN   *
008630*    IS A DUPLICATE OR OUT-OF-SEQUENCE KEY: IT IS LOGGED, GOES    *
008640*    TO SUSPENSE IN FULL SO THE BUSINESS CAN CORRECT AND          *
008650*    RECYCLE IT, AND IS DROPPED HERE.  EVERYTHING ELSE IS         *
009122         NOT AT END
009123             IF RK-POST-DATE < WS-DUP-CUTOFF-DATE
009124                 DELETE RECENT-KEY-FILE
009125                     NOT INVALID KEY
009126                         ADD 1 TO WS-RKEY-DEL-CTR
009127                         SUBTRACT RK-POST-DATE
009128                             FROM WS-RKEY-HASH-DELTA
009129                 END-DELETE
009130             END-IF
009131     END-READ.
009132 1019-SWEEP-RECENT-READ-EXIT.
009133     EXIT.
009134*****************************************************************
009135*    1020-CHECK-RUN-CONTROL -- THE DAY'S RUN-CONTROL RECORD       *
009136*    (RUNCTL.CPY) DECIDES WHETHER THIS LAUNCH MAY RUN AT ALL.     *
009137*    A COMPLETED RECORD FOR THIS DATE/PARTITION MEANS A SECOND    *
009138*    WHOLE RUN: REFUSED UNLESS OPS SUPPLIED CP-FORCE-RERUN-SW.    *
009139*    A LINGERING STARTED RECORD IS REPORTED AS A POSSIBLE         *
009140*    IN-FLIGHT OR ABENDED RUN AND THE LAUNCH CARRIES ON INTO      *
009141*    THE NORMAL CHECKPOINT/RESTART PATH.  EITHER WAY THE RECORD   *
009142*    IS (RE)MARKED STARTED FOR THIS LAUNCH.                       *
009143*****************************************************************
009144 1020-CHECK-RUN-CONTROL.
009145     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
009146     PERFORM 1024-CHECK-PROC-DAY
009147         THRU 1024-CHECK-PROC-DAY-EXIT.
009148     OPEN I-O RUN-CONTROL-FILE.
009150     IF WS-RUNCTL-STATUS NOT = "00"
009160         OPEN OUTPUT RUN-CONTROL-FILE
009170         CLOSE RUN-CONTROL-FILE
009920     MOVE 0                TO RC-RETURN-CODE.
009930     MOVE WS-RUN-TIME      TO RC-START-TIME.
009940     MOVE 0                TO RC-END-TIME.
009945     MOVE 0                TO RC-PROCESSED-CTR.
009950     WRITE RUN-CONTROL-RECORD
009960         INVALID KEY
009970             REWRITE RUN-CONTROL-RECORD
009971                 NOT INVALID KEY
009972                     ADD 1 TO WS-RCTL-CHG-CTR
009973             END-REWRITE
009974         NOT INVALID KEY
009975             ADD 1         TO WS-RCTL-ADD-CTR
009980     END-WRITE.
009990 1022-MARK-STARTED-EXIT.
010000     EXIT.
010108 1035-SEARCH-CALENDAR-EXIT.
010109     EXIT.
010110*****************************************************************
010111*    1036-LOAD-RATES -- LOAD THE EXCHANGE-RATE FILE (FXRATE, ONE *
010112*    ENTRY PER CURRENCY PER EFFECTIVE DATE, MAINTAINED BY        *
010113*    FXR001) INTO ITS TABLE, IN KEY ORDER.  A SITE WITHOUT THE   *
010114*    FILE TAKES BASE-CURRENCY FEEDS ONLY -- ANY OTHER CURRENCY   *
010115*    FAILS THE EDIT AS UNKNOWN.                                  *
010116*****************************************************************
010117 1036-LOAD-RATES.
010118     MOVE 0                TO WS-FX-CTR.
010119     MOVE "N"              TO FX-EOF-SW.
010120     OPEN INPUT FX-RATE-FILE.
010121     IF WS-FXRATE-STATUS NOT = "00"
010122         GO TO 1036-LOAD-RATES-EXIT
010123     END-IF.
010124     PERFORM 1037-LOAD-RATES-READ THRU 1037-LOAD-RATES-READ-EXIT
010125         UNTIL FX-EOF.
010126     CLOSE FX-RATE-FILE.
010127 1036-LOAD-RATES-EXIT.
010128     EXIT.
010129*****************************************************************
010130*    1037-LOAD-RATES-READ -- ONE RATE ENTRY.  A FULL TABLE STOPS *
010131*    THE LOAD WITH A CONSOLE WARNING; THE CURRENCIES LEFT OUT    *
010132*    THEN FAIL THE EDIT RATHER THAN CONVERT AT A STALE RATE.     *
010133*****************************************************************
010134 1037-LOAD-RATES-READ.
010135     READ FX-RATE-FILE NEXT RECORD
010136         AT END
010137             SET FX-EOF TO TRUE
010138         NOT AT END
010139             IF FX-EFFECTIVE-DATE NUMERIC AND FX-RATE NUMERIC
010140                 IF WS-FX-CTR < WS-FX-MAX
010141                     ADD 1         TO WS-FX-CTR
010142                     MOVE FX-CURRENCY-CODE
010143                                   TO WS-FX-CURRENCY (WS-FX-CTR)
010144                     MOVE FX-EFFECTIVE-DATE
010145                                   TO WS-FX-EFF-DATE (WS-FX-CTR)
010146                     MOVE FX-RATE  TO WS-FX-RATE (WS-FX-CTR)
010147                 ELSE
010148                     DISPLAY "PROG: FXRATE TABLE FULL - "
010149                             "RATES TRUNCATED"
010150                     SET FX-EOF TO TRUE
010151                 END-IF
010152             END-IF
010153     END-READ.
010154 1037-LOAD-RATES-READ-EXIT.
010155     EXIT.
010156*****************************************************************
010157*    1038-EDIT-CURRENCY -- CURRENCY EDIT OF ONE RAW RECORD AND   *
010158*    THE BASE-AMOUNT STAMP.  A BLANK CODE IS THE BASE CURRENCY   *
010159*    AND IS STAMPED AS SUCH; A BASE-CURRENCY AMOUNT IS ITS OWN   *
010160*    BASE AMOUNT.  ANY OTHER CODE MUST BE ON THE RATE TABLE, AND *
010161*    THE RATE USED IS THE ONE IN FORCE ON THE TRANSACTION DATE   *
010162*    -- THE LATEST EFFECTIVE DATE NOT AFTER IT.  A RECORD        *
010163*    ALREADY FAILING ITS AMOUNT OR DATE EDIT IS NOT RATED: IT IS *
010164*    GOING TO SUSPENSE AND WILL BE RATED WHEN IT RECYCLES.       *
010165*****************************************************************
010166 1038-EDIT-CURRENCY.
010167     IF WS-RT-CURRENCY-CODE = SPACES
010168         MOVE WS-BASE-CURRENCY TO WS-RT-CURRENCY-CODE
010169     END-IF.
010170     IF WS-RT-CURRENCY-CODE NOT ALPHABETIC
010171        OR WS-RT-CURRENCY-CODE (1:1) = SPACE
010172        OR WS-RT-CURRENCY-CODE (2:1) = SPACE
010173        OR WS-RT-CURRENCY-CODE (3:1) = SPACE
010174         MOVE "TR-CURRENCY-CODE" TO WS-EL-FIELD
010175         MOVE WS-RI-CURRENCY   TO WS-EL-VALUE
010176         MOVE "CURRENCY NOT 3 LETTERS"
010177                               TO WS-EL-REASON
010178         PERFORM 1227-WRITE-EDIT-DETAIL
010179             THRU 1227-WRITE-EDIT-DETAIL-EXIT
010180         GO TO 1038-EDIT-CURRENCY-EXIT
010181     END-IF.
010182     IF WS-RT-CURRENCY-CODE = WS-BASE-CURRENCY
010183         IF WS-RT-TRAN-AMOUNT NUMERIC
010184             MOVE WS-RT-TRAN-AMOUNT TO WS-RT-BASE-AMOUNT
010185         END-IF
010186         GO TO 1038-EDIT-CURRENCY-EXIT
010187     END-IF.
010188     MOVE "N"              TO FX-CCY-FOUND-SW.
010189     MOVE "N"              TO FX-RATE-FOUND-SW.
010190     MOVE 1                TO WS-FX-IX.
010191     PERFORM 1039-SEARCH-RATES THRU 1039-SEARCH-RATES-EXIT
010192         UNTIL WS-FX-IX > WS-FX-CTR.
010193     IF NOT FX-CCY-FOUND
010194         MOVE "TR-CURRENCY-CODE" TO WS-EL-FIELD
010195         MOVE WS-RI-CURRENCY   TO WS-EL-VALUE
010196         MOVE "UNKNOWN CURRENCY CODE"
010197                               TO WS-EL-REASON
010198         PERFORM 1227-WRITE-EDIT-DETAIL
010199             THRU 1227-WRITE-EDIT-DETAIL-EXIT
010200         GO TO 1038-EDIT-CURRENCY-EXIT
010201     END-IF.
010202     IF ED-FAILED
010203         GO TO 1038-EDIT-CURRENCY-EXIT
010204     END-IF.
010205     IF NOT FX-RATE-FOUND
010206         MOVE "TR-CURRENCY-CODE" TO WS-EL-FIELD
010207         MOVE WS-RI-CURRENCY   TO WS-EL-VALUE
010208         MOVE "NO RATE FOR TRAN DATE"
010209                               TO WS-EL-REASON
010210         PERFORM 1227-WRITE-EDIT-DETAIL
010211             THRU 1227-WRITE-EDIT-DETAIL-EXIT
010212         GO TO 1038-EDIT-CURRENCY-EXIT
010213     END-IF.
010214     COMPUTE WS-RT-BASE-AMOUNT ROUNDED =
010215         WS-RT-TRAN-AMOUNT * WS-FX-USE-RATE
010216         ON SIZE ERROR
010217             MOVE "TR-TRAN-AMOUNT" TO WS-EL-FIELD
010218             MOVE WS-RI-TRAN-AMOUNT TO WS-EL-VALUE
010219             MOVE "BASE AMOUNT EXCEEDS FIELD"
010220                               TO WS-EL-REASON
010221             PERFORM 1227-WRITE-EDIT-DETAIL
010222                 THRU 1227-WRITE-EDIT-DETAIL-EXIT
010223     END-COMPUTE.
010224 1038-EDIT-CURRENCY-EXIT.
010225     EXIT.
010226*****************************************************************
010227*    1039-SEARCH-RATES -- ONE STEP OF THE RATE SEARCH.  THE      *
010228*    TABLE IS IN CURRENCY/EFFECTIVE-DATE ORDER, SO THE LAST      *
010229*    QUALIFYING ENTRY SEEN IS THE ONE IN FORCE.                  *
010230*****************************************************************
010231 1039-SEARCH-RATES.
010232     IF WS-FX-CURRENCY (WS-FX-IX) = WS-RT-CURRENCY-CODE
010233         SET FX-CCY-FOUND TO TRUE
010234         IF WS-RT-TRAN-DATE NUMERIC
010235            AND WS-FX-EFF-DATE (WS-FX-IX) NOT > WS-RT-TRAN-DATE
010236             SET FX-RATE-FOUND TO TRUE
010237             MOVE WS-FX-RATE (WS-FX-IX) TO WS-FX-USE-RATE
010238         END-IF
010239     END-IF.
010240     ADD 1                 TO WS-FX-IX.
010241 1039-SEARCH-RATES-EXIT.
010242     EXIT.
010243*****************************************************************
010244*    1024-CHECK-PROC-DAY -- A LAUNCH DATED ON A NON-PROCESSING   *
010245*    DAY (WEEKEND OR A PROCCAL HOLIDAY/CLOSURE) IS A SCHEDULER   *
010246*    MISFIRE: REFUSED ON THE CONSOLE WITH RETURN CODE 8 BEFORE   *
010247*    ANY FILE OF THE DAY IS TOUCHED.  THE DOUBLE-FIRED HOLIDAY   *
010248*    RUNS CANNOT RECUR.  NO CALENDAR, NO OPINION -- A SITE       *
010249*    WITHOUT PROCCAL LAUNCHES EVERY DAY, AS ALWAYS.              *
010250*****************************************************************
010251 1024-CHECK-PROC-DAY.
010252     IF NOT CA-LOADED
010253         GO TO 1024-CHECK-PROC-DAY-EXIT
010254     END-IF.
010255     COMPUTE WS-BD-INT =
010256         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
010257     PERFORM 1034-CHECK-BUSINESS-DAY
010258         THRU 1034-CHECK-BUSINESS-DAY-EXIT.
010259     IF BD-BUSINESS
010260         GO TO 1024-CHECK-PROC-DAY-EXIT
010261     END-IF.
010262     DISPLAY "PROG: " WS-RUN-DATE " IS A NON-PROCESSING DATE".
010263     DISPLAY "PROG: LAUNCH REFUSED - CHECK THE SCHEDULER".
010264     MOVE WS-EXCEPTION-CTR TO DRV-EXCEPTION-CTR.
010265     MOVE WS-PROCESSED-CTR TO DRV-PROCESSED-CTR.
010266     MOVE 8                TO RETURN-CODE.
010267     GOBACK.
010268 1024-CHECK-PROC-DAY-EXIT.
010269     EXIT.
010270*****************************************************************
010271*    1050-READ-PARMS -- PICK UP THE A011/A02 EXCEPTION CUTOFFS    *
010272*    FROM CTLPARM-FILE; IF IT IS NOT THERE, KEEP THE DEFAULTS     *
010273*****************************************************************
010274 1050-READ-PARMS.
010275     OPEN INPUT CTLPARM-FILE.
010276     IF WS-PARM-STATUS = "00"
010277         READ CTLPARM-FILE
010278             NOT AT END
010279                 MOVE CTL-PARM-RECORD    TO WS-PARM-IMAGE
010280                 MOVE "Y"                TO WS-PARM-HELD-SW
010281                 MOVE CP-A011-THRESHOLD  TO WS-A011-THRESHOLD
010282                 MOVE CP-A02-MATCH-VALUE TO WS-A02-MATCH-VALUE
010283                 IF CP-CAPACITY-PCT > 0
010284                     MOVE CP-CAPACITY-PCT TO WS-CAPACITY-PCT
010285                 END-IF
010286                 IF CP-DATE-WINDOW-DAYS NUMERIC
010287                    AND CP-DATE-WINDOW-DAYS > 0
010288                     MOVE CP-DATE-WINDOW-DAYS
010289                                          TO WS-DATE-WINDOW-DAYS
010290                 END-IF
010291                 IF CP-AMOUNT-LIMIT NUMERIC
010292                    AND CP-AMOUNT-LIMIT > 0
010293                     MOVE CP-AMOUNT-LIMIT TO WS-AMOUNT-LIMIT
010294                 END-IF
010295                 IF CP-SUSP-AGE-DAYS NUMERIC
010296                    AND CP-SUSP-AGE-DAYS > 0
010297                     MOVE CP-SUSP-AGE-DAYS
010298                                          TO WS-SUSP-AGE-DAYS
010299                 END-IF
010300                 IF CP-RECYCLE-SW = "Y"
010301                     MOVE "Y"             TO WS-RECYCLE-SW
010310                 END-IF
010320                 IF CP-FORCE-RERUN-SW = "Y"
010330                     MOVE "Y"             TO WS-FORCE-RERUN-SW
010346                     MOVE CP-DUP-CHECK-DAYS
010348                                          TO WS-DUP-CHECK-DAYS
010349                 END-IF
010351                 IF CP-BASE-CURRENCY NOT = SPACES
010353                     MOVE CP-BASE-CURRENCY
010355                                          TO WS-BASE-CURRENCY
010357                 END-IF
010359         END-READ
010360         CLOSE CTLPARM-FILE
010370     END-IF.
010380     COMPUTE WS-CAPACITY-LIMIT =
010500 1097-REFUSE-RUN.
010510     CLOSE AUDIT-FILE.
010520     CLOSE RUNLOG-FILE.
010521     MOVE "RUNLOG"         TO UJ-FILE-ID.
010522     MOVE WS-RLOG-ADD-CTR  TO UJ-ADD-COUNT.
010523     MOVE WS-RLOG-CHG-CTR  TO UJ-CHANGE-COUNT.
010524     MOVE WS-RLOG-DEL-CTR  TO UJ-DELETE-COUNT.
010525     MOVE WS-RLOG-HASH-DELTA TO UJ-HASH-DELTA.
010526     PERFORM 1188-WRITE-JOURNAL THRU 1188-WRITE-JOURNAL-EXIT.
010530     IF MF-OPEN
010540         CLOSE MASTER-FILE
010550     END-IF.
010552     IF DK-OPEN
010554         CLOSE RECENT-KEY-FILE
010555         MOVE "RECENTKEY"      TO UJ-FILE-ID
010556         MOVE WS-RKEY-ADD-CTR  TO UJ-ADD-COUNT
010557         MOVE WS-RKEY-CHG-CTR  TO UJ-CHANGE-COUNT
010558         MOVE WS-RKEY-DEL-CTR  TO UJ-DELETE-COUNT
010559         MOVE WS-RKEY-HASH-DELTA TO UJ-HASH-DELTA
010560         PERFORM 1188-WRITE-JOURNAL THRU 1188-WRITE-JOURNAL-EXIT
010561     END-IF.
010562     CLOSE SUSPENSE-OUT.
010563     CLOSE HOLD-OUT.
010570     CLOSE RUN-CONTROL-FILE.
010571     MOVE "RUNCTL"         TO UJ-FILE-ID.
010572     MOVE WS-RCTL-ADD-CTR  TO UJ-ADD-COUNT.
010573     MOVE WS-RCTL-CHG-CTR  TO UJ-CHANGE-COUNT.
010574     MOVE WS-RCTL-DEL-CTR  TO UJ-DELETE-COUNT.
010575     MOVE WS-RCTL-HASH-DELTA TO UJ-HASH-DELTA.
010576     PERFORM 1188-WRITE-JOURNAL THRU 1188-WRITE-JOURNAL-EXIT.
010580     PERFORM 1290-CLOSE-REPORT THRU 1290-CLOSE-REPORT-EXIT.
010590     MOVE WS-EXCEPTION-CTR TO DRV-EXCEPTION-CTR.
010600     MOVE WS-PROCESSED-CTR TO DRV-PROCESSED-CTR.
010720*    LINE IS APPENDED AND 1290 STILL SETTLES THE GRAND-TOTAL      *
010730*    DUTY WHEN THIS PARTITION CARRIES DRV-FINAL-SW.  EITHER       *
010740*    WAY: RETURN CODE 8, BEFORE ANY FINISHED FILE IS RE-EXTENDED. *
010745*    AN RR01 ALERT TELLS THE CONSOLE THE RUN WAS TURNED AWAY.     *
010750*****************************************************************
010760 1098-REFUSE-RERUN.
010770     CLOSE RUN-CONTROL-FILE.
010860         ADD 1             TO WS-LINE-CTR
010870         PERFORM 1290-CLOSE-REPORT THRU 1290-CLOSE-REPORT-EXIT
010880     END-IF.
010881     MOVE "RR01"           TO AL-ALERT-CODE.
010882     MOVE "E"              TO AL-SEVERITY.
010883     MOVE "RUN ALREADY COMPLETED - RERUN REFUSED, NO FORCE-RERUN"
010884                           TO AL-MESSAGE.
010885     PERFORM 1187-WRITE-ALERT THRU 1187-WRITE-ALERT-EXIT.
010890     MOVE WS-EXCEPTION-CTR TO DRV-EXCEPTION-CTR.
010900     MOVE WS-PROCESSED-CTR TO DRV-PROCESSED-CTR.
010910     MOVE 8                TO RETURN-CODE.
012406 1186-WRITE-HOLD-EXIT.
012407     EXIT.
012408*****************************************************************
012409*    1187-WRITE-ALERT -- APPEND ONE OPERATOR ALERT TO ALERTFILE   *
012410*    FOR ALF001 TO FORWARD TO THE MONITORING CONSOLE.  THE        *
012411*    CALLER LEAVES THE CODE, SEVERITY AND MESSAGE IN ALERT-RECORD.*
012412*    THE FILE IS SHARED WITH THE OTHER STEPS OF THE STREAM, SO IT *
012413*    IS OPENED AND CLOSED AROUND EACH ALERT, CREATED ON THE FIRST *
012414*    EVER ALERT; IF IT STILL CANNOT BE OPENED THE ALERT GOES TO   *
012415*    THE CONSOLE INSTEAD.                                         *
012416*****************************************************************
012417 1187-WRITE-ALERT.
012418     MOVE "PROG"           TO AL-PROGRAM.
012419     MOVE WS-RUN-DATE      TO AL-RUN-DATE.
012420     ACCEPT AL-RUN-TIME    FROM TIME.
012421     MOVE WS-PARTITION-NO  TO AL-PARTITION-NO.
012422     OPEN INPUT ALERT-FILE.
012423     IF WS-ALERT-STATUS = "00"
012424         CLOSE ALERT-FILE
012425         OPEN EXTEND ALERT-FILE
012426     ELSE
012427         OPEN OUTPUT ALERT-FILE
012428     END-IF.
012429     IF WS-ALERT-STATUS NOT = "00"
012430         DISPLAY "PROG: ALERT " AL-ALERT-CODE " " AL-MESSAGE
012431         GO TO 1187-WRITE-ALERT-EXIT
012432     END-IF.
012433     WRITE ALERT-FILE-RECORD FROM ALERT-RECORD.
012434     CLOSE ALERT-FILE.
012435 1187-WRITE-ALERT-EXIT.
012436     EXIT.
012437*****************************************************************
012438*    1188-WRITE-JOURNAL -- APPEND ONE UPDATE JOURNAL RECORD      *
012439*    (UPDJRN.CPY) FOR THE FILE THE CALLER NAMED IN UJ-FILE-ID,   *
012440*    WITH THE ADDED, CHANGED AND DELETED COUNTS AND THE HASH     *
012441*    DELTA IT LEFT IN THE RECORD, SO VER001 CAN ACCOUNT FOR THE  *
012442*    CHANGE TO THE FILE.  PROG IS CALLED ONCE PER PARTITION, SO  *
012443*    THE RECORD CARRIES THE PARTITION AND ITS COUNTERS ARE RESET *
012444*    IN 1000-INIT-PARTITION.  THE JOURNAL IS SHARED WITH THE     *
012445*    OTHER PROGRAMS THAT UPDATE THE MANIFEST FILES, SO IT IS     *
012446*    OPENED AND CLOSED AROUND THE RECORD, CREATED ON THE FIRST   *
012447*    EVER RECORD; IF IT STILL CANNOT BE OPENED THE COUNTS GO TO  *
012448*    THE CONSOLE AND THE CHANGE WILL BE REPORTED AS DRIFT.       *
012449*****************************************************************
012450 1188-WRITE-JOURNAL.
012451     MOVE "PROG"           TO UJ-PROGRAM.
012452     ACCEPT UJ-RUN-DATE    FROM DATE YYYYMMDD.
012453     ACCEPT UJ-RUN-TIME    FROM TIME.
012454     MOVE WS-PARTITION-NO  TO UJ-PARTITION-NO.
012455     OPEN INPUT UPDATE-JOURNAL-FILE.
012456     IF WS-UPDJRNL-STATUS = "00"
012457         CLOSE UPDATE-JOURNAL-FILE
012458         OPEN EXTEND UPDATE-JOURNAL-FILE
012459     ELSE
012460         OPEN OUTPUT UPDATE-JOURNAL-FILE
012461     END-IF.
012462     IF WS-UPDJRNL-STATUS NOT = "00"
012463         DISPLAY "PROG: NOT JOURNALLED " UJ-FILE-ID
012464                 " ADDED " UJ-ADD-COUNT
012465                 " CHANGED " UJ-CHANGE-COUNT
012466                 " DELETED " UJ-DELETE-COUNT
012467         GO TO 1188-WRITE-JOURNAL-EXIT
012468     END-IF.
012469     WRITE UPDATE-JOURNAL-FILE-RECORD FROM UPDATE-JOURNAL-RECORD.
012470     CLOSE UPDATE-JOURNAL-FILE.
012471 1188-WRITE-JOURNAL-EXIT.
012472     EXIT.
012473*****************************************************************
012474*    1190-WRITE-AUDIT -- APPEND ONE AUDIT TRAIL RECORD FOR AN     *
012475*    EARLY EXIT FROM NORMAL A011/A012 PROCESSING                  *
012476*****************************************************************
012477 1190-WRITE-AUDIT.
012478     ACCEPT WS-RUN-TIME    FROM TIME.
012479     MOVE WS-RUN-DATE      TO AR-RUN-DATE.
012480     MOVE WS-RUN-TIME      TO AR-RUN-TIME.
012481     MOVE INDVAL           TO AR-INDVAL.
012490     WRITE AUDIT-RECORD.
012500 1190-WRITE-AUDIT-EXIT.
012510     EXIT.
012770     WRITE RUNLOG-RECORD
012780         INVALID KEY
012790             REWRITE RUNLOG-RECORD
012791                 NOT INVALID KEY
012792                     ADD 1 TO WS-RLOG-CHG-CTR
012793             END-REWRITE
012794         NOT INVALID KEY
012795             ADD 1         TO WS-RLOG-ADD-CTR
012796             ADD RL-INDVAL TO WS-RLOG-HASH-DELTA
012800     END-WRITE.
012810 1196-WRITE-RUNLOG-EXIT.
012820     EXIT.
013180     SET RC-COMPLETED TO TRUE.
013190     MOVE RETURN-CODE      TO RC-RETURN-CODE.
013200     MOVE WS-RUN-TIME      TO RC-END-TIME.
013205     MOVE WS-PROCESSED-CTR TO RC-PROCESSED-CTR.
013210     REWRITE RUN-CONTROL-RECORD
013220         INVALID KEY
013230             CONTINUE
013233         NOT INVALID KEY
013236             ADD 1         TO WS-RCTL-CHG-CTR
013240     END-REWRITE.
013250     CLOSE RUN-CONTROL-FILE.
013251     MOVE "RUNCTL"         TO UJ-FILE-ID.
013252     MOVE WS-RCTL-ADD-CTR  TO UJ-ADD-COUNT.
013253     MOVE WS-RCTL-CHG-CTR  TO UJ-CHANGE-COUNT.
013254     MOVE WS-RCTL-DEL-CTR  TO UJ-DELETE-COUNT.
013255     MOVE WS-RCTL-HASH-DELTA TO UJ-HASH-DELTA.
013256     PERFORM 1188-WRITE-JOURNAL THRU 1188-WRITE-JOURNAL-EXIT.
013260 1198-COMPLETE-RUN-CONTROL-EXIT.
013261     EXIT.
013262*****************************************************************
013263*    1199-EXPIRE-FORCE-RERUN -- CP-FORCE-RERUN-SW IS GOOD FOR    *
013264*    EXACTLY THE ONE RUN OPS SET IT FOR: ONCE THE RUN (THE       *
013265*    FINAL PARTITION OF A DRIVEN ONE -- EARLIER PARTITIONS       *
013266*    STILL NEED THE OVERRIDE) HAS COMPLETED UNDER IT, THE LIVE   *
013267*    PARM RECORD IS REWRITTEN WITH THE SWITCH OFF, SO A SWITCH   *
013268*    LEFT SET CAN NEVER WAVE A SECOND RERUN THROUGH SILENTLY.    *
013269*    A FAILED WRITE IS DISPLAYED AND NEITHER COUNTED NOR         *
013270*    JOURNALLED.                                                 *
013278*****************************************************************
013279 1199-EXPIRE-FORCE-RERUN.
013280     IF NOT WS-FORCE-RERUN
013293     END-IF.
013294     MOVE WS-PARM-IMAGE    TO CTL-PARM-RECORD.
013295     WRITE CTL-PARM-RECORD.
013296     IF WS-PARM-STATUS NOT = "00"
013297         DISPLAY "PROG: CTLPARM WRITE FAILED, STATUS "
013298                 WS-PARM-STATUS
013299         CLOSE CTLPARM-FILE
013300         GO TO 1199-EXPIRE-FORCE-RERUN-EXIT
013301     END-IF.
013302     CLOSE CTLPARM-FILE.
013303     ADD 1                 TO WS-PARM-CHG-CTR.
013304     MOVE "CTLPARM"        TO UJ-FILE-ID.
013305     MOVE WS-PARM-ADD-CTR  TO UJ-ADD-COUNT.
013306     MOVE WS-PARM-CHG-CTR  TO UJ-CHANGE-COUNT.
013307     MOVE WS-PARM-DEL-CTR  TO UJ-DELETE-COUNT.
013308     MOVE WS-PARM-HASH-DELTA TO UJ-HASH-DELTA.
013309     PERFORM 1188-WRITE-JOURNAL THRU 1188-WRITE-JOURNAL-EXIT.
013310     DISPLAY "PROG: CP-FORCE-RERUN-SW AUTO-EXPIRED AFTER RERUN".
013311 1199-EXPIRE-FORCE-RERUN-EXIT.
013312     EXIT.
013313*****************************************************************
013314*    1200-OPEN-REPORT -- OPEN RPT-FILE AND PRINT PAGE 1 HEADERS.   *
013315*    RP-FIRST-CALL-SW, NOT THE PARTITION NUMBER, DECIDES FRESH     *
013316*    VS. EXTEND -- IT IS NEVER RESET IN 1000-INIT-PARTITION, SO IT *
013320*    TRACKS WHETHER *THIS RUN UNIT* HAS ALREADY CREATED RPT-FILE,  *
013330*    REGARDLESS OF WHAT A PARTITION HAPPENS TO BE NUMBERED.  A     *
013340*    FAILED OPEN/EXTEND IS FATAL -- THERE IS NOWHERE ELSE TO PUT   *
014570                 MOVE "N"      TO RL-FAIL-FLAG
014580             END-IF
014590             REWRITE RUNLOG-RECORD
014592                 NOT INVALID KEY
014594                     ADD 1 TO WS-RLOG-CHG-CTR
014596             END-REWRITE
014600     END-READ.
014610     CLOSE RUNLOG-FILE.
014611     MOVE "RUNLOG"         TO UJ-FILE-ID.
014612     MOVE WS-RLOG-ADD-CTR  TO UJ-ADD-COUNT.
014613     MOVE WS-RLOG-CHG-CTR  TO UJ-CHANGE-COUNT.
014614     MOVE WS-RLOG-DEL-CTR  TO UJ-DELETE-COUNT.
014615     MOVE WS-RLOG-HASH-DELTA TO UJ-HASH-DELTA.
014616     PERFORM 1188-WRITE-JOURNAL THRU 1188-WRITE-JOURNAL-EXIT.
014620     IF MF-OPEN
014630         CLOSE MASTER-FILE
014640     END-IF.
014642     IF DK-OPEN
014644         CLOSE RECENT-KEY-FILE
014645         MOVE "RECENTKEY"      TO UJ-FILE-ID
014647         MOVE WS-RKEY-ADD-CTR  TO UJ-ADD-COUNT
014649         MOVE WS-RKEY-CHG-CTR  TO UJ-CHANGE-COUNT
014651         MOVE WS-RKEY-DEL-CTR  TO UJ-DELETE-COUNT
014653         MOVE WS-RKEY-HASH-DELTA TO UJ-HASH-DELTA
014655         PERFORM 1188-WRITE-JOURNAL THRU 1188-WRITE-JOURNAL-EXIT
014657     END-IF.
014659     IF INDVAL NOT = WS-A02-MATCH-VALUE
014660        MOVE INDVAL        TO WS-DL-INDVAL
014670        MOVE "A02 CONTROL MISMATCH"
014680                           TO WS-DL-REASON
