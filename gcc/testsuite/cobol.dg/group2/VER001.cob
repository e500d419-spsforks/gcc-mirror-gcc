000100 IDENTIFICATION            DIVISION.
000110 PROGRAM-ID.               VER001.
000120 AUTHOR.                   D-J HARTLEY.
000130 INSTALLATION.             DAILY-PROC BATCH SUPPORT.
000140 DATE-WRITTEN.             10/14/2026.
000150 DATE-COMPILED.            10/14/2026.
000160*****************************************************************
000170*                                                               *
000180*    MODIFICATION HISTORY                                      *
000190*                                                               *
000200*    DATE       INIT  DESCRIPTION                               *
000210*    ---------- ----  ------------------------------------------*
000220*    10/14/2026  DJH  ORIGINAL.  NIGHTLY INTEGRITY CHECK OF THE  *
000230*                     FILES THE STREAM UPDATES IN PLACE, RUN     *
000240*                     AFTER THE STREAM AND BEFORE THE BACKUP IS  *
000250*                     TAKEN.  READS EVERY KEYED AND PARAMETER    *
000260*                     FILE END TO END FOR A RECORD COUNT, A HASH *
000270*                     TOTAL AND SOME RANGE FIGURES, CHECKS THEM  *
000280*                     FOR INTERNAL CONSISTENCY, AND WRITES THE   *
000290*                     RESULTS AS TONIGHT'S BACKUP MANIFEST       *
000300*                     (MANREC.CPY) TO MANHIST AND TO A DATED     *
000310*                     MANIFEST FILE.  TONIGHT'S FIGURES ARE      *
000320*                     BALANCED AGAINST THE LAST MANIFEST PLUS    *
000330*                     THE ACTIVITY JOURNALLED SINCE              *
000340*                     (UPDJRN.CPY); A CHANGE THE JOURNAL DOES    *
000350*                     NOT EXPLAIN IS REPORTED AS DRIFT AND       *
000360*                     ALERTED, AND THE LATEST MANIFEST THAT      *
000370*                     VERIFIED CLEAN IS NAMED AS THE RESTORE     *
000380*                     POINT.                                     *
000390*                                                               *
000400*****************************************************************
000410 ENVIRONMENT               DIVISION.
000420 CONFIGURATION             SECTION.
000430 SOURCE-COMPUTER.          IBM-370.
000440 OBJECT-COMPUTER.          IBM-370.
000450 INPUT-OUTPUT               SECTION.
000460 FILE-CONTROL.
000470     SELECT MASTER-FILE    ASSIGN TO "MASTFILE"
000480                           ORGANIZATION IS INDEXED
000490                           ACCESS MODE IS DYNAMIC
000500                           RECORD KEY IS MR-TRAN-ID
000510                           FILE STATUS IS WS-MASTER-STATUS.
000520     SELECT ACTIVITY-FILE  ASSIGN TO "ACTMAST"
000530                           ORGANIZATION IS INDEXED
000540                           ACCESS MODE IS DYNAMIC
000550                           RECORD KEY IS AC-KEY
000560                           FILE STATUS IS WS-ACT-STATUS.
000570     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000580                           ORGANIZATION IS INDEXED
000590                           ACCESS MODE IS DYNAMIC
000600                           RECORD KEY IS RC-KEY
000610                           FILE STATUS IS WS-RUNCTL-STATUS.
000620     SELECT RECENT-KEY-FILE ASSIGN TO "RECENTKEY"
000630                           ORGANIZATION IS INDEXED
000640                           ACCESS MODE IS DYNAMIC
000650                           RECORD KEY IS RK-KEY
000660                           FILE STATUS IS WS-RKEY-STATUS.
000670     SELECT RUNLOG-FILE    ASSIGN TO "RUNLOG"
000680                           ORGANIZATION IS INDEXED
000690                           ACCESS MODE IS DYNAMIC
000700                           RECORD KEY IS RL-KEY
000710                           FILE STATUS IS WS-RUNLOG-STATUS.
000720     SELECT CTLPARM-FILE   ASSIGN TO "CTLPARM"
000730                           ORGANIZATION IS LINE SEQUENTIAL
000740                           FILE STATUS IS WS-PARM-STATUS.
000750     SELECT PARTLIST-FILE  ASSIGN TO "PARTLIST"
000760                           ORGANIZATION IS LINE SEQUENTIAL
000770                           FILE STATUS IS WS-PART-STATUS.
000780     SELECT SRCLIST-FILE   ASSIGN TO "SRCLIST"
000790                           ORGANIZATION IS LINE SEQUENTIAL
000800                           FILE STATUS IS WS-SRCL-STATUS.
000810     SELECT PROC-CAL-FILE  ASSIGN TO "PROCCAL"
000820                           ORGANIZATION IS LINE SEQUENTIAL
000830                           FILE STATUS IS WS-CAL-STATUS.
000840     SELECT FX-RATE-FILE   ASSIGN TO "FXRATE"
000850                           ORGANIZATION IS INDEXED
000860                           ACCESS MODE IS DYNAMIC
000870                           RECORD KEY IS FX-KEY
000880                           FILE STATUS IS WS-FXRATE-STATUS.
000890     SELECT PERIOD-CTL-FILE ASSIGN TO "PERIODCTL"
000900                           ORGANIZATION IS INDEXED
000910                           ACCESS MODE IS DYNAMIC
000920                           RECORD KEY IS PC-PERIOD
000930                           FILE STATUS IS WS-PRD-STATUS.
000940     SELECT ALERT-TABLE-FILE ASSIGN TO "ALERTTAB"
000950                           ORGANIZATION IS INDEXED
000960                           ACCESS MODE IS DYNAMIC
000970                           RECORD KEY IS AT-ALERT-CODE
000980                           FILE STATUS IS WS-ALTAB-STATUS.
000990     SELECT UPDATE-JOURNAL-FILE ASSIGN TO "UPDJRNL"
001000                           ORGANIZATION IS LINE SEQUENTIAL
001010                           FILE STATUS IS WS-UPDJRNL-STATUS.
001020     SELECT MANIFEST-HIST-FILE ASSIGN TO "MANHIST"
001030                           ORGANIZATION IS INDEXED
001040                           ACCESS MODE IS DYNAMIC
001050                           RECORD KEY IS MH-KEY
001060                           FILE STATUS IS WS-MANHIST-STATUS.
001070     SELECT MANIFEST-FILE  ASSIGN TO DYNAMIC WS-MANIFEST-FILENAME
001080                           ORGANIZATION IS LINE SEQUENTIAL
001090                           FILE STATUS IS WS-MANIFEST-STATUS.
001100     SELECT ALERT-FILE     ASSIGN TO "ALERTFILE"
001110                           ORGANIZATION IS LINE SEQUENTIAL
001120                           FILE STATUS IS WS-ALERT-STATUS.
001130     SELECT REPORT-FILE    ASSIGN TO "VERRPT"
001140                           ORGANIZATION IS LINE SEQUENTIAL
001150                           FILE STATUS IS WS-RPT-STATUS.
001160 DATA                      DIVISION.
001170 FILE                      SECTION.
001180 FD  MASTER-FILE
001190     LABEL RECORD IS STANDARD.
001200     COPY MASTREC.
001210 FD  ACTIVITY-FILE
001220     LABEL RECORD IS STANDARD.
001230     COPY ACTREC.
001240 FD  RUN-CONTROL-FILE
001250     LABEL RECORD IS STANDARD.
001260     COPY RUNCTL.
001270 FD  RECENT-KEY-FILE
001280     LABEL RECORD IS STANDARD.
001290     COPY RCNTREC.
001300 FD  RUNLOG-FILE
001310     LABEL RECORD IS STANDARD.
001320     COPY RUNLOG.
001330 FD  CTLPARM-FILE
001340     LABEL RECORD IS STANDARD.
001350     COPY CTLPARM.
001360 FD  PARTLIST-FILE
001370     LABEL RECORD IS STANDARD.
001380     COPY PARTREC.
001390 FD  SRCLIST-FILE
001400     LABEL RECORD IS STANDARD.
001410     COPY SRCREC.
001420 FD  PROC-CAL-FILE
001430     LABEL RECORD IS STANDARD.
001440     COPY CALREC.
001450 FD  FX-RATE-FILE
001460     LABEL RECORD IS STANDARD.
001470     COPY FXRATE.
001480 FD  PERIOD-CTL-FILE
001490     LABEL RECORD IS STANDARD.
001500     COPY PRDCTL.
001510 FD  ALERT-TABLE-FILE
001520     LABEL RECORD IS STANDARD.
001530     COPY ALRTAB.
001540 FD  UPDATE-JOURNAL-FILE
001550     LABEL RECORD IS STANDARD.
001560     COPY UPDJRN.
001570 FD  MANIFEST-HIST-FILE
001580     LABEL RECORD IS STANDARD.
001590     COPY MANREC.
001600 FD  MANIFEST-FILE
001610     LABEL RECORD IS STANDARD.
001620 01  MANIFEST-FILE-RECORD  PIC X(170).
001630 FD  ALERT-FILE
001640     LABEL RECORD IS STANDARD.
001650 01  ALERT-FILE-RECORD     PIC X(100).
001660 FD  REPORT-FILE
001670     LABEL RECORD IS STANDARD.
001680     COPY RPTREC.
001690 WORKING-STORAGE           SECTION.
001700 01  WS-MASTER-STATUS      PIC X(02).
001710 01  WS-ACT-STATUS         PIC X(02).
001720 01  WS-RUNCTL-STATUS      PIC X(02).
001730 01  WS-RKEY-STATUS        PIC X(02).
001740 01  WS-RUNLOG-STATUS      PIC X(02).
001750 01  WS-PARM-STATUS        PIC X(02).
001760 01  WS-PART-STATUS        PIC X(02).
001770 01  WS-SRCL-STATUS        PIC X(02).
001780 01  WS-CAL-STATUS         PIC X(02).
001790 01  WS-FXRATE-STATUS      PIC X(02).
001800 01  WS-PRD-STATUS         PIC X(02).
001810 01  WS-ALTAB-STATUS       PIC X(02).
001820 01  WS-UPDJRNL-STATUS     PIC X(02).
001830 01  WS-MANHIST-STATUS     PIC X(02).
001840 01  WS-MANIFEST-STATUS    PIC X(02).
001850 01  WS-ALERT-STATUS       PIC X(02).
001860 01  WS-RPT-STATUS         PIC X(02).
001870 01  WS-READ-STATUS.
001880     05  WS-RS-CLASS       PIC X(01).
001890         88  WS-RS-OK                  VALUE "0".
001900     05  FILLER            PIC X(01).
001910 01  VF-SWITCHES.
001920     05  VF-EOF-SW         PIC X(01)   VALUE "N".
001930         88  VF-EOF                    VALUE "Y".
001940     05  VF-PRIOR-SW       PIC X(01)   VALUE "N".
001950         88  VF-PRIOR-FOUND            VALUE "Y".
001960     05  VF-FOUND-SW       PIC X(01)   VALUE "N".
001970         88  VF-FOUND                  VALUE "Y".
001980     05  VF-MONTH-OVER-SW  PIC X(01)   VALUE "N".
001990         88  VF-MONTH-OVERFLOW         VALUE "Y".
002000     05  VF-COUNT-DRIFT-SW PIC X(01)   VALUE "N".
002010         88  VF-COUNT-DRIFT            VALUE "Y".
002020     05  VF-HASH-DRIFT-SW  PIC X(01)   VALUE "N".
002030         88  VF-HASH-DRIFT             VALUE "Y".
002040     05  VF-GONE-SW        PIC X(01)   VALUE "N".
002050         88  VF-GONE                   VALUE "Y".
002060 01  WS-MANIFEST-FILENAME  PIC X(20)   VALUE SPACES.
002070 01  WS-RUN-DATE           PIC 9(8).
002080 01  WS-RUN-TIME           PIC 9(8).
002090 01  WS-PRIOR-DATE         PIC 9(8)    VALUE 0.
002100 01  WS-RESTORE-DATE       PIC 9(8)    VALUE 0.
002110*
002120*    A JOURNAL RECORD BELONGS TO TONIGHT'S BALANCING WHEN IT WAS
002130*    WRITTEN AFTER THE LAST MANIFEST WAS TAKEN.  DATE AND TIME ARE
002140*    COMPARED AS ONE SIXTEEN-DIGIT STAMP.
002150*
002160 01  WS-PRIOR-STAMP.
002170     05  WS-PS-DATE        PIC 9(8)    VALUE 0.
002180     05  WS-PS-TIME        PIC 9(8)    VALUE 0.
002190 01  WS-JNL-STAMP.
002200     05  WS-JS-DATE        PIC 9(8).
002210     05  WS-JS-TIME        PIC 9(8).
002220 01  WS-PAGE-NO            PIC 9(3)    VALUE 0.
002230 01  WS-LINE-CTR           PIC 9(3)    VALUE 0.
002240 01  WS-LINES-PER-PAGE     PIC 9(3)    VALUE 60.
002250 01  WS-FILE-MAX           PIC 9(4)    COMP VALUE 12.
002260 01  WS-FILE-IX            PIC 9(4)    COMP.
002270 01  WS-FIND-IX            PIC 9(4)    COMP.
002280 01  WS-MONTH-MAX          PIC 9(4)    COMP VALUE 240.
002290 01  WS-MONTH-CTR          PIC 9(4)    COMP VALUE 0.
002300 01  WS-MONTH-IX           PIC 9(4)    COMP.
002310 01  WS-ERR-PRINT-MAX      PIC 9(4)    COMP VALUE 25.
002320 01  WS-RANGE-VALUE        PIC 9(8).
002330 01  WS-EXP-COUNT          PIC S9(10)  VALUE 0.
002340 01  WS-EXP-HASH           PIC S9(14)V99 VALUE 0.
002350 01  WS-JNL-ACTIVITY       PIC 9(8)    VALUE 0.
002360 01  WS-EDIT-COUNT         PIC Z(8)9.
002370 77  WS-JNL-READ-CTR       PIC 9(7)    VALUE 0.
002380 77  WS-JNL-USED-CTR       PIC 9(7)    VALUE 0.
002390 77  WS-JNL-UNKNOWN-CTR    PIC 9(7)    VALUE 0.
002400 77  WS-CHECKED-CTR        PIC 9(7)    VALUE 0.
002410 77  WS-CLEAN-CTR          PIC 9(7)    VALUE 0.
002420 77  WS-DRIFT-CTR          PIC 9(7)    VALUE 0.
002430 77  WS-INCONS-CTR         PIC 9(7)    VALUE 0.
002440 77  WS-MISSING-CTR        PIC 9(7)    VALUE 0.
002450 77  WS-EXCEPTION-CTR      PIC 9(7)    VALUE 0.
002460 77  WS-MANHIST-ERR-CTR    PIC 9(7)    VALUE 0.
002470 77  WS-ALERT-CTR          PIC 9(7)    VALUE 0.
002480*
002490*    THE FILES IN THE MANIFEST, IN THE ORDER THEY ARE VERIFIED.
002500*    THE NAME IS THE DDNAME AND THE FILE ID CARRIED ON UPDJRNL AND
002510*    MANHIST.  THE Y AFTER IT MARKS A FILE WHOSE HASH TOTAL IS
002520*    BALANCED FROM THE JOURNALLED DELTAS; FOR THE OTHERS THE HASH
002530*    TOTAL MAY ONLY MOVE ON A NIGHT THE JOURNAL SHOWS AN UPDATE.
002540*    THE SCAN PARAGRAPHS 5200 THRU 5310 TAKE THE FILES BY
002550*    POSITION, SO A FILE ADDED HERE NEEDS ITS OWN SCAN PARAGRAPH.
002560*
002570 01  WS-FILE-VALUES.
002580     05  FILLER            PIC X(12)   VALUE "MASTFILE  Y ".
002590     05  FILLER            PIC X(12)   VALUE "ACTMAST   Y ".
002600     05  FILLER            PIC X(12)   VALUE "RUNCTL    N ".
002610     05  FILLER            PIC X(12)   VALUE "RECENTKEY Y ".
002620     05  FILLER            PIC X(12)   VALUE "RUNLOG    Y ".
002630     05  FILLER            PIC X(12)   VALUE "CTLPARM   N ".
002640     05  FILLER            PIC X(12)   VALUE "PARTLIST  N ".
002650     05  FILLER            PIC X(12)   VALUE "SRCLIST   N ".
002660     05  FILLER            PIC X(12)   VALUE "PROCCAL   N ".
002670     05  FILLER            PIC X(12)   VALUE "FXRATE    N ".
002680     05  FILLER            PIC X(12)   VALUE "PERIODCTL N ".
002690     05  FILLER            PIC X(12)   VALUE "ALERTTAB  N ".
002700 01  WS-FILE-TABLE REDEFINES WS-FILE-VALUES.
002710     05  WS-FT-ENTRY       OCCURS 12 TIMES.
002720         10  WS-FT-NAME            PIC X(10).
002730         10  WS-FT-BALANCED-SW     PIC X(01).
002740             88  WS-FT-BALANCED            VALUE "Y".
002750         10  FILLER                PIC X(01).
002760 01  WS-FILE-STATE.
002770     05  WS-FS-ENTRY       OCCURS 12 TIMES.
002780         10  WS-FS-PRESENT-SW      PIC X(01).
002790             88  WS-FS-PRESENT             VALUE "Y".
002800         10  WS-FS-COUNT           PIC 9(09).
002810         10  WS-FS-HASH            PIC S9(13)V99.
002820         10  WS-FS-STAT-1          PIC 9(09).
002830         10  WS-FS-STAT-2          PIC 9(09).
002840         10  WS-FS-RANGE-SW        PIC X(01).
002850             88  WS-FS-RANGE-SET           VALUE "Y".
002860         10  WS-FS-LOW             PIC 9(08).
002870         10  WS-FS-HIGH            PIC 9(08).
002880         10  WS-FS-ERRORS          PIC 9(07).
002890         10  WS-FS-PRIOR-SW        PIC X(01).
002900             88  WS-FS-PRIOR-PRESENT       VALUE "Y".
002910         10  WS-FS-PRIOR-COUNT     PIC 9(09).
002920         10  WS-FS-PRIOR-HASH      PIC S9(13)V99.
002930         10  WS-FS-JNL-ADD         PIC 9(07).
002940         10  WS-FS-JNL-CHANGE      PIC 9(07).
002950         10  WS-FS-JNL-DELETE      PIC 9(07).
002960         10  WS-FS-JNL-DELTA       PIC S9(13)V99.
002970         10  WS-FS-VERDICT         PIC X(01).
002980         10  WS-FS-NOTE            PIC X(20).
002990*
003000*    ACTMAST PERIODS SEEN DURING THE SCAN, WITH WHETHER EACH HAS
003010*    ITS "*CONTROL*" ENTRY AND WHETHER IT HOLDS ANY BUCKETS.
003020*
003030 01  WS-MONTH-TABLE.
003040     05  WS-MO-ENTRY       OCCURS 240 TIMES.
003050         10  WS-MO-PERIOD          PIC 9(06).
003060         10  WS-MO-CONTROL-SW      PIC X(01).
003070             88  WS-MO-HAS-CONTROL         VALUE "Y".
003080         10  WS-MO-DATA-SW         PIC X(01).
003090             88  WS-MO-HAS-DATA            VALUE "Y".
003100     COPY ALRTREC.
003110 01  WS-HDR-LINE1.
003120     05  FILLER            PIC X(10)   VALUE "RUN DATE: ".
003130     05  WS-H1-DATE        PIC 9(8).
003140     05  FILLER            PIC X(16)   VALUE SPACES.
003150     05  FILLER            PIC X(35)   VALUE
003160         "BACKUP MANIFEST VERIFICATION".
003170     05  FILLER            PIC X(05)   VALUE "PAGE ".
003180     05  WS-H1-PAGE        PIC ZZ9.
003190     05  FILLER            PIC X(55)   VALUE SPACES.
003200 01  WS-HDR-LINE2.
003210     05  FILLER            PIC X(11)   VALUE "FILE".
003220     05  FILLER            PIC X(10)   VALUE "  RECORDS ".
003230     05  FILLER            PIC X(18)   VALUE
003240         "       HASH TOTAL ".
003250     05  FILLER            PIC X(10)   VALUE "    PRIOR ".
003260     05  FILLER            PIC X(08)   VALUE "  ADDED ".
003270     05  FILLER            PIC X(08)   VALUE "CHANGED ".
003280     05  FILLER            PIC X(08)   VALUE "DELETED ".
003290     05  FILLER            PIC X(09)   VALUE "     LOW ".
003300     05  FILLER            PIC X(09)   VALUE "    HIGH ".
003310     05  FILLER            PIC X(06)   VALUE " ERRS ".
003320     05  FILLER            PIC X(13)   VALUE "VERDICT".
003330     05  FILLER            PIC X(22)   VALUE "NOTE".
003340 01  WS-FILE-LINE.
003350     05  WS-FL-FILE        PIC X(10).
003360     05  FILLER            PIC X(01)   VALUE SPACES.
003370     05  WS-FL-COUNT       PIC Z(8)9.
003380     05  FILLER            PIC X(01)   VALUE SPACES.
003390     05  WS-FL-HASH        PIC -Z(12)9.99.
003400     05  FILLER            PIC X(01)   VALUE SPACES.
003410     05  WS-FL-PRIOR       PIC Z(8)9.
003420     05  FILLER            PIC X(01)   VALUE SPACES.
003430     05  WS-FL-ADDED       PIC Z(6)9.
003440     05  FILLER            PIC X(01)   VALUE SPACES.
003450     05  WS-FL-CHANGED     PIC Z(6)9.
003460     05  FILLER            PIC X(01)   VALUE SPACES.
003470     05  WS-FL-DELETED     PIC Z(6)9.
003480     05  FILLER            PIC X(01)   VALUE SPACES.
003490     05  WS-FL-LOW         PIC Z(7)9.
003500     05  FILLER            PIC X(01)   VALUE SPACES.
003510     05  WS-FL-HIGH        PIC Z(7)9.
003520     05  FILLER            PIC X(01)   VALUE SPACES.
003530     05  WS-FL-ERRORS      PIC Z(4)9.
003540     05  FILLER            PIC X(01)   VALUE SPACES.
003550     05  WS-FL-VERDICT     PIC X(12).
003560     05  FILLER            PIC X(01)   VALUE SPACES.
003570     05  WS-FL-NOTE        PIC X(20).
003580     05  FILLER            PIC X(01)   VALUE SPACES.
003590 01  WS-DRIFT-LINE.
003600     05  FILLER            PIC X(04)   VALUE SPACES.
003610     05  WS-DR-FILE        PIC X(10).
003620     05  FILLER            PIC X(02)   VALUE SPACES.
003630     05  WS-DR-REASON      PIC X(40).
003640     05  FILLER            PIC X(09)   VALUE "EXPECTED ".
003650     05  WS-DR-EXPECTED    PIC -Z(12)9.99.
003660     05  FILLER            PIC X(08)   VALUE "  FOUND ".
003670     05  WS-DR-FOUND       PIC -Z(12)9.99.
003680     05  FILLER            PIC X(25)   VALUE SPACES.
003690 01  WS-ERROR-LINE.
003700     05  FILLER            PIC X(04)   VALUE SPACES.
003710     05  WS-ER-FILE        PIC X(10).
003720     05  FILLER            PIC X(02)   VALUE SPACES.
003730     05  WS-ER-REASON      PIC X(40).
003740     05  WS-ER-DETAIL      PIC X(40).
003750     05  FILLER            PIC X(36)   VALUE SPACES.
003760 01  WS-NOTE-LINE          PIC X(132).
003770 01  WS-TOTAL-LINE.
003780     05  WS-TL-CAPTION     PIC X(24).
003790     05  WS-TL-COUNT       PIC Z(6)9.
003800     05  FILLER            PIC X(101)  VALUE SPACES.
003810 01  WS-DATE-LINE.
003820     05  WS-DT-CAPTION     PIC X(24).
003830     05  WS-DT-TEXT        PIC X(40).
003840     05  FILLER            PIC X(68)   VALUE SPACES.
003850 PROCEDURE                 DIVISION.
003860*****************************************************************
003870*    0000-MAINLINE                                               *
003880*****************************************************************
003890 X01 SECTION.
003900 X011.
003910     PERFORM 5000-OPEN-FILES THRU 5000-OPEN-FILES-EXIT.
003920     PERFORM 5050-FIND-PRIOR THRU 5050-FIND-PRIOR-EXIT.
003930     IF VF-PRIOR-FOUND
003940         PERFORM 5070-LOAD-PRIOR THRU 5070-LOAD-PRIOR-EXIT
003950         PERFORM 5100-READ-JOURNAL THRU 5100-READ-JOURNAL-EXIT
003960     END-IF.
003970     MOVE "CONSISTENCY EXCEPTIONS" TO WS-NOTE-LINE.
003980     PERFORM 5760-WRITE-NOTE THRU 5760-WRITE-NOTE-EXIT.
003990     PERFORM 5200-SCAN-MASTER THRU 5200-SCAN-MASTER-EXIT.
004000     PERFORM 5210-SCAN-ACTIVITY THRU 5210-SCAN-ACTIVITY-EXIT.
004010     PERFORM 5220-SCAN-RUNCTL THRU 5220-SCAN-RUNCTL-EXIT.
004020     PERFORM 5230-SCAN-RECENT THRU 5230-SCAN-RECENT-EXIT.
004030     PERFORM 5240-SCAN-RUNLOG THRU 5240-SCAN-RUNLOG-EXIT.
004040     PERFORM 5250-SCAN-CTLPARM THRU 5250-SCAN-CTLPARM-EXIT.
004050     PERFORM 5260-SCAN-PARTLIST THRU 5260-SCAN-PARTLIST-EXIT.
004060     PERFORM 5270-SCAN-SRCLIST THRU 5270-SCAN-SRCLIST-EXIT.
004070     PERFORM 5280-SCAN-CALENDAR THRU 5280-SCAN-CALENDAR-EXIT.
004080     PERFORM 5290-SCAN-FXRATE THRU 5290-SCAN-FXRATE-EXIT.
004090     PERFORM 5300-SCAN-PERIODCTL THRU 5300-SCAN-PERIODCTL-EXIT.
004100     PERFORM 5310-SCAN-ALERTTAB THRU 5310-SCAN-ALERTTAB-EXIT.
004110     IF WS-EXCEPTION-CTR = 0
004120         MOVE "    NONE"       TO WS-NOTE-LINE
004130         PERFORM 5760-WRITE-NOTE THRU 5760-WRITE-NOTE-EXIT
004140     END-IF.
004150     PERFORM 5400-EVALUATE-FILES THRU 5400-EVALUATE-FILES-EXIT.
004160     PERFORM 5500-WRITE-SUMMARY THRU 5500-WRITE-SUMMARY-EXIT.
004170     PERFORM 5900-WRITE-TOTALS THRU 5900-WRITE-TOTALS-EXIT.
004180     CLOSE MANIFEST-HIST-FILE.
004190     CLOSE MANIFEST-FILE.
004200     CLOSE REPORT-FILE.
004210     IF WS-DRIFT-CTR > 0 OR WS-INCONS-CTR > 0
004220        OR WS-MANHIST-ERR-CTR > 0
004230         MOVE 8            TO RETURN-CODE
004240     ELSE
004250         IF NOT VF-PRIOR-FOUND OR WS-JNL-UNKNOWN-CTR > 0
004260             MOVE 4        TO RETURN-CODE
004270         ELSE
004280             MOVE 0        TO RETURN-CODE
004290         END-IF
004300     END-IF.
004310     GOBACK.
004320*****************************************************************
004330*    5000-OPEN-FILES -- OPEN THE REPORT, THE MANIFEST HISTORY    *
004340*    (CREATED ON THE FIRST NIGHT) AND TONIGHT'S DATED MANIFEST.  *
004350*    ANY OF THE THREE FAILING IS FATAL: A NIGHT WITH NO MANIFEST *
004360*    IS A NIGHT WITH NO RESTORE POINT, AND THAT MUST STOP THE    *
004370*    BACKUP STEP RATHER THAN PASS QUIETLY.                       *
004380*****************************************************************
004390 5000-OPEN-FILES.
004400     OPEN OUTPUT REPORT-FILE.
004410     IF WS-RPT-STATUS NOT = "00"
004420         DISPLAY "VER001: UNABLE TO OPEN VERRPT, STATUS "
004430                 WS-RPT-STATUS
004440         MOVE 16           TO RETURN-CODE
004450         GOBACK
004460     END-IF.
004470     ACCEPT WS-RUN-DATE    FROM DATE YYYYMMDD.
004480     ACCEPT WS-RUN-TIME    FROM TIME.
004490     MOVE WS-RUN-DATE      TO WS-H1-DATE.
004500     PERFORM 5700-WRITE-HEADERS THRU 5700-WRITE-HEADERS-EXIT.
004510     INITIALIZE WS-FILE-STATE.
004520     OPEN I-O MANIFEST-HIST-FILE.
004530     IF WS-MANHIST-STATUS NOT = "00"
004540         OPEN OUTPUT MANIFEST-HIST-FILE
004550         CLOSE MANIFEST-HIST-FILE
004560         OPEN I-O MANIFEST-HIST-FILE
004570     END-IF.
004580     IF WS-MANHIST-STATUS NOT = "00"
004590         DISPLAY "VER001: UNABLE TO OPEN MANHIST, STATUS "
004600                 WS-MANHIST-STATUS
004610         CLOSE REPORT-FILE
004620         MOVE 16           TO RETURN-CODE
004630         GOBACK
004640     END-IF.
004650     MOVE "MANIFEST"       TO WS-MANIFEST-FILENAME.
004660     STRING "MANIFEST" DELIMITED BY SIZE
004670            WS-RUN-DATE DELIMITED BY SIZE
004680            INTO WS-MANIFEST-FILENAME
004690     END-STRING.
004700     OPEN OUTPUT MANIFEST-FILE.
004710     IF WS-MANIFEST-STATUS NOT = "00"
004720         DISPLAY "VER001: UNABLE TO OPEN " WS-MANIFEST-FILENAME
004730                 ", STATUS " WS-MANIFEST-STATUS
004740         CLOSE MANIFEST-HIST-FILE
004750         CLOSE REPORT-FILE
004760         MOVE 16           TO RETURN-CODE
004770         GOBACK
004780     END-IF.
004790 5000-OPEN-FILES-EXIT.
004800     EXIT.
004810*****************************************************************
004820*    5050-FIND-PRIOR -- BROWSE THE MANIFEST HISTORY FOR THE      *
004830*    NIGHTLY SUMMARY RECORDS.  THE LAST ONE DATED BEFORE TODAY   *
004840*    IS THE PRIOR MANIFEST TONIGHT IS BALANCED AGAINST, AND THE  *
004850*    LAST OF THOSE THAT VERIFIED CLEAN IS THE RESTORE POINT      *
004860*    UNLESS TONIGHT VERIFIES CLEAN TOO.  A RERUN ON THE SAME DAY *
004870*    THEREFORE BALANCES AGAINST THE SAME PRIOR MANIFEST AND      *
004880*    REPLACES TODAY'S.                                           *
004890*****************************************************************
004900 5050-FIND-PRIOR.
004910     MOVE LOW-VALUES       TO MH-KEY.
004920     MOVE "N"              TO VF-EOF-SW.
004930     START MANIFEST-HIST-FILE KEY NOT < MH-KEY
004940         INVALID KEY
004950             SET VF-EOF TO TRUE
004960     END-START.
004970     PERFORM 5055-FIND-PRIOR-READ THRU 5055-FIND-PRIOR-READ-EXIT
004980         UNTIL VF-EOF.
004990 5050-FIND-PRIOR-EXIT.
005000     EXIT.
005010 5055-FIND-PRIOR-READ.
005020     READ MANIFEST-HIST-FILE NEXT RECORD
005030         AT END
005040             SET VF-EOF TO TRUE
005050             GO TO 5055-FIND-PRIOR-READ-EXIT
005060     END-READ.
005070     MOVE WS-MANHIST-STATUS TO WS-READ-STATUS.
005080     IF NOT WS-RS-OK
005090         SET VF-EOF TO TRUE
005100         GO TO 5055-FIND-PRIOR-READ-EXIT
005110     END-IF.
005120     IF MH-FILE-ID NOT = "*MANIFEST*"
005130        OR MH-MANIFEST-DATE NOT < WS-RUN-DATE
005140         GO TO 5055-FIND-PRIOR-READ-EXIT
005150     END-IF.
005160     SET VF-PRIOR-FOUND TO TRUE.
005170     MOVE MH-MANIFEST-DATE TO WS-PRIOR-DATE.
005180     MOVE MH-CREATE-DATE   TO WS-PS-DATE.
005190     MOVE MH-CREATE-TIME   TO WS-PS-TIME.
005200     IF MH-CLEAN
005210         MOVE MH-MANIFEST-DATE TO WS-RESTORE-DATE
005220     END-IF.
005230 5055-FIND-PRIOR-READ-EXIT.
005240     EXIT.
005250*****************************************************************
005260*    5070-LOAD-PRIOR -- PICK UP EACH FILE'S COUNT AND HASH TOTAL *
005270*    FROM THE PRIOR MANIFEST.  A FILE THE PRIOR MANIFEST DID NOT *
005280*    HAVE, OR HAD AS NOT PRESENT, STARTS FROM NOTHING, SO EVERY  *
005290*    RECORD IT NOW HOLDS MUST HAVE BEEN JOURNALLED AS ADDED.     *
005300*****************************************************************
005310 5070-LOAD-PRIOR.
005320     MOVE 1                TO WS-FILE-IX.
005330     PERFORM 5075-LOAD-PRIOR-FILE THRU 5075-LOAD-PRIOR-FILE-EXIT
005340         UNTIL WS-FILE-IX > WS-FILE-MAX.
005350 5070-LOAD-PRIOR-EXIT.
005360     EXIT.
005370 5075-LOAD-PRIOR-FILE.
005380     MOVE WS-PRIOR-DATE    TO MH-MANIFEST-DATE.
005390     MOVE WS-FT-NAME (WS-FILE-IX) TO MH-FILE-ID.
005400     MOVE "N"              TO WS-FS-PRIOR-SW (WS-FILE-IX).
005410     MOVE 0                TO WS-FS-PRIOR-COUNT (WS-FILE-IX).
005420     MOVE 0                TO WS-FS-PRIOR-HASH (WS-FILE-IX).
005430     READ MANIFEST-HIST-FILE
005440         INVALID KEY
005450             GO TO 5075-LOAD-PRIOR-FILE-NEXT
005460     END-READ.
005470     IF MH-NOT-PRESENT
005480         GO TO 5075-LOAD-PRIOR-FILE-NEXT
005490     END-IF.
005500     MOVE "Y"              TO WS-FS-PRIOR-SW (WS-FILE-IX).
005510     MOVE MH-RECORD-COUNT  TO WS-FS-PRIOR-COUNT (WS-FILE-IX).
005520     MOVE MH-HASH-TOTAL    TO WS-FS-PRIOR-HASH (WS-FILE-IX).
005530 5075-LOAD-PRIOR-FILE-NEXT.
005540     ADD 1                 TO WS-FILE-IX.
005550 5075-LOAD-PRIOR-FILE-EXIT.
005560     EXIT.
005570*****************************************************************
005580*    5100-READ-JOURNAL -- ADD UP, FILE BY FILE, THE ACTIVITY     *
005590*    JOURNALLED SINCE THE PRIOR MANIFEST WAS TAKEN.  A RECORD    *
005600*    FOR A FILE NOT IN THE MANIFEST, OR WITH COUNTS THAT ARE NOT *
005610*    NUMERIC, IS COUNTED AND REPORTED BUT CANNOT EXPLAIN         *
005620*    ANYTHING.  WITHOUT UPDJRNL EVERY CHANGE SINCE THE PRIOR     *
005630*    MANIFEST SHOWS AS DRIFT.                                    *
005640*****************************************************************
005650 5100-READ-JOURNAL.
005660     OPEN INPUT UPDATE-JOURNAL-FILE.
005670     IF WS-UPDJRNL-STATUS NOT = "00"
005680         MOVE "UPDJRNL NOT AVAILABLE - NO ACTIVITY JOURNALLED"
005690                           TO WS-NOTE-LINE
005700         PERFORM 5760-WRITE-NOTE THRU 5760-WRITE-NOTE-EXIT
005710         GO TO 5100-READ-JOURNAL-EXIT
005720     END-IF.
005730     MOVE "N"              TO VF-EOF-SW.
005740     PERFORM 5105-READ-JOURNAL-RECORD
005750         THRU 5105-READ-JOURNAL-RECORD-EXIT
005760         UNTIL VF-EOF.
005770     CLOSE UPDATE-JOURNAL-FILE.
005780 5100-READ-JOURNAL-EXIT.
005790     EXIT.
005800 5105-READ-JOURNAL-RECORD.
005810     READ UPDATE-JOURNAL-FILE
005820         AT END
005830             SET VF-EOF TO TRUE
005840             GO TO 5105-READ-JOURNAL-RECORD-EXIT
005850     END-READ.
005860     MOVE WS-UPDJRNL-STATUS TO WS-READ-STATUS.
005870     IF NOT WS-RS-OK
005880         SET VF-EOF TO TRUE
005890         GO TO 5105-READ-JOURNAL-RECORD-EXIT
005900     END-IF.
005910     ADD 1                 TO WS-JNL-READ-CTR.
005920     IF UJ-RUN-DATE NOT NUMERIC OR UJ-RUN-TIME NOT NUMERIC
005930         ADD 1             TO WS-JNL-UNKNOWN-CTR
005940         GO TO 5105-READ-JOURNAL-RECORD-EXIT
005950     END-IF.
005960     MOVE UJ-RUN-DATE      TO WS-JS-DATE.
005970     MOVE UJ-RUN-TIME      TO WS-JS-TIME.
005980     IF WS-JNL-STAMP NOT > WS-PRIOR-STAMP
005990         GO TO 5105-READ-JOURNAL-RECORD-EXIT
006000     END-IF.
006010     PERFORM 5110-FIND-FILE THRU 5110-FIND-FILE-EXIT.
006020     IF NOT VF-FOUND
006030        OR UJ-ADD-COUNT NOT NUMERIC
006040        OR UJ-CHANGE-COUNT NOT NUMERIC
006050        OR UJ-DELETE-COUNT NOT NUMERIC
006060        OR UJ-HASH-DELTA NOT NUMERIC
006070         ADD 1             TO WS-JNL-UNKNOWN-CTR
006080         GO TO 5105-READ-JOURNAL-RECORD-EXIT
006090     END-IF.
006100     ADD 1                 TO WS-JNL-USED-CTR.
006110     ADD UJ-ADD-COUNT      TO WS-FS-JNL-ADD (WS-FIND-IX).
006120     ADD UJ-CHANGE-COUNT   TO WS-FS-JNL-CHANGE (WS-FIND-IX).
006130     ADD UJ-DELETE-COUNT   TO WS-FS-JNL-DELETE (WS-FIND-IX).
006140     ADD UJ-HASH-DELTA     TO WS-FS-JNL-DELTA (WS-FIND-IX).
006150 5105-READ-JOURNAL-RECORD-EXIT.
006160     EXIT.
006170 5110-FIND-FILE.
006180     MOVE "N"              TO VF-FOUND-SW.
006190     MOVE 1                TO WS-FIND-IX.
006200     PERFORM 5115-FIND-FILE-STEP THRU 5115-FIND-FILE-STEP-EXIT
006210         UNTIL VF-FOUND OR WS-FIND-IX > WS-FILE-MAX.
006220 5110-FIND-FILE-EXIT.
006230     EXIT.
006240 5115-FIND-FILE-STEP.
006250     IF WS-FT-NAME (WS-FIND-IX) = UJ-FILE-ID
006260         SET VF-FOUND TO TRUE
006270         GO TO 5115-FIND-FILE-STEP-EXIT
006280     END-IF.
006290     ADD 1                 TO WS-FIND-IX.
006300 5115-FIND-FILE-STEP-EXIT.
006310     EXIT.
006320*****************************************************************
006330*    5200-SCAN-MASTER -- MASTFILE.  HASH TOTAL IS THE SUM OF THE *
006340*    EXPECTED INDVALS; ONE THAT IS NOT NUMERIC IS AN EXCEPTION.  *
006350*****************************************************************
006360 5200-SCAN-MASTER.
006370     MOVE 1                TO WS-FILE-IX.
006380     OPEN INPUT MASTER-FILE.
006390     IF WS-MASTER-STATUS NOT = "00"
006400         GO TO 5200-SCAN-MASTER-EXIT
006410     END-IF.
006420     MOVE "Y"              TO WS-FS-PRESENT-SW (WS-FILE-IX).
006430     MOVE "N"              TO VF-EOF-SW.
006440     PERFORM 5205-SCAN-MASTER-READ THRU 5205-SCAN-MASTER-READ-EXIT
006450         UNTIL VF-EOF.
006460     CLOSE MASTER-FILE.
006470 5200-SCAN-MASTER-EXIT.
006480     EXIT.
006490 5205-SCAN-MASTER-READ.
006500     READ MASTER-FILE NEXT RECORD
006510         AT END
006520             SET VF-EOF TO TRUE
006530             GO TO 5205-SCAN-MASTER-READ-EXIT
006540     END-READ.
006550     MOVE WS-MASTER-STATUS TO WS-READ-STATUS.
006560     IF NOT WS-RS-OK
006570         PERFORM 5395-READ-FAILED THRU 5395-READ-FAILED-EXIT
006580         GO TO 5205-SCAN-MASTER-READ-EXIT
006590     END-IF.
006600     ADD 1                 TO WS-FS-COUNT (WS-FILE-IX).
006610     IF MR-EXPECTED-INDVAL NUMERIC
006620         ADD MR-EXPECTED-INDVAL TO WS-FS-HASH (WS-FILE-IX)
006630     ELSE
006640         MOVE "EXPECTED INDVAL NOT NUMERIC" TO WS-ER-REASON
006650         MOVE MR-TRAN-ID   TO WS-ER-DETAIL
006660         PERFORM 5390-LOG-ERROR THRU 5390-LOG-ERROR-EXIT
006670     END-IF.
006680 5205-SCAN-MASTER-READ-EXIT.
006690     EXIT.
006700*****************************************************************
006710*    5210-SCAN-ACTIVITY -- ACTMAST.  HASH TOTAL IS THE SUM OF    *
006720*    THE NET AMOUNTS.  EVERY PERIOD THAT HOLDS BUCKETS MUST ALSO *
006730*    HOLD ITS "*CONTROL*" ENTRY, THE ONE CLS001 FREEZES AND      *
006740*    ROLL-OVER READS; A PERIOD WITHOUT ONE IS AN EXCEPTION.      *
006750*    PERIODS BEYOND THE TABLE ARE STILL COUNTED BUT NOT CHECKED, *
006760*    AND THAT IS REPORTED ONCE.                                  *
006770*****************************************************************
006780 5210-SCAN-ACTIVITY.
006790     MOVE 2                TO WS-FILE-IX.
006800     OPEN INPUT ACTIVITY-FILE.
006810     IF WS-ACT-STATUS NOT = "00"
006820         GO TO 5210-SCAN-ACTIVITY-EXIT
006830     END-IF.
006840     MOVE "Y"              TO WS-FS-PRESENT-SW (WS-FILE-IX).
006850     MOVE "N"              TO VF-EOF-SW.
006860     PERFORM 5211-SCAN-ACTIVITY-READ
006870         THRU 5211-SCAN-ACTIVITY-READ-EXIT
006880         UNTIL VF-EOF.
006890     CLOSE ACTIVITY-FILE.
006900     MOVE WS-MONTH-CTR     TO WS-FS-STAT-1 (WS-FILE-IX).
006910     MOVE 1                TO WS-MONTH-IX.
006920     PERFORM 5216-CHECK-MONTH THRU 5216-CHECK-MONTH-EXIT
006930         UNTIL WS-MONTH-IX > WS-MONTH-CTR.
006940 5210-SCAN-ACTIVITY-EXIT.
006950     EXIT.
006960 5211-SCAN-ACTIVITY-READ.
006970     READ ACTIVITY-FILE NEXT RECORD
006980         AT END
006990             SET VF-EOF TO TRUE
007000             GO TO 5211-SCAN-ACTIVITY-READ-EXIT
007010     END-READ.
007020     MOVE WS-ACT-STATUS    TO WS-READ-STATUS.
007030     IF NOT WS-RS-OK
007040         PERFORM 5395-READ-FAILED THRU 5395-READ-FAILED-EXIT
007050         GO TO 5211-SCAN-ACTIVITY-READ-EXIT
007060     END-IF.
007070     ADD 1                 TO WS-FS-COUNT (WS-FILE-IX).
007080     IF AC-NET-AMOUNT NUMERIC
007090         ADD AC-NET-AMOUNT TO WS-FS-HASH (WS-FILE-IX)
007100     ELSE
007110         MOVE "NET AMOUNT NOT NUMERIC" TO WS-ER-REASON
007120         MOVE AC-KEY       TO WS-ER-DETAIL
007130         PERFORM 5390-LOG-ERROR THRU 5390-LOG-ERROR-EXIT
007140     END-IF.
007150     IF AC-YEAR-MONTH NOT NUMERIC
007160         MOVE "PERIOD NOT NUMERIC" TO WS-ER-REASON
007170         MOVE AC-KEY       TO WS-ER-DETAIL
007180         PERFORM 5390-LOG-ERROR THRU 5390-LOG-ERROR-EXIT
007190         GO TO 5211-SCAN-ACTIVITY-READ-EXIT
007200     END-IF.
007210     IF AC-TRAN-ID = "*CONTROL*"
007220         ADD 1             TO WS-FS-STAT-2 (WS-FILE-IX)
007230     END-IF.
007240     MOVE AC-YEAR-MONTH    TO WS-RANGE-VALUE.
007250     PERFORM 5385-NOTE-RANGE THRU 5385-NOTE-RANGE-EXIT.
007260     PERFORM 5212-NOTE-MONTH THRU 5212-NOTE-MONTH-EXIT.
007270 5211-SCAN-ACTIVITY-READ-EXIT.
007280     EXIT.
007290 5212-NOTE-MONTH.
007300     MOVE "N"              TO VF-FOUND-SW.
007310     MOVE 1                TO WS-MONTH-IX.
007320     PERFORM 5213-FIND-MONTH-STEP THRU 5213-FIND-MONTH-STEP-EXIT
007330         UNTIL VF-FOUND OR WS-MONTH-IX > WS-MONTH-CTR.
007340     IF VF-FOUND
007350         GO TO 5212-NOTE-MONTH-MARK
007360     END-IF.
007370     IF WS-MONTH-CTR NOT < WS-MONTH-MAX
007380         IF NOT VF-MONTH-OVERFLOW
007390             SET VF-MONTH-OVERFLOW TO TRUE
007400             MOVE "TOO MANY PERIODS - REST NOT CHECKED"
007410                           TO WS-ER-REASON
007420             MOVE AC-KEY   TO WS-ER-DETAIL
007430             PERFORM 5390-LOG-ERROR THRU 5390-LOG-ERROR-EXIT
007440         END-IF
007450         GO TO 5212-NOTE-MONTH-EXIT
007460     END-IF.
007470     ADD 1                 TO WS-MONTH-CTR.
007480     MOVE WS-MONTH-CTR     TO WS-MONTH-IX.
007490     MOVE AC-YEAR-MONTH    TO WS-MO-PERIOD (WS-MONTH-IX).
007500     MOVE "N"              TO WS-MO-CONTROL-SW (WS-MONTH-IX).
007510     MOVE "N"              TO WS-MO-DATA-SW (WS-MONTH-IX).
007520 5212-NOTE-MONTH-MARK.
007530     IF AC-TRAN-ID = "*CONTROL*"
007540         MOVE "Y"          TO WS-MO-CONTROL-SW (WS-MONTH-IX)
007550     ELSE
007560         MOVE "Y"          TO WS-MO-DATA-SW (WS-MONTH-IX)
007570     END-IF.
007580 5212-NOTE-MONTH-EXIT.
007590     EXIT.
007600 5213-FIND-MONTH-STEP.
007610     IF WS-MO-PERIOD (WS-MONTH-IX) = AC-YEAR-MONTH
007620         SET VF-FOUND TO TRUE
007630         GO TO 5213-FIND-MONTH-STEP-EXIT
007640     END-IF.
007650     ADD 1                 TO WS-MONTH-IX.
007660 5213-FIND-MONTH-STEP-EXIT.
007670     EXIT.
007680 5216-CHECK-MONTH.
007690     IF WS-MO-HAS-DATA (WS-MONTH-IX)
007700        AND NOT WS-MO-HAS-CONTROL (WS-MONTH-IX)
007710         MOVE "PERIOD HAS NO *CONTROL* ENTRY" TO WS-ER-REASON
007720         MOVE SPACES       TO WS-ER-DETAIL
007730         STRING "PERIOD " DELIMITED BY SIZE
007740                WS-MO-PERIOD (WS-MONTH-IX) DELIMITED BY SIZE
007750                INTO WS-ER-DETAIL
007760         END-STRING
007770         PERFORM 5390-LOG-ERROR THRU 5390-LOG-ERROR-EXIT
007780     END-IF.
007790     ADD 1                 TO WS-MONTH-IX.
007800 5216-CHECK-MONTH-EXIT.
007810     EXIT.
007820*****************************************************************
007830*    5220-SCAN-RUNCTL -- RUNCTL.  HASH TOTAL IS THE SUM OF THE   *
007840*    PROCESSED COUNTS.  THE VERIFICATION RUNS AFTER THE STREAM   *
007850*    HAS FINISHED, SO EVERY PARTITION RUN ON FILE SHOULD BE      *
007860*    COMPLETED; ONE STILL MARKED STARTED IS AN EXCEPTION UNTIL   *
007870*    THE PARTITION IS RERUN TO COMPLETION.                       *
007880*****************************************************************
007890 5220-SCAN-RUNCTL.
007900     MOVE 3                TO WS-FILE-IX.
007910     OPEN INPUT RUN-CONTROL-FILE.
007920     IF WS-RUNCTL-STATUS NOT = "00"
007930         GO TO 5220-SCAN-RUNCTL-EXIT
007940     END-IF.
007950     MOVE "Y"              TO WS-FS-PRESENT-SW (WS-FILE-IX).
007960     MOVE "N"              TO VF-EOF-SW.
007970     PERFORM 5225-SCAN-RUNCTL-READ THRU 5225-SCAN-RUNCTL-READ-EXIT
007980         UNTIL VF-EOF.
007990     CLOSE RUN-CONTROL-FILE.
008000 5220-SCAN-RUNCTL-EXIT.
008010     EXIT.
008020 5225-SCAN-RUNCTL-READ.
008030     READ RUN-CONTROL-FILE NEXT RECORD
008040         AT END
008050             SET VF-EOF TO TRUE
008060             GO TO 5225-SCAN-RUNCTL-READ-EXIT
008070     END-READ.
008080     MOVE WS-RUNCTL-STATUS TO WS-READ-STATUS.
008090     IF NOT WS-RS-OK
008100         PERFORM 5395-READ-FAILED THRU 5395-READ-FAILED-EXIT
008110         GO TO 5225-SCAN-RUNCTL-READ-EXIT
008120     END-IF.
008130     ADD 1                 TO WS-FS-COUNT (WS-FILE-IX).
008140     IF RC-PROCESSED-CTR NUMERIC
008150         ADD RC-PROCESSED-CTR TO WS-FS-HASH (WS-FILE-IX)
008160     END-IF.
008170     IF RC-RUN-DATE NUMERIC
008180         MOVE RC-RUN-DATE  TO WS-RANGE-VALUE
008190         PERFORM 5385-NOTE-RANGE THRU 5385-NOTE-RANGE-EXIT
008200     END-IF.
008210     IF RC-COMPLETED
008220         ADD 1             TO WS-FS-STAT-1 (WS-FILE-IX)
008230         GO TO 5225-SCAN-RUNCTL-READ-EXIT
008240     END-IF.
008250     IF RC-STARTED
008260         ADD 1             TO WS-FS-STAT-2 (WS-FILE-IX)
008270         MOVE "RUN LEFT STARTED - NOT COMPLETED"
008280                           TO WS-ER-REASON
008290     ELSE
008300         MOVE "RUN STATUS NEITHER STARTED NOR COMPLETE"
008310                           TO WS-ER-REASON
008320     END-IF.
008330     MOVE SPACES           TO WS-ER-DETAIL.
008340     STRING "RUN DATE " DELIMITED BY SIZE
008350            RC-RUN-DATE DELIMITED BY SIZE
008360            " PARTITION " DELIMITED BY SIZE
008370            RC-PARTITION-NO DELIMITED BY SIZE
008380            INTO WS-ER-DETAIL
008390     END-STRING.
008400     PERFORM 5390-LOG-ERROR THRU 5390-LOG-ERROR-EXIT.
008410 5225-SCAN-RUNCTL-READ-EXIT.
008420     EXIT.
008430*****************************************************************
008440*    5230-SCAN-RECENT -- RECENTKEY.  HASH TOTAL IS THE SUM OF    *
008450*    THE POST DATES.  A KEY POSTED AFTER TODAY CANNOT HAVE COME  *
008460*    FROM THE STREAM AND IS AN EXCEPTION.                        *
008470*****************************************************************
008480 5230-SCAN-RECENT.
008490     MOVE 4                TO WS-FILE-IX.
008500     OPEN INPUT RECENT-KEY-FILE.
008510     IF WS-RKEY-STATUS NOT = "00"
008520         GO TO 5230-SCAN-RECENT-EXIT
008530     END-IF.
008540     MOVE "Y"              TO WS-FS-PRESENT-SW (WS-FILE-IX).
008550     MOVE "N"              TO VF-EOF-SW.
008560     PERFORM 5235-SCAN-RECENT-READ THRU 5235-SCAN-RECENT-READ-EXIT
008570         UNTIL VF-EOF.
008580     CLOSE RECENT-KEY-FILE.
008590 5230-SCAN-RECENT-EXIT.
008600     EXIT.
008610 5235-SCAN-RECENT-READ.
008620     READ RECENT-KEY-FILE NEXT RECORD
008630         AT END
008640             SET VF-EOF TO TRUE
008650             GO TO 5235-SCAN-RECENT-READ-EXIT
008660     END-READ.
008670     MOVE WS-RKEY-STATUS   TO WS-READ-STATUS.
008680     IF NOT WS-RS-OK
008690         PERFORM 5395-READ-FAILED THRU 5395-READ-FAILED-EXIT
008700         GO TO 5235-SCAN-RECENT-READ-EXIT
008710     END-IF.
008720     ADD 1                 TO WS-FS-COUNT (WS-FILE-IX).
008730     MOVE RK-TRAN-ID       TO WS-ER-DETAIL.
008740     IF RK-POST-DATE NOT NUMERIC
008750         MOVE "POST DATE NOT NUMERIC" TO WS-ER-REASON
008760         PERFORM 5390-LOG-ERROR THRU 5390-LOG-ERROR-EXIT
008770         GO TO 5235-SCAN-RECENT-READ-EXIT
008780     END-IF.
008790     ADD RK-POST-DATE      TO WS-FS-HASH (WS-FILE-IX).
008800     MOVE RK-POST-DATE     TO WS-RANGE-VALUE.
008810     PERFORM 5385-NOTE-RANGE THRU 5385-NOTE-RANGE-EXIT.
008820     IF RK-POST-DATE > WS-RUN-DATE
008830         MOVE "POST DATE AFTER TODAY" TO WS-ER-REASON
008840         PERFORM 5390-LOG-ERROR THRU 5390-LOG-ERROR-EXIT
008850     END-IF.
008860 5235-SCAN-RECENT-READ-EXIT.
008870     EXIT.
008880*****************************************************************
008890*    5240-SCAN-RUNLOG -- RUNLOG.  HASH TOTAL IS THE SUM OF THE   *
008900*    INDVALS; STAT 1 AND 2 COUNT THE EXIT AND FAIL FLAGS.  AN    *
008910*    ENTRY DATED AFTER TODAY IS AN EXCEPTION.                    *
008920*****************************************************************
008930 5240-SCAN-RUNLOG.
008940     MOVE 5                TO WS-FILE-IX.
008950     OPEN INPUT RUNLOG-FILE.
008960     IF WS-RUNLOG-STATUS NOT = "00"
008970         GO TO 5240-SCAN-RUNLOG-EXIT
008980     END-IF.
008990     MOVE "Y"              TO WS-FS-PRESENT-SW (WS-FILE-IX).
009000     MOVE "N"              TO VF-EOF-SW.
009010     PERFORM 5245-SCAN-RUNLOG-READ THRU 5245-SCAN-RUNLOG-READ-EXIT
009020         UNTIL VF-EOF.
009030     CLOSE RUNLOG-FILE.
009040 5240-SCAN-RUNLOG-EXIT.
009050     EXIT.
009060 5245-SCAN-RUNLOG-READ.
009070     READ RUNLOG-FILE NEXT RECORD
009080         AT END
009090             SET VF-EOF TO TRUE
009100             GO TO 5245-SCAN-RUNLOG-READ-EXIT
009110     END-READ.
009120     MOVE WS-RUNLOG-STATUS TO WS-READ-STATUS.
009130     IF NOT WS-RS-OK
009140         PERFORM 5395-READ-FAILED THRU 5395-READ-FAILED-EXIT
009150         GO TO 5245-SCAN-RUNLOG-READ-EXIT
009160     END-IF.
009170     ADD 1                 TO WS-FS-COUNT (WS-FILE-IX).
009180     IF RL-INDVAL NUMERIC
009190         ADD RL-INDVAL     TO WS-FS-HASH (WS-FILE-IX)
009200     END-IF.
009210     IF RL-EXIT-YES
009220         ADD 1             TO WS-FS-STAT-1 (WS-FILE-IX)
009230     END-IF.
009240     IF RL-FAIL-YES
009250         ADD 1             TO WS-FS-STAT-2 (WS-FILE-IX)
009260     END-IF.
009270     IF RL-RUN-DATE NOT NUMERIC
009280         GO TO 5245-SCAN-RUNLOG-READ-EXIT
009290     END-IF.
009300     MOVE RL-RUN-DATE      TO WS-RANGE-VALUE.
009310     PERFORM 5385-NOTE-RANGE THRU 5385-NOTE-RANGE-EXIT.
009320     IF RL-RUN-DATE > WS-RUN-DATE
009330         MOVE "RUN DATE AFTER TODAY" TO WS-ER-REASON
009340         MOVE SPACES       TO WS-ER-DETAIL
009350         STRING "RUN DATE " DELIMITED BY SIZE
009360                RL-RUN-DATE DELIMITED BY SIZE
009370                " PARTITION " DELIMITED BY SIZE
009380                RL-PARTITION-NO DELIMITED BY SIZE
009390                INTO WS-ER-DETAIL
009400         END-STRING
009410         PERFORM 5390-LOG-ERROR THRU 5390-LOG-ERROR-EXIT
009420     END-IF.
009430 5245-SCAN-RUNLOG-READ-EXIT.
009440     EXIT.
009450*****************************************************************
009460*    5250-SCAN-CTLPARM -- CTLPARM.  HASH TOTAL IS THE SUM OF THE *
009470*    NUMERIC PARAMETERS.  A FIELD LEFT BLANK ON AN OLDER RECORD  *
009480*    TAKES ITS DEFAULT IN THE STREAM AND SIMPLY ADDS NOTHING     *
009490*    HERE.  THE FILE MUST HOLD EXACTLY ONE RECORD.               *
009500*****************************************************************
009510 5250-SCAN-CTLPARM.
009520     MOVE 6                TO WS-FILE-IX.
009530     OPEN INPUT CTLPARM-FILE.
009540     IF WS-PARM-STATUS NOT = "00"
009550         GO TO 5250-SCAN-CTLPARM-EXIT
009560     END-IF.
009570     MOVE "Y"              TO WS-FS-PRESENT-SW (WS-FILE-IX).
009580     MOVE "N"              TO VF-EOF-SW.
009590     PERFORM 5255-SCAN-CTLPARM-READ
009600         THRU 5255-SCAN-CTLPARM-READ-EXIT
009610         UNTIL VF-EOF.
009620     CLOSE CTLPARM-FILE.
009630     IF WS-FS-COUNT (WS-FILE-IX) NOT = 1
009640         MOVE "CTLPARM MUST HOLD EXACTLY ONE RECORD"
009650                           TO WS-ER-REASON
009660         MOVE WS-FS-COUNT (WS-FILE-IX) TO WS-EDIT-COUNT
009670         MOVE SPACES       TO WS-ER-DETAIL
009680         STRING "RECORDS ON FILE:" DELIMITED BY SIZE
009690                WS-EDIT-COUNT DELIMITED BY SIZE
009700                INTO WS-ER-DETAIL
009710         END-STRING
009720         PERFORM 5390-LOG-ERROR THRU 5390-LOG-ERROR-EXIT
009730     END-IF.
009740 5250-SCAN-CTLPARM-EXIT.
009750     EXIT.
009760 5255-SCAN-CTLPARM-READ.
009770     READ CTLPARM-FILE
009780         AT END
009790             SET VF-EOF TO TRUE
009800             GO TO 5255-SCAN-CTLPARM-READ-EXIT
009810     END-READ.
009820     MOVE WS-PARM-STATUS   TO WS-READ-STATUS.
009830     IF NOT WS-RS-OK
009840         PERFORM 5395-READ-FAILED THRU 5395-READ-FAILED-EXIT
009850         GO TO 5255-SCAN-CTLPARM-READ-EXIT
009860     END-IF.
009870     ADD 1                 TO WS-FS-COUNT (WS-FILE-IX).
009880     IF CP-A011-THRESHOLD NUMERIC
009890         ADD CP-A011-THRESHOLD TO WS-FS-HASH (WS-FILE-IX)
009900     END-IF.
009910     IF CP-A02-MATCH-VALUE NUMERIC
009920         ADD CP-A02-MATCH-VALUE TO WS-FS-HASH (WS-FILE-IX)
009930     END-IF.
009940     IF CP-CAPACITY-PCT NUMERIC
009950         ADD CP-CAPACITY-PCT TO WS-FS-HASH (WS-FILE-IX)
009960     END-IF.
009970     IF CP-DATE-WINDOW-DAYS NUMERIC
009980         ADD CP-DATE-WINDOW-DAYS TO WS-FS-HASH (WS-FILE-IX)
009990     END-IF.
010000     IF CP-AMOUNT-LIMIT NUMERIC
010010         ADD CP-AMOUNT-LIMIT TO WS-FS-HASH (WS-FILE-IX)
010020     END-IF.
010030     IF CP-SUSP-AGE-DAYS NUMERIC
010040         ADD CP-SUSP-AGE-DAYS TO WS-FS-HASH (WS-FILE-IX)
010050     END-IF.
010060     IF CP-RUNLOG-RETAIN-DAYS NUMERIC
010070         ADD CP-RUNLOG-RETAIN-DAYS TO WS-FS-HASH (WS-FILE-IX)
010080     END-IF.
010090     IF CP-DUP-CHECK-DAYS NUMERIC
010100         ADD CP-DUP-CHECK-DAYS TO WS-FS-HASH (WS-FILE-IX)
010110     END-IF.
010120     IF CP-PEND-EXPIRE-DAYS NUMERIC
010130         ADD CP-PEND-EXPIRE-DAYS TO WS-FS-HASH (WS-FILE-IX)
010140     END-IF.
010150     IF CP-REPORT-THRESHOLD NUMERIC
010160         ADD CP-REPORT-THRESHOLD TO WS-FS-HASH (WS-FILE-IX)
010170     END-IF.
010180 5255-SCAN-CTLPARM-READ-EXIT.
010190     EXIT.
010200*****************************************************************
010210*    5260-SCAN-PARTLIST -- PARTLIST.  HASH TOTAL IS THE SUM OF   *
010220*    THE PARTITION NUMBERS.  NO PROGRAM MAINTAINS THIS FILE, SO  *
010230*    ANY CHANGE TO IT SHOWS AS DRIFT FOR OPERATIONS TO CONFIRM.  *
010240*****************************************************************
010250 5260-SCAN-PARTLIST.
010260     MOVE 7                TO WS-FILE-IX.
010270     OPEN INPUT PARTLIST-FILE.
010280     IF WS-PART-STATUS NOT = "00"
010290         GO TO 5260-SCAN-PARTLIST-EXIT
010300     END-IF.
010310     MOVE "Y"              TO WS-FS-PRESENT-SW (WS-FILE-IX).
010320     MOVE "N"              TO VF-EOF-SW.
010330     PERFORM 5265-SCAN-PARTLIST-READ
010340         THRU 5265-SCAN-PARTLIST-READ-EXIT
010350         UNTIL VF-EOF.
010360     CLOSE PARTLIST-FILE.
010370 5260-SCAN-PARTLIST-EXIT.
010380     EXIT.
010390 5265-SCAN-PARTLIST-READ.
010400     READ PARTLIST-FILE
010410         AT END
010420             SET VF-EOF TO TRUE
010430             GO TO 5265-SCAN-PARTLIST-READ-EXIT
010440     END-READ.
010450     MOVE WS-PART-STATUS   TO WS-READ-STATUS.
010460     IF NOT WS-RS-OK
010470         PERFORM 5395-READ-FAILED THRU 5395-READ-FAILED-EXIT
010480         GO TO 5265-SCAN-PARTLIST-READ-EXIT
010490     END-IF.
010500     ADD 1                 TO WS-FS-COUNT (WS-FILE-IX).
010510     IF PT-PARTITION-NO NOT NUMERIC
010520         MOVE "PARTITION NUMBER NOT NUMERIC" TO WS-ER-REASON
010530         MOVE PT-TRAN-ID-LO TO WS-ER-DETAIL
010540         PERFORM 5390-LOG-ERROR THRU 5390-LOG-ERROR-EXIT
010550         GO TO 5265-SCAN-PARTLIST-READ-EXIT
010560     END-IF.
010570     ADD PT-PARTITION-NO   TO WS-FS-HASH (WS-FILE-IX).
010580     MOVE PT-PARTITION-NO  TO WS-RANGE-VALUE.
010590     PERFORM 5385-NOTE-RANGE THRU 5385-NOTE-RANGE-EXIT.
010600 5265-SCAN-PARTLIST-READ-EXIT.
010610     EXIT.
010620*****************************************************************
010630*    5270-SCAN-SRCLIST -- SRCLIST.  THERE IS NOTHING NUMERIC TO  *
010640*    ADD UP, SO ONLY THE RECORD COUNT IS CARRIED; A BLANK SOURCE *
010650*    CODE IS AN EXCEPTION.  LIKE PARTLIST IT HAS NO MAINTENANCE  *
010660*    PROGRAM.                                                    *
010670*****************************************************************
010680 5270-SCAN-SRCLIST.
010690     MOVE 8                TO WS-FILE-IX.
010700     OPEN INPUT SRCLIST-FILE.
010710     IF WS-SRCL-STATUS NOT = "00"
010720         GO TO 5270-SCAN-SRCLIST-EXIT
010730     END-IF.
010740     MOVE "Y"              TO WS-FS-PRESENT-SW (WS-FILE-IX).
010750     MOVE "N"              TO VF-EOF-SW.
010760     PERFORM 5275-SCAN-SRCLIST-READ
010770         THRU 5275-SCAN-SRCLIST-READ-EXIT
010780         UNTIL VF-EOF.
010790     CLOSE SRCLIST-FILE.
010800 5270-SCAN-SRCLIST-EXIT.
010810     EXIT.
010820 5275-SCAN-SRCLIST-READ.
010830     READ SRCLIST-FILE
010840         AT END
010850             SET VF-EOF TO TRUE
010860             GO TO 5275-SCAN-SRCLIST-READ-EXIT
010870     END-READ.
010880     MOVE WS-SRCL-STATUS   TO WS-READ-STATUS.
010890     IF NOT WS-RS-OK
010900         PERFORM 5395-READ-FAILED THRU 5395-READ-FAILED-EXIT
010910         GO TO 5275-SCAN-SRCLIST-READ-EXIT
010920     END-IF.
010930     ADD 1                 TO WS-FS-COUNT (WS-FILE-IX).
010940     IF SL-SOURCE-CODE = SPACES
010950         MOVE "BLANK SOURCE CODE" TO WS-ER-REASON
010960         MOVE SL-DESCRIPTION TO WS-ER-DETAIL
010970         PERFORM 5390-LOG-ERROR THRU 5390-LOG-ERROR-EXIT
010980     END-IF.
010990 5275-SCAN-SRCLIST-READ-EXIT.
011000     EXIT.
011010*****************************************************************
011020*    5280-SCAN-CALENDAR -- PROCCAL.  HASH TOTAL IS THE SUM OF    *
011030*    THE CALENDAR DATES.  LIKE PARTLIST IT HAS NO MAINTENANCE    *
011040*    PROGRAM.                                                    *
011050*****************************************************************
011060 5280-SCAN-CALENDAR.
011070     MOVE 9                TO WS-FILE-IX.
011080     OPEN INPUT PROC-CAL-FILE.
011090     IF WS-CAL-STATUS NOT = "00"
011100         GO TO 5280-SCAN-CALENDAR-EXIT
011110     END-IF.
011120     MOVE "Y"              TO WS-FS-PRESENT-SW (WS-FILE-IX).
011130     MOVE "N"              TO VF-EOF-SW.
011140     PERFORM 5285-SCAN-CALENDAR-READ
011150         THRU 5285-SCAN-CALENDAR-READ-EXIT
011160         UNTIL VF-EOF.
011170     CLOSE PROC-CAL-FILE.
011180 5280-SCAN-CALENDAR-EXIT.
011190     EXIT.
011200 5285-SCAN-CALENDAR-READ.
011210     READ PROC-CAL-FILE
011220         AT END
011230             SET VF-EOF TO TRUE
011240             GO TO 5285-SCAN-CALENDAR-READ-EXIT
011250     END-READ.
011260     MOVE WS-CAL-STATUS    TO WS-READ-STATUS.
011270     IF NOT WS-RS-OK
011280         PERFORM 5395-READ-FAILED THRU 5395-READ-FAILED-EXIT
011290         GO TO 5285-SCAN-CALENDAR-READ-EXIT
011300     END-IF.
011310     ADD 1                 TO WS-FS-COUNT (WS-FILE-IX).
011320     IF CA-DATE NOT NUMERIC
011330         MOVE "CALENDAR DATE NOT NUMERIC" TO WS-ER-REASON
011340         MOVE CA-DESCRIPTION TO WS-ER-DETAIL
011350         PERFORM 5390-LOG-ERROR THRU 5390-LOG-ERROR-EXIT
011360         GO TO 5285-SCAN-CALENDAR-READ-EXIT
011370     END-IF.
011380     ADD CA-DATE           TO WS-FS-HASH (WS-FILE-IX).
011390     MOVE CA-DATE          TO WS-RANGE-VALUE.
011400     PERFORM 5385-NOTE-RANGE THRU 5385-NOTE-RANGE-EXIT.
011410 5285-SCAN-CALENDAR-READ-EXIT.
011420     EXIT.
011430*****************************************************************
011440*    5290-SCAN-FXRATE -- FXRATE.  HASH TOTAL IS THE SUM OF THE   *
011450*    RATES TIMES 10000, SO THAT A CHANGE IN THE SIXTH DECIMAL    *
011460*    STILL MOVES IT.  A RATE THAT IS NOT NUMERIC IS AN           *
011470*    EXCEPTION.                                                  *
011480*****************************************************************
011490 5290-SCAN-FXRATE.
011500     MOVE 10               TO WS-FILE-IX.
011510     OPEN INPUT FX-RATE-FILE.
011520     IF WS-FXRATE-STATUS NOT = "00"
011530         GO TO 5290-SCAN-FXRATE-EXIT
011540     END-IF.
011550     MOVE "Y"              TO WS-FS-PRESENT-SW (WS-FILE-IX).
011560     MOVE "N"              TO VF-EOF-SW.
011570     PERFORM 5295-SCAN-FXRATE-READ THRU 5295-SCAN-FXRATE-READ-EXIT
011580         UNTIL VF-EOF.
011590     CLOSE FX-RATE-FILE.
011600 5290-SCAN-FXRATE-EXIT.
011610     EXIT.
011620 5295-SCAN-FXRATE-READ.
011630     READ FX-RATE-FILE NEXT RECORD
011640         AT END
011650             SET VF-EOF TO TRUE
011660             GO TO 5295-SCAN-FXRATE-READ-EXIT
011670     END-READ.
011680     MOVE WS-FXRATE-STATUS TO WS-READ-STATUS.
011690     IF NOT WS-RS-OK
011700         PERFORM 5395-READ-FAILED THRU 5395-READ-FAILED-EXIT
011710         GO TO 5295-SCAN-FXRATE-READ-EXIT
011720     END-IF.
011730     ADD 1                 TO WS-FS-COUNT (WS-FILE-IX).
011740     IF FX-EFFECTIVE-DATE NUMERIC
011750         MOVE FX-EFFECTIVE-DATE TO WS-RANGE-VALUE
011760         PERFORM 5385-NOTE-RANGE THRU 5385-NOTE-RANGE-EXIT
011770     END-IF.
011780     IF FX-RATE NOT NUMERIC
011790         MOVE "RATE NOT NUMERIC" TO WS-ER-REASON
011800         MOVE FX-KEY       TO WS-ER-DETAIL
011810         PERFORM 5390-LOG-ERROR THRU 5390-LOG-ERROR-EXIT
011820         GO TO 5295-SCAN-FXRATE-READ-EXIT
011830     END-IF.
011840     COMPUTE WS-FS-HASH (WS-FILE-IX) =
011850             WS-FS-HASH (WS-FILE-IX) + FX-RATE * 10000.
011860 5295-SCAN-FXRATE-READ-EXIT.
011870     EXIT.
011880*****************************************************************
011890*    5300-SCAN-PERIODCTL -- PERIODCTL.  HASH TOTAL IS THE SUM OF *
011900*    THE FROZEN AMOUNTS; STAT 1 AND 2 COUNT THE OPEN AND CLOSED  *
011910*    PERIODS.  A STATUS THAT IS NEITHER IS AN EXCEPTION.         *
011920*****************************************************************
011930 5300-SCAN-PERIODCTL.
011940     MOVE 11               TO WS-FILE-IX.
011950     OPEN INPUT PERIOD-CTL-FILE.
011960     IF WS-PRD-STATUS NOT = "00"
011970         GO TO 5300-SCAN-PERIODCTL-EXIT
011980     END-IF.
011990     MOVE "Y"              TO WS-FS-PRESENT-SW (WS-FILE-IX).
012000     MOVE "N"              TO VF-EOF-SW.
012010     PERFORM 5305-SCAN-PERIODCTL-READ
012020         THRU 5305-SCAN-PERIODCTL-READ-EXIT
012030         UNTIL VF-EOF.
012040     CLOSE PERIOD-CTL-FILE.
012050 5300-SCAN-PERIODCTL-EXIT.
012060     EXIT.
012070 5305-SCAN-PERIODCTL-READ.
012080     READ PERIOD-CTL-FILE NEXT RECORD
012090         AT END
012100             SET VF-EOF TO TRUE
012110             GO TO 5305-SCAN-PERIODCTL-READ-EXIT
012120     END-READ.
012130     MOVE WS-PRD-STATUS    TO WS-READ-STATUS.
012140     IF NOT WS-RS-OK
012150         PERFORM 5395-READ-FAILED THRU 5395-READ-FAILED-EXIT
012160         GO TO 5305-SCAN-PERIODCTL-READ-EXIT
012170     END-IF.
012180     ADD 1                 TO WS-FS-COUNT (WS-FILE-IX).
012190     MOVE SPACES           TO WS-ER-DETAIL.
012200     STRING "PERIOD " DELIMITED BY SIZE
012210            PC-PERIOD DELIMITED BY SIZE
012220            INTO WS-ER-DETAIL
012230     END-STRING.
012240     IF PC-PERIOD NUMERIC
012250         MOVE PC-PERIOD    TO WS-RANGE-VALUE
012260         PERFORM 5385-NOTE-RANGE THRU 5385-NOTE-RANGE-EXIT
012270     END-IF.
012280     IF PC-FROZEN-AMOUNT NUMERIC
012290         ADD PC-FROZEN-AMOUNT TO WS-FS-HASH (WS-FILE-IX)
012300     ELSE
012310         MOVE "FROZEN AMOUNT NOT NUMERIC" TO WS-ER-REASON
012320         PERFORM 5390-LOG-ERROR THRU 5390-LOG-ERROR-EXIT
012330     END-IF.
012340     IF PC-OPEN
012350         ADD 1             TO WS-FS-STAT-1 (WS-FILE-IX)
012360         GO TO 5305-SCAN-PERIODCTL-READ-EXIT
012370     END-IF.
012380     IF PC-CLOSED
012390         ADD 1             TO WS-FS-STAT-2 (WS-FILE-IX)
012400         GO TO 5305-SCAN-PERIODCTL-READ-EXIT
012410     END-IF.
012420     MOVE "PERIOD STATUS NEITHER OPEN NOR CLOSED"
012430                           TO WS-ER-REASON.
012440     PERFORM 5390-LOG-ERROR THRU 5390-LOG-ERROR-EXIT.
012450 5305-SCAN-PERIODCTL-READ-EXIT.
012460     EXIT.
012470*****************************************************************
012480*    5310-SCAN-ALERTTAB -- ALERTTAB.  HASH TOTAL IS THE SUM OF   *
012490*    THE DATES EACH ENTRY WAS KEYED, WHICH ALM001 RESTAMPS ON    *
012500*    EVERY CHANGE.                                               *
012510*****************************************************************
012520 5310-SCAN-ALERTTAB.
012530     MOVE 12               TO WS-FILE-IX.
012540     OPEN INPUT ALERT-TABLE-FILE.
012550     IF WS-ALTAB-STATUS NOT = "00"
012560         GO TO 5310-SCAN-ALERTTAB-EXIT
012570     END-IF.
012580     MOVE "Y"              TO WS-FS-PRESENT-SW (WS-FILE-IX).
012590     MOVE "N"              TO VF-EOF-SW.
012600     PERFORM 5315-SCAN-ALERTTAB-READ
012610         THRU 5315-SCAN-ALERTTAB-READ-EXIT
012620         UNTIL VF-EOF.
012630     CLOSE ALERT-TABLE-FILE.
012640 5310-SCAN-ALERTTAB-EXIT.
012650     EXIT.
012660 5315-SCAN-ALERTTAB-READ.
012670     READ ALERT-TABLE-FILE NEXT RECORD
012680         AT END
012690             SET VF-EOF TO TRUE
012700             GO TO 5315-SCAN-ALERTTAB-READ-EXIT
012710     END-READ.
012720     MOVE WS-ALTAB-STATUS  TO WS-READ-STATUS.
012730     IF NOT WS-RS-OK
012740         PERFORM 5395-READ-FAILED THRU 5395-READ-FAILED-EXIT
012750         GO TO 5315-SCAN-ALERTTAB-READ-EXIT
012760     END-IF.
012770     ADD 1                 TO WS-FS-COUNT (WS-FILE-IX).
012780     IF AT-KEYED-DATE NUMERIC
012790         ADD AT-KEYED-DATE TO WS-FS-HASH (WS-FILE-IX)
012800     ELSE
012810         MOVE "KEYED DATE NOT NUMERIC" TO WS-ER-REASON
012820         MOVE AT-ALERT-CODE TO WS-ER-DETAIL
012830         PERFORM 5390-LOG-ERROR THRU 5390-LOG-ERROR-EXIT
012840     END-IF.
012850 5315-SCAN-ALERTTAB-READ-EXIT.
012860     EXIT.
012870*****************************************************************
012880*    5385-NOTE-RANGE -- CARRY WS-RANGE-VALUE INTO THE LOW AND    *
012890*    HIGH FIGURES OF THE FILE BEING SCANNED.                     *
012900*****************************************************************
012910 5385-NOTE-RANGE.
012920     IF NOT WS-FS-RANGE-SET (WS-FILE-IX)
012930         MOVE "Y"          TO WS-FS-RANGE-SW (WS-FILE-IX)
012940         MOVE WS-RANGE-VALUE TO WS-FS-LOW (WS-FILE-IX)
012950         MOVE WS-RANGE-VALUE TO WS-FS-HIGH (WS-FILE-IX)
012960         GO TO 5385-NOTE-RANGE-EXIT
012970     END-IF.
012980     IF WS-RANGE-VALUE < WS-FS-LOW (WS-FILE-IX)
012990         MOVE WS-RANGE-VALUE TO WS-FS-LOW (WS-FILE-IX)
013000     END-IF.
013010     IF WS-RANGE-VALUE > WS-FS-HIGH (WS-FILE-IX)
013020         MOVE WS-RANGE-VALUE TO WS-FS-HIGH (WS-FILE-IX)
013030     END-IF.
013040 5385-NOTE-RANGE-EXIT.
013050     EXIT.
013060*****************************************************************
013070*    5390-LOG-ERROR -- COUNT A CONSISTENCY EXCEPTION AGAINST THE *
013080*    FILE BEING SCANNED AND LIST IT, REASON IN WS-ER-REASON AND  *
013090*    DETAIL IN WS-ER-DETAIL.  ONLY THE FIRST 25 PER FILE ARE     *
013100*    LISTED; THE REST ARE COUNTED.                               *
013110*****************************************************************
013120 5390-LOG-ERROR.
013130     ADD 1                 TO WS-FS-ERRORS (WS-FILE-IX).
013140     ADD 1                 TO WS-EXCEPTION-CTR.
013150     IF WS-FS-ERRORS (WS-FILE-IX) > WS-ERR-PRINT-MAX
013160         GO TO 5390-LOG-ERROR-EXIT
013170     END-IF.
013180     MOVE WS-FT-NAME (WS-FILE-IX) TO WS-ER-FILE.
013190     MOVE WS-ERROR-LINE    TO WS-NOTE-LINE.
013200     PERFORM 5760-WRITE-NOTE THRU 5760-WRITE-NOTE-EXIT.
013210     IF WS-FS-ERRORS (WS-FILE-IX) = WS-ERR-PRINT-MAX
013220         MOVE "FURTHER EXCEPTIONS COUNTED, NOT LISTED"
013230                           TO WS-ER-REASON
013240         MOVE SPACES       TO WS-ER-DETAIL
013250         MOVE WS-ERROR-LINE TO WS-NOTE-LINE
013260         PERFORM 5760-WRITE-NOTE THRU 5760-WRITE-NOTE-EXIT
013270     END-IF.
013280 5390-LOG-ERROR-EXIT.
013290     EXIT.
013300*****************************************************************
013310*    5395-READ-FAILED -- A READ THAT FAILED PART WAY THROUGH A   *
013320*    FILE ENDS THE SCAN OF IT.  THE FIGURES FOR THAT FILE ARE    *
013330*    INCOMPLETE, SO IT IS COUNTED AS AN EXCEPTION AND THE FILE   *
013340*    CANNOT VERIFY CLEAN.                                        *
013350*****************************************************************
013360 5395-READ-FAILED.
013370     SET VF-EOF TO TRUE.
013380     MOVE "READ FAILED - SCAN STOPPED" TO WS-ER-REASON.
013390     MOVE SPACES           TO WS-ER-DETAIL.
013400     STRING "FILE STATUS " DELIMITED BY SIZE
013410            WS-READ-STATUS DELIMITED BY SIZE
013420            INTO WS-ER-DETAIL
013430     END-STRING.
013440     PERFORM 5390-LOG-ERROR THRU 5390-LOG-ERROR-EXIT.
013450 5395-READ-FAILED-EXIT.
013460     EXIT.
013470*****************************************************************
013480*    5400-EVALUATE-FILES -- FOR EACH FILE SETTLE THE VERDICT,    *
013490*    REPORT IT WITH ANY DRIFT UNDER IT, AND WRITE ITS MANIFEST   *
013500*    RECORD.                                                     *
013510*****************************************************************
013520 5400-EVALUATE-FILES.
013530     MOVE SPACES           TO WS-NOTE-LINE.
013540     PERFORM 5760-WRITE-NOTE THRU 5760-WRITE-NOTE-EXIT.
013550     MOVE WS-HDR-LINE2     TO WS-NOTE-LINE.
013560     PERFORM 5760-WRITE-NOTE THRU 5760-WRITE-NOTE-EXIT.
013570     MOVE 1                TO WS-FILE-IX.
013580     PERFORM 5410-EVALUATE-FILE THRU 5410-EVALUATE-FILE-EXIT
013590         UNTIL WS-FILE-IX > WS-FILE-MAX.
013600 5400-EVALUATE-FILES-EXIT.
013610     EXIT.
013620 5410-EVALUATE-FILE.
013630     ADD 1                 TO WS-CHECKED-CTR.
013640     MOVE "N"              TO VF-COUNT-DRIFT-SW.
013650     MOVE "N"              TO VF-HASH-DRIFT-SW.
013660     MOVE "N"              TO VF-GONE-SW.
013670     MOVE SPACES           TO WS-FS-NOTE (WS-FILE-IX).
013680     IF NOT WS-FS-PRESENT (WS-FILE-IX)
013690         PERFORM 5420-CHECK-MISSING THRU 5420-CHECK-MISSING-EXIT
013700     ELSE
013710         IF VF-PRIOR-FOUND
013720             PERFORM 5430-CHECK-DRIFT THRU 5430-CHECK-DRIFT-EXIT
013730         ELSE
013740             MOVE "BASELINE"   TO WS-FS-NOTE (WS-FILE-IX)
013750         END-IF
013760     END-IF.
013770     PERFORM 5440-SET-VERDICT THRU 5440-SET-VERDICT-EXIT.
013780     PERFORM 5450-PRINT-FILE THRU 5450-PRINT-FILE-EXIT.
013790     PERFORM 5460-WRITE-ENTRY THRU 5460-WRITE-ENTRY-EXIT.
013800     ADD 1                 TO WS-FILE-IX.
013810 5410-EVALUATE-FILE-EXIT.
013820     EXIT.
013830*****************************************************************
013840*    5420-CHECK-MISSING -- A FILE NOT THERE TONIGHT IS ONLY      *
013850*    DRIFT WHEN THE PRIOR MANIFEST HAD IT.  ONE THIS SITE HAS    *
013860*    NEVER HAD IS JUST NOTED.                                    *
013870*****************************************************************
013880 5420-CHECK-MISSING.
013890     ADD 1                 TO WS-MISSING-CTR.
013900     IF VF-PRIOR-FOUND AND WS-FS-PRIOR-PRESENT (WS-FILE-IX)
013910         SET VF-GONE TO TRUE
013920         MOVE "WAS ON LAST MANIFEST" TO WS-FS-NOTE (WS-FILE-IX)
013930     ELSE
013940         MOVE "NOT HELD"   TO WS-FS-NOTE (WS-FILE-IX)
013950     END-IF.
013960 5420-CHECK-MISSING-EXIT.
013970     EXIT.
013980*****************************************************************
013990*    5430-CHECK-DRIFT -- THE RECORD COUNT MUST BE THE PRIOR      *
014000*    COUNT PLUS THE JOURNALLED ADDS LESS THE JOURNALLED DELETES. *
014010*    A BALANCED FILE'S HASH TOTAL MUST BE THE PRIOR TOTAL PLUS   *
014020*    THE JOURNALLED DELTA; ANY OTHER FILE'S MAY ONLY HAVE MOVED  *
014030*    IF THE JOURNAL SHOWS IT WAS UPDATED AT ALL.                 *
014040*****************************************************************
014050 5430-CHECK-DRIFT.
014060     IF NOT WS-FS-PRIOR-PRESENT (WS-FILE-IX)
014070         MOVE "NEW SINCE LAST"  TO WS-FS-NOTE (WS-FILE-IX)
014080     END-IF.
014090     COMPUTE WS-EXP-COUNT = WS-FS-PRIOR-COUNT (WS-FILE-IX)
014100                          + WS-FS-JNL-ADD (WS-FILE-IX)
014110                          - WS-FS-JNL-DELETE (WS-FILE-IX).
014120     IF WS-EXP-COUNT NOT = WS-FS-COUNT (WS-FILE-IX)
014130         SET VF-COUNT-DRIFT TO TRUE
014140     END-IF.
014150     IF WS-FT-BALANCED (WS-FILE-IX)
014160         COMPUTE WS-EXP-HASH = WS-FS-PRIOR-HASH (WS-FILE-IX)
014170                             + WS-FS-JNL-DELTA (WS-FILE-IX)
014180         IF WS-EXP-HASH NOT = WS-FS-HASH (WS-FILE-IX)
014190             SET VF-HASH-DRIFT TO TRUE
014200         END-IF
014210         GO TO 5430-CHECK-DRIFT-EXIT
014220     END-IF.
014230     COMPUTE WS-JNL-ACTIVITY = WS-FS-JNL-ADD (WS-FILE-IX)
014240                             + WS-FS-JNL-CHANGE (WS-FILE-IX)
014250                             + WS-FS-JNL-DELETE (WS-FILE-IX).
014260     MOVE WS-FS-PRIOR-HASH (WS-FILE-IX) TO WS-EXP-HASH.
014270     IF WS-FS-HASH (WS-FILE-IX) NOT = WS-EXP-HASH
014280        AND WS-JNL-ACTIVITY = 0
014290         SET VF-HASH-DRIFT TO TRUE
014300     END-IF.
014310 5430-CHECK-DRIFT-EXIT.
014320     EXIT.
014330*****************************************************************
014340*    5440-SET-VERDICT -- C CLEAN, D DRIFT, I INCONSISTENT, B     *
014350*    BOTH, N NOT PRESENT.  DRIFT AND EXCEPTIONS EACH RAISE AN    *
014360*    ALERT FOR THE FILE.                                         *
014370*****************************************************************
014380 5440-SET-VERDICT.
014390     MOVE "C"              TO WS-FS-VERDICT (WS-FILE-IX).
014400     IF VF-COUNT-DRIFT OR VF-HASH-DRIFT OR VF-GONE
014410         ADD 1             TO WS-DRIFT-CTR
014420         MOVE "D"          TO WS-FS-VERDICT (WS-FILE-IX)
014430         MOVE "IV01"       TO AL-ALERT-CODE
014440         SET AL-SEV-CRITICAL TO TRUE
014450         MOVE SPACES       TO AL-MESSAGE
014460         STRING WS-FT-NAME (WS-FILE-IX) DELIMITED BY SPACE
014470                ": UNEXPLAINED DRIFT SINCE LAST MANIFEST"
014480                    DELIMITED BY SIZE
014490                INTO AL-MESSAGE
014500         END-STRING
014510         PERFORM 5690-WRITE-ALERT THRU 5690-WRITE-ALERT-EXIT
014520     END-IF.
014530     IF WS-FS-ERRORS (WS-FILE-IX) > 0
014540         ADD 1             TO WS-INCONS-CTR
014550         IF WS-FS-VERDICT (WS-FILE-IX) = "D"
014560             MOVE "B"      TO WS-FS-VERDICT (WS-FILE-IX)
014570         ELSE
014580             MOVE "I"      TO WS-FS-VERDICT (WS-FILE-IX)
014590         END-IF
014600         MOVE "IV02"       TO AL-ALERT-CODE
014610         SET AL-SEV-ERROR TO TRUE
014620         MOVE SPACES       TO AL-MESSAGE
014630         STRING WS-FT-NAME (WS-FILE-IX) DELIMITED BY SPACE
014640                ": FAILED CONSISTENCY CHECKS - SEE VERRPT"
014650                    DELIMITED BY SIZE
014660                INTO AL-MESSAGE
014670         END-STRING
014680         PERFORM 5690-WRITE-ALERT THRU 5690-WRITE-ALERT-EXIT
014690     END-IF.
014700     IF NOT WS-FS-PRESENT (WS-FILE-IX)
014710         MOVE "N"          TO WS-FS-VERDICT (WS-FILE-IX)
014720     END-IF.
014730     IF WS-FS-VERDICT (WS-FILE-IX) = "C"
014740         ADD 1             TO WS-CLEAN-CTR
014750     END-IF.
014760 5440-SET-VERDICT-EXIT.
014770     EXIT.
014780*****************************************************************
014790*    5450-PRINT-FILE -- ONE LINE PER FILE, FOLLOWED BY A LINE    *
014800*    FOR EACH FIGURE THAT DID NOT BALANCE.                       *
014810*****************************************************************
014820 5450-PRINT-FILE.
014830     MOVE WS-FT-NAME (WS-FILE-IX)       TO WS-FL-FILE.
014840     MOVE WS-FS-COUNT (WS-FILE-IX)      TO WS-FL-COUNT.
014850     MOVE WS-FS-HASH (WS-FILE-IX)       TO WS-FL-HASH.
014860     MOVE WS-FS-PRIOR-COUNT (WS-FILE-IX) TO WS-FL-PRIOR.
014870     MOVE WS-FS-JNL-ADD (WS-FILE-IX)    TO WS-FL-ADDED.
014880     MOVE WS-FS-JNL-CHANGE (WS-FILE-IX) TO WS-FL-CHANGED.
014890     MOVE WS-FS-JNL-DELETE (WS-FILE-IX) TO WS-FL-DELETED.
014900     MOVE WS-FS-LOW (WS-FILE-IX)        TO WS-FL-LOW.
014910     MOVE WS-FS-HIGH (WS-FILE-IX)       TO WS-FL-HIGH.
014920     MOVE WS-FS-ERRORS (WS-FILE-IX)     TO WS-FL-ERRORS.
014930     MOVE WS-FS-NOTE (WS-FILE-IX)       TO WS-FL-NOTE.
014940     EVALUATE WS-FS-VERDICT (WS-FILE-IX)
014950         WHEN "C"
014960             MOVE "CLEAN"        TO WS-FL-VERDICT
014970         WHEN "D"
014980             MOVE "DRIFT"        TO WS-FL-VERDICT
014990         WHEN "I"
015000             MOVE "INCONSISTENT" TO WS-FL-VERDICT
015010         WHEN "B"
015020             MOVE "DRIFT+INCONS" TO WS-FL-VERDICT
015030         WHEN OTHER
015040             MOVE "NOT PRESENT"  TO WS-FL-VERDICT
015050     END-EVALUATE.
015060     MOVE WS-FILE-LINE     TO WS-NOTE-LINE.
015070     PERFORM 5760-WRITE-NOTE THRU 5760-WRITE-NOTE-EXIT.
015080     MOVE WS-FT-NAME (WS-FILE-IX) TO WS-DR-FILE.
015090     IF VF-GONE
015100         MOVE "FILE MISSING - WAS ON LAST MANIFEST"
015110                           TO WS-DR-REASON
015120         MOVE WS-FS-PRIOR-COUNT (WS-FILE-IX) TO WS-DR-EXPECTED
015130         MOVE 0            TO WS-DR-FOUND
015140         MOVE WS-DRIFT-LINE TO WS-NOTE-LINE
015150         PERFORM 5760-WRITE-NOTE THRU 5760-WRITE-NOTE-EXIT
015160     END-IF.
015170     IF VF-COUNT-DRIFT
015180         MOVE "RECORD COUNT - PRIOR + ADDED - DELETED"
015190                           TO WS-DR-REASON
015200         MOVE WS-EXP-COUNT TO WS-DR-EXPECTED
015210         MOVE WS-FS-COUNT (WS-FILE-IX) TO WS-DR-FOUND
015220         MOVE WS-DRIFT-LINE TO WS-NOTE-LINE
015230         PERFORM 5760-WRITE-NOTE THRU 5760-WRITE-NOTE-EXIT
015240     END-IF.
015250     IF NOT VF-HASH-DRIFT
015260         GO TO 5450-PRINT-FILE-EXIT
015270     END-IF.
015280     IF WS-FT-BALANCED (WS-FILE-IX)
015290         MOVE "HASH TOTAL - PRIOR + JOURNALLED DELTA"
015300                           TO WS-DR-REASON
015310     ELSE
015320         MOVE "HASH TOTAL MOVED - NO UPDATE JOURNALLED"
015330                           TO WS-DR-REASON
015340     END-IF.
015350     MOVE WS-EXP-HASH      TO WS-DR-EXPECTED.
015360     MOVE WS-FS-HASH (WS-FILE-IX) TO WS-DR-FOUND.
015370     MOVE WS-DRIFT-LINE    TO WS-NOTE-LINE.
015380     PERFORM 5760-WRITE-NOTE THRU 5760-WRITE-NOTE-EXIT.
015390 5450-PRINT-FILE-EXIT.
015400     EXIT.
015410*****************************************************************
015420*    5460-WRITE-ENTRY -- BUILD THE FILE'S MANIFEST RECORD.  THE  *
015430*    CREATE DATE AND TIME ARE WHEN THIS RUN STARTED, SO          *
015440*    TOMORROW'S RUN COUNTS EVERYTHING JOURNALLED FROM THEN ON.   *
015450*****************************************************************
015460 5460-WRITE-ENTRY.
015470     MOVE SPACES           TO MANIFEST-RECORD.
015480     MOVE WS-RUN-DATE      TO MH-MANIFEST-DATE.
015490     MOVE WS-FT-NAME (WS-FILE-IX)       TO MH-FILE-ID.
015500     MOVE WS-RUN-DATE      TO MH-CREATE-DATE.
015510     MOVE WS-RUN-TIME      TO MH-CREATE-TIME.
015520     MOVE WS-FS-VERDICT (WS-FILE-IX)    TO MH-VERDICT.
015530     MOVE WS-FS-COUNT (WS-FILE-IX)      TO MH-RECORD-COUNT.
015540     MOVE WS-FS-HASH (WS-FILE-IX)       TO MH-HASH-TOTAL.
015550     MOVE WS-FS-STAT-1 (WS-FILE-IX)     TO MH-STAT-1.
015560     MOVE WS-FS-STAT-2 (WS-FILE-IX)     TO MH-STAT-2.
015570     MOVE WS-FS-LOW (WS-FILE-IX)        TO MH-LOW-VALUE.
015580     MOVE WS-FS-HIGH (WS-FILE-IX)       TO MH-HIGH-VALUE.
015590     MOVE WS-FS-ERRORS (WS-FILE-IX)     TO MH-ERROR-COUNT.
015600     MOVE WS-FS-PRIOR-COUNT (WS-FILE-IX) TO MH-PRIOR-COUNT.
015610     MOVE WS-FS-PRIOR-HASH (WS-FILE-IX) TO MH-PRIOR-HASH.
015620     MOVE WS-FS-JNL-ADD (WS-FILE-IX)    TO MH-JNL-ADD-COUNT.
015630     MOVE WS-FS-JNL-CHANGE (WS-FILE-IX) TO MH-JNL-CHANGE-COUNT.
015640     MOVE WS-FS-JNL-DELETE (WS-FILE-IX) TO MH-JNL-DELETE-COUNT.
015650     MOVE WS-FS-JNL-DELTA (WS-FILE-IX)  TO MH-JNL-HASH-DELTA.
015660     PERFORM 5470-PUT-MANIFEST THRU 5470-PUT-MANIFEST-EXIT.
015670 5460-WRITE-ENTRY-EXIT.
015680     EXIT.
015690*****************************************************************
015700*    5470-PUT-MANIFEST -- WRITE THE MANIFEST RECORD TO MANHIST,  *
015710*    REPLACING ONE LEFT BY AN EARLIER RUN TODAY, AND TO          *
015720*    TONIGHT'S DATED MANIFEST.                                   *
015730*****************************************************************
015740 5470-PUT-MANIFEST.
015750     WRITE MANIFEST-RECORD
015760         INVALID KEY
015770             REWRITE MANIFEST-RECORD
015780                 INVALID KEY
015790                     ADD 1 TO WS-MANHIST-ERR-CTR
015800             END-REWRITE
015810     END-WRITE.
015820     WRITE MANIFEST-FILE-RECORD FROM MANIFEST-RECORD.
015830 5470-PUT-MANIFEST-EXIT.
015840     EXIT.
015850*****************************************************************
015860*    5500-WRITE-SUMMARY -- THE NIGHT'S SUMMARY RECORD.  TONIGHT  *
015870*    VERIFIES CLEAN WHEN NO FILE DRIFTED AND NONE FAILED A       *
015880*    CONSISTENCY CHECK, AND THEN TONIGHT'S MANIFEST IS ITSELF    *
015890*    THE RESTORE POINT; OTHERWISE THE RESTORE POINT STAYS AT THE *
015900*    LAST CLEAN NIGHT.  THE FIRST NIGHT HAS NOTHING TO BALANCE   *
015910*    AGAINST AND IS CLEAN ON ITS CONSISTENCY CHECKS ALONE.       *
015920*****************************************************************
015930 5500-WRITE-SUMMARY.
015940     MOVE SPACES           TO MANIFEST-RECORD.
015950     MOVE WS-RUN-DATE      TO MH-MANIFEST-DATE.
015960     MOVE "*MANIFEST*"     TO MH-FILE-ID.
015970     MOVE WS-RUN-DATE      TO MH-CREATE-DATE.
015980     MOVE WS-RUN-TIME      TO MH-CREATE-TIME.
015990     IF WS-DRIFT-CTR = 0 AND WS-INCONS-CTR = 0
016000         SET MH-CLEAN TO TRUE
016010         MOVE WS-RUN-DATE  TO WS-RESTORE-DATE
016020     ELSE
016030         SET MH-FAILED TO TRUE
016040     END-IF.
016050     MOVE WS-PRIOR-DATE    TO MH-PRIOR-DATE.
016060     MOVE WS-RESTORE-DATE  TO MH-RESTORE-DATE.
016070     MOVE WS-CHECKED-CTR   TO MH-FILES-CHECKED.
016080     MOVE WS-DRIFT-CTR     TO MH-FILES-DRIFTED.
016090     MOVE WS-INCONS-CTR    TO MH-FILES-INCONSISTENT.
016100     MOVE WS-MISSING-CTR   TO MH-FILES-MISSING.
016110     PERFORM 5470-PUT-MANIFEST THRU 5470-PUT-MANIFEST-EXIT.
016120 5500-WRITE-SUMMARY-EXIT.
016130     EXIT.
016140*****************************************************************
016150*    5690-WRITE-ALERT -- RAISE AN OPERATOR ALERT (ALRTREC.CPY)   *
016160*    ON THE DAY'S ALERT FILE, CREATING IT IF NOTHING ELSE HAS    *
016170*    RAISED ONE YET.  IF IT CANNOT BE OPENED THE ALERT GOES TO   *
016180*    THE CONSOLE.                                                *
016190*****************************************************************
016200 5690-WRITE-ALERT.
016210     MOVE "VER001"         TO AL-PROGRAM.
016220     MOVE WS-RUN-DATE      TO AL-RUN-DATE.
016230     ACCEPT AL-RUN-TIME    FROM TIME.
016240     MOVE 0                TO AL-PARTITION-NO.
016250     OPEN INPUT ALERT-FILE.
016260     IF WS-ALERT-STATUS = "00"
016270         CLOSE ALERT-FILE
016280         OPEN EXTEND ALERT-FILE
016290     ELSE
016300         OPEN OUTPUT ALERT-FILE
016310     END-IF.
016320     IF WS-ALERT-STATUS NOT = "00"
016330         DISPLAY "VER001: ALERT " AL-ALERT-CODE " " AL-MESSAGE
016340         GO TO 5690-WRITE-ALERT-EXIT
016350     END-IF.
016360     WRITE ALERT-FILE-RECORD FROM ALERT-RECORD.
016370     CLOSE ALERT-FILE.
016380     ADD 1                 TO WS-ALERT-CTR.
016390 5690-WRITE-ALERT-EXIT.
016400     EXIT.
016410*****************************************************************
016420*    5700-WRITE-HEADERS                                          *
016430*****************************************************************
016440 5700-WRITE-HEADERS.
016450     ADD 1                 TO WS-PAGE-NO.
016460     MOVE WS-PAGE-NO       TO WS-H1-PAGE.
016470     WRITE REPORT-RECORD FROM WS-HDR-LINE1 AFTER ADVANCING PAGE.
016550     MOVE 2                TO WS-LINE-CTR.
016560 5700-WRITE-HEADERS-EXIT.
016570     EXIT.
016580*****************************************************************
016590*    5760-WRITE-NOTE -- THE FIRST NOTE ON A PAGE LEAVES A BLANK  *
016595*    LINE UNDER THE HEADER                                       *
016600*****************************************************************
016610 5760-WRITE-NOTE.
016620     IF WS-LINE-CTR NOT < WS-LINES-PER-PAGE
016630         PERFORM 5700-WRITE-HEADERS THRU 5700-WRITE-HEADERS-EXIT
016640     END-IF.
016650     IF WS-LINE-CTR = 2
016652         WRITE REPORT-RECORD FROM WS-NOTE-LINE AFTER ADVANCING 2
016654     ELSE
016656         WRITE REPORT-RECORD FROM WS-NOTE-LINE AFTER ADVANCING 1
016658     END-IF.
016660     ADD 1                 TO WS-LINE-CTR.
016670 5760-WRITE-NOTE-EXIT.
016680     EXIT.
016690*****************************************************************
016700*    5900-WRITE-TOTALS                                           *
016710*****************************************************************
016720 5900-WRITE-TOTALS.
016730     MOVE SPACES           TO WS-NOTE-LINE.
016740     PERFORM 5760-WRITE-NOTE THRU 5760-WRITE-NOTE-EXIT.
016750     MOVE "PRIOR MANIFEST:"    TO WS-DT-CAPTION.
016760     IF VF-PRIOR-FOUND
016770         MOVE WS-PRIOR-DATE    TO WS-DT-TEXT
016780     ELSE
016790         MOVE "NONE - TONIGHT IS THE BASELINE" TO WS-DT-TEXT
016800     END-IF.
016810     PERFORM 5920-WRITE-DATE-LINE THRU 5920-WRITE-DATE-LINE-EXIT.
016820     MOVE "JOURNAL RECORDS READ:"  TO WS-TL-CAPTION.
016830     MOVE WS-JNL-READ-CTR      TO WS-TL-COUNT.
016840     PERFORM 5910-WRITE-TOTAL THRU 5910-WRITE-TOTAL-EXIT.
016850     MOVE "JOURNAL RECORDS USED:"  TO WS-TL-CAPTION.
016860     MOVE WS-JNL-USED-CTR      TO WS-TL-COUNT.
016870     PERFORM 5910-WRITE-TOTAL THRU 5910-WRITE-TOTAL-EXIT.
016880     MOVE "JOURNAL NOT MATCHED:"   TO WS-TL-CAPTION.
016890     MOVE WS-JNL-UNKNOWN-CTR   TO WS-TL-COUNT.
016900     PERFORM 5910-WRITE-TOTAL THRU 5910-WRITE-TOTAL-EXIT.
016910     MOVE "FILES VERIFIED:"        TO WS-TL-CAPTION.
016920     MOVE WS-CHECKED-CTR       TO WS-TL-COUNT.
016930     PERFORM 5910-WRITE-TOTAL THRU 5910-WRITE-TOTAL-EXIT.
016940     MOVE "FILES CLEAN:"           TO WS-TL-CAPTION.
016950     MOVE WS-CLEAN-CTR         TO WS-TL-COUNT.
016960     PERFORM 5910-WRITE-TOTAL THRU 5910-WRITE-TOTAL-EXIT.
016970     MOVE "FILES WITH DRIFT:"      TO WS-TL-CAPTION.
016980     MOVE WS-DRIFT-CTR         TO WS-TL-COUNT.
016990     PERFORM 5910-WRITE-TOTAL THRU 5910-WRITE-TOTAL-EXIT.
017000     MOVE "FILES INCONSISTENT:"    TO WS-TL-CAPTION.
017010     MOVE WS-INCONS-CTR        TO WS-TL-COUNT.
017020     PERFORM 5910-WRITE-TOTAL THRU 5910-WRITE-TOTAL-EXIT.
017030     MOVE "FILES NOT PRESENT:"     TO WS-TL-CAPTION.
017040     MOVE WS-MISSING-CTR       TO WS-TL-COUNT.
017050     PERFORM 5910-WRITE-TOTAL THRU 5910-WRITE-TOTAL-EXIT.
017060     MOVE "EXCEPTIONS:"            TO WS-TL-CAPTION.
017070     MOVE WS-EXCEPTION-CTR     TO WS-TL-COUNT.
017080     PERFORM 5910-WRITE-TOTAL THRU 5910-WRITE-TOTAL-EXIT.
017090     MOVE "ALERTS RAISED:"         TO WS-TL-CAPTION.
017100     MOVE WS-ALERT-CTR         TO WS-TL-COUNT.
017110     PERFORM 5910-WRITE-TOTAL THRU 5910-WRITE-TOTAL-EXIT.
017120     MOVE "MANHIST NOT WRITTEN:"   TO WS-TL-CAPTION.
017130     MOVE WS-MANHIST-ERR-CTR   TO WS-TL-COUNT.
017140     PERFORM 5910-WRITE-TOTAL THRU 5910-WRITE-TOTAL-EXIT.
017150     MOVE "MANIFEST WRITTEN:"      TO WS-DT-CAPTION.
017160     MOVE WS-MANIFEST-FILENAME TO WS-DT-TEXT.
017170     PERFORM 5920-WRITE-DATE-LINE THRU 5920-WRITE-DATE-LINE-EXIT.
017180     MOVE "MANIFEST VERDICT:"      TO WS-DT-CAPTION.
017190     IF WS-DRIFT-CTR = 0 AND WS-INCONS-CTR = 0
017200         MOVE "VERIFIED CLEAN" TO WS-DT-TEXT
017210     ELSE
017220         MOVE "FAILED - NOT A RESTORE POINT" TO WS-DT-TEXT
017230     END-IF.
017240     PERFORM 5920-WRITE-DATE-LINE THRU 5920-WRITE-DATE-LINE-EXIT.
017250     MOVE "RESTORE POINT:"         TO WS-DT-CAPTION.
017260     IF WS-RESTORE-DATE = 0
017270         MOVE "NONE - NO MANIFEST HAS VERIFIED CLEAN"
017280                               TO WS-DT-TEXT
017290     ELSE
017300         MOVE SPACES           TO WS-DT-TEXT
017310         STRING "MANIFEST" DELIMITED BY SIZE
017320                WS-RESTORE-DATE DELIMITED BY SIZE
017330                INTO WS-DT-TEXT
017340         END-STRING
017350     END-IF.
017360     PERFORM 5920-WRITE-DATE-LINE THRU 5920-WRITE-DATE-LINE-EXIT.
017370     DISPLAY "VER001: RESTORE POINT " WS-DT-TEXT.
017380 5900-WRITE-TOTALS-EXIT.
017390     EXIT.
017400 5910-WRITE-TOTAL.
017410     MOVE WS-TOTAL-LINE    TO WS-NOTE-LINE.
017420     PERFORM 5760-WRITE-NOTE THRU 5760-WRITE-NOTE-EXIT.
017430 5910-WRITE-TOTAL-EXIT.
017440     EXIT.
017450 5920-WRITE-DATE-LINE.
017460     MOVE WS-DATE-LINE     TO WS-NOTE-LINE.
017470     PERFORM 5760-WRITE-NOTE THRU 5760-WRITE-NOTE-EXIT.
017480 5920-WRITE-DATE-LINE-EXIT.
017490     EXIT.
