000100 IDENTIFICATION            DIVISION.
000110 PROGRAM-ID.               FXR001.
000120 AUTHOR.                   D-J HARTLEY.
000130 INSTALLATION.             DAILY-PROC BATCH SUPPORT.
000140 DATE-WRITTEN.             10/09/2026.
000150 DATE-COMPILED.            10/09/2026.
000160*****************************************************************
000170*                                                               *
000180*    MODIFICATION HISTORY                                      *
000190*                                                               *
000200*    DATE       INIT  DESCRIPTION                               *
000210*    ---------- ----  ------------------------------------------*
000220*    10/09/2026  DJH  ORIGINAL.  BATCH MAINTENANCE OF THE        *
000230*                     EFFECTIVE-DATED EXCHANGE-RATE FILE         *
000240*                     (FXRATE.CPY) FROM TREASURY'S KEYED         *
000250*                     ADD/CHANGE/DELETE ACTIONS ON FXRTRAN, WITH *
000260*                     A PRINTED REGISTER OF EVERY APPLIED AND    *
000270*                     REJECTED ACTION, OLD AND NEW RATE SIDE BY  *
000280*                     SIDE.  PROG CONVERTS EVERY FOREIGN-        *
000290*                     CURRENCY AMOUNT AT THE RATE IN FORCE ON    *
000300*                     ITS TRANSACTION DATE FROM THIS FILE.       *
000302*    10/14/2026  DJH  RATES ADDED, CHANGED AND DELETED ARE       *
000304*                     COUNTED AND JOURNALLED ON UPDJRNL WHEN     *
000306*                     FXRATE IS CLOSED, FOR VER001'S NIGHTLY     *
000308*                     INTEGRITY CHECK.                           *
000310*                                                               *
000320*****************************************************************
000330 ENVIRONMENT               DIVISION.
000340 CONFIGURATION             SECTION.
000350 SOURCE-COMPUTER.          IBM-370.
000360 OBJECT-COMPUTER.          IBM-370.
000370 INPUT-OUTPUT               SECTION.
000380 FILE-CONTROL.
000390     SELECT RATE-TRAN-FILE ASSIGN TO "FXRTRAN"
000400                           ORGANIZATION IS LINE SEQUENTIAL
000410                           FILE STATUS IS WS-FXT-STATUS.
000420     SELECT FX-RATE-FILE   ASSIGN TO "FXRATE"
000430                           ORGANIZATION IS INDEXED
000440                           ACCESS MODE IS DYNAMIC
000450                           RECORD KEY IS FX-KEY
000460                           FILE STATUS IS WS-FXR-STATUS.
000470     SELECT CTLPARM-FILE   ASSIGN TO "CTLPARM"
000480                           ORGANIZATION IS LINE SEQUENTIAL
000490                           FILE STATUS IS WS-PARM-STATUS.
000500     SELECT REGISTER-FILE  ASSIGN TO "FXRRPT"
000510                           ORGANIZATION IS LINE SEQUENTIAL
000520                           FILE STATUS IS WS-REG-STATUS.
000522     SELECT UPDATE-JOURNAL-FILE ASSIGN TO "UPDJRNL"
000524                           ORGANIZATION IS LINE SEQUENTIAL
000526                           FILE STATUS IS WS-UPDJRNL-STATUS.
000530 DATA                      DIVISION.
000540 FILE                      SECTION.
000550 FD  RATE-TRAN-FILE
000560     LABEL RECORD IS STANDARD.
000570     COPY FXRTRN.
000580 FD  FX-RATE-FILE
000590     LABEL RECORD IS STANDARD.
000600     COPY FXRATE.
000610 FD  CTLPARM-FILE
000620     LABEL RECORD IS STANDARD.
000630     COPY CTLPARM.
000640 FD  REGISTER-FILE
000650     LABEL RECORD IS STANDARD.
000660 01  REGISTER-RECORD           PIC X(132).
000662 FD  UPDATE-JOURNAL-FILE
000664     LABEL RECORD IS STANDARD.
000666 01  UPDATE-JOURNAL-FILE-RECORD PIC X(100).
000670 WORKING-STORAGE           SECTION.
000680 01  WS-FXT-STATUS         PIC X(02).
000690 01  WS-FXR-STATUS         PIC X(02).
000700 01  WS-PARM-STATUS        PIC X(02).
000710 01  WS-REG-STATUS         PIC X(02).
000713 01  WS-UPDJRNL-STATUS     PIC X(02).
000716     COPY UPDJRN.
000720 01  FT-SWITCHES.
000730     05  FT-EOF-SW         PIC X(01)   VALUE "N".
000740         88  FT-EOF                    VALUE "Y".
000750 01  WS-RUN-DATE           PIC 9(8).
000760 01  WS-BASE-CURRENCY      PIC X(3)    VALUE "USD".
000770 01  WS-PAGE-NO            PIC 9(3)    VALUE 0.
000780 01  WS-LINE-CTR           PIC 9(3)    VALUE 0.
000790 01  WS-LINES-PER-PAGE     PIC 9(3)    VALUE 60.
000800 77  WS-READ-CTR           PIC 9(7)    VALUE 0.
000810 77  WS-APPLIED-CTR        PIC 9(7)    VALUE 0.
000820 77  WS-REJECTED-CTR       PIC 9(7)    VALUE 0.
000822 77  WS-FXRT-ADD-CTR       PIC 9(7)    VALUE 0.
000824 77  WS-FXRT-CHG-CTR       PIC 9(7)    VALUE 0.
000826 77  WS-FXRT-DEL-CTR       PIC 9(7)    VALUE 0.
000828 77  WS-FXRT-HASH-DELTA    PIC S9(13)V99 VALUE 0.
000830 01  WS-OLD-RATE           PIC 9(05)V9(06) VALUE 0.
000840 01  WS-OLD-FOUND-SW       PIC X(01)   VALUE "N".
000850     88  WS-OLD-FOUND                  VALUE "Y".
000860 01  WS-RATE-X             PIC X(11).
000870 01  WS-RATE-R REDEFINES WS-RATE-X.
000880     05  WS-RATE-9         PIC 9(05)V9(06).
000890 01  WS-DATE-X             PIC X(08).
000900 01  WS-DATE-R REDEFINES WS-DATE-X.
000910     05  WS-DATE-9         PIC 9(08).
000920     05  WS-DATE-9-R REDEFINES WS-DATE-9.
000930         10  WS-DT-YEAR    PIC 9(4).
000940         10  WS-DT-MONTH   PIC 9(2).
000950         10  WS-DT-DAY     PIC 9(2).
000960 01  WS-DATE-WORK.
000970     05  WS-DT-DAY-MAX     PIC 9(2)    COMP.
000980     05  WS-DT-QUOT        PIC 9(4)    COMP.
000990     05  WS-DT-REM-4       PIC 9(4)    COMP.
001000     05  WS-DT-REM-100     PIC 9(4)    COMP.
001010     05  WS-DT-REM-400     PIC 9(4)    COMP.
001020 01  WS-MONTH-DAY-TABLE.
001030     05  FILLER            PIC X(24)   VALUE
001040         "312831303130313130313031".
001050 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAY-TABLE.
001060     05  WS-MONTH-DAY-MAX  OCCURS 12 TIMES
001070                           PIC 9(2).
001080 01  VE-SWITCHES.
001090     05  VE-FAIL-SW        PIC X(01)   VALUE "N".
001100         88  VE-FAILED                 VALUE "Y".
001110 01  WS-HDR-LINE1.
001120     05  FILLER            PIC X(10)   VALUE "RUN DATE: ".
001130     05  WS-H1-DATE        PIC 9(8).
001140     05  FILLER            PIC X(16)   VALUE SPACES.
001150     05  FILLER            PIC X(35)   VALUE
001160         "EXCHANGE-RATE MAINTENANCE REGISTER".
001170     05  FILLER            PIC X(05)   VALUE "PAGE ".
001180     05  WS-H1-PAGE        PIC ZZ9.
001190     05  FILLER            PIC X(55)   VALUE SPACES.
001200 01  WS-HDR-LINE2.
001210     05  FILLER            PIC X(07)   VALUE "ACTION ".
001220     05  FILLER            PIC X(05)   VALUE "CCY  ".
001230     05  FILLER            PIC X(10)   VALUE "EFFECTIVE ".
001240     05  FILLER            PIC X(14)   VALUE "OLD RATE      ".
001250     05  FILLER            PIC X(14)   VALUE "NEW RATE      ".
001260     05  FILLER            PIC X(10)   VALUE "USER      ".
001270     05  FILLER            PIC X(10)   VALUE "RESULT    ".
001280     05  FILLER            PIC X(30)   VALUE "REASON".
001290     05  FILLER            PIC X(32)   VALUE SPACES.
001300 01  WS-DETAIL-LINE.
001310     05  WS-DL-ACTION      PIC X(01).
001320     05  FILLER            PIC X(06)   VALUE SPACES.
001330     05  WS-DL-CURRENCY    PIC X(03).
001340     05  FILLER            PIC X(02)   VALUE SPACES.
001350     05  WS-DL-EFF-DATE    PIC X(08).
001360     05  FILLER            PIC X(02)   VALUE SPACES.
001370     05  WS-DL-OLD-RATE    PIC X(12).
001380     05  FILLER            PIC X(02)   VALUE SPACES.
001390     05  WS-DL-NEW-RATE    PIC X(12).
001400     05  FILLER            PIC X(02)   VALUE SPACES.
001410     05  WS-DL-USER-ID     PIC X(08).
001420     05  FILLER            PIC X(02)   VALUE SPACES.
001430     05  WS-DL-RESULT      PIC X(08).
001440     05  FILLER            PIC X(02)   VALUE SPACES.
001450     05  WS-DL-REASON      PIC X(30).
001460     05  FILLER            PIC X(32)   VALUE SPACES.
001470 01  WS-RATE-EDIT          PIC Z(4)9.9(6).
001480 01  WS-RATE-EDIT-X REDEFINES WS-RATE-EDIT
001490                           PIC X(12).
001500 01  WS-TOTAL-LINE1.
001510     05  FILLER            PIC X(16)   VALUE "ACTIONS READ:   ".
001520     05  WS-TL1-COUNT      PIC Z(6)9.
001530     05  FILLER            PIC X(109)  VALUE SPACES.
001540 01  WS-TOTAL-LINE2.
001550     05  FILLER            PIC X(16)   VALUE "ACTIONS APPLIED:".
001560     05  WS-TL2-COUNT      PIC Z(6)9.
001570     05  FILLER            PIC X(109)  VALUE SPACES.
001580 01  WS-TOTAL-LINE3.
001590     05  FILLER            PIC X(16)   VALUE "ACTIONS REJECTED".
001600     05  WS-TL3-COUNT      PIC Z(6)9.
001610     05  FILLER            PIC X(109)  VALUE SPACES.
001620 PROCEDURE                 DIVISION.
001630*****************************************************************
001640*    0000-MAINLINE                                              *
001650*****************************************************************
001660 R01 SECTION.
001670 R011.
001680     PERFORM 3000-OPEN-FILES THRU 3000-OPEN-FILES-EXIT.
001690     PERFORM 3050-READ-PARMS THRU 3050-READ-PARMS-EXIT.
001700     PERFORM 3100-READ-RATE-TRAN THRU 3100-READ-RATE-TRAN-EXIT.
001710     PERFORM 3200-APPLY-RATE THRU 3200-APPLY-RATE-EXIT
001720         UNTIL FT-EOF.
001730     PERFORM 3900-WRITE-TOTALS THRU 3900-WRITE-TOTALS-EXIT.
001740     CLOSE RATE-TRAN-FILE.
001750     CLOSE FX-RATE-FILE.
001751     MOVE "FXRATE"         TO UJ-FILE-ID.
001752     MOVE WS-FXRT-ADD-CTR  TO UJ-ADD-COUNT.
001753     MOVE WS-FXRT-CHG-CTR  TO UJ-CHANGE-COUNT.
001754     MOVE WS-FXRT-DEL-CTR  TO UJ-DELETE-COUNT.
001755     MOVE WS-FXRT-HASH-DELTA TO UJ-HASH-DELTA.
001756     PERFORM 3960-WRITE-JOURNAL THRU 3960-WRITE-JOURNAL-EXIT.
001760     CLOSE REGISTER-FILE.
001770     IF WS-REJECTED-CTR > 0
001780         MOVE 4            TO RETURN-CODE
001790     ELSE
001800         MOVE 0            TO RETURN-CODE
001810     END-IF.
001820     GOBACK.
001830*****************************************************************
001840*    3000-OPEN-FILES -- OPEN THE RATE ACTIONS, THE RATE FILE     *
001850*    (CREATING IT ON A SITE'S FIRST EVER RATE RUN) AND THE       *
001860*    PRINTED REGISTER.  A MISSING ACTION FILE OR AN UNOPENABLE   *
001870*    REGISTER IS FATAL -- THERE IS NOTHING TO DO, OR NOWHERE     *
001880*    TO PROVE WHAT WAS DONE.                                     *
001890*****************************************************************
001900 3000-OPEN-FILES.
001910     OPEN INPUT RATE-TRAN-FILE.
001920     IF WS-FXT-STATUS NOT = "00"
001930         DISPLAY "FXR001: UNABLE TO OPEN FXRTRAN, STATUS "
001940                 WS-FXT-STATUS
001950         MOVE 16           TO RETURN-CODE
001960         GOBACK
001970     END-IF.
001980     OPEN OUTPUT REGISTER-FILE.
001990     IF WS-REG-STATUS NOT = "00"
002000         DISPLAY "FXR001: UNABLE TO OPEN FXRRPT, STATUS "
002010                 WS-REG-STATUS
002020         MOVE 16           TO RETURN-CODE
002030         GOBACK
002040     END-IF.
002050     OPEN I-O FX-RATE-FILE.
002060     IF WS-FXR-STATUS NOT = "00"
002070         OPEN OUTPUT FX-RATE-FILE
002080         CLOSE FX-RATE-FILE
002090         OPEN I-O FX-RATE-FILE
002100     END-IF.
002110     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002120     MOVE WS-RUN-DATE      TO WS-H1-DATE.
002130     PERFORM 3800-WRITE-HEADERS THRU 3800-WRITE-HEADERS-EXIT.
002140 3000-OPEN-FILES-EXIT.
002150     EXIT.
002160*****************************************************************
002170*    3050-READ-PARMS -- THE BASE CURRENCY COMES FROM CTLPARM;    *
002180*    NO FILE, OR A RECORD THAT PREDATES THE FIELD, MEANS USD,    *
002190*    THE SAME DEFAULT PROG FALLS BACK ON                         *
002200*****************************************************************
002210 3050-READ-PARMS.
002220     OPEN INPUT CTLPARM-FILE.
002230     IF WS-PARM-STATUS NOT = "00"
002240         GO TO 3050-READ-PARMS-EXIT
002250     END-IF.
002260     READ CTLPARM-FILE
002270         NOT AT END
002280             IF CP-BASE-CURRENCY NOT = SPACES
002290                 MOVE CP-BASE-CURRENCY TO WS-BASE-CURRENCY
002300             END-IF
002310     END-READ.
002320     CLOSE CTLPARM-FILE.
002330 3050-READ-PARMS-EXIT.
002340     EXIT.
002350*****************************************************************
002360*    3100-READ-RATE-TRAN -- GET THE NEXT RATE ACTION             *
002370*****************************************************************
002380 3100-READ-RATE-TRAN.
002390     READ RATE-TRAN-FILE
002400         AT END
002410             SET FT-EOF TO TRUE
002420         NOT AT END
002430             ADD 1         TO WS-READ-CTR
002440     END-READ.
002450 3100-READ-RATE-TRAN-EXIT.
002460     EXIT.
002470*****************************************************************
002480*    3200-APPLY-RATE -- VALIDATE AND APPLY ONE ADD/CHANGE/       *
002490*    DELETE ACTION.  EVERY ACTION, APPLIED OR REJECTED, GETS     *
002500*    ONE REGISTER LINE SHOWING WHO ASKED FOR WHAT AND WHAT       *
002510*    HAPPENED TO IT.                                             *
002520*****************************************************************
002530 3200-APPLY-RATE.
002540     MOVE FT-ACTION-CODE   TO WS-DL-ACTION.
002550     MOVE FT-CURRENCY-CODE TO WS-DL-CURRENCY.
002560     MOVE FT-EFFECTIVE-DATE TO WS-DL-EFF-DATE.
002570     MOVE FT-USER-ID       TO WS-DL-USER-ID.
002580     MOVE SPACES           TO WS-DL-OLD-RATE.
002590     MOVE SPACES           TO WS-DL-NEW-RATE.
002600     MOVE SPACES           TO WS-DL-REASON.
002610     IF NOT FT-ACTION-ADD AND NOT FT-ACTION-CHANGE
002620                          AND NOT FT-ACTION-DELETE
002630         MOVE "INVALID ACTION CODE"  TO WS-DL-REASON
002640         PERFORM 3300-REJECT-ACTION THRU 3300-REJECT-ACTION-EXIT
002650         GO TO 3200-APPLY-RATE-NEXT
002660     END-IF.
002670     IF FT-USER-ID = SPACES
002680         MOVE "USER ID MISSING"      TO WS-DL-REASON
002690         PERFORM 3300-REJECT-ACTION THRU 3300-REJECT-ACTION-EXIT
002700         GO TO 3200-APPLY-RATE-NEXT
002710     END-IF.
002720     IF FT-CURRENCY-CODE NOT ALPHABETIC
002730        OR FT-CURRENCY-CODE (1:1) = SPACE
002740        OR FT-CURRENCY-CODE (2:1) = SPACE
002750        OR FT-CURRENCY-CODE (3:1) = SPACE
002760         MOVE "CURRENCY NOT 3 LETTERS" TO WS-DL-REASON
002770         PERFORM 3300-REJECT-ACTION THRU 3300-REJECT-ACTION-EXIT
002780         GO TO 3200-APPLY-RATE-NEXT
002790     END-IF.
002800     IF FT-CURRENCY-CODE = WS-BASE-CURRENCY
002810         MOVE "BASE CURRENCY TAKES NO RATE" TO WS-DL-REASON
002820         PERFORM 3300-REJECT-ACTION THRU 3300-REJECT-ACTION-EXIT
002830         GO TO 3200-APPLY-RATE-NEXT
002840     END-IF.
002850     PERFORM 3210-EDIT-EFF-DATE THRU 3210-EDIT-EFF-DATE-EXIT.
002860     IF VE-FAILED
002870         PERFORM 3300-REJECT-ACTION THRU 3300-REJECT-ACTION-EXIT
002880         GO TO 3200-APPLY-RATE-NEXT
002890     END-IF.
002900     IF FT-ACTION-ADD OR FT-ACTION-CHANGE
002910         MOVE FT-RATE          TO WS-RATE-X
002920         IF WS-RATE-X NOT NUMERIC
002930             MOVE FT-RATE          TO WS-DL-NEW-RATE
002940             MOVE "RATE NOT NUMERIC"   TO WS-DL-REASON
002950             PERFORM 3300-REJECT-ACTION
002960                 THRU 3300-REJECT-ACTION-EXIT
002970             GO TO 3200-APPLY-RATE-NEXT
002980         END-IF
002990         MOVE WS-RATE-9        TO WS-RATE-EDIT
003000         MOVE WS-RATE-EDIT-X   TO WS-DL-NEW-RATE
003010         IF WS-RATE-9 = 0
003020             MOVE "RATE MUST EXCEED ZERO" TO WS-DL-REASON
003030             PERFORM 3300-REJECT-ACTION
003040                 THRU 3300-REJECT-ACTION-EXIT
003050             GO TO 3200-APPLY-RATE-NEXT
003060         END-IF
003070     END-IF.
003080     PERFORM 3250-READ-RATE THRU 3250-READ-RATE-EXIT.
003090     IF FT-ACTION-ADD
003100         PERFORM 3220-APPLY-ADD THRU 3220-APPLY-ADD-EXIT
003110     ELSE
003120         IF FT-ACTION-CHANGE
003130             PERFORM 3230-APPLY-CHANGE THRU 3230-APPLY-CHANGE-EXIT
003140         ELSE
003150             PERFORM 3240-APPLY-DELETE THRU 3240-APPLY-DELETE-EXIT
003160         END-IF
003170     END-IF.
003180 3200-APPLY-RATE-NEXT.
003190     PERFORM 3100-READ-RATE-TRAN THRU 3100-READ-RATE-TRAN-EXIT.
003200 3200-APPLY-RATE-EXIT.
003210     EXIT.
003220*****************************************************************
003230*    3210-EDIT-EFF-DATE -- THE EFFECTIVE DATE MUST BE A REAL     *
003240*    YYYYMMDD CALENDAR DATE (LEAP YEARS INCLUDED), THE SAME      *
003250*    TEST PROG'S FIELD EDIT PUTS A TRANSACTION DATE THROUGH,     *
003260*    SO EVERY TRANSACTION DATE PROG ACCEPTS CAN FIND IT.         *
003270*****************************************************************
003280 3210-EDIT-EFF-DATE.
003290     MOVE "N"              TO VE-FAIL-SW.
003300     MOVE FT-EFFECTIVE-DATE TO WS-DATE-X.
003310     IF WS-DATE-X NOT NUMERIC
003320         MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-DL-REASON
003330         SET VE-FAILED TO TRUE
003340         GO TO 3210-EDIT-EFF-DATE-EXIT
003350     END-IF.
003360     IF WS-DT-YEAR < 1900
003370        OR WS-DT-MONTH < 1 OR WS-DT-MONTH > 12
003380         MOVE "EFFECTIVE DATE NOT VALID" TO WS-DL-REASON
003390         SET VE-FAILED TO TRUE
003400         GO TO 3210-EDIT-EFF-DATE-EXIT
003410     END-IF.
003420     MOVE WS-MONTH-DAY-MAX (WS-DT-MONTH) TO WS-DT-DAY-MAX.
003430     IF WS-DT-MONTH = 2
003440         DIVIDE WS-DT-YEAR BY 4
003450             GIVING WS-DT-QUOT REMAINDER WS-DT-REM-4
003460         DIVIDE WS-DT-YEAR BY 100
003470             GIVING WS-DT-QUOT REMAINDER WS-DT-REM-100
003480         DIVIDE WS-DT-YEAR BY 400
003490             GIVING WS-DT-QUOT REMAINDER WS-DT-REM-400
003500         IF WS-DT-REM-4 = 0
003510            AND (WS-DT-REM-100 NOT = 0 OR WS-DT-REM-400 = 0)
003520             MOVE 29           TO WS-DT-DAY-MAX
003530         END-IF
003540     END-IF.
003550     IF WS-DT-DAY < 1 OR WS-DT-DAY > WS-DT-DAY-MAX
003560         MOVE "EFFECTIVE DATE NOT VALID" TO WS-DL-REASON
003570         SET VE-FAILED TO TRUE
003580     END-IF.
003590 3210-EDIT-EFF-DATE-EXIT.
003600     EXIT.
003610*****************************************************************
003620*    3220-APPLY-ADD -- AN ADD FOR A CURRENCY AND EFFECTIVE DATE  *
003630*    ALREADY ON FILE IS A DUPLICATE AND IS REJECTED -- A         *
003640*    CORRECTION TO A RATE IS A CHANGE, SO THE REGISTER SHOWS     *
003650*    THE RATE IT REPLACED.                                       *
003660*****************************************************************
003670 3220-APPLY-ADD.
003680     IF WS-OLD-FOUND
003690         MOVE WS-OLD-RATE      TO WS-RATE-EDIT
003700         MOVE WS-RATE-EDIT-X   TO WS-DL-OLD-RATE
003710         MOVE "DUPLICATE ADD"        TO WS-DL-REASON
003720         PERFORM 3300-REJECT-ACTION THRU 3300-REJECT-ACTION-EXIT
003730         GO TO 3220-APPLY-ADD-EXIT
003740     END-IF.
003750     MOVE SPACES           TO EXCHANGE-RATE-RECORD.
003760     MOVE FT-CURRENCY-CODE TO FX-CURRENCY-CODE.
003770     MOVE WS-DATE-9        TO FX-EFFECTIVE-DATE.
003780     MOVE WS-RATE-9        TO FX-RATE.
003790     MOVE FT-USER-ID       TO FX-USER-ID.
003800     MOVE WS-RUN-DATE      TO FX-KEYED-DATE.
003810     WRITE EXCHANGE-RATE-RECORD
003820         INVALID KEY
003830             MOVE "RATE WRITE FAILED"    TO WS-DL-REASON
003840             PERFORM 3300-REJECT-ACTION
003850                 THRU 3300-REJECT-ACTION-EXIT
003860         NOT INVALID KEY
003865             ADD 1         TO WS-FXRT-ADD-CTR
003870             PERFORM 3310-ACCEPT-ACTION
003880                 THRU 3310-ACCEPT-ACTION-EXIT
003890     END-WRITE.
003900 3220-APPLY-ADD-EXIT.
003910     EXIT.
003920*****************************************************************
003930*    3230-APPLY-CHANGE -- A CHANGE OF AN ENTRY NOT ON FILE IS    *
003940*    REJECTED; OTHERWISE THE OLD AND NEW RATE BOTH PRINT SO      *
003950*    THE CORRECTION CAN BE PROVEN AFTER THE FACT, AND THE        *
003960*    ENTRY IS RE-STAMPED WITH WHO CORRECTED IT.                  *
003970*****************************************************************
003980 3230-APPLY-CHANGE.
003990     IF NOT WS-OLD-FOUND
004000         MOVE "RATE NOT ON FILE"     TO WS-DL-REASON
004010         PERFORM 3300-REJECT-ACTION THRU 3300-REJECT-ACTION-EXIT
004020         GO TO 3230-APPLY-CHANGE-EXIT
004030     END-IF.
004040     MOVE WS-OLD-RATE      TO WS-RATE-EDIT.
004050     MOVE WS-RATE-EDIT-X   TO WS-DL-OLD-RATE.
004060     MOVE WS-RATE-9        TO FX-RATE.
004070     MOVE FT-USER-ID       TO FX-USER-ID.
004080     MOVE WS-RUN-DATE      TO FX-KEYED-DATE.
004090     REWRITE EXCHANGE-RATE-RECORD
004100         INVALID KEY
004110             MOVE "RATE REWRITE FAILED"  TO WS-DL-REASON
004120             PERFORM 3300-REJECT-ACTION
004130                 THRU 3300-REJECT-ACTION-EXIT
004140         NOT INVALID KEY
004145             ADD 1         TO WS-FXRT-CHG-CTR
004150             PERFORM 3310-ACCEPT-ACTION
004160                 THRU 3310-ACCEPT-ACTION-EXIT
004170     END-REWRITE.
004180 3230-APPLY-CHANGE-EXIT.
004190     EXIT.
004200*****************************************************************
004210*    3240-APPLY-DELETE -- A DELETE OF AN ENTRY NOT ON FILE IS    *
004220*    REJECTED; OTHERWISE THE ENTRY COMES OFF AND ITS RATE        *
004230*    PRINTS AS THE OLD VALUE.  THE PRIOR ENTRY FOR THE           *
004240*    CURRENCY, IF ANY, IS IN FORCE AGAIN FROM THEN ON.           *
004250*****************************************************************
004260 3240-APPLY-DELETE.
004270     IF NOT WS-OLD-FOUND
004280         MOVE "RATE NOT ON FILE"     TO WS-DL-REASON
004290         PERFORM 3300-REJECT-ACTION THRU 3300-REJECT-ACTION-EXIT
004300         GO TO 3240-APPLY-DELETE-EXIT
004310     END-IF.
004320     MOVE WS-OLD-RATE      TO WS-RATE-EDIT.
004330     MOVE WS-RATE-EDIT-X   TO WS-DL-OLD-RATE.
004340     DELETE FX-RATE-FILE
004350         INVALID KEY
004360             MOVE "RATE DELETE FAILED"   TO WS-DL-REASON
004370             PERFORM 3300-REJECT-ACTION
004380                 THRU 3300-REJECT-ACTION-EXIT
004390         NOT INVALID KEY
004395             ADD 1         TO WS-FXRT-DEL-CTR
004400             PERFORM 3310-ACCEPT-ACTION
004410                 THRU 3310-ACCEPT-ACTION-EXIT
004420     END-DELETE.
004430 3240-APPLY-DELETE-EXIT.
004440     EXIT.
004450*****************************************************************
004460*    3250-READ-RATE -- KEYED LOOKUP OF THE ACTION'S CURRENCY     *
004470*    AND EFFECTIVE DATE SO EACH ACTION KNOWS WHETHER THE ENTRY   *
004480*    EXISTS AND WHAT ITS CURRENT RATE IS.                        *
004490*****************************************************************
004500 3250-READ-RATE.
004510     MOVE "N"              TO WS-OLD-FOUND-SW.
004520     MOVE 0                TO WS-OLD-RATE.
004530     MOVE FT-CURRENCY-CODE TO FX-CURRENCY-CODE.
004540     MOVE WS-DATE-9        TO FX-EFFECTIVE-DATE.
004550     READ FX-RATE-FILE
004560         INVALID KEY
004570             CONTINUE
004580         NOT INVALID KEY
004590             SET WS-OLD-FOUND TO TRUE
004600             MOVE FX-RATE  TO WS-OLD-RATE
004610     END-READ.
004620 3250-READ-RATE-EXIT.
004630     EXIT.
004640*****************************************************************
004650*    3300-REJECT-ACTION -- PRINT ONE REJECTED REGISTER LINE      *
004660*****************************************************************
004670 3300-REJECT-ACTION.
004680     MOVE "REJECTED"       TO WS-DL-RESULT.
004690     ADD 1                 TO WS-REJECTED-CTR.
004700     PERFORM 3850-WRITE-DETAIL THRU 3850-WRITE-DETAIL-EXIT.
004710 3300-REJECT-ACTION-EXIT.
004720     EXIT.
004730*****************************************************************
004740*    3310-ACCEPT-ACTION -- PRINT ONE APPLIED REGISTER LINE       *
004750*****************************************************************
004760 3310-ACCEPT-ACTION.
004770     MOVE "APPLIED "       TO WS-DL-RESULT.
004780     ADD 1                 TO WS-APPLIED-CTR.
004790     PERFORM 3850-WRITE-DETAIL THRU 3850-WRITE-DETAIL-EXIT.
004800 3310-ACCEPT-ACTION-EXIT.
004810     EXIT.
004820*****************************************************************
004830*    3800-WRITE-HEADERS -- PRINT A NEW PAGE HEADER               *
004840*****************************************************************
004850 3800-WRITE-HEADERS.
004860     ADD 1                 TO WS-PAGE-NO.
004870     MOVE WS-PAGE-NO       TO WS-H1-PAGE.
004880     WRITE REGISTER-RECORD FROM WS-HDR-LINE1 AFTER ADVANCING PAGE.
004890     WRITE REGISTER-RECORD FROM WS-HDR-LINE2 AFTER ADVANCING 1.
004900     MOVE ZERO             TO WS-LINE-CTR.
004910 3800-WRITE-HEADERS-EXIT.
004920     EXIT.
004930*****************************************************************
004940*    3850-WRITE-DETAIL -- PRINT ONE REGISTER LINE, NEW PAGE IF   *
004950*    THE CURRENT PAGE IS FULL                                    *
004960*****************************************************************
004970 3850-WRITE-DETAIL.
004980     IF WS-LINE-CTR NOT < WS-LINES-PER-PAGE
004990         PERFORM 3800-WRITE-HEADERS THRU 3800-WRITE-HEADERS-EXIT
005000     END-IF.
005010     WRITE REGISTER-RECORD FROM WS-DETAIL-LINE AFTER ADVANCING 1.
005020     ADD 1                 TO WS-LINE-CTR.
005030 3850-WRITE-DETAIL-EXIT.
005040     EXIT.
005050*****************************************************************
005060*    3900-WRITE-TOTALS -- PRINT THE REGISTER CONTROL TOTALS;     *
005070*    READ MUST EQUAL APPLIED PLUS REJECTED OR THE REGISTER       *
005080*    DOES NOT ACCOUNT FOR EVERY ACTION.                          *
005090*****************************************************************
005100 3900-WRITE-TOTALS.
005110     MOVE WS-READ-CTR      TO WS-TL1-COUNT.
005120     MOVE WS-APPLIED-CTR   TO WS-TL2-COUNT.
005130     MOVE WS-REJECTED-CTR  TO WS-TL3-COUNT.
005140     WRITE REGISTER-RECORD FROM WS-TOTAL-LINE1 AFTER ADVANCING 2.
005150     WRITE REGISTER-RECORD FROM WS-TOTAL-LINE2 AFTER ADVANCING 1.
005160     WRITE REGISTER-RECORD FROM WS-TOTAL-LINE3 AFTER ADVANCING 1.
005170 3900-WRITE-TOTALS-EXIT.
005180     EXIT.
005190*****************************************************************
005200*    3960-WRITE-JOURNAL -- APPEND ONE UPDATE JOURNAL RECORD      *
005210*    (UPDJRN.CPY) FOR THE FILE THE CALLER NAMED IN UJ-FILE-ID,   *
005220*    WITH THE ADDED, CHANGED AND DELETED COUNTS AND THE HASH     *
005230*    DELTA IT LEFT IN THE RECORD, SO VER001 CAN ACCOUNT FOR THE  *
005240*    CHANGE TO THE FILE.  THE JOURNAL IS SHARED WITH THE OTHER   *
005250*    PROGRAMS THAT UPDATE THE MANIFEST FILES, SO IT IS OPENED    *
005260*    AND CLOSED AROUND THE RECORD, CREATED ON THE FIRST EVER     *
005270*    RECORD; IF IT STILL CANNOT BE OPENED THE COUNTS GO TO THE   *
005280*    CONSOLE AND THE CHANGE WILL BE REPORTED AS DRIFT.           *
005290*****************************************************************
005300 3960-WRITE-JOURNAL.
005310     MOVE "FXR001"         TO UJ-PROGRAM.
005320     ACCEPT UJ-RUN-DATE    FROM DATE YYYYMMDD.
005330     ACCEPT UJ-RUN-TIME    FROM TIME.
005340     MOVE 0                TO UJ-PARTITION-NO.
005350     OPEN INPUT UPDATE-JOURNAL-FILE.
005360     IF WS-UPDJRNL-STATUS = "00"
005370         CLOSE UPDATE-JOURNAL-FILE
005380         OPEN EXTEND UPDATE-JOURNAL-FILE
005390     ELSE
005400         OPEN OUTPUT UPDATE-JOURNAL-FILE
005410     END-IF.
005420     IF WS-UPDJRNL-STATUS NOT = "00"
005430         DISPLAY "FXR001: NOT JOURNALLED " UJ-FILE-ID
005440                 " ADDED " UJ-ADD-COUNT
005450                 " CHANGED " UJ-CHANGE-COUNT
005460                 " DELETED " UJ-DELETE-COUNT
005470         GO TO 3960-WRITE-JOURNAL-EXIT
005480     END-IF.
005490     WRITE UPDATE-JOURNAL-FILE-RECORD FROM UPDATE-JOURNAL-RECORD.
005500     CLOSE UPDATE-JOURNAL-FILE.
005510 3960-WRITE-JOURNAL-EXIT.
005520     EXIT.
