000100 IDENTIFICATION            DIVISION.
000110 PROGRAM-ID.               CLS001.
000120 AUTHOR.                   D-J HARTLEY.
000130 INSTALLATION.             DAILY-PROC BATCH SUPPORT.
000140 DATE-WRITTEN.             10/11/2026.
000150 DATE-COMPILED.            10/11/2026.
000160*****************************************************************
000170*                                                               *
000180*    MODIFICATION HISTORY                                      *
000190*                                                               *
000200*    DATE       INIT  DESCRIPTION                               *
000210*    ---------- ----  ------------------------------------------*
000220*    10/11/2026  DJH  ORIGINAL.  ACCOUNTING PERIOD CONTROL AND   *
000230*                     MONTH-END CLOSE. MAINTAINS THE PERIOD-     *
000240*                     CONTROL FILE (PRDCTL.CPY, DDNAME           *
000250*                     PERIODCTL) FROM CARDS ON CLSTRAN           *
000260*                     (CLSREC.CPY): AN OPEN CARD PUTS A PERIOD   *
000270*                     ON FILE WITH ITS CUTOFF -- BY DEFAULT THE  *
000280*                     LAST BUSINESS DAY OF THE MONTH ON THE      *
000290*                     PROCCAL SITE CALENDAR -- OR MOVES THE      *
000300*                     CUTOFF OF ONE STILL OPEN. A CLOSE CARD,    *
000310*                     ONCE THE CUTOFF DAY HAS BEEN ROLLED BY     *
000320*                     ACT001 AND EVERY EARLIER PERIOD IS CLOSED, *
000330*                     FREEZES THE MONTH'S ACTMAST BUCKETS, FILES *
000340*                     THE FROZEN TOTALS ON THE PERIOD RECORD,    *
000350*                     PRINTS THE CLOSE CERTIFICATE ON CLSRPT AND *
000360*                     OPENS THE NEXT PERIOD. A CLOSED PERIOD IS  *
000370*                     NEVER REOPENED: LATE ITEMS POST TO THE     *
000380*                     OPEN PERIOD AS PRIOR-PERIOD.               *
000381*    10/14/2026  DJH  PERIODS ADDED AND CHANGED ON PERIODCTL,    *
000382*                     AND ACTMAST ENTRIES FROZEN, ARE COUNTED    *
000383*                     AND JOURNALLED ON UPDJRNL WHEN EACH FILE   *
000384*                     IS CLOSED, FOR VER001'S NIGHTLY INTEGRITY  *
000385*                     CHECK.                                     *
000386*    10/15/2026  DJH  A PERIODCTL REWRITE THAT FAILS -- A CUTOFF *
000387*                     CHANGE OR A CLOSE -- IS NO LONGER REPORTED *
000388*                     AS DONE: THE CARD IS REFUSED WITH THE FILE *
000389*                     STATUS.  A CLOSE NOW TOTALS THE MONTH'S    *
000390*                     BUCKETS READ ONLY AND CLOSES THE PERIOD    *
000391*                     RECORD FIRST; ONLY THEN ARE THE BUCKETS    *
000392*                     FROZEN, THE CARD LOGGED APPLIED AND THE    *
000393*                     CERTIFICATE PRINTED.  A BUCKET THAT CANNOT *
000394*                     BE REWRITTEN FROZEN PRINTS WITH ITS STATUS *
000395*                     AND IS NOT JOURNALLED AS CHANGED.  ANY     *
000396*                     SUCH FAILURE ENDS THE STEP RETURN CODE 8.  *
000397*                     A NEW PERIOD THAT CANNOT BE WRITTEN IS     *
000398*                     LIKEWISE DISPLAYED WITH ITS STATUS: AN     *
000399*                     OPEN CARD IS REFUSED, AND A CLOSE PRINTS   *
000400*                     THE NEXT PERIOD AS NOT OPENED ON THE       *
000401*                     CERTIFICATE.                               *
000402*                                                               *
000403*****************************************************************
000410 ENVIRONMENT               DIVISION.
000420 CONFIGURATION             SECTION.
000430 SOURCE-COMPUTER.          IBM-370.
000440 OBJECT-COMPUTER.          IBM-370.
000450 INPUT-OUTPUT               SECTION.
000460 FILE-CONTROL.
000470     SELECT CLOSE-CARD-FILE ASSIGN TO "CLSTRAN"
000480                           ORGANIZATION IS LINE SEQUENTIAL
000490                           FILE STATUS IS WS-CARD-STATUS.
000500     SELECT PERIOD-CTL-FILE ASSIGN TO "PERIODCTL"
000510                           ORGANIZATION IS INDEXED
000520                           ACCESS MODE IS DYNAMIC
000530                           RECORD KEY IS PC-PERIOD
000540                           FILE STATUS IS WS-PRD-STATUS.
000550     SELECT ACTIVITY-FILE  ASSIGN TO "ACTMAST"
000560                           ORGANIZATION IS INDEXED
000570                           ACCESS MODE IS DYNAMIC
000580                           RECORD KEY IS AC-KEY
000590                           FILE STATUS IS WS-ACT-STATUS.
000600     SELECT PROC-CAL-FILE  ASSIGN TO "PROCCAL"
000610                           ORGANIZATION IS LINE SEQUENTIAL
000620                           FILE STATUS IS WS-CAL-STATUS.
000630     SELECT REPORT-FILE    ASSIGN TO "CLSRPT"
000640                           ORGANIZATION IS LINE SEQUENTIAL
000650                           FILE STATUS IS WS-RPT-STATUS.
000652     SELECT UPDATE-JOURNAL-FILE ASSIGN TO "UPDJRNL"
000654                           ORGANIZATION IS LINE SEQUENTIAL
000656                           FILE STATUS IS WS-UPDJRNL-STATUS.
000660 DATA                      DIVISION.
000670 FILE                      SECTION.
000680 FD  CLOSE-CARD-FILE
000690     LABEL RECORD IS STANDARD.
000700     COPY CLSREC.
000710 FD  PERIOD-CTL-FILE
000720     LABEL RECORD IS STANDARD.
000730     COPY PRDCTL.
000740 FD  ACTIVITY-FILE
000750     LABEL RECORD IS STANDARD.
000760     COPY ACTREC.
000770 FD  PROC-CAL-FILE
000780     LABEL RECORD IS STANDARD.
000790     COPY CALREC.
000800 FD  REPORT-FILE
000810     LABEL RECORD IS STANDARD.
000820     COPY RPTREC.
000822 FD  UPDATE-JOURNAL-FILE
000824     LABEL RECORD IS STANDARD.
000826 01  UPDATE-JOURNAL-FILE-RECORD PIC X(100).
000830 WORKING-STORAGE           SECTION.
000840 01  WS-CARD-STATUS        PIC X(02).
000850 01  WS-PRD-STATUS         PIC X(02).
000860 01  WS-ACT-STATUS         PIC X(02).
000870 01  WS-CAL-STATUS         PIC X(02).
000880 01  WS-RPT-STATUS         PIC X(02).
000883 01  WS-UPDJRNL-STATUS     PIC X(02).
000886     COPY UPDJRN.
000890 01  CL-SWITCHES.
000900     05  CL-EOF-SW         PIC X(01)   VALUE "N".
000910         88  CL-EOF                    VALUE "Y".
000920 01  PS-SWITCHES.
000930     05  PS-EOF-SW         PIC X(01)   VALUE "N".
000940         88  PS-EOF                    VALUE "Y".
000950 01  AB-SWITCHES.
000960     05  AB-DONE-SW        PIC X(01)   VALUE "N".
000970         88  AB-DONE                   VALUE "Y".
000980 01  CA-SWITCHES.
000990     05  CA-EOF-SW         PIC X(01)   VALUE "N".
001000         88  CA-EOF                    VALUE "Y".
001010 01  WS-FOUND-SW           PIC X(01).
001020     88  WS-FOUND                      VALUE "Y".
001022 01  WS-NEXT-FAIL-SW       PIC X(01)   VALUE "N".
001024     88  WS-NEXT-FAILED                VALUE "Y".
001030 01  WS-RUN-DATE           PIC 9(8).
001040 01  WS-CUTOFF-DATE        PIC 9(8)    VALUE 0.
001050 01  WS-CUTOFF-DATE-R REDEFINES WS-CUTOFF-DATE.
001060     05  WS-CD-PERIOD      PIC 9(6).
001070     05  WS-CD-DAY         PIC 9(2).
001080 01  WS-CUT-PERIOD         PIC 9(6)    VALUE 0.
001090 01  WS-NEXT-PERIOD        PIC 9(6)    VALUE 0.
001100 01  WS-NEXT-PERIOD-R REDEFINES WS-NEXT-PERIOD.
001110     05  WS-NP-YEAR        PIC 9(4).
001120     05  WS-NP-MONTH       PIC 9(2).
001130 01  WS-NEXT-FIRST-DATE    PIC 9(8)    VALUE 0.
001140 01  WS-LAST-ROLL-DATE     PIC 9(8)    VALUE 0.
001150 01  WS-CLOSE-CUTOFF       PIC 9(8)    VALUE 0.
001160 01  WS-CHECK-DATE         PIC 9(8)    VALUE 0.
001170 01  WS-CAL-MAX            PIC 9(4)    COMP VALUE 200.
001180 01  WS-CAL-CTR            PIC 9(4)    COMP VALUE 0.
001190 01  WS-CAL-IX             PIC 9(4)    COMP.
001200 01  WS-CAL-TABLE.
001210     05  WS-CAL-DATE       OCCURS 200 TIMES
001220                           PIC 9(8).
001230 01  WS-BD-WORK.
001240     05  WS-BD-INT         PIC 9(8)    COMP.
001250     05  WS-BD-FIRST-INT   PIC 9(8)    COMP.
001260     05  WS-BD-DATE        PIC 9(8).
001270     05  WS-BD-QUOT        PIC 9(8)    COMP.
001280     05  WS-BD-DOW         PIC 9(4)    COMP.
001290 01  BD-SWITCHES.
001300     05  BD-BUSINESS-SW    PIC X(01)   VALUE "N".
001310         88  BD-BUSINESS               VALUE "Y".
001320     05  BD-FOUND-SW       PIC X(01)   VALUE "N".
001330         88  BD-CAL-FOUND              VALUE "Y".
001340 01  WS-FROZEN-TOTALS.
001350     05  WS-FZ-BUCKETS     PIC 9(7)    VALUE 0.
001360     05  WS-FZ-COUNT       PIC 9(9)    VALUE 0.
001370     05  WS-FZ-AMOUNT      PIC S9(11)V99 VALUE 0.
001380     05  WS-FZ-EXCEPTIONS  PIC 9(9)    VALUE 0.
001390     05  WS-FZ-ADJUSTS     PIC 9(7)    VALUE 0.
001400     05  WS-FZ-PRIOR       PIC 9(7)    VALUE 0.
001410 77  WS-READ-CTR           PIC 9(7)    VALUE 0.
001420 77  WS-APPLIED-CTR        PIC 9(7)    VALUE 0.
001430 77  WS-REJECTED-CTR       PIC 9(7)    VALUE 0.
001435 77  WS-CLOSED-CTR         PIC 9(7)    VALUE 0.
001440 77  WS-FAILED-CTR         PIC 9(7)    VALUE 0.
001441 77  WS-PRDC-ADD-CTR       PIC 9(7)    VALUE 0.
001442 77  WS-PRDC-CHG-CTR       PIC 9(7)    VALUE 0.
001443 77  WS-PRDC-DEL-CTR       PIC 9(7)    VALUE 0.
001444 77  WS-PRDC-HASH-DELTA    PIC S9(13)V99 VALUE 0.
001445 77  WS-ACTM-ADD-CTR       PIC 9(7)    VALUE 0.
001446 77  WS-ACTM-CHG-CTR       PIC 9(7)    VALUE 0.
001447 77  WS-ACTM-DEL-CTR       PIC 9(7)    VALUE 0.
001448 77  WS-ACTM-HASH-DELTA    PIC S9(13)V99 VALUE 0.
001450 01  WS-PAGE-NO            PIC 9(3)    VALUE 0.
001460 01  WS-LINE-CTR           PIC 9(3)    VALUE 0.
001470 01  WS-LINES-PER-PAGE     PIC 9(3)    VALUE 60.
001480 01  WS-HDR-LINE1.
001490     05  FILLER            PIC X(10)   VALUE "RUN DATE: ".
001500     05  WS-H1-DATE        PIC 9(8).
001510     05  FILLER            PIC X(16)   VALUE SPACES.
001520     05  FILLER            PIC X(35)   VALUE
001530         "PERIOD CONTROL / MONTH-END CLOSE".
001540     05  FILLER            PIC X(05)   VALUE "PAGE ".
001550     05  WS-H1-PAGE        PIC ZZ9.
001560     05  FILLER            PIC X(55)   VALUE SPACES.
001570 01  WS-HDR-LINE2.
001580     05  FILLER            PIC X(07)   VALUE "ACTION ".
001590     05  FILLER            PIC X(08)   VALUE "PERIOD  ".
001600     05  FILLER            PIC X(10)   VALUE "CUTOFF    ".
001610     05  FILLER            PIC X(10)   VALUE "USER      ".
001620     05  FILLER            PIC X(10)   VALUE "RESULT    ".
001630     05  FILLER            PIC X(40)   VALUE "REASON".
001640     05  FILLER            PIC X(47)   VALUE SPACES.
001650 01  WS-DETAIL-LINE.
001660     05  WS-DL-ACTION      PIC X(05).
001670     05  FILLER            PIC X(02)   VALUE SPACES.
001680     05  WS-DL-PERIOD      PIC X(06).
001690     05  FILLER            PIC X(02)   VALUE SPACES.
001700     05  WS-DL-CUTOFF      PIC X(08).
001710     05  FILLER            PIC X(02)   VALUE SPACES.
001720     05  WS-DL-USER-ID     PIC X(08).
001730     05  FILLER            PIC X(02)   VALUE SPACES.
001740     05  WS-DL-RESULT      PIC X(08).
001750     05  FILLER            PIC X(02)   VALUE SPACES.
001760     05  WS-DL-REASON      PIC X(40).
001770     05  FILLER            PIC X(47)   VALUE SPACES.
001780 01  WS-CERT-TITLE.
001790     05  FILLER            PIC X(34)   VALUE
001800         "MONTH-END CLOSE CERTIFICATE FOR   ".
001810     05  WS-CT-PERIOD      PIC 9(6).
001820     05  FILLER            PIC X(92)   VALUE SPACES.
001830 01  WS-CERT-HDR.
001840     05  FILLER            PIC X(12)   VALUE "TRAN ID     ".
001850     05  FILLER            PIC X(10)   VALUE "  RECORDS ".
001860     05  FILLER            PIC X(16)   VALUE "  NET AMOUNT    ".
001870     05  FILLER            PIC X(11)   VALUE " EXCEPTIONS".
001880     05  FILLER            PIC X(10)   VALUE "   ADJUSTS".
001890     05  FILLER            PIC X(11)   VALUE "   PRIOR PD".
001900     05  FILLER            PIC X(62)   VALUE SPACES.
001910 01  WS-CERT-DETAIL.
001920     05  WS-CD-TRAN-ID     PIC X(10).
001930     05  FILLER            PIC X(02)   VALUE SPACES.
001940     05  WS-CD-COUNT       PIC Z(6)9.
001950     05  FILLER            PIC X(03)   VALUE SPACES.
001960     05  WS-CD-AMOUNT      PIC -(9)9.99.
001970     05  FILLER            PIC X(03)   VALUE SPACES.
001980     05  WS-CD-EXCEPTIONS  PIC Z(6)9.
001990     05  FILLER            PIC X(03)   VALUE SPACES.
002000     05  WS-CD-ADJUSTS     PIC Z(6)9.
002010     05  FILLER            PIC X(04)   VALUE SPACES.
002020     05  WS-CD-PRIOR       PIC Z(6)9.
002030     05  FILLER            PIC X(66)   VALUE SPACES.
002040 01  WS-CERT-TOTAL.
002050     05  FILLER            PIC X(12)   VALUE "PERIOD TOTAL".
002060     05  WS-CX-COUNT       PIC Z(8)9.
002070     05  FILLER            PIC X(01)   VALUE SPACES.
002080     05  WS-CX-AMOUNT      PIC -(11)9.99.
002090     05  FILLER            PIC X(01)   VALUE SPACES.
002100     05  WS-CX-EXCEPTIONS  PIC Z(8)9.
002110     05  FILLER            PIC X(01)   VALUE SPACES.
002120     05  WS-CX-ADJUSTS     PIC Z(8)9.
002130     05  FILLER            PIC X(02)   VALUE SPACES.
002140     05  WS-CX-PRIOR       PIC Z(8)9.
002150     05  FILLER            PIC X(64)   VALUE SPACES.
002160 01  WS-CERT-LINE.
002170     05  WS-CL-CAPTION     PIC X(24).
002180     05  WS-CL-VALUE       PIC X(20).
002190     05  FILLER            PIC X(88)   VALUE SPACES.
002200 01  WS-COUNT-LINE.
002210     05  WS-CN-CAPTION     PIC X(24).
002220     05  WS-CN-COUNT       PIC Z(6)9.
002230     05  FILLER            PIC X(101)  VALUE SPACES.
002240 01  WS-MSG-LINE           PIC X(132)  VALUE SPACES.
002241 01  WS-FREEZE-FAIL-LINE.
002242     05  FILLER            PIC X(12)   VALUE "NOT FROZEN: ".
002243     05  WS-FF-TRAN-ID     PIC X(10).
002244     05  FILLER            PIC X(01)   VALUE SPACES.
002245     05  WS-FF-PERIOD      PIC 9(6).
002246     05  FILLER            PIC X(09)   VALUE "  STATUS ".
002247     05  WS-FF-STATUS      PIC X(02).
002248     05  FILLER            PIC X(92)   VALUE SPACES.
002249 01  WS-FAIL-REASON.
002251     05  FILLER            PIC X(32)   VALUE
002253         "PERIODCTL UPDATE FAILED, STATUS ".
002255     05  WS-FR-STATUS      PIC X(02).
002257     05  FILLER            PIC X(06)   VALUE SPACES.
002259 PROCEDURE                 DIVISION.
002260*****************************************************************
002270*    0000-MAINLINE -- APPLY EVERY PERIOD CARD ON CLSTRAN, IN     *
002280*    ORDER, THEN PRINT THE REGISTER TOTALS.  ANY REFUSED CARD    *
002290*    ENDS THE STEP RETURN CODE 4, A FAILED PERIODCTL UPDATE 8.   *
002300*****************************************************************
002310 T01 SECTION.
002320 T011.
002330     PERFORM 3000-OPEN-FILES THRU 3000-OPEN-FILES-EXIT.
002340     PERFORM 3050-LOAD-CALENDAR THRU 3050-LOAD-CALENDAR-EXIT.
002350     PERFORM 3100-READ-CARD THRU 3100-READ-CARD-EXIT.
002360     PERFORM 3200-APPLY-CARD THRU 3200-APPLY-CARD-EXIT
002370         UNTIL CL-EOF.
002380     PERFORM 3900-WRITE-TOTALS THRU 3900-WRITE-TOTALS-EXIT.
002390     CLOSE CLOSE-CARD-FILE.
002400     CLOSE PERIOD-CTL-FILE.
002401     MOVE "PERIODCTL"      TO UJ-FILE-ID.
002402     MOVE WS-PRDC-ADD-CTR  TO UJ-ADD-COUNT.
002403     MOVE WS-PRDC-CHG-CTR  TO UJ-CHANGE-COUNT.
002404     MOVE WS-PRDC-DEL-CTR  TO UJ-DELETE-COUNT.
002405     MOVE WS-PRDC-HASH-DELTA TO UJ-HASH-DELTA.
002406     PERFORM 3960-WRITE-JOURNAL THRU 3960-WRITE-JOURNAL-EXIT.
002410     CLOSE ACTIVITY-FILE.
002411     MOVE "ACTMAST"        TO UJ-FILE-ID.
002412     MOVE WS-ACTM-ADD-CTR  TO UJ-ADD-COUNT.
002413     MOVE WS-ACTM-CHG-CTR  TO UJ-CHANGE-COUNT.
002414     MOVE WS-ACTM-DEL-CTR  TO UJ-DELETE-COUNT.
002415     MOVE WS-ACTM-HASH-DELTA TO UJ-HASH-DELTA.
002416     PERFORM 3960-WRITE-JOURNAL THRU 3960-WRITE-JOURNAL-EXIT.
002420     CLOSE REPORT-FILE.
002430     IF WS-REJECTED-CTR > 0
002440         MOVE 4            TO RETURN-CODE
002450     ELSE
002460         MOVE 0            TO RETURN-CODE
002462     END-IF.
002464     IF WS-FAILED-CTR > 0
002466         MOVE 8            TO RETURN-CODE
002470     END-IF.
002480     GOBACK.
002490*****************************************************************
002500*    3000-OPEN-FILES -- OPEN THE CARD FILE AND THE REPORT        *
002510*    (EITHER MISSING IS FATAL), THEN THE PERIOD-CONTROL FILE AND *
002520*    THE ACTIVITY MASTER, EACH CREATED ON A SITE'S FIRST RUN.    *
002530*****************************************************************
002540 3000-OPEN-FILES.
002550     OPEN INPUT CLOSE-CARD-FILE.
002560     IF WS-CARD-STATUS NOT = "00"
002570         DISPLAY "CLS001: UNABLE TO OPEN CLSTRAN, STATUS "
002580                 WS-CARD-STATUS
002590         MOVE 16           TO RETURN-CODE
002600         GOBACK
002610     END-IF.
002620     OPEN OUTPUT REPORT-FILE.
002630     IF WS-RPT-STATUS NOT = "00"
002640         DISPLAY "CLS001: UNABLE TO OPEN CLSRPT, STATUS "
002650                 WS-RPT-STATUS
002660         MOVE 16           TO RETURN-CODE
002670         GOBACK
002680     END-IF.
002690     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002700     MOVE WS-RUN-DATE      TO WS-H1-DATE.
002710     PERFORM 3800-WRITE-HEADERS THRU 3800-WRITE-HEADERS-EXIT.
002720     OPEN I-O PERIOD-CTL-FILE.
002730     IF WS-PRD-STATUS NOT = "00"
002740         OPEN OUTPUT PERIOD-CTL-FILE
002750         CLOSE PERIOD-CTL-FILE
002760         OPEN I-O PERIOD-CTL-FILE
002770     END-IF.
002780     OPEN I-O ACTIVITY-FILE.
002790     IF WS-ACT-STATUS NOT = "00"
002800         OPEN OUTPUT ACTIVITY-FILE
002810         CLOSE ACTIVITY-FILE
002820         OPEN I-O ACTIVITY-FILE
002830     END-IF.
002840 3000-OPEN-FILES-EXIT.
002850     EXIT.
002860*****************************************************************
002870*    3050-LOAD-CALENDAR -- LOAD THE SITE PROCESSING CALENDAR     *
002880*    (PROCCAL, ONE RECORD PER HOLIDAY OR CLOSURE) THE SAME WAY   *
002890*    PROG DOES.  WITHOUT IT ONLY WEEKENDS ARE NON-BUSINESS DAYS  *
002900*    WHEN A DEFAULT CUTOFF IS WORKED OUT.                        *
002910*****************************************************************
002920 3050-LOAD-CALENDAR.
002930     MOVE 0                TO WS-CAL-CTR.
002940     OPEN INPUT PROC-CAL-FILE.
002950     IF WS-CAL-STATUS NOT = "00"
002960         GO TO 3050-LOAD-CALENDAR-EXIT
002970     END-IF.
002980     PERFORM 3055-LOAD-CALENDAR-READ
002990         THRU 3055-LOAD-CALENDAR-READ-EXIT
003000         UNTIL CA-EOF.
003010     CLOSE PROC-CAL-FILE.
003020 3050-LOAD-CALENDAR-EXIT.
003030     EXIT.
003040*****************************************************************
003050*    3055-LOAD-CALENDAR-READ -- ONE CALENDAR DATE.  A FULL TABLE *
003060*    STOPS THE LOAD WITH A CONSOLE WARNING.                      *
003070*****************************************************************
003080 3055-LOAD-CALENDAR-READ.
003090     READ PROC-CAL-FILE
003100         AT END
003110             SET CA-EOF TO TRUE
003120         NOT AT END
003130             IF CA-DATE NUMERIC
003140                 IF WS-CAL-CTR < WS-CAL-MAX
003150                     ADD 1         TO WS-CAL-CTR
003160                     MOVE CA-DATE  TO WS-CAL-DATE (WS-CAL-CTR)
003170                 ELSE
003180                     DISPLAY "CLS001: PROCCAL TABLE FULL - "
003190                             "CALENDAR TRUNCATED"
003200                     SET CA-EOF TO TRUE
003210                 END-IF
003220             END-IF
003230     END-READ.
003240 3055-LOAD-CALENDAR-READ-EXIT.
003250     EXIT.
003260*****************************************************************
003270*    3100-READ-CARD -- GET THE NEXT PERIOD CARD                  *
003280*****************************************************************
003290 3100-READ-CARD.
003300     READ CLOSE-CARD-FILE
003310         AT END
003320             SET CL-EOF TO TRUE
003330         NOT AT END
003340             ADD 1         TO WS-READ-CTR
003350     END-READ.
003360 3100-READ-CARD-EXIT.
003370     EXIT.
003380*****************************************************************
003390*    3200-APPLY-CARD -- VALIDATE ONE CARD AND HAND IT TO THE     *
003400*    OPEN OR CLOSE LOGIC.  EVERY CARD GETS ONE REGISTER LINE.    *
003410*****************************************************************
003420 3200-APPLY-CARD.
003430     MOVE CL-ACTION        TO WS-DL-ACTION.
003440     MOVE CL-PERIOD        TO WS-DL-PERIOD.
003450     MOVE CL-CUTOFF-DATE   TO WS-DL-CUTOFF.
003460     MOVE CL-USER-ID       TO WS-DL-USER-ID.
003470     MOVE SPACES           TO WS-DL-REASON.
003480     IF CL-USER-ID = SPACES
003490         MOVE "USER ID MISSING"         TO WS-DL-REASON
003500         PERFORM 3300-REJECT-CARD THRU 3300-REJECT-CARD-EXIT
003510         GO TO 3200-APPLY-CARD-NEXT
003520     END-IF.
003530     IF NOT CL-ACTION-OPEN AND NOT CL-ACTION-CLOSE
003540         MOVE "INVALID ACTION"          TO WS-DL-REASON
003550         PERFORM 3300-REJECT-CARD THRU 3300-REJECT-CARD-EXIT
003560         GO TO 3200-APPLY-CARD-NEXT
003570     END-IF.
003580     IF CL-PERIOD NOT NUMERIC
003590         MOVE "PERIOD NOT NUMERIC"      TO WS-DL-REASON
003600         PERFORM 3300-REJECT-CARD THRU 3300-REJECT-CARD-EXIT
003610         GO TO 3200-APPLY-CARD-NEXT
003620     END-IF.
003630     IF CL-PERIOD-MONTH < 1 OR CL-PERIOD-MONTH > 12
003640         MOVE "PERIOD MONTH NOT 01-12"  TO WS-DL-REASON
003650         PERFORM 3300-REJECT-CARD THRU 3300-REJECT-CARD-EXIT
003660         GO TO 3200-APPLY-CARD-NEXT
003670     END-IF.
003680     IF CL-ACTION-OPEN
003690         PERFORM 3400-OPEN-PERIOD THRU 3400-OPEN-PERIOD-EXIT
003700     ELSE
003710         PERFORM 3500-CLOSE-PERIOD THRU 3500-CLOSE-PERIOD-EXIT
003720     END-IF.
003730 3200-APPLY-CARD-NEXT.
003740     PERFORM 3100-READ-CARD THRU 3100-READ-CARD-EXIT.
003750 3200-APPLY-CARD-EXIT.
003760     EXIT.
003770*****************************************************************
003780*    3300-REJECT-CARD -- PRINT ONE REFUSED REGISTER LINE         *
003790*****************************************************************
003800 3300-REJECT-CARD.
003810     MOVE "REFUSED "       TO WS-DL-RESULT.
003820     ADD 1                 TO WS-REJECTED-CTR.
003830     PERFORM 3850-WRITE-DETAIL THRU 3850-WRITE-DETAIL-EXIT.
003840 3300-REJECT-CARD-EXIT.
003850     EXIT.
003860*****************************************************************
003870*    3310-ACCEPT-CARD -- PRINT ONE APPLIED REGISTER LINE         *
003880*****************************************************************
003890 3310-ACCEPT-CARD.
003900     MOVE "APPLIED "       TO WS-DL-RESULT.
003910     ADD 1                 TO WS-APPLIED-CTR.
003920     PERFORM 3850-WRITE-DETAIL THRU 3850-WRITE-DETAIL-EXIT.
003930 3310-ACCEPT-CARD-EXIT.
003940     EXIT.
003950*****************************************************************
003960*    3400-OPEN-PERIOD -- PUT A PERIOD ON FILE, OR MOVE THE       *
003970*    CUTOFF OF ONE STILL OPEN.  A KEYED CUTOFF MUST BE A REAL    *
003980*    BUSINESS DAY INSIDE THE PERIOD'S OWN MONTH -- THAT KEEPS    *
003990*    THE CUTOFFS IN PERIOD ORDER; NONE KEYED TAKES THE LAST      *
004000*    BUSINESS DAY OF THE MONTH.  A CLOSED PERIOD IS NEVER        *
004010*    REOPENED, AND NO NEW PERIOD MAY BE OPENED BEHIND ONE        *
004020*    ALREADY CLOSED.                                             *
004030*****************************************************************
004040 3400-OPEN-PERIOD.
004050     IF CL-CUTOFF-DATE NOT NUMERIC OR CL-CUTOFF-DATE = 0
004060         MOVE CL-PERIOD    TO WS-CUT-PERIOD
004070         PERFORM 3600-DEFAULT-CUTOFF THRU 3600-DEFAULT-CUTOFF-EXIT
004080     ELSE
004090         MOVE CL-CUTOFF-DATE TO WS-CUTOFF-DATE
004100     END-IF.
004110     MOVE WS-CUTOFF-DATE   TO WS-DL-CUTOFF.
004120     IF WS-CD-PERIOD NOT = CL-PERIOD
004130         MOVE "CUTOFF NOT INSIDE THE PERIOD" TO WS-DL-REASON
004140         PERFORM 3300-REJECT-CARD THRU 3300-REJECT-CARD-EXIT
004150         GO TO 3400-OPEN-PERIOD-EXIT
004160     END-IF.
004170     COMPUTE WS-BD-INT =
004180         FUNCTION INTEGER-OF-DATE (WS-CUTOFF-DATE).
004190     COMPUTE WS-CHECK-DATE = FUNCTION DATE-OF-INTEGER (WS-BD-INT).
004200     IF WS-CHECK-DATE NOT = WS-CUTOFF-DATE
004210         MOVE "CUTOFF NOT A CALENDAR DATE" TO WS-DL-REASON
004220         PERFORM 3300-REJECT-CARD THRU 3300-REJECT-CARD-EXIT
004230         GO TO 3400-OPEN-PERIOD-EXIT
004240     END-IF.
004250     PERFORM 3620-CHECK-BUSINESS-DAY
004260         THRU 3620-CHECK-BUSINESS-DAY-EXIT.
004270     IF NOT BD-BUSINESS
004280         MOVE "CUTOFF NOT A BUSINESS DAY" TO WS-DL-REASON
004290         PERFORM 3300-REJECT-CARD THRU 3300-REJECT-CARD-EXIT
004300         GO TO 3400-OPEN-PERIOD-EXIT
004310     END-IF.
004320     MOVE CL-PERIOD        TO PC-PERIOD.
004330     READ PERIOD-CTL-FILE
004340         INVALID KEY
004350             MOVE "N"      TO WS-FOUND-SW
004360         NOT INVALID KEY
004370             SET WS-FOUND TO TRUE
004380     END-READ.
004390     IF WS-FOUND
004400         IF PC-CLOSED
004410             MOVE "PERIOD CLOSED - NOT REOPENED" TO WS-DL-REASON
004420             PERFORM 3300-REJECT-CARD THRU 3300-REJECT-CARD-EXIT
004430         ELSE
004440             MOVE WS-CUTOFF-DATE TO PC-CUTOFF-DATE
004450             REWRITE PERIOD-CONTROL-RECORD
004451                 INVALID KEY
004452                     CONTINUE
004453             END-REWRITE
004454             IF WS-PRD-STATUS NOT = "00"
004455                 DISPLAY "CLS001: PERIODCTL REWRITE FAILED FOR "
004456                         PC-PERIOD ", STATUS " WS-PRD-STATUS
004457                 ADD 1     TO WS-FAILED-CTR
004458                 MOVE WS-PRD-STATUS TO WS-FR-STATUS
004459                 MOVE WS-FAIL-REASON TO WS-DL-REASON
004460                 PERFORM 3300-REJECT-CARD
004461                     THRU 3300-REJECT-CARD-EXIT
004462                 GO TO 3400-OPEN-PERIOD-EXIT
004463             END-IF
004464             ADD 1         TO WS-PRDC-CHG-CTR
004465             MOVE "CUTOFF CHANGED"   TO WS-DL-REASON
004470             PERFORM 3310-ACCEPT-CARD THRU 3310-ACCEPT-CARD-EXIT
004480         END-IF
004490         GO TO 3400-OPEN-PERIOD-EXIT
004500     END-IF.
004510     PERFORM 3450-CHECK-LATER-CLOSED
004520         THRU 3450-CHECK-LATER-CLOSED-EXIT.
004530     IF WS-FOUND
004540         MOVE "A LATER PERIOD IS ALREADY CLOSED" TO WS-DL-REASON
004550         PERFORM 3300-REJECT-CARD THRU 3300-REJECT-CARD-EXIT
004560         GO TO 3400-OPEN-PERIOD-EXIT
004570     END-IF.
004580     MOVE CL-PERIOD        TO WS-NEXT-PERIOD.
004590     PERFORM 3460-WRITE-PERIOD THRU 3460-WRITE-PERIOD-EXIT.
004591     IF WS-PRD-STATUS NOT = "00"
004592         MOVE WS-PRD-STATUS TO WS-FR-STATUS
004593         MOVE WS-FAIL-REASON TO WS-DL-REASON
004594         PERFORM 3300-REJECT-CARD THRU 3300-REJECT-CARD-EXIT
004595         GO TO 3400-OPEN-PERIOD-EXIT
004596     END-IF.
004600     MOVE "PERIOD OPENED"  TO WS-DL-REASON.
004610     PERFORM 3310-ACCEPT-CARD THRU 3310-ACCEPT-CARD-EXIT.
004620 3400-OPEN-PERIOD-EXIT.
004630     EXIT.
004640*****************************************************************
004650*    3450-CHECK-LATER-CLOSED -- IS ANY PERIOD AFTER THE CARD'S   *
004660*    ALREADY CLOSED?  WS-FOUND COMES BACK "Y" IF SO.             *
004670*****************************************************************
004680 3450-CHECK-LATER-CLOSED.
004690     MOVE "N"              TO WS-FOUND-SW.
004700     MOVE "N"              TO PS-EOF-SW.
004710     MOVE CL-PERIOD        TO PC-PERIOD.
004720     START PERIOD-CTL-FILE KEY > PC-PERIOD
004730         INVALID KEY
004740             SET PS-EOF TO TRUE
004750     END-START.
004760     PERFORM 3455-CHECK-LATER-READ THRU 3455-CHECK-LATER-READ-EXIT
004770         UNTIL PS-EOF.
004780 3450-CHECK-LATER-CLOSED-EXIT.
004790     EXIT.
004800*****************************************************************
004810*    3455-CHECK-LATER-READ -- ONE LATER PERIOD                   *
004820*****************************************************************
004830 3455-CHECK-LATER-READ.
004840     READ PERIOD-CTL-FILE NEXT RECORD
004850         AT END
004860             SET PS-EOF TO TRUE
004870             GO TO 3455-CHECK-LATER-READ-EXIT
004880     END-READ.
004890     IF PC-CLOSED
004900         SET WS-FOUND TO TRUE
004910         SET PS-EOF TO TRUE
004920     END-IF.
004930 3455-CHECK-LATER-READ-EXIT.
004940     EXIT.
004950*****************************************************************
004960*    3460-WRITE-PERIOD -- FILE A NEW OPEN PERIOD WS-NEXT-PERIOD  *
004970*    WITH CUTOFF WS-CUTOFF-DATE, OPENED TODAY BY THE CARD'S USER *
004972*    A FAILED WRITE IS DISPLAYED AND COUNTED FAILED; THE CALLER  *
004974*    TESTS WS-PRD-STATUS.                                        *
004980*****************************************************************
004990 3460-WRITE-PERIOD.
005000     MOVE SPACES           TO PERIOD-CONTROL-RECORD.
005010     MOVE WS-NEXT-PERIOD   TO PC-PERIOD.
005020     MOVE "O"              TO PC-STATUS.
005030     MOVE WS-CUTOFF-DATE   TO PC-CUTOFF-DATE.
005040     MOVE WS-RUN-DATE      TO PC-OPENED-DATE.
005050     MOVE CL-USER-ID       TO PC-OPENED-BY.
005060     MOVE 0                TO PC-CLOSED-DATE.
005070     MOVE 0                TO PC-LAST-ROLL-DATE.
005080     MOVE 0                TO PC-FROZEN-BUCKETS.
005090     MOVE 0                TO PC-FROZEN-COUNT.
005100     MOVE 0                TO PC-FROZEN-AMOUNT.
005110     MOVE 0                TO PC-FROZEN-EXCEPTIONS.
005120     MOVE 0                TO PC-FROZEN-ADJUSTS.
005130     MOVE 0                TO PC-FROZEN-PRIOR.
005140     WRITE PERIOD-CONTROL-RECORD
005150         INVALID KEY
005160             CONTINUE
005163         NOT INVALID KEY
005166             ADD 1         TO WS-PRDC-ADD-CTR
005170     END-WRITE.
005171     IF WS-PRD-STATUS NOT = "00"
005172         DISPLAY "CLS001: PERIODCTL WRITE FAILED FOR "
005173                 PC-PERIOD ", STATUS " WS-PRD-STATUS
005174         ADD 1             TO WS-FAILED-CTR
005175     END-IF.
005180 3460-WRITE-PERIOD-EXIT.
005190     EXIT.
005200*****************************************************************
005210*    3500-CLOSE-PERIOD -- CLOSE ONE PERIOD.  IT MUST BE ON FILE  *
005220*    AND OPEN, ITS CUTOFF MUST HAVE COME, ACT001 MUST HAVE       *
005230*    ROLLED THE CUTOFF DAY INTO IT (ITS "*CONTROL*" ENTRY SAYS   *
005240*    SO), AND EVERY EARLIER PERIOD MUST ALREADY BE CLOSED.  THEN *
005250*    THE MONTH'S BUCKETS ARE TOTALLED, THE PERIOD RECORD IS      *
005260*    MARKED CLOSED WITH THOSE TOTALS, AND ONLY THEN ARE THE      *
005270*    BUCKETS FROZEN, THE CARD LOGGED APPLIED, THE CERTIFICATE    *
005272*    PRINTED AND THE NEXT PERIOD OPENED IF IT IS NOT ON FILE     *
005274*    YET.  IF THE PERIOD RECORD CANNOT BE REWRITTEN CLOSED, THE  *
005276*    CARD IS REFUSED WITH THE FILE STATUS AND NOTHING IS FROZEN. *
005280*****************************************************************
005290 3500-CLOSE-PERIOD.
005300     MOVE CL-PERIOD        TO PC-PERIOD.
005310     READ PERIOD-CTL-FILE
005320         INVALID KEY
005330             MOVE "PERIOD NOT ON PERIODCTL" TO WS-DL-REASON
005340             PERFORM 3300-REJECT-CARD THRU 3300-REJECT-CARD-EXIT
005350             GO TO 3500-CLOSE-PERIOD-EXIT
005360     END-READ.
005370     MOVE PC-CUTOFF-DATE   TO WS-CUTOFF-DATE.
005380     MOVE PC-CUTOFF-DATE   TO WS-DL-CUTOFF.
005390     IF PC-CLOSED
005400         MOVE "PERIOD ALREADY CLOSED"  TO WS-DL-REASON
005410         PERFORM 3300-REJECT-CARD THRU 3300-REJECT-CARD-EXIT
005420         GO TO 3500-CLOSE-PERIOD-EXIT
005430     END-IF.
005440     IF WS-RUN-DATE < WS-CUTOFF-DATE
005450         MOVE "CUTOFF DATE NOT YET REACHED" TO WS-DL-REASON
005460         PERFORM 3300-REJECT-CARD THRU 3300-REJECT-CARD-EXIT
005470         GO TO 3500-CLOSE-PERIOD-EXIT
005480     END-IF.
005490     PERFORM 3510-CHECK-EARLIER-OPEN
005500         THRU 3510-CHECK-EARLIER-OPEN-EXIT.
005510     IF WS-FOUND
005520         MOVE "AN EARLIER PERIOD IS STILL OPEN" TO WS-DL-REASON
005530         PERFORM 3300-REJECT-CARD THRU 3300-REJECT-CARD-EXIT
005540         GO TO 3500-CLOSE-PERIOD-EXIT
005550     END-IF.
005560     MOVE 0                TO WS-LAST-ROLL-DATE.
005570     MOVE "*CONTROL*"      TO AC-TRAN-ID.
005580     MOVE CL-PERIOD        TO AC-YEAR-MONTH.
005590     READ ACTIVITY-FILE
005600         INVALID KEY
005610             CONTINUE
005620         NOT INVALID KEY
005630             MOVE AC-LAST-ROLL-DATE TO WS-LAST-ROLL-DATE
005640     END-READ.
005650     IF WS-LAST-ROLL-DATE < WS-CUTOFF-DATE
005660         MOVE "CUTOFF DAY NOT YET ROLLED BY ACT001"
005670                           TO WS-DL-REASON
005680         PERFORM 3300-REJECT-CARD THRU 3300-REJECT-CARD-EXIT
005690         GO TO 3500-CLOSE-PERIOD-EXIT
005700     END-IF.
005710     PERFORM 3530-TOTAL-BUCKETS THRU 3530-TOTAL-BUCKETS-EXIT.
005740     MOVE CL-PERIOD        TO PC-PERIOD.
005750     READ PERIOD-CTL-FILE
005760         INVALID KEY
005770             CONTINUE
005780     END-READ.
005790     MOVE PC-CUTOFF-DATE   TO WS-CLOSE-CUTOFF.
005800     MOVE "C"              TO PC-STATUS.
005810     MOVE WS-RUN-DATE      TO PC-CLOSED-DATE.
005820     MOVE CL-USER-ID       TO PC-CLOSED-BY.
005830     MOVE WS-LAST-ROLL-DATE TO PC-LAST-ROLL-DATE.
005840     MOVE WS-FZ-BUCKETS    TO PC-FROZEN-BUCKETS.
005850     MOVE WS-FZ-COUNT      TO PC-FROZEN-COUNT.
005860     MOVE WS-FZ-AMOUNT     TO PC-FROZEN-AMOUNT.
005870     MOVE WS-FZ-EXCEPTIONS TO PC-FROZEN-EXCEPTIONS.
005880     MOVE WS-FZ-ADJUSTS    TO PC-FROZEN-ADJUSTS.
005890     MOVE WS-FZ-PRIOR      TO PC-FROZEN-PRIOR.
005891     REWRITE PERIOD-CONTROL-RECORD
005892         INVALID KEY
005893             CONTINUE
005894     END-REWRITE.
005895     IF WS-PRD-STATUS NOT = "00"
005896         DISPLAY "CLS001: PERIODCTL REWRITE FAILED FOR "
005897                 PC-PERIOD ", STATUS " WS-PRD-STATUS
005898         ADD 1             TO WS-FAILED-CTR
005899         MOVE WS-PRD-STATUS TO WS-FR-STATUS
005900         MOVE WS-FAIL-REASON TO WS-DL-REASON
005901         PERFORM 3300-REJECT-CARD THRU 3300-REJECT-CARD-EXIT
005902         GO TO 3500-CLOSE-PERIOD-EXIT
005904     END-IF.
005905     ADD 1                 TO WS-PRDC-CHG-CTR.
005910     ADD 1                 TO WS-CLOSED-CTR.
005912     MOVE "PERIOD CLOSED - CERTIFICATE BELOW" TO WS-DL-REASON.
005914     PERFORM 3310-ACCEPT-CARD THRU 3310-ACCEPT-CARD-EXIT.
005916     PERFORM 3520-FREEZE-BUCKETS THRU 3520-FREEZE-BUCKETS-EXIT.
005920     PERFORM 3560-OPEN-NEXT-PERIOD
005930         THRU 3560-OPEN-NEXT-PERIOD-EXIT.
005940     PERFORM 3580-PRINT-CERTIFICATE
005950         THRU 3580-PRINT-CERTIFICATE-EXIT.
005960 3500-CLOSE-PERIOD-EXIT.
005970     EXIT.
005980*****************************************************************
005990*    3510-CHECK-EARLIER-OPEN -- IS ANY PERIOD BEFORE THE CARD'S  *
006000*    STILL OPEN?  WS-FOUND COMES BACK "Y" IF SO.  PERIODS ARE    *
006010*    CLOSED IN ORDER.                                            *
006020*****************************************************************
006030 3510-CHECK-EARLIER-OPEN.
006040     MOVE "N"              TO WS-FOUND-SW.
006050     MOVE "N"              TO PS-EOF-SW.
006060     MOVE 0                TO PC-PERIOD.
006070     START PERIOD-CTL-FILE KEY NOT < PC-PERIOD
006080         INVALID KEY
006090             SET PS-EOF TO TRUE
006100     END-START.
006110     PERFORM 3515-CHECK-EARLIER-READ
006120         THRU 3515-CHECK-EARLIER-READ-EXIT
006130         UNTIL PS-EOF.
006140 3510-CHECK-EARLIER-OPEN-EXIT.
006150     EXIT.
006160*****************************************************************
006170*    3515-CHECK-EARLIER-READ -- ONE EARLIER PERIOD; THE BROWSE   *
006180*    STOPS AT THE CARD'S OWN                                     *
006190*****************************************************************
006200 3515-CHECK-EARLIER-READ.
006210     READ PERIOD-CTL-FILE NEXT RECORD
006220         AT END
006230             SET PS-EOF TO TRUE
006240             GO TO 3515-CHECK-EARLIER-READ-EXIT
006250     END-READ.
006260     IF PC-PERIOD NOT < CL-PERIOD
006270         SET PS-EOF TO TRUE
006280         GO TO 3515-CHECK-EARLIER-READ-EXIT
006290     END-IF.
006300     IF PC-OPEN
006310         SET WS-FOUND TO TRUE
006320         SET PS-EOF TO TRUE
006330     END-IF.
006340 3515-CHECK-EARLIER-READ-EXIT.
006350     EXIT.
006360*****************************************************************
006370*    3520-FREEZE-BUCKETS -- BROWSE THE ACTIVITY MASTER FROM THE  *
006380*    TOP AND FREEZE EVERY ENTRY OF THE PERIOD'S MONTH, THE       *
006390*    CONTROL ENTRY INCLUDED, SO NEITHER ACT001 NOR ADJ001 EVER   *
006400*    FOLDS INTO IT AGAIN.  EACH TRAN ID BUCKET PRINTS ON THE     *
006410*    CERTIFICATE; THE TOTALS WERE TAKEN BY 3530 BEFORE THE       *
006412*    PERIOD RECORD WAS CLOSED.                                   *
006420*****************************************************************
006430 3520-FREEZE-BUCKETS.
006450     MOVE CL-PERIOD        TO WS-CT-PERIOD.
006460     PERFORM 3800-WRITE-HEADERS THRU 3800-WRITE-HEADERS-EXIT.
006470     WRITE REPORT-RECORD FROM WS-CERT-TITLE AFTER ADVANCING 2.
006480     WRITE REPORT-RECORD FROM WS-CERT-HDR AFTER ADVANCING 2.
006490     ADD 4                 TO WS-LINE-CTR.
006500     MOVE "N"              TO AB-DONE-SW.
006510     MOVE LOW-VALUES       TO AC-TRAN-ID.
006520     MOVE 0                TO AC-YEAR-MONTH.
006530     START ACTIVITY-FILE KEY NOT < AC-KEY
006540         INVALID KEY
006550             SET AB-DONE TO TRUE
006560     END-START.
006570     PERFORM 3525-FREEZE-ENTRY THRU 3525-FREEZE-ENTRY-EXIT
006580         UNTIL AB-DONE.
006590 3520-FREEZE-BUCKETS-EXIT.
006600     EXIT.
006610*****************************************************************
006620*    3525-FREEZE-ENTRY -- ONE MASTER ENTRY: ONLY THE PERIOD'S    *
006630*    MONTH IS TOUCHED.  AN ENTRY THAT CANNOT BE REWRITTEN FROZEN *
006632*    IS NOT COUNTED AS CHANGED; ITS KEY AND FILE STATUS PRINT ON *
006634*    THE CERTIFICATE AND THE CONSOLE AND THE STEP ENDS RC 8.     *
006640*****************************************************************
006650 3525-FREEZE-ENTRY.
006660     READ ACTIVITY-FILE NEXT RECORD
006670         AT END
006680             SET AB-DONE TO TRUE
006690             GO TO 3525-FREEZE-ENTRY-EXIT
006700     END-READ.
006710     IF AC-YEAR-MONTH NOT = CL-PERIOD
006720         GO TO 3525-FREEZE-ENTRY-EXIT
006730     END-IF.
006740     IF AC-ADJUST-COUNT NOT NUMERIC
006750         MOVE 0            TO AC-ADJUST-COUNT
006760     END-IF.
006770     IF AC-PRIOR-COUNT NOT NUMERIC
006780         MOVE 0            TO AC-PRIOR-COUNT
006790     END-IF.
006800     SET AC-FROZEN TO TRUE.
006810     REWRITE ACTIVITY-RECORD
006815         INVALID KEY
006816             CONTINUE
006817         NOT INVALID KEY
006818             ADD 1         TO WS-ACTM-CHG-CTR
006819     END-REWRITE.
006820     IF WS-ACT-STATUS NOT = "00"
006821         DISPLAY "CLS001: ACTMAST REWRITE FAILED FOR "
006822                 AC-TRAN-ID " " AC-YEAR-MONTH
006823                 ", STATUS " WS-ACT-STATUS
006824         ADD 1             TO WS-FAILED-CTR
006825         MOVE AC-TRAN-ID   TO WS-FF-TRAN-ID
006826         MOVE AC-YEAR-MONTH TO WS-FF-PERIOD
006827         MOVE WS-ACT-STATUS TO WS-FF-STATUS
006828         WRITE REPORT-RECORD FROM WS-FREEZE-FAIL-LINE
006829             AFTER ADVANCING 1
006830         ADD 1             TO WS-LINE-CTR
006831     END-IF.
006832     IF AC-TRAN-ID = "*CONTROL*"
006833         GO TO 3525-FREEZE-ENTRY-EXIT
006840     END-IF.
006910     MOVE AC-TRAN-ID       TO WS-CD-TRAN-ID.
006920     MOVE AC-RECORD-COUNT  TO WS-CD-COUNT.
006930     MOVE AC-NET-AMOUNT    TO WS-CD-AMOUNT.
006940     MOVE AC-EXCEPTION-COUNT TO WS-CD-EXCEPTIONS.
006950     MOVE AC-ADJUST-COUNT  TO WS-CD-ADJUSTS.
006960     MOVE AC-PRIOR-COUNT   TO WS-CD-PRIOR.
006970     IF WS-LINE-CTR NOT < WS-LINES-PER-PAGE
006980         PERFORM 3800-WRITE-HEADERS THRU 3800-WRITE-HEADERS-EXIT
006990         WRITE REPORT-RECORD FROM WS-CERT-HDR AFTER ADVANCING 2
007000         ADD 2             TO WS-LINE-CTR
007010     END-IF.
007020     WRITE REPORT-RECORD FROM WS-CERT-DETAIL AFTER ADVANCING 1.
007030     ADD 1                 TO WS-LINE-CTR.
007040 3525-FREEZE-ENTRY-EXIT.
007041     EXIT.
007042*****************************************************************
007043*    3530-TOTAL-BUCKETS -- BROWSE THE ACTIVITY MASTER FROM THE   *
007044*    TOP, READ ONLY, AND ADD EVERY TRAN ID BUCKET OF THE         *
007045*    PERIOD'S MONTH TO THE FROZEN TOTALS THAT GO ON THE PERIOD   *
007046*    RECORD.  NOTHING IS FROZEN UNTIL THAT RECORD IS CLOSED.     *
007047*****************************************************************
007048 3530-TOTAL-BUCKETS.
007049     INITIALIZE WS-FROZEN-TOTALS.
007050     MOVE "N"              TO AB-DONE-SW.
007051     MOVE LOW-VALUES       TO AC-TRAN-ID.
007052     MOVE 0                TO AC-YEAR-MONTH.
007053     START ACTIVITY-FILE KEY NOT < AC-KEY
007054         INVALID KEY
007055             SET AB-DONE TO TRUE
007056     END-START.
007057     PERFORM 3535-TOTAL-ENTRY THRU 3535-TOTAL-ENTRY-EXIT
007058         UNTIL AB-DONE.
007059 3530-TOTAL-BUCKETS-EXIT.
007060     EXIT.
007061*****************************************************************
007062*    3535-TOTAL-ENTRY -- ONE MASTER ENTRY: ONLY THE PERIOD'S     *
007063*    TRAN ID BUCKETS COUNT, NOT ITS CONTROL ENTRY                *
007064*****************************************************************
007065 3535-TOTAL-ENTRY.
007066     READ ACTIVITY-FILE NEXT RECORD
007067         AT END
007068             SET AB-DONE TO TRUE
007069             GO TO 3535-TOTAL-ENTRY-EXIT
007070     END-READ.
007071     IF AC-YEAR-MONTH NOT = CL-PERIOD
007072         GO TO 3535-TOTAL-ENTRY-EXIT
007073     END-IF.
007074     IF AC-TRAN-ID = "*CONTROL*"
007075         GO TO 3535-TOTAL-ENTRY-EXIT
007076     END-IF.
007077     IF AC-ADJUST-COUNT NOT NUMERIC
007078         MOVE 0            TO AC-ADJUST-COUNT
007079     END-IF.
007080     IF AC-PRIOR-COUNT NOT NUMERIC
007081         MOVE 0            TO AC-PRIOR-COUNT
007082     END-IF.
007083     ADD 1                 TO WS-FZ-BUCKETS.
007084     ADD AC-RECORD-COUNT   TO WS-FZ-COUNT.
007085     ADD AC-NET-AMOUNT     TO WS-FZ-AMOUNT.
007086     ADD AC-EXCEPTION-COUNT TO WS-FZ-EXCEPTIONS.
007087     ADD AC-ADJUST-COUNT   TO WS-FZ-ADJUSTS.
007088     ADD AC-PRIOR-COUNT    TO WS-FZ-PRIOR.
007089 3535-TOTAL-ENTRY-EXIT.
007090     EXIT.
007091*****************************************************************
007092*    3560-OPEN-NEXT-PERIOD -- THE MONTH AFTER THE ONE JUST       *
007093*    CLOSED BECOMES THE OPEN PERIOD, WITH THE DEFAULT CUTOFF,    *
007094*    UNLESS IT IS ALREADY ON FILE.  WS-CUTOFF-DATE COMES BACK AS *
007100*    ITS CUTOFF EITHER WAY.                                      *
007102*    IF IT CANNOT BE WRITTEN, WS-NEXT-FAILED COMES BACK SET AND  *
007104*    THE CERTIFICATE SAYS SO.                                    *
007110*****************************************************************
007120 3560-OPEN-NEXT-PERIOD.
007125     MOVE "N"              TO WS-NEXT-FAIL-SW.
007130     MOVE CL-PERIOD        TO WS-NEXT-PERIOD.
007140     IF WS-NP-MONTH = 12
007150         ADD 1             TO WS-NP-YEAR
007160         MOVE 1            TO WS-NP-MONTH
007170     ELSE
007180         ADD 1             TO WS-NP-MONTH
007190     END-IF.
007200     MOVE WS-NEXT-PERIOD   TO PC-PERIOD.
007210     READ PERIOD-CTL-FILE
007220         INVALID KEY
007230             MOVE "N"      TO WS-FOUND-SW
007240         NOT INVALID KEY
007250             SET WS-FOUND TO TRUE
007260             MOVE PC-CUTOFF-DATE TO WS-CUTOFF-DATE
007270     END-READ.
007280     IF WS-FOUND
007290         GO TO 3560-OPEN-NEXT-PERIOD-EXIT
007300     END-IF.
007310     MOVE WS-NEXT-PERIOD   TO WS-CUT-PERIOD.
007320     PERFORM 3600-DEFAULT-CUTOFF THRU 3600-DEFAULT-CUTOFF-EXIT.
007330     PERFORM 3460-WRITE-PERIOD THRU 3460-WRITE-PERIOD-EXIT.
007332     IF WS-PRD-STATUS NOT = "00"
007334         SET WS-NEXT-FAILED TO TRUE
007336         MOVE WS-PRD-STATUS TO WS-FR-STATUS
007338     END-IF.
007340 3560-OPEN-NEXT-PERIOD-EXIT.
007350     EXIT.
007360*****************************************************************
007370*    3580-PRINT-CERTIFICATE -- THE PERIOD TOTALS AND THE CLOSE   *
007380*    PARTICULARS UNDER THE FROZEN BUCKETS.  THE TOTALS ARE THE   *
007390*    SAME FIGURES FILED ON THE PERIOD RECORD.                    *
007400*****************************************************************
007410 3580-PRINT-CERTIFICATE.
007420     MOVE WS-FZ-COUNT      TO WS-CX-COUNT.
007430     MOVE WS-FZ-AMOUNT     TO WS-CX-AMOUNT.
007440     MOVE WS-FZ-EXCEPTIONS TO WS-CX-EXCEPTIONS.
007450     MOVE WS-FZ-ADJUSTS    TO WS-CX-ADJUSTS.
007460     MOVE WS-FZ-PRIOR      TO WS-CX-PRIOR.
007470     WRITE REPORT-RECORD FROM WS-CERT-TOTAL AFTER ADVANCING 2.
007480     MOVE "TRAN ID BUCKETS FROZEN: " TO WS-CN-CAPTION.
007490     MOVE WS-FZ-BUCKETS    TO WS-CN-COUNT.
007500     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 2.
007510     MOVE "PERIOD CUTOFF DATE....: " TO WS-CL-CAPTION.
007520     MOVE WS-CLOSE-CUTOFF  TO WS-CL-VALUE.
007530     PERFORM 3590-WRITE-CERT-LINE THRU 3590-WRITE-CERT-LINE-EXIT.
007540     MOVE "LAST DAY ROLLED.......: " TO WS-CL-CAPTION.
007550     MOVE WS-LAST-ROLL-DATE TO WS-CL-VALUE.
007560     PERFORM 3590-WRITE-CERT-LINE THRU 3590-WRITE-CERT-LINE-EXIT.
007570     MOVE "CLOSED ON.............: " TO WS-CL-CAPTION.
007580     MOVE WS-RUN-DATE      TO WS-CL-VALUE.
007590     PERFORM 3590-WRITE-CERT-LINE THRU 3590-WRITE-CERT-LINE-EXIT.
007600     MOVE "CLOSED BY.............: " TO WS-CL-CAPTION.
007610     MOVE CL-USER-ID       TO WS-CL-VALUE.
007620     PERFORM 3590-WRITE-CERT-LINE THRU 3590-WRITE-CERT-LINE-EXIT.
007622     IF WS-NEXT-FAILED
007624         MOVE "NEXT PERIOD NOT OPENED: " TO WS-CL-CAPTION
007626         MOVE WS-NEXT-PERIOD TO WS-CL-VALUE
007628         PERFORM 3590-WRITE-CERT-LINE
007630             THRU 3590-WRITE-CERT-LINE-EXIT
007632         MOVE "PERIODCTL WRITE STATUS: " TO WS-CL-CAPTION
007634         MOVE WS-FR-STATUS TO WS-CL-VALUE
007636         PERFORM 3590-WRITE-CERT-LINE
007638             THRU 3590-WRITE-CERT-LINE-EXIT
007640     ELSE
007642         MOVE "NEXT OPEN PERIOD......: " TO WS-CL-CAPTION
007644         MOVE WS-NEXT-PERIOD TO WS-CL-VALUE
007646         PERFORM 3590-WRITE-CERT-LINE
007648             THRU 3590-WRITE-CERT-LINE-EXIT
007650         MOVE "ITS CUTOFF DATE.......: " TO WS-CL-CAPTION
007652         MOVE WS-CUTOFF-DATE TO WS-CL-VALUE
007654         PERFORM 3590-WRITE-CERT-LINE
007656             THRU 3590-WRITE-CERT-LINE-EXIT
007658     END-IF.
007690     MOVE "THIS PERIOD IS CLOSED AND ITS BUCKETS ARE FROZEN;"
007700                           TO WS-MSG-LINE.
007710     WRITE REPORT-RECORD FROM WS-MSG-LINE AFTER ADVANCING 2.
007720     MOVE "LATER ITEMS DATED INTO IT POST TO THE OPEN PERIOD"
007730                           TO WS-MSG-LINE.
007740     WRITE REPORT-RECORD FROM WS-MSG-LINE AFTER ADVANCING 1.
007750     MOVE "AS PRIOR-PERIOD ITEMS." TO WS-MSG-LINE.
007760     WRITE REPORT-RECORD FROM WS-MSG-LINE AFTER ADVANCING 1.
007770     PERFORM 3800-WRITE-HEADERS THRU 3800-WRITE-HEADERS-EXIT.
007780 3580-PRINT-CERTIFICATE-EXIT.
007790     EXIT.
007800*****************************************************************
007810*    3590-WRITE-CERT-LINE -- ONE CAPTIONED CERTIFICATE LINE      *
007820*****************************************************************
007830 3590-WRITE-CERT-LINE.
007840     WRITE REPORT-RECORD FROM WS-CERT-LINE AFTER ADVANCING 1.
007850 3590-WRITE-CERT-LINE-EXIT.
007860     EXIT.
007870*****************************************************************
007880*    3600-DEFAULT-CUTOFF -- THE LAST BUSINESS DAY OF PERIOD WS-  *
007890*    CUT-PERIOD: STEP BACK FROM THE LAST CALENDAR DAY OF THE     *
007900*    MONTH OVER WEEKENDS AND PROCCAL CLOSURES.  A MONTH WITH NO  *
007910*    BUSINESS DAY AT ALL (A CALENDAR CLOSING EVERY DAY) FALLS    *
007920*    BACK TO ITS LAST CALENDAR DAY.  RETURNED IN WS-CUTOFF-DATE. *
007930*****************************************************************
007940 3600-DEFAULT-CUTOFF.
007950     MOVE WS-CUT-PERIOD    TO WS-NEXT-PERIOD.
007960     COMPUTE WS-NEXT-FIRST-DATE = WS-NEXT-PERIOD * 100 + 1.
007970     COMPUTE WS-BD-FIRST-INT =
007980         FUNCTION INTEGER-OF-DATE (WS-NEXT-FIRST-DATE).
007990     IF WS-NP-MONTH = 12
008000         ADD 1             TO WS-NP-YEAR
008010         MOVE 1            TO WS-NP-MONTH
008020     ELSE
008030         ADD 1             TO WS-NP-MONTH
008040     END-IF.
008050     COMPUTE WS-NEXT-FIRST-DATE = WS-NEXT-PERIOD * 100 + 1.
008060     COMPUTE WS-BD-INT =
008070         FUNCTION INTEGER-OF-DATE (WS-NEXT-FIRST-DATE) - 1.
008080     MOVE "N"              TO BD-BUSINESS-SW.
008090     PERFORM 3610-CUTOFF-STEP THRU 3610-CUTOFF-STEP-EXIT
008100         UNTIL BD-BUSINESS OR WS-BD-INT < WS-BD-FIRST-INT.
008110     IF NOT BD-BUSINESS
008120         COMPUTE WS-BD-INT =
008130             FUNCTION INTEGER-OF-DATE (WS-NEXT-FIRST-DATE) - 1
008140     END-IF.
008150     COMPUTE WS-CUTOFF-DATE =
008160         FUNCTION DATE-OF-INTEGER (WS-BD-INT).
008170     MOVE WS-CUT-PERIOD    TO WS-NEXT-PERIOD.
008180 3600-DEFAULT-CUTOFF-EXIT.
008190     EXIT.
008200*****************************************************************
008210*    3610-CUTOFF-STEP -- ONE DAY OF THE STEP BACK                *
008220*****************************************************************
008230 3610-CUTOFF-STEP.
008240     PERFORM 3620-CHECK-BUSINESS-DAY
008250         THRU 3620-CHECK-BUSINESS-DAY-EXIT.
008260     IF NOT BD-BUSINESS
008270         SUBTRACT 1        FROM WS-BD-INT
008280     END-IF.
008290 3610-CUTOFF-STEP-EXIT.
008300     EXIT.
008310*****************************************************************
008320*    3620-CHECK-BUSINESS-DAY -- IS THE DAY AT WS-BD-INT A        *
008330*    BUSINESS DAY?  SAME RULE AS PROG: SATURDAY AND SUNDAY FALL  *
008340*    OUT OF THE DAY NUMBER ARITHMETIC (DAY 1, 1601-01-01, WAS A  *
008350*    MONDAY, SO REMAINDER 6 IS SATURDAY AND 0 IS SUNDAY);        *
008360*    ANYTHING ELSE IS A BUSINESS DAY UNLESS THE SITE CALENDAR    *
008370*    LISTS IT.                                                   *
008380*****************************************************************
008390 3620-CHECK-BUSINESS-DAY.
008400     MOVE "Y"              TO BD-BUSINESS-SW.
008410     DIVIDE WS-BD-INT BY 7
008420         GIVING WS-BD-QUOT REMAINDER WS-BD-DOW.
008430     IF WS-BD-DOW = 6 OR WS-BD-DOW = 0
008440         MOVE "N"          TO BD-BUSINESS-SW
008450         GO TO 3620-CHECK-BUSINESS-DAY-EXIT
008460     END-IF.
008470     COMPUTE WS-BD-DATE =
008480         FUNCTION DATE-OF-INTEGER (WS-BD-INT).
008490     MOVE "N"              TO BD-FOUND-SW.
008500     MOVE 1                TO WS-CAL-IX.
008510     PERFORM 3625-SEARCH-CALENDAR
008520         THRU 3625-SEARCH-CALENDAR-EXIT
008530         UNTIL BD-CAL-FOUND OR WS-CAL-IX > WS-CAL-CTR.
008540     IF BD-CAL-FOUND
008550         MOVE "N"          TO BD-BUSINESS-SW
008560     END-IF.
008570 3620-CHECK-BUSINESS-DAY-EXIT.
008580     EXIT.
008590*****************************************************************
008600*    3625-SEARCH-CALENDAR -- ONE STEP OF THE CALENDAR SEARCH     *
008610*****************************************************************
008620 3625-SEARCH-CALENDAR.
008630     IF WS-CAL-DATE (WS-CAL-IX) = WS-BD-DATE
008640         SET BD-CAL-FOUND TO TRUE
008650     ELSE
008660         ADD 1             TO WS-CAL-IX
008670     END-IF.
008680 3625-SEARCH-CALENDAR-EXIT.
008690     EXIT.
008700*****************************************************************
008710*    3800-WRITE-HEADERS -- PRINT A NEW PAGE HEADER               *
008720*****************************************************************
008730 3800-WRITE-HEADERS.
008740     ADD 1                 TO WS-PAGE-NO.
008750     MOVE WS-PAGE-NO       TO WS-H1-PAGE.
008760     WRITE REPORT-RECORD FROM WS-HDR-LINE1 AFTER ADVANCING PAGE.
008770     WRITE REPORT-RECORD FROM WS-HDR-LINE2 AFTER ADVANCING 2.
008780     MOVE 3                TO WS-LINE-CTR.
008790 3800-WRITE-HEADERS-EXIT.
008800     EXIT.
008810*****************************************************************
008820*    3850-WRITE-DETAIL -- PRINT ONE REGISTER LINE, NEW PAGE IF   *
008830*    THE CURRENT PAGE IS FULL                                    *
008840*****************************************************************
008850 3850-WRITE-DETAIL.
008860     IF WS-LINE-CTR NOT < WS-LINES-PER-PAGE
008870         PERFORM 3800-WRITE-HEADERS THRU 3800-WRITE-HEADERS-EXIT
008880     END-IF.
008890     WRITE REPORT-RECORD FROM WS-DETAIL-LINE AFTER ADVANCING 1.
008900     ADD 1                 TO WS-LINE-CTR.
008910 3850-WRITE-DETAIL-EXIT.
008920     EXIT.
008930*****************************************************************
008940*    3900-WRITE-TOTALS -- THE REGISTER CONTROL TOTALS; READ MUST *
008950*    EQUAL APPLIED PLUS REFUSED                                  *
008960*****************************************************************
008970 3900-WRITE-TOTALS.
008980     MOVE "CARDS READ............: " TO WS-CN-CAPTION.
008990     MOVE WS-READ-CTR      TO WS-CN-COUNT.
009000     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 2.
009010     MOVE "CARDS APPLIED.........: " TO WS-CN-CAPTION.
009020     MOVE WS-APPLIED-CTR   TO WS-CN-COUNT.
009030     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
009040     MOVE "CARDS REFUSED.........: " TO WS-CN-CAPTION.
009050     MOVE WS-REJECTED-CTR  TO WS-CN-COUNT.
009060     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
009070     MOVE "PERIODS CLOSED........: " TO WS-CN-CAPTION.
009080     MOVE WS-CLOSED-CTR    TO WS-CN-COUNT.
009090     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
009100 3900-WRITE-TOTALS-EXIT.
009110     EXIT.
009120*****************************************************************
009130*    3960-WRITE-JOURNAL -- APPEND ONE UPDATE JOURNAL RECORD      *
009140*    (UPDJRN.CPY) FOR THE FILE THE CALLER NAMED IN UJ-FILE-ID,   *
009150*    WITH THE ADDED, CHANGED AND DELETED COUNTS AND THE HASH     *
009160*    DELTA IT LEFT IN THE RECORD, SO VER001 CAN ACCOUNT FOR THE  *
009170*    CHANGE TO THE FILE.  THE JOURNAL IS SHARED WITH THE OTHER   *
009180*    PROGRAMS THAT UPDATE THE MANIFEST FILES, SO IT IS OPENED    *
009190*    AND CLOSED AROUND THE RECORD, CREATED ON THE FIRST EVER     *
009200*    RECORD; IF IT STILL CANNOT BE OPENED THE COUNTS GO TO THE   *
009210*    CONSOLE AND THE CHANGE WILL BE REPORTED AS DRIFT.           *
009220*****************************************************************
009230 3960-WRITE-JOURNAL.
009240     MOVE "CLS001"         TO UJ-PROGRAM.
009250     ACCEPT UJ-RUN-DATE    FROM DATE YYYYMMDD.
009260     ACCEPT UJ-RUN-TIME    FROM TIME.
009270     MOVE 0                TO UJ-PARTITION-NO.
009280     OPEN INPUT UPDATE-JOURNAL-FILE.
009290     IF WS-UPDJRNL-STATUS = "00"
009300         CLOSE UPDATE-JOURNAL-FILE
009310         OPEN EXTEND UPDATE-JOURNAL-FILE
009320     ELSE
009330         OPEN OUTPUT UPDATE-JOURNAL-FILE
009340     END-IF.
009350     IF WS-UPDJRNL-STATUS NOT = "00"
009360         DISPLAY "CLS001: NOT JOURNALLED " UJ-FILE-ID
009370                 " ADDED " UJ-ADD-COUNT
009380                 " CHANGED " UJ-CHANGE-COUNT
009390                 " DELETED " UJ-DELETE-COUNT
009400         GO TO 3960-WRITE-JOURNAL-EXIT
009410     END-IF.
009420     WRITE UPDATE-JOURNAL-FILE-RECORD FROM UPDATE-JOURNAL-RECORD.
009430     CLOSE UPDATE-JOURNAL-FILE.
009440 3960-WRITE-JOURNAL-EXIT.
009450     EXIT.
