000340*                     DOUBLE-COUNT A DAY.  MANAGEMENT'S CLOSE    *
000350*                     FIGURES STOP BEING A HAND TALLY OFF THE    *
000360*                     DAILY EXCEPTION REPORTS.                   *
000361*    10/05/2026  DJH  NEW BUCKETS AND THE CONTROL ENTRY START    *
000362*                     AC-ADJUST-COUNT AT ZERO; ADJ001 FOLDS GL   *
000363*                     REVERSALS INTO THE SAME BUCKETS.           *
000364*    10/09/2026  DJH  AC-NET-AMOUNT NOW ACCUMULATES THE BASE-    *
000365*                     CURRENCY AMOUNT PROG STAMPED ON EACH       *
000366*                     TRANSACTION (TR-BASE-AMOUNT), SO A MONTH'S *
000367*                     NET IS ONE CURRENCY; A TRANSACTION FILE    *
000368*                     FROM BEFORE THE STAMP IS ALL BASE CURRENCY *
000369*                     AND FOLDS AT ITS ORIGINAL AMOUNT.          *
000370*    10/11/2026  DJH  BUCKETS ARE NOW BY ACCOUNTING PERIOD FROM  *
000371*                     THE PERIODCTL FILE CLS001 KEEPS, NOT BY    *
000372*                     RUN MONTH. A TRANSACTION FOLDS INTO THE    *
000373*                     PERIOD ITS DATE FALLS IN WHILE THAT PERIOD *
000374*                     IS OPEN, OTHERWISE INTO TODAY'S OPEN       *
000375*                     PERIOD, COUNTED PRIOR-PERIOD ON ITS BUCKET *
000376*                     AND ON THE STATEMENT. A FROZEN (CLOSED)    *
000377*                     PERIOD IS NEVER FOLDED INTO: IF TODAY'S    *
000378*                     POSTING PERIOD IS CLOSED NOTHING IS ROLLED *
000379*                     AND THE STEP ENDS RC 8. NO PERIODCTL MEANS *
000380*                     THE RUN MONTH, AS BEFORE.                  *
000381*    10/14/2026  DJH  ENTRIES ADDED AND CHANGED ON ACTMAST, WITH *
000382*                     THE NET MOVEMENT IN AC-NET-AMOUNT, ARE     *
000383*                     COUNTED AND JOURNALLED ON UPDJRNL WHEN THE *
000384*                     FILE IS CLOSED, FOR VER001'S NIGHTLY       *
000385*                     INTEGRITY CHECK.                           *
000386*                                                               *
000387*****************************************************************
000390 ENVIRONMENT               DIVISION.
000400 CONFIGURATION             SECTION.
000410 SOURCE-COMPUTER.          IBM-370.
000580                           ACCESS MODE IS DYNAMIC
000590                           RECORD KEY IS AC-KEY
000600                           FILE STATUS IS WS-ACT-STATUS.
000601     SELECT PERIOD-CTL-FILE ASSIGN TO "PERIODCTL"
000602                           ORGANIZATION IS INDEXED
000603                           ACCESS MODE IS DYNAMIC
000604                           RECORD KEY IS PC-PERIOD
000605                           FILE STATUS IS WS-PRD-STATUS.
000610     SELECT REPORT-FILE    ASSIGN TO "ACTRPT"
000620                           ORGANIZATION IS LINE SEQUENTIAL
000630                           FILE STATUS IS WS-RPT-STATUS.
000632     SELECT UPDATE-JOURNAL-FILE ASSIGN TO "UPDJRNL"
000634                           ORGANIZATION IS LINE SEQUENTIAL
000636                           FILE STATUS IS WS-UPDJRNL-STATUS.
000640 DATA                      DIVISION.
000650 FILE                      SECTION.
000660 FD  PARTLIST-FILE
000750 FD  ACTIVITY-FILE
000760     LABEL RECORD IS STANDARD.
000770     COPY ACTREC.
000772 FD  PERIOD-CTL-FILE
000774     LABEL RECORD IS STANDARD.
000776     COPY PRDCTL.
000780 FD  REPORT-FILE
000790     LABEL RECORD IS STANDARD.
000800     COPY RPTREC.
000802 FD  UPDATE-JOURNAL-FILE
000804     LABEL RECORD IS STANDARD.
000806 01  UPDATE-JOURNAL-FILE-RECORD PIC X(100).
000810 WORKING-STORAGE           SECTION.
000820 01  WS-PART-STATUS        PIC X(02).
000830 01  WS-TRAN-STATUS        PIC X(02).
000960 01  RD-SWITCHES.
000970     05  RD-ROLLED-SW      PIC X(01)   VALUE "N".
000980         88  RD-ALREADY-ROLLED         VALUE "Y".
000983     05  RD-FROZEN-SW      PIC X(01)   VALUE "N".
000986         88  RD-PERIOD-FROZEN          VALUE "Y".
000990 01  EX-SWITCHES.
001000     05  EX-EXCEPTION-SW   PIC X(01)   VALUE "N".
001010         88  EX-EXCEPTION              VALUE "Y".
001100 77  WS-EXCEPTION-CTR      PIC 9(7)    VALUE 0.
001110 77  WS-UNMATCHED-CTR      PIC 9(7)    VALUE 0.
001120 77  WS-PRINTED-CTR        PIC 9(7)    VALUE 0.
001121 77  WS-PRIOR-CTR          PIC 9(7)    VALUE 0.
001122 77  WS-EARLIER-CTR        PIC 9(7)    VALUE 0.
001123 01  WS-ENSURED-PERIOD     PIC 9(6)    VALUE 0.
001124 01  WS-PRD-STATUS         PIC X(02).
001125 01  WS-UPDJRNL-STATUS     PIC X(02).
001126     COPY UPDJRN.
001127 77  WS-ACTM-ADD-CTR       PIC 9(7)    VALUE 0.
001128 77  WS-ACTM-CHG-CTR       PIC 9(7)    VALUE 0.
001129 77  WS-ACTM-DEL-CTR       PIC 9(7)    VALUE 0.
001130 77  WS-ACTM-HASH-DELTA    PIC S9(13)V99 VALUE 0.
001131 01  WS-ACT-OLD-AMOUNT    PIC S9(9)V99 VALUE 0.
001132 01  PC-SWITCHES.
001133     05  PC-EOF-SW         PIC X(01)   VALUE "N".
001134         88  PC-EOF                    VALUE "Y".
001135     05  PC-LOADED-SW      PIC X(01)   VALUE "N".
001136         88  PC-LOADED                 VALUE "Y".
001137     05  PC-COVERED-SW     PIC X(01)   VALUE "N".
001138         88  PC-COVERED                VALUE "Y".
001139     05  PC-FOUND-SW       PIC X(01)   VALUE "N".
001140         88  PC-FOUND                  VALUE "Y".
001141     05  PC-PRIOR-SW       PIC X(01)   VALUE "N".
001142         88  PC-PRIOR                  VALUE "Y".
001143 01  WS-PD-MAX             PIC 9(4)    COMP VALUE 240.
001144 01  WS-PD-CTR             PIC 9(4)    COMP VALUE 0.
001145 01  WS-PD-IX              PIC 9(4)    COMP.
001146 01  WS-PERIOD-TABLE.
001147     05  WS-PD-ENTRY       OCCURS 240 TIMES.
001148         10  WS-PD-PERIOD  PIC 9(6).
001149         10  WS-PD-STATUS  PIC X(1).
001150         10  WS-PD-CUTOFF  PIC 9(8).
001151 01  WS-OPEN-PERIOD        PIC 9(6)    VALUE 0.
001152 01  WS-POST-PERIOD        PIC 9(6)    VALUE 0.
001153 01  WS-DATE-PERIOD        PIC 9(6)    VALUE 0.
001154 01  WS-PERIOD-DATE        PIC 9(8)    VALUE 0.
001155 01  WS-STMT-COUNT         PIC 9(9)    VALUE 0.
001156 01  WS-STMT-AMOUNT        PIC S9(11)V99 VALUE 0.
001157 01  WS-STMT-EXCEPTIONS    PIC 9(9)    VALUE 0.
001158 01  WS-STMT-PRIOR         PIC 9(9)    VALUE 0.
001160 01  WS-PAGE-NO            PIC 9(3)    VALUE 0.
001170 01  WS-LINE-CTR           PIC 9(3)    VALUE 0.
001180 01  WS-LINES-PER-PAGE     PIC 9(3)    VALUE 60.
001260     05  WS-H1-PAGE        PIC ZZ9.
001270     05  FILLER            PIC X(55)   VALUE SPACES.
001280 01  WS-MONTH-LINE.
001290     05  FILLER            PIC X(17)   VALUE "POSTING PERIOD:  ".
001300     05  WS-ML-MONTH       PIC 9(6).
001310     05  FILLER            PIC X(109)  VALUE SPACES.
001320 01  WS-HDR-LINE2.
001340     05  FILLER            PIC X(10)   VALUE "  RECORDS ".
001350     05  FILLER            PIC X(16)   VALUE "  NET AMOUNT    ".
001360     05  FILLER            PIC X(11)   VALUE " EXCEPTIONS".
001370     05  FILLER            PIC X(11)   VALUE "   PRIOR PD".
001375     05  FILLER            PIC X(72)   VALUE SPACES.
001380 01  WS-DETAIL-LINE.
001390     05  WS-DL-TRAN-ID     PIC X(10).
001400     05  FILLER            PIC X(02)   VALUE SPACES.
001430     05  WS-DL-AMOUNT      PIC -(9)9.99.
001440     05  FILLER            PIC X(03)   VALUE SPACES.
001450     05  WS-DL-EXCEPTIONS  PIC Z(6)9.
001460     05  FILLER            PIC X(04)   VALUE SPACES.
001462     05  WS-DL-PRIOR       PIC Z(6)9.
001464     05  FILLER            PIC X(76)   VALUE SPACES.
001470 01  WS-TOTAL-LINE.
001480     05  FILLER            PIC X(12)   VALUE "MONTH TOTAL ".
001490     05  WS-TL-COUNT       PIC Z(8)9.
001510     05  WS-TL-AMOUNT      PIC -(11)9.99.
001520     05  FILLER            PIC X(01)   VALUE SPACES.
001530     05  WS-TL-EXCEPTIONS  PIC Z(8)9.
001540     05  FILLER            PIC X(02)   VALUE SPACES.
001542     05  WS-TL-PRIOR       PIC Z(8)9.
001544     05  FILLER            PIC X(73)   VALUE SPACES.
001550 01  WS-COUNT-LINE.
001560     05  WS-CL-CAPTION     PIC X(24).
001570     05  WS-CL-COUNT       PIC Z(6)9.
001620*    0000-MAINLINE -- ROLL TODAY'S PROCESSED FEED INTO THE       *
001630*    ACTIVITY MASTER (ONCE -- THE MONTH CONTROL ENTRY REFUSES    *
001640*    A SECOND ROLL OF THE SAME DAY), THEN PRINT THE MONTH'S      *
001650*    STATEMENT PER TRAN ID.  THE MONTH IS TODAY'S OPEN           *
001653*    ACCOUNTING PERIOD; IF THAT PERIOD HAS BEEN CLOSED NOTHING   *
001656*    IS ROLLED AND THE STEP ENDS RETURN CODE 8.                  *
001660*****************************************************************
001670 I01 SECTION.
001680 I011.
001690     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001695     PERFORM 9010-LOAD-PERIODS THRU 9010-LOAD-PERIODS-EXIT.
001700     OPEN OUTPUT REPORT-FILE.
001710     IF WS-RPT-STATUS NOT = "00"
001720         DISPLAY "ACT001: UNABLE TO OPEN ACTRPT, STATUS "
001750         GOBACK
001760     END-IF.
001770     PERFORM 9800-WRITE-HEADERS THRU 9800-WRITE-HEADERS-EXIT.
001780     MOVE WS-OPEN-PERIOD   TO WS-ML-MONTH.
001790     WRITE REPORT-RECORD FROM WS-MONTH-LINE AFTER ADVANCING 1.
001791     IF NOT PC-LOADED
001792         MOVE "PERIODCTL NOT AVAILABLE - RUN MONTH USED"
001793                           TO WS-MSG-LINE
001794         WRITE REPORT-RECORD FROM WS-MSG-LINE AFTER ADVANCING 1
001795     ELSE
001796         IF NOT PC-COVERED
001797             MOVE "NO OPEN PERIOD COVERS TODAY - RUN MONTH USED"
001798                           TO WS-MSG-LINE
001799             WRITE REPORT-RECORD FROM WS-MSG-LINE
001801                 AFTER ADVANCING 1
001803         END-IF
001805     END-IF.
001807     OPEN INPUT RUNLOG-FILE.
001810     IF WS-RUNLOG-STATUS NOT = "00"
001820         MOVE "RUNLOG NOT AVAILABLE - NOTHING ROLLED"
001830                           TO WS-MSG-LINE
001930         OPEN I-O ACTIVITY-FILE
001940     END-IF.
001950     PERFORM 9100-CHECK-CONTROL THRU 9100-CHECK-CONTROL-EXIT.
001960     IF RD-PERIOD-FROZEN
001970         MOVE "POSTING PERIOD IS CLOSED - NOTHING ROLLED"
001980                           TO WS-MSG-LINE
001990         WRITE REPORT-RECORD FROM WS-MSG-LINE AFTER ADVANCING 2
002000     ELSE
002010         IF RD-ALREADY-ROLLED
002020             MOVE "DAY ALREADY ROLLED - STATEMENT ONLY"
002021                           TO WS-MSG-LINE
002022             WRITE REPORT-RECORD FROM WS-MSG-LINE
002023                 AFTER ADVANCING 2
002024         ELSE
002025             PERFORM 9180-ROLL-THE-DAY
002026                 THRU 9180-ROLL-THE-DAY-EXIT
002027             PERFORM 9150-MARK-CONTROL
002028                 THRU 9150-MARK-CONTROL-EXIT
002029         END-IF
002030     END-IF.
002040     PERFORM 9400-PRINT-STATEMENT
002050         THRU 9400-PRINT-STATEMENT-EXIT.
002060     PERFORM 9900-WRITE-TOTALS THRU 9900-WRITE-TOTALS-EXIT.
002070     CLOSE ACTIVITY-FILE.
002071     MOVE "ACTMAST"        TO UJ-FILE-ID.
002072     MOVE WS-ACTM-ADD-CTR  TO UJ-ADD-COUNT.
002073     MOVE WS-ACTM-CHG-CTR  TO UJ-CHANGE-COUNT.
002074     MOVE WS-ACTM-DEL-CTR  TO UJ-DELETE-COUNT.
002075     MOVE WS-ACTM-HASH-DELTA TO UJ-HASH-DELTA.
002076     PERFORM 9960-WRITE-JOURNAL THRU 9960-WRITE-JOURNAL-EXIT.
002080     CLOSE RUNLOG-FILE.
002090     CLOSE REPORT-FILE.
002092     IF RD-PERIOD-FROZEN
002094         MOVE 8            TO RETURN-CODE
002096         GOBACK
002098     END-IF.
002100     IF WS-UNMATCHED-CTR > 0
002110         MOVE 4            TO RETURN-CODE
002120     ELSE
002140     END-IF.
002150     GOBACK.
002160*****************************************************************
002161*    9010-LOAD-PERIODS -- LOAD THE PERIOD-CONTROL FILE           *
002162*    (PERIODCTL, MAINTAINED BY CLS001) AND FIND THE OPEN PERIOD  *
002163*    TODAY POSTS INTO: THE EARLIEST OPEN PERIOD WHOSE CUTOFF IS  *
002164*    ON OR AFTER THE RUN DATE.  ONLY THE LAST TEN YEARS OF       *
002165*    PERIODS ARE LOADED -- ANYTHING DATED BEFORE THEM LANDS ON   *
002166*    THE OLDEST ONE LOADED, WHICH IS LONG CLOSED, SO IT COMES    *
002167*    OUT PRIOR-PERIOD ALL THE SAME.  NO FILE, OR NO OPEN PERIOD  *
002168*    COVERING TODAY, LEAVES THE RUN MONTH AS THE POSTING PERIOD, *
002169*    AS BEFORE.                                                  *
002170*****************************************************************
002171 9010-LOAD-PERIODS.
002172     MOVE WS-RD-YEAR-MONTH TO WS-OPEN-PERIOD.
002173     OPEN INPUT PERIOD-CTL-FILE.
002174     IF WS-PRD-STATUS NOT = "00"
002175         GO TO 9010-LOAD-PERIODS-EXIT
002176     END-IF.
002177     COMPUTE PC-PERIOD = WS-RD-YEAR-MONTH - 1000.
002178     START PERIOD-CTL-FILE KEY NOT < PC-PERIOD
002179         INVALID KEY
002180             SET PC-EOF TO TRUE
002181     END-START.
002182     PERFORM 9015-LOAD-PERIODS-READ
002183         THRU 9015-LOAD-PERIODS-READ-EXIT
002184         UNTIL PC-EOF.
002185     CLOSE PERIOD-CTL-FILE.
002186     SET PC-LOADED TO TRUE.
002187     MOVE 1                TO WS-PD-IX.
002188     PERFORM 9020-FIND-OPEN-PERIOD
002189         THRU 9020-FIND-OPEN-PERIOD-EXIT
002190         UNTIL PC-COVERED OR WS-PD-IX > WS-PD-CTR.
002191 9010-LOAD-PERIODS-EXIT.
002192     EXIT.
002193*****************************************************************
002194*    9015-LOAD-PERIODS-READ -- ONE PERIOD.  A FULL TABLE STOPS   *
002195*    THE LOAD WITH A CONSOLE WARNING.                            *
002196*****************************************************************
002197 9015-LOAD-PERIODS-READ.
002198     READ PERIOD-CTL-FILE NEXT RECORD
002199         AT END
002200             SET PC-EOF TO TRUE
002201         NOT AT END
002202             IF WS-PD-CTR < WS-PD-MAX
002203                 ADD 1             TO WS-PD-CTR
002204                 MOVE PC-PERIOD    TO WS-PD-PERIOD (WS-PD-CTR)
002205                 MOVE PC-STATUS    TO WS-PD-STATUS (WS-PD-CTR)
002206                 MOVE PC-CUTOFF-DATE TO WS-PD-CUTOFF (WS-PD-CTR)
002207             ELSE
002208                 DISPLAY "ACT001: PERIODCTL TABLE FULL - "
002209                         "PERIODS TRUNCATED"
002210                 SET PC-EOF TO TRUE
002211             END-IF
002212     END-READ.
002213 9015-LOAD-PERIODS-READ-EXIT.
002214     EXIT.
002215*****************************************************************
002216*    9020-FIND-OPEN-PERIOD -- ONE STEP OF THE OPEN-PERIOD SEARCH *
002217*****************************************************************
002218 9020-FIND-OPEN-PERIOD.
002219     IF WS-PD-STATUS (WS-PD-IX) = "O"
002220        AND WS-PD-CUTOFF (WS-PD-IX) NOT < WS-RUN-DATE
002221         MOVE WS-PD-PERIOD (WS-PD-IX) TO WS-OPEN-PERIOD
002222         SET PC-COVERED TO TRUE
002223     ELSE
002224         ADD 1             TO WS-PD-IX
002225     END-IF.
002226 9020-FIND-OPEN-PERIOD-EXIT.
002227     EXIT.
002228*****************************************************************
002229*    9030-RESOLVE-PERIOD -- THE POSTING PERIOD FOR A TRANSACTION *
002230*    DATED WS-PERIOD-DATE.  THE DATE FALLS IN THE FIRST PERIOD   *
002231*    WHOSE CUTOFF IS ON OR AFTER IT.  AN EARLIER PERIOD STILL    *
002232*    OPEN TAKES IT; A CLOSED ONE DOES NOT -- THE ITEM POSTS TO   *
002233*    THE OPEN PERIOD AND PC-PRIOR COMES BACK SET.  A DATE IN THE *
002234*    OPEN PERIOD OR LATER, A DATE PAST EVERY PERIOD ON FILE, A   *
002235*    DATE THAT IS NOT NUMERIC, OR NO PERIODCTL AT ALL, ALL POST  *
002236*    TO THE OPEN PERIOD.                                         *
002237*****************************************************************
002238 9030-RESOLVE-PERIOD.
002239     MOVE WS-OPEN-PERIOD   TO WS-POST-PERIOD.
002240     MOVE 0                TO WS-DATE-PERIOD.
002241     MOVE "N"              TO PC-PRIOR-SW.
002242     IF NOT PC-LOADED OR WS-PERIOD-DATE NOT NUMERIC
002243         GO TO 9030-RESOLVE-PERIOD-EXIT
002244     END-IF.
002245     MOVE "N"              TO PC-FOUND-SW.
002246     MOVE 1                TO WS-PD-IX.
002247     PERFORM 9035-RESOLVE-STEP THRU 9035-RESOLVE-STEP-EXIT
002248         UNTIL PC-FOUND OR WS-PD-IX > WS-PD-CTR.
002249     IF NOT PC-FOUND
002250         GO TO 9030-RESOLVE-PERIOD-EXIT
002251     END-IF.
002252     MOVE WS-PD-PERIOD (WS-PD-IX) TO WS-DATE-PERIOD.
002253     IF WS-DATE-PERIOD NOT < WS-OPEN-PERIOD
002254         GO TO 9030-RESOLVE-PERIOD-EXIT
002255     END-IF.
002256     IF WS-PD-STATUS (WS-PD-IX) = "O"
002257         MOVE WS-DATE-PERIOD TO WS-POST-PERIOD
002258     ELSE
002259         SET PC-PRIOR TO TRUE
002260     END-IF.
002261 9030-RESOLVE-PERIOD-EXIT.
002262     EXIT.
002263*****************************************************************
002264*    9035-RESOLVE-STEP -- ONE STEP OF THE PERIOD SEARCH          *
002265*****************************************************************
002266 9035-RESOLVE-STEP.
002267     IF WS-PD-CUTOFF (WS-PD-IX) NOT < WS-PERIOD-DATE
002268         SET PC-FOUND TO TRUE
002269     ELSE
002270         ADD 1             TO WS-PD-IX
002271     END-IF.
002272 9035-RESOLVE-STEP-EXIT.
002273     EXIT.
002274*****************************************************************
002275*    9100-CHECK-CONTROL -- THE MONTH'S "*CONTROL*" ENTRY SAYS    *
002276*    WHAT DAY WAS LAST ROLLED IN.  TODAY ALREADY THERE MEANS A   *
002277*    SCHEDULER RE-FIRE: THE ACCUMULATE PASS IS SKIPPED AND THE   *
002278*    STATEMENT PRINTS FROM WHAT IS ALREADY ON THE MASTER.  A     *
002279*    FROZEN CONTROL ENTRY MEANS CLS001 HAS CLOSED THE PERIOD.    *
002280*****************************************************************
002281 9100-CHECK-CONTROL.
002282     MOVE "N"              TO RD-ROLLED-SW.
002283     MOVE "*CONTROL*"      TO AC-TRAN-ID.
002284     MOVE WS-OPEN-PERIOD   TO AC-YEAR-MONTH.
002285     READ ACTIVITY-FILE
002286         INVALID KEY
002287             CONTINUE
002290         NOT INVALID KEY
002292             IF AC-FROZEN
002294                 SET RD-PERIOD-FROZEN TO TRUE
002296             END-IF
002300             IF AC-LAST-ROLL-DATE = WS-RUN-DATE
002310                 SET RD-ALREADY-ROLLED TO TRUE
002320             END-IF
002390*****************************************************************
002400 9150-MARK-CONTROL.
002410     MOVE "*CONTROL*"      TO AC-TRAN-ID.
002420     MOVE WS-OPEN-PERIOD   TO AC-YEAR-MONTH.
002430     MOVE 0                TO AC-RECORD-COUNT.
002440     MOVE 0                TO AC-NET-AMOUNT.
002450     MOVE 0                TO AC-EXCEPTION-COUNT.
002455     MOVE 0                TO AC-ADJUST-COUNT.
002456     MOVE "N"              TO AC-FROZEN-SW.
002457     MOVE 0                TO AC-PRIOR-COUNT.
002460     MOVE WS-RUN-DATE      TO AC-LAST-ROLL-DATE.
002470     WRITE ACTIVITY-RECORD
002480         INVALID KEY
002490             REWRITE ACTIVITY-RECORD
002491                 NOT INVALID KEY
002492                     ADD 1 TO WS-ACTM-CHG-CTR
002493             END-REWRITE
002494         NOT INVALID KEY
002495             ADD 1         TO WS-ACTM-ADD-CTR
002500     END-WRITE.
002510 9150-MARK-CONTROL-EXIT.
002511     EXIT.
002512*****************************************************************
002513*    9160-ENSURE-CONTROL -- A TRANSACTION DATED INTO AN EARLIER  *
002514*    PERIOD THAT IS STILL OPEN FOLDS INTO THAT PERIOD; MAKE SURE *
002515*    ITS MONTH HAS A CONTROL ENTRY TOO (ONE READ PER PERIOD      *
002516*    CHANGE)                                                     *
002517*****************************************************************
002518 9160-ENSURE-CONTROL.
002519     IF WS-POST-PERIOD = WS-ENSURED-PERIOD
002520         GO TO 9160-ENSURE-CONTROL-EXIT
002521     END-IF.
002522     MOVE WS-POST-PERIOD   TO WS-ENSURED-PERIOD.
002523     MOVE "*CONTROL*"      TO AC-TRAN-ID.
002524     MOVE WS-POST-PERIOD   TO AC-YEAR-MONTH.
002525     READ ACTIVITY-FILE
002526         INVALID KEY
002527             MOVE 0        TO AC-RECORD-COUNT
002528             MOVE 0        TO AC-NET-AMOUNT
002529             MOVE 0        TO AC-EXCEPTION-COUNT
002530             MOVE 0        TO AC-ADJUST-COUNT
002531             MOVE "N"      TO AC-FROZEN-SW
002532             MOVE 0        TO AC-PRIOR-COUNT
002533             MOVE WS-RUN-DATE TO AC-LAST-ROLL-DATE
002534             WRITE ACTIVITY-RECORD
002535                 INVALID KEY
002536                     CONTINUE
002537                 NOT INVALID KEY
002538                     ADD 1 TO WS-ACTM-ADD-CTR
002539             END-WRITE
002540     END-READ.
002541 9160-ENSURE-CONTROL-EXIT.
002542     EXIT.
002543*****************************************************************
002544*    9180-ROLL-THE-DAY -- EVERY PARTITION ON PARTLIST (OR THE    *
002550*    STANDALONE TRANSRT WHEN THERE IS NO PARTLIST) IS ROLLED     *
002560*    INTO THE ACTIVITY MASTER, SAME FILE-NAME DANCE AS EXT001    *
002570*****************************************************************
003480     EXIT.
003490*****************************************************************
003500*    9250-FOLD-MASTER -- FIND (OR CREATE) THE TRAN ID'S BUCKET   *
003510*    FOR THE POSTING PERIOD AND FOLD THE CURRENT TRANSACTION IN, *
003515*    AT ITS BASE-CURRENCY AMOUNT.  THE POSTING PERIOD COMES FROM *
003516*    THE TRANSACTION DATE; ONE DATED INTO A CLOSED PERIOD LANDS  *
003517*    IN TODAY'S OPEN PERIOD AND COUNTS AS PRIOR-PERIOD.          *
003520*****************************************************************
003530 9250-FOLD-MASTER.
003531     MOVE TR-TRAN-DATE OF TRAN-RECORD TO WS-PERIOD-DATE.
003532     PERFORM 9030-RESOLVE-PERIOD THRU 9030-RESOLVE-PERIOD-EXIT.
003533     IF WS-POST-PERIOD NOT = WS-OPEN-PERIOD
003534         ADD 1             TO WS-EARLIER-CTR
003535         PERFORM 9160-ENSURE-CONTROL
003536             THRU 9160-ENSURE-CONTROL-EXIT
003537     END-IF.
003540     MOVE TR-TRAN-ID OF TRAN-RECORD TO AC-TRAN-ID.
003550     MOVE WS-POST-PERIOD   TO AC-YEAR-MONTH.
003560     READ ACTIVITY-FILE
003570         INVALID KEY
003580             MOVE 0        TO AC-RECORD-COUNT
003590             MOVE 0        TO AC-NET-AMOUNT
003600             MOVE 0        TO AC-EXCEPTION-COUNT
003610             MOVE 0        TO AC-LAST-ROLL-DATE
003615             MOVE 0        TO AC-ADJUST-COUNT
003616             MOVE "N"      TO AC-FROZEN-SW
003617             MOVE 0        TO AC-PRIOR-COUNT
003620     END-READ.
003621     IF AC-ADJUST-COUNT NOT NUMERIC
003622         MOVE 0            TO AC-ADJUST-COUNT
003623     END-IF.
003624     IF AC-PRIOR-COUNT NOT NUMERIC
003625         MOVE 0            TO AC-PRIOR-COUNT
003626     END-IF.
003627     MOVE AC-NET-AMOUNT    TO WS-ACT-OLD-AMOUNT.
003630     MOVE TR-TRAN-ID OF TRAN-RECORD TO AC-TRAN-ID.
003640     MOVE WS-POST-PERIOD   TO AC-YEAR-MONTH.
003650     ADD 1                 TO AC-RECORD-COUNT.
003660     IF TR-BASE-AMOUNT OF TRAN-RECORD NUMERIC
003662         ADD TR-BASE-AMOUNT OF TRAN-RECORD TO AC-NET-AMOUNT
003664     ELSE
003666         ADD TR-TRAN-AMOUNT OF TRAN-RECORD TO AC-NET-AMOUNT
003668     END-IF.
003670     IF EX-EXCEPTION
003680         ADD 1             TO AC-EXCEPTION-COUNT
003690         ADD 1             TO WS-EXCEPTION-CTR
003692     END-IF.
003694     IF PC-PRIOR
003696         ADD 1             TO AC-PRIOR-COUNT
003698         ADD 1             TO WS-PRIOR-CTR
003700     END-IF.
003710     MOVE WS-RUN-DATE      TO AC-LAST-ROLL-DATE.
003720     WRITE ACTIVITY-RECORD
003730         INVALID KEY
003740             REWRITE ACTIVITY-RECORD
003741                 NOT INVALID KEY
003742                     ADD 1 TO WS-ACTM-CHG-CTR
003743                     ADD AC-NET-AMOUNT TO WS-ACTM-HASH-DELTA
003744                     SUBTRACT WS-ACT-OLD-AMOUNT
003745                         FROM WS-ACTM-HASH-DELTA
003746             END-REWRITE
003747         NOT INVALID KEY
003748             ADD 1         TO WS-ACTM-ADD-CTR
003749             ADD AC-NET-AMOUNT TO WS-ACTM-HASH-DELTA
003750     END-WRITE.
003760     ADD 1                 TO WS-ROLLED-CTR.
003770 9250-FOLD-MASTER-EXIT.
003780     EXIT.
003790*****************************************************************
003800*    9400-PRINT-STATEMENT -- BROWSE THE ACTIVITY MASTER FROM     *
003810*    THE TOP AND PRINT ONE LINE PER TRAN ID FOR THE OPEN PERIOD, *
003820*    SKIPPING THE CONTROL ENTRIES; THE KEY ORDER GIVES THE       *
003830*    STATEMENT ITS TRAN ID SEQUENCE FOR FREE                     *
003840*****************************************************************
003880     MOVE 0                TO WS-STMT-COUNT.
003890     MOVE 0                TO WS-STMT-AMOUNT.
003900     MOVE 0                TO WS-STMT-EXCEPTIONS.
003905     MOVE 0                TO WS-STMT-PRIOR.
003910     MOVE "N"              TO AB-DONE-SW.
003920     MOVE LOW-VALUES       TO AC-TRAN-ID.
003930     MOVE 0                TO AC-YEAR-MONTH.
004060     MOVE WS-STMT-COUNT    TO WS-TL-COUNT.
004070     MOVE WS-STMT-AMOUNT   TO WS-TL-AMOUNT.
004080     MOVE WS-STMT-EXCEPTIONS TO WS-TL-EXCEPTIONS.
004085     MOVE WS-STMT-PRIOR    TO WS-TL-PRIOR.
004090     WRITE REPORT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 2.
004100 9400-PRINT-STATEMENT-EXIT.
004110     EXIT.
004120*****************************************************************
004130*    9410-PRINT-ENTRY -- ONE MASTER ENTRY: ONLY THE OPEN         *
004140*    PERIOD'S BUCKETS PRINT, AND THE CONTROL ENTRY NEVER DOES    *
004150*****************************************************************
004160 9410-PRINT-ENTRY.
004170     READ ACTIVITY-FILE NEXT RECORD
004190             SET AB-DONE TO TRUE
004200             GO TO 9410-PRINT-ENTRY-EXIT
004210     END-READ.
004220     IF AC-YEAR-MONTH NOT = WS-OPEN-PERIOD
004230         GO TO 9410-PRINT-ENTRY-EXIT
004240     END-IF.
004250     IF AC-TRAN-ID = "*CONTROL*"
004290     MOVE AC-RECORD-COUNT  TO WS-DL-COUNT.
004300     MOVE AC-NET-AMOUNT    TO WS-DL-AMOUNT.
004310     MOVE AC-EXCEPTION-COUNT TO WS-DL-EXCEPTIONS.
004312     IF AC-PRIOR-COUNT NOT NUMERIC
004314         MOVE 0            TO AC-PRIOR-COUNT
004316     END-IF.
004318     MOVE AC-PRIOR-COUNT   TO WS-DL-PRIOR.
004320     PERFORM 9850-WRITE-DETAIL THRU 9850-WRITE-DETAIL-EXIT.
004330     ADD 1                 TO WS-PRINTED-CTR.
004340     ADD AC-RECORD-COUNT   TO WS-STMT-COUNT.
004350     ADD AC-NET-AMOUNT     TO WS-STMT-AMOUNT.
004360     ADD AC-EXCEPTION-COUNT TO WS-STMT-EXCEPTIONS.
004365     ADD AC-PRIOR-COUNT    TO WS-STMT-PRIOR.
004370 9410-PRINT-ENTRY-EXIT.
004380     EXIT.
004390*****************************************************************
004810     MOVE "TRAN IDS ON STATEMENT.: " TO WS-CL-CAPTION.
004820     MOVE WS-PRINTED-CTR   TO WS-CL-COUNT.
004830     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
004831     MOVE "PRIOR-PERIOD ITEMS....: " TO WS-CL-CAPTION.
004832     MOVE WS-PRIOR-CTR     TO WS-CL-COUNT.
004833     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
004834     MOVE "TO EARLIER OPEN PERIOD: " TO WS-CL-CAPTION.
004835     MOVE WS-EARLIER-CTR   TO WS-CL-COUNT.
004836     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
004840 9900-WRITE-TOTALS-EXIT.
004850     EXIT.
004860*****************************************************************
004870*    9960-WRITE-JOURNAL -- APPEND ONE UPDATE JOURNAL RECORD      *
004880*    (UPDJRN.CPY) FOR THE FILE THE CALLER NAMED IN UJ-FILE-ID,   *
004890*    WITH THE ADDED, CHANGED AND DELETED COUNTS AND THE HASH     *
004900*    DELTA IT LEFT IN THE RECORD, SO VER001 CAN ACCOUNT FOR THE  *
004910*    CHANGE TO THE FILE.  THE JOURNAL IS SHARED WITH THE OTHER   *
004920*    PROGRAMS THAT UPDATE THE MANIFEST FILES, SO IT IS OPENED    *
004930*    AND CLOSED AROUND THE RECORD, CREATED ON THE FIRST EVER     *
004940*    RECORD; IF IT STILL CANNOT BE OPENED THE COUNTS GO TO THE   *
004950*    CONSOLE AND THE CHANGE WILL BE REPORTED AS DRIFT.           *
004960*****************************************************************
004970 9960-WRITE-JOURNAL.
004980     MOVE "ACT001"         TO UJ-PROGRAM.
004990     ACCEPT UJ-RUN-DATE    FROM DATE YYYYMMDD.
005000     ACCEPT UJ-RUN-TIME    FROM TIME.
005010     MOVE 0                TO UJ-PARTITION-NO.
005020     OPEN INPUT UPDATE-JOURNAL-FILE.
005030     IF WS-UPDJRNL-STATUS = "00"
005040         CLOSE UPDATE-JOURNAL-FILE
005050         OPEN EXTEND UPDATE-JOURNAL-FILE
005060     ELSE
005070         OPEN OUTPUT UPDATE-JOURNAL-FILE
005080     END-IF.
005090     IF WS-UPDJRNL-STATUS NOT = "00"
005100         DISPLAY "ACT001: NOT JOURNALLED " UJ-FILE-ID
005110                 " ADDED " UJ-ADD-COUNT
005120                 " CHANGED " UJ-CHANGE-COUNT
005130                 " DELETED " UJ-DELETE-COUNT
005140         GO TO 9960-WRITE-JOURNAL-EXIT
005150     END-IF.
005160     WRITE UPDATE-JOURNAL-FILE-RECORD FROM UPDATE-JOURNAL-RECORD.
005170     CLOSE UPDATE-JOURNAL-FILE.
005180 9960-WRITE-JOURNAL-EXIT.
005190     EXIT.
