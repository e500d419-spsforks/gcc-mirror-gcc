000100 IDENTIFICATION            DIVISION.
000110 PROGRAM-ID.               ADJ001.
000120 AUTHOR.                   D-J HARTLEY.
000130 INSTALLATION.             DAILY-PROC BATCH SUPPORT.
000140 DATE-WRITTEN.             10/05/2026.
000150 DATE-COMPILED.            10/05/2026.
000160*****************************************************************
000170*                                                               *
000180*    MODIFICATION HISTORY                                      *
000190*                                                               *
000200*    DATE       INIT  DESCRIPTION                               *
000210*    ---------- ----  ------------------------------------------*
000220*    10/05/2026  DJH  ORIGINAL.  REVERSAL AND ADJUSTMENT OF      *
000230*                     TRANSACTIONS THE GL SIDE HAS ALREADY       *
000240*                     POSTED.  EACH KEYED REQUEST (ADJREC.CPY,   *
000250*                     DDNAME ADJTRAN) NAMES THE ORIGINAL BY RUN  *
000260*                     DATE, PARTITION, SEQUENCE AND TRAN ID;     *
000270*                     THE ORIGINAL MUST BE ON THE GLPOST LEDGER  *
000280*                     ACK001 KEEPS, AND POSTED THERE.  AN        *
000290*                     APPLIED REQUEST IS FILED ON ADJHIST UNDER  *
000300*                     THE ORIGINAL'S OWN KEY -- SO THE SAME      *
000310*                     ORIGINAL CAN NEVER BE REVERSED TWICE --    *
000320*                     FOR THE NEXT EXT001 RUN TO SEND AS AN      *
000330*                     OFFSETTING "D" RECORD, AND THE OFFSET IS   *
000340*                     POSTED STRAIGHT INTO THE ORIGINAL MONTH'S  *
000350*                     ACTMAST BUCKET.  EVERY REQUEST, APPLIED    *
000360*                     OR REFUSED, PRINTS ON THE ADJUSTMENT       *
000370*                     REGISTER WITH THE USER WHO KEYED IT.  NO   *
000380*                     MORE HAND-KEYED JOURNALS ON THE GL SIDE.   *
000381*    10/11/2026  DJH  THE OFFSET NOW POSTS BY ACCOUNTING PERIOD  *
000382*                     (PERIODCTL, KEPT BY CLS001): INTO THE      *
000383*                     PERIOD THE ORIGINAL'S TRANSACTION DATE     *
000384*                     FALLS IN WHILE IT IS OPEN, OTHERWISE INTO  *
000385*                     TODAY'S OPEN PERIOD, FLAGGED PRIOR-PERIOD  *
000386*                     ON THE REGISTER -- A CLOSED MONTH IS NEVER *
000387*                     REOPENED. NO PERIODCTL KEEPS THE           *
000388*                     ORIGINAL'S RUN MONTH, AS BEFORE.           *
000389*    10/14/2026  DJH  ENTRIES ADDED AND CHANGED ON ACTMAST BY    *
000390*                     THE OFFSETS, WITH THEIR NET AMOUNT, ARE    *
000391*                     COUNTED AND JOURNALLED ON UPDJRNL WHEN THE *
000392*                     FILE IS CLOSED, FOR VER001'S NIGHTLY       *
000393*                     INTEGRITY CHECK.                           *
000394*    10/15/2026  DJH  AN OFFSET THAT CANNOT BE WRITTEN OR        *
000395*                     REWRITTEN ON ACTMAST IS NO LONGER COUNTED  *
000396*                     AS APPLIED: THE FAILURE IS DISPLAYED WITH  *
000397*                     THE FILE STATUS, ITS ADJHIST ENTRY IS      *
000398*                     REMOVED SO NO EXTRACT SENDS IT, AND THE    *
000399*                     REQUEST IS REFUSED FOR RE-KEYING.          *
000400*                     AN OFFSET WHOSE BUCKET CLS001 HAS FROZEN   *
000401*                     -- A CLOSED MONTH WITH NO PERIODCTL        *
000402*                     LOADED, OR ONE CLOSED SINCE THIS RUN       *
000403*                     LOADED IT -- NO LONGER FOLDS INTO IT: IT   *
000404*                     POSTS TO THE OPEN PERIOD FLAGGED PRIOR-    *
000405*                     PERIOD, AND IF THAT BUCKET IS FROZEN TOO   *
000406*                     THE REQUEST IS REFUSED AND ITS ADJHIST     *
000407*                     ENTRY REMOVED.                             *
000408*                     AN OFFSET POSTED TO THE OPEN PERIOD AS     *
000409*                     PRIOR-PERIOD NOW ADDS TO AC-PRIOR-COUNT ON *
000410*                     THE BUCKET, AS ACT001 DOES, SO CLS001'S    *
000411*                     CERTIFICATE COUNTS IT.                     *
000412*                                                               *
000413*****************************************************************
000414 ENVIRONMENT               DIVISION.
000420 CONFIGURATION             SECTION.
000430 SOURCE-COMPUTER.          IBM-370.
000440 OBJECT-COMPUTER.          IBM-370.
000450 INPUT-OUTPUT               SECTION.
000460 FILE-CONTROL.
000470     SELECT ADJUST-TRAN-FILE ASSIGN TO "ADJTRAN"
000480                           ORGANIZATION IS LINE SEQUENTIAL
000490                           FILE STATUS IS WS-ADJ-STATUS.
000500     SELECT POSTED-FILE    ASSIGN TO "GLPOST"
000510                           ORGANIZATION IS INDEXED
000520                           ACCESS MODE IS DYNAMIC
000530                           RECORD KEY IS GP-KEY
000540                           FILE STATUS IS WS-POST-STATUS.
000550     SELECT ADJHIST-FILE   ASSIGN TO "ADJHIST"
000560                           ORGANIZATION IS INDEXED
000570                           ACCESS MODE IS DYNAMIC
000580                           RECORD KEY IS AH-KEY
000590                           FILE STATUS IS WS-ADJH-STATUS.
000600     SELECT ACTIVITY-FILE  ASSIGN TO "ACTMAST"
000610                           ORGANIZATION IS INDEXED
000620                           ACCESS MODE IS DYNAMIC
000630                           RECORD KEY IS AC-KEY
000640                           FILE STATUS IS WS-ACT-STATUS.
000641     SELECT PERIOD-CTL-FILE ASSIGN TO "PERIODCTL"
000642                           ORGANIZATION IS INDEXED
000643                           ACCESS MODE IS DYNAMIC
000644                           RECORD KEY IS PC-PERIOD
000645                           FILE STATUS IS WS-PRD-STATUS.
000650     SELECT REGISTER-FILE  ASSIGN TO "ADJRPT"
000660                           ORGANIZATION IS LINE SEQUENTIAL
000670                           FILE STATUS IS WS-REG-STATUS.
000672     SELECT UPDATE-JOURNAL-FILE ASSIGN TO "UPDJRNL"
000674                           ORGANIZATION IS LINE SEQUENTIAL
000676                           FILE STATUS IS WS-UPDJRNL-STATUS.
000680 DATA                      DIVISION.
000690 FILE                      SECTION.
000700 FD  ADJUST-TRAN-FILE
000710     LABEL RECORD IS STANDARD.
000720     COPY ADJREC.
000730 FD  POSTED-FILE
000740     LABEL RECORD IS STANDARD.
000750     COPY PSTREC.
000760 FD  ADJHIST-FILE
000770     LABEL RECORD IS STANDARD.
000780     COPY ADJHIST.
000790 FD  ACTIVITY-FILE
000800     LABEL RECORD IS STANDARD.
000810     COPY ACTREC.
000812 FD  PERIOD-CTL-FILE
000814     LABEL RECORD IS STANDARD.
000816     COPY PRDCTL.
000820 FD  REGISTER-FILE
000830     LABEL RECORD IS STANDARD.
000840 01  REGISTER-RECORD           PIC X(132).
000842 FD  UPDATE-JOURNAL-FILE
000844     LABEL RECORD IS STANDARD.
000846 01  UPDATE-JOURNAL-FILE-RECORD PIC X(100).
000850 WORKING-STORAGE           SECTION.
000860 01  WS-ADJ-STATUS         PIC X(02).
000870 01  WS-POST-STATUS        PIC X(02).
000880 01  WS-ADJH-STATUS        PIC X(02).
000890 01  WS-ACT-STATUS         PIC X(02).
000900 01  WS-REG-STATUS         PIC X(02).
000910 01  AJ-SWITCHES.
000920     05  AJ-EOF-SW         PIC X(01)   VALUE "N".
000930         88  AJ-EOF                    VALUE "Y".
000940 01  WS-FOUND-SW           PIC X(01).
000950     88  WS-FOUND                      VALUE "Y".
000960 01  WS-RUN-DATE           PIC 9(8).
000962 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
000964     05  WS-RD-YEAR-MONTH  PIC 9(6).
000966     05  WS-RD-DAY         PIC 9(2).
000970 01  WS-ORIG-DATE          PIC 9(8).
000980 01  WS-ORIG-DATE-R REDEFINES WS-ORIG-DATE.
000990     05  WS-OD-YEAR-MONTH  PIC 9(6).
001000     05  WS-OD-DAY         PIC 9(2).
001010 01  WS-OFFSET-AMOUNT      PIC S9(7)V99 VALUE 0.
001020 01  WS-ABS-ORIGINAL       PIC 9(7)V99 VALUE 0.
001030 01  WS-ABS-OFFSET         PIC 9(7)V99 VALUE 0.
001040 01  WS-NET-OFFSET         PIC S9(9)V99 VALUE 0.
001050 01  WS-PAGE-NO            PIC 9(3)    VALUE 0.
001060 01  WS-LINE-CTR           PIC 9(3)    VALUE 0.
001070 01  WS-LINES-PER-PAGE     PIC 9(3)    VALUE 60.
001080 77  WS-READ-CTR           PIC 9(7)    VALUE 0.
001090 77  WS-APPLIED-CTR        PIC 9(7)    VALUE 0.
001100 77  WS-REJECTED-CTR       PIC 9(7)    VALUE 0.
001101 77  WS-PRIOR-CTR          PIC 9(7)    VALUE 0.
001102 01  WS-PRD-STATUS         PIC X(02).
001103 01  WS-UPDJRNL-STATUS     PIC X(02).
001104     COPY UPDJRN.
001105 77  WS-ACTM-ADD-CTR       PIC 9(7)    VALUE 0.
001106 77  WS-ACTM-CHG-CTR       PIC 9(7)    VALUE 0.
001107 77  WS-ACTM-DEL-CTR       PIC 9(7)    VALUE 0.
001108 77  WS-ACTM-HASH-DELTA    PIC S9(13)V99 VALUE 0.
001109 01  PC-SWITCHES.
001110     05  PC-EOF-SW         PIC X(01)   VALUE "N".
001111         88  PC-EOF                    VALUE "Y".
001112     05  PC-LOADED-SW      PIC X(01)   VALUE "N".
001113         88  PC-LOADED                 VALUE "Y".
001114     05  PC-COVERED-SW     PIC X(01)   VALUE "N".
001115         88  PC-COVERED                VALUE "Y".
001116     05  PC-FOUND-SW       PIC X(01)   VALUE "N".
001117         88  PC-FOUND                  VALUE "Y".
001118     05  PC-PRIOR-SW       PIC X(01)   VALUE "N".
001119         88  PC-PRIOR                  VALUE "Y".
001120     05  PC-FROZEN-SW      PIC X(01)   VALUE "N".
001121         88  PC-FROZEN                 VALUE "Y".
001122 01  WS-PD-MAX             PIC 9(4)    COMP VALUE 240.
001123 01  WS-PD-CTR             PIC 9(4)    COMP VALUE 0.
001124 01  WS-PD-IX              PIC 9(4)    COMP.
001125 01  WS-PERIOD-TABLE.
001126     05  WS-PD-ENTRY       OCCURS 240 TIMES.
001127         10  WS-PD-PERIOD  PIC 9(6).
001128         10  WS-PD-STATUS  PIC X(1).
001129         10  WS-PD-CUTOFF  PIC 9(8).
001130 01  WS-OPEN-PERIOD        PIC 9(6)    VALUE 0.
001131 01  WS-POST-PERIOD        PIC 9(6)    VALUE 0.
001132 01  WS-DATE-PERIOD        PIC 9(6)    VALUE 0.
001133 01  WS-PERIOD-DATE        PIC 9(8)    VALUE 0.
001134 01  WS-HDR-LINE1.
001135     05  FILLER            PIC X(10)   VALUE "RUN DATE: ".
001136     05  WS-H1-DATE        PIC 9(8).
001140     05  FILLER            PIC X(16)   VALUE SPACES.
001150     05  FILLER            PIC X(35)   VALUE
001160         "GL REVERSAL / ADJUSTMENT REGISTER".
001170     05  FILLER            PIC X(05)   VALUE "PAGE ".
001180     05  WS-H1-PAGE        PIC ZZ9.
001190     05  FILLER            PIC X(55)   VALUE SPACES.
001200 01  WS-HDR-LINE2.
001210     05  FILLER            PIC X(04)   VALUE "ACT ".
001220     05  FILLER            PIC X(10)   VALUE "RUN DATE  ".
001230     05  FILLER            PIC X(04)   VALUE "PT  ".
001240     05  FILLER            PIC X(09)   VALUE "SEQUENCE ".
001250     05  FILLER            PIC X(12)   VALUE "TRAN ID     ".
001260     05  FILLER            PIC X(14)   VALUE "  ORIG AMOUNT ".
001270     05  FILLER            PIC X(14)   VALUE "OFFSET AMOUNT ".
001280     05  FILLER            PIC X(10)   VALUE "USER      ".
001290     05  FILLER            PIC X(10)   VALUE "RESULT    ".
001300     05  FILLER            PIC X(30)   VALUE "REASON".
001310     05  FILLER            PIC X(15)   VALUE SPACES.
001320 01  WS-DETAIL-LINE.
001330     05  WS-DL-ACTION      PIC X(01).
001340     05  FILLER            PIC X(03)   VALUE SPACES.
001350     05  WS-DL-RUN-DATE    PIC X(08).
001360     05  FILLER            PIC X(02)   VALUE SPACES.
001370     05  WS-DL-PARTITION   PIC X(02).
001380     05  FILLER            PIC X(02)   VALUE SPACES.
001390     05  WS-DL-SEQ         PIC X(07).
001400     05  FILLER            PIC X(02)   VALUE SPACES.
001410     05  WS-DL-TRAN-ID     PIC X(10).
001420     05  FILLER            PIC X(02)   VALUE SPACES.
001430     05  WS-DL-ORIG-AMOUNT PIC -(7)9.99.
001440     05  FILLER            PIC X(02)   VALUE SPACES.
001450     05  WS-DL-ADJ-AMOUNT  PIC -(7)9.99.
001460     05  FILLER            PIC X(02)   VALUE SPACES.
001470     05  WS-DL-USER-ID     PIC X(08).
001480     05  FILLER            PIC X(02)   VALUE SPACES.
001490     05  WS-DL-RESULT      PIC X(08).
001500     05  FILLER            PIC X(02)   VALUE SPACES.
001510     05  WS-DL-REASON      PIC X(30).
001520     05  FILLER            PIC X(15)   VALUE SPACES.
001530 01  WS-COUNT-LINE.
001540     05  WS-CL-CAPTION     PIC X(24).
001550     05  WS-CL-COUNT       PIC Z(6)9.
001560     05  FILLER            PIC X(101)  VALUE SPACES.
001570 01  WS-AMOUNT-LINE.
001580     05  FILLER            PIC X(24)   VALUE
001590         "NET OFFSET APPLIED....: ".
001600     05  WS-AL-AMOUNT      PIC -(9)9.99.
001610     05  FILLER            PIC X(95)   VALUE SPACES.
001620 01  WS-MSG-LINE           PIC X(132)  VALUE SPACES.
001630 PROCEDURE                 DIVISION.
001640*****************************************************************
001650*    0000-MAINLINE -- APPLY EVERY REQUEST ON ADJTRAN AGAINST     *
001660*    THE GL POSTING LEDGER, THEN PRINT THE REGISTER TOTALS.      *
001670*    ANY REFUSED REQUEST ENDS THE STEP RETURN CODE 4.            *
001680*****************************************************************
001690 O01 SECTION.
001700 O011.
001710     PERFORM 3000-OPEN-FILES THRU 3000-OPEN-FILES-EXIT.
001720     PERFORM 3100-READ-REQUEST THRU 3100-READ-REQUEST-EXIT.
001730     PERFORM 3200-APPLY-REQUEST THRU 3200-APPLY-REQUEST-EXIT
001740         UNTIL AJ-EOF.
001750     PERFORM 3900-WRITE-TOTALS THRU 3900-WRITE-TOTALS-EXIT.
001760     CLOSE ADJUST-TRAN-FILE.
001770     CLOSE POSTED-FILE.
001780     CLOSE ADJHIST-FILE.
001790     CLOSE ACTIVITY-FILE.
001791     MOVE "ACTMAST"        TO UJ-FILE-ID.
001792     MOVE WS-ACTM-ADD-CTR  TO UJ-ADD-COUNT.
001793     MOVE WS-ACTM-CHG-CTR  TO UJ-CHANGE-COUNT.
001794     MOVE WS-ACTM-DEL-CTR  TO UJ-DELETE-COUNT.
001795     MOVE WS-ACTM-HASH-DELTA TO UJ-HASH-DELTA.
001796     PERFORM 3960-WRITE-JOURNAL THRU 3960-WRITE-JOURNAL-EXIT.
001800     CLOSE REGISTER-FILE.
001810     IF WS-REJECTED-CTR > 0
001820         MOVE 4            TO RETURN-CODE
001830     ELSE
001840         MOVE 0            TO RETURN-CODE
001850     END-IF.
001860     GOBACK.
001870*****************************************************************
001880*    3000-OPEN-FILES -- OPEN THE REQUEST FILE, THE REGISTER,     *
001890*    THE GL POSTING LEDGER, AND THE ADJUSTMENT HISTORY AND       *
001900*    ACTIVITY MASTER (EACH CREATED ON A SITE'S FIRST RUN).  A    *
001910*    MISSING REQUEST FILE OR UNOPENABLE REGISTER IS FATAL; SO    *
001920*    IS A MISSING LEDGER -- WITHOUT IT NO ORIGINAL CAN BE        *
001930*    PROVEN POSTED, AND NOTHING MAY BE REVERSED ON FAITH.        *
001940*****************************************************************
001950 3000-OPEN-FILES.
001960     OPEN INPUT ADJUST-TRAN-FILE.
001970     IF WS-ADJ-STATUS NOT = "00"
001980         DISPLAY "ADJ001: UNABLE TO OPEN ADJTRAN, STATUS "
001990                 WS-ADJ-STATUS
002000         MOVE 16           TO RETURN-CODE
002010         GOBACK
002020     END-IF.
002030     OPEN OUTPUT REGISTER-FILE.
002040     IF WS-REG-STATUS NOT = "00"
002050         DISPLAY "ADJ001: UNABLE TO OPEN ADJRPT, STATUS "
002060                 WS-REG-STATUS
002070         MOVE 16           TO RETURN-CODE
002080         GOBACK
002090     END-IF.
002100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002110     MOVE WS-RUN-DATE      TO WS-H1-DATE.
002115     PERFORM 3010-LOAD-PERIODS THRU 3010-LOAD-PERIODS-EXIT.
002120     PERFORM 3800-WRITE-HEADERS THRU 3800-WRITE-HEADERS-EXIT.
002130     OPEN INPUT POSTED-FILE.
002140     IF WS-POST-STATUS NOT = "00"
002150         MOVE "GLPOST NOT AVAILABLE - NOTHING REVERSED"
002160                           TO WS-MSG-LINE
002170         WRITE REGISTER-RECORD FROM WS-MSG-LINE AFTER ADVANCING 2
002180         CLOSE ADJUST-TRAN-FILE
002190         CLOSE REGISTER-FILE
002200         MOVE 12           TO RETURN-CODE
002210         GOBACK
002220     END-IF.
002230     OPEN I-O ADJHIST-FILE.
002240     IF WS-ADJH-STATUS NOT = "00"
002250         OPEN OUTPUT ADJHIST-FILE
002260         CLOSE ADJHIST-FILE
002270         OPEN I-O ADJHIST-FILE
002280     END-IF.
002290     OPEN I-O ACTIVITY-FILE.
002300     IF WS-ACT-STATUS NOT = "00"
002310         OPEN OUTPUT ACTIVITY-FILE
002320         CLOSE ACTIVITY-FILE
002330         OPEN I-O ACTIVITY-FILE
002340     END-IF.
002350 3000-OPEN-FILES-EXIT.
002360     EXIT.
002361*****************************************************************
002362*    3010-LOAD-PERIODS -- LOAD THE PERIOD-CONTROL FILE           *
002363*    (PERIODCTL, MAINTAINED BY CLS001) AND FIND THE OPEN PERIOD  *
002364*    TODAY POSTS INTO: THE EARLIEST OPEN PERIOD WHOSE CUTOFF IS  *
002365*    ON OR AFTER THE RUN DATE.  ONLY THE LAST TEN YEARS OF       *
002366*    PERIODS ARE LOADED -- ANYTHING DATED BEFORE THEM LANDS ON   *
002367*    THE OLDEST ONE LOADED, WHICH IS LONG CLOSED, SO IT COMES    *
002368*    OUT PRIOR-PERIOD ALL THE SAME.  NO FILE, OR NO OPEN PERIOD  *
002369*    COVERING TODAY, LEAVES THE RUN MONTH AS THE POSTING PERIOD, *
002370*    AS BEFORE.                                                  *
002371*****************************************************************
002372 3010-LOAD-PERIODS.
002373     MOVE WS-RD-YEAR-MONTH TO WS-OPEN-PERIOD.
002374     OPEN INPUT PERIOD-CTL-FILE.
002375     IF WS-PRD-STATUS NOT = "00"
002376         GO TO 3010-LOAD-PERIODS-EXIT
002377     END-IF.
002378     COMPUTE PC-PERIOD = WS-RD-YEAR-MONTH - 1000.
002379     START PERIOD-CTL-FILE KEY NOT < PC-PERIOD
002380         INVALID KEY
002381             SET PC-EOF TO TRUE
002382     END-START.
002383     PERFORM 3015-LOAD-PERIODS-READ
002384         THRU 3015-LOAD-PERIODS-READ-EXIT
002385         UNTIL PC-EOF.
002386     CLOSE PERIOD-CTL-FILE.
002387     SET PC-LOADED TO TRUE.
002388     MOVE 1                TO WS-PD-IX.
002389     PERFORM 3020-FIND-OPEN-PERIOD
002390         THRU 3020-FIND-OPEN-PERIOD-EXIT
002391         UNTIL PC-COVERED OR WS-PD-IX > WS-PD-CTR.
002392 3010-LOAD-PERIODS-EXIT.
002393     EXIT.
002394*****************************************************************
002395*    3015-LOAD-PERIODS-READ -- ONE PERIOD.  A FULL TABLE STOPS   *
002396*    THE LOAD WITH A CONSOLE WARNING.                            *
002397*****************************************************************
002398 3015-LOAD-PERIODS-READ.
002399     READ PERIOD-CTL-FILE NEXT RECORD
002400         AT END
002401             SET PC-EOF TO TRUE
002402         NOT AT END
002403             IF WS-PD-CTR < WS-PD-MAX
002404                 ADD 1             TO WS-PD-CTR
002405                 MOVE PC-PERIOD    TO WS-PD-PERIOD (WS-PD-CTR)
002406                 MOVE PC-STATUS    TO WS-PD-STATUS (WS-PD-CTR)
002407                 MOVE PC-CUTOFF-DATE TO WS-PD-CUTOFF (WS-PD-CTR)
002408             ELSE
002409                 DISPLAY "ADJ001: PERIODCTL TABLE FULL - "
002410                         "PERIODS TRUNCATED"
002411                 SET PC-EOF TO TRUE
002412             END-IF
002413     END-READ.
002414 3015-LOAD-PERIODS-READ-EXIT.
002415     EXIT.
002416*****************************************************************
002417*    3020-FIND-OPEN-PERIOD -- ONE STEP OF THE OPEN-PERIOD SEARCH *
002418*****************************************************************
002419 3020-FIND-OPEN-PERIOD.
002420     IF WS-PD-STATUS (WS-PD-IX) = "O"
002421        AND WS-PD-CUTOFF (WS-PD-IX) NOT < WS-RUN-DATE
002422         MOVE WS-PD-PERIOD (WS-PD-IX) TO WS-OPEN-PERIOD
002423         SET PC-COVERED TO TRUE
002424     ELSE
002425         ADD 1             TO WS-PD-IX
002426     END-IF.
002427 3020-FIND-OPEN-PERIOD-EXIT.
002428     EXIT.
002429*****************************************************************
002430*    3030-RESOLVE-PERIOD -- THE POSTING PERIOD FOR A TRANSACTION *
002431*    DATED WS-PERIOD-DATE.  THE DATE FALLS IN THE FIRST PERIOD   *
002432*    WHOSE CUTOFF IS ON OR AFTER IT.  AN EARLIER PERIOD STILL    *
002433*    OPEN TAKES IT; A CLOSED ONE DOES NOT -- THE ITEM POSTS TO   *
002434*    THE OPEN PERIOD AND PC-PRIOR COMES BACK SET.  A DATE IN THE *
002435*    OPEN PERIOD OR LATER, A DATE PAST EVERY PERIOD ON FILE, A   *
002436*    DATE THAT IS NOT NUMERIC, OR NO PERIODCTL AT ALL, ALL POST  *
002437*    TO THE OPEN PERIOD.                                         *
002438*****************************************************************
002439 3030-RESOLVE-PERIOD.
002440     MOVE WS-OPEN-PERIOD   TO WS-POST-PERIOD.
002441     MOVE 0                TO WS-DATE-PERIOD.
002442     MOVE "N"              TO PC-PRIOR-SW.
002443     IF NOT PC-LOADED OR WS-PERIOD-DATE NOT NUMERIC
002444         GO TO 3030-RESOLVE-PERIOD-EXIT
002445     END-IF.
002446     MOVE "N"              TO PC-FOUND-SW.
002447     MOVE 1                TO WS-PD-IX.
002448     PERFORM 3035-RESOLVE-STEP THRU 3035-RESOLVE-STEP-EXIT
002449         UNTIL PC-FOUND OR WS-PD-IX > WS-PD-CTR.
002450     IF NOT PC-FOUND
002451         GO TO 3030-RESOLVE-PERIOD-EXIT
002452     END-IF.
002453     MOVE WS-PD-PERIOD (WS-PD-IX) TO WS-DATE-PERIOD.
002454     IF WS-DATE-PERIOD NOT < WS-OPEN-PERIOD
002455         GO TO 3030-RESOLVE-PERIOD-EXIT
002456     END-IF.
002457     IF WS-PD-STATUS (WS-PD-IX) = "O"
002458         MOVE WS-DATE-PERIOD TO WS-POST-PERIOD
002459     ELSE
002460         SET PC-PRIOR TO TRUE
002461     END-IF.
002462 3030-RESOLVE-PERIOD-EXIT.
002463     EXIT.
002464*****************************************************************
002465*    3035-RESOLVE-STEP -- ONE STEP OF THE PERIOD SEARCH          *
002466*****************************************************************
002467 3035-RESOLVE-STEP.
002468     IF WS-PD-CUTOFF (WS-PD-IX) NOT < WS-PERIOD-DATE
002469         SET PC-FOUND TO TRUE
002470     ELSE
002471         ADD 1             TO WS-PD-IX
002472     END-IF.
002473 3035-RESOLVE-STEP-EXIT.
002474     EXIT.
002475*****************************************************************
002476*    3100-READ-REQUEST -- GET THE NEXT REVERSAL/ADJUSTMENT       *
002477*****************************************************************
002478 3100-READ-REQUEST.
002479     READ ADJUST-TRAN-FILE
002480         AT END
002481             SET AJ-EOF TO TRUE
002482         NOT AT END
002483             ADD 1         TO WS-READ-CTR
002484     END-READ.
002485 3100-READ-REQUEST-EXIT.
002486     EXIT.
002490*****************************************************************
002500*    3200-APPLY-REQUEST -- VALIDATE ONE REQUEST, PROVE ITS       *
002510*    ORIGINAL AGAINST THE GL POSTING LEDGER, REFUSE IT IF THE    *
002520*    ORIGINAL HAS ALREADY BEEN REVERSED OR ADJUSTED, AND         *
002530*    OTHERWISE APPLY IT.  EVERY REQUEST GETS ONE REGISTER LINE.  *
002540*****************************************************************
002550 3200-APPLY-REQUEST.
002560     MOVE AJ-ACTION-CODE   TO WS-DL-ACTION.
002570     MOVE AJ-RUN-DATE      TO WS-DL-RUN-DATE.
002580     MOVE AJ-PARTITION-NO  TO WS-DL-PARTITION.
002590     MOVE AJ-SEQUENCE-NO   TO WS-DL-SEQ.
002600     MOVE AJ-TRAN-ID       TO WS-DL-TRAN-ID.
002610     MOVE AJ-USER-ID       TO WS-DL-USER-ID.
002620     MOVE 0                TO WS-DL-ORIG-AMOUNT.
002630     MOVE 0                TO WS-DL-ADJ-AMOUNT.
002640     MOVE SPACES           TO WS-DL-REASON.
002650     IF AJ-USER-ID = SPACES
002660         MOVE "USER ID MISSING"      TO WS-DL-REASON
002670         PERFORM 3300-REJECT-REQUEST THRU 3300-REJECT-REQUEST-EXIT
002680         GO TO 3200-APPLY-REQUEST-NEXT
002690     END-IF.
002700     IF NOT AJ-ACTION-REVERSE AND NOT AJ-ACTION-ADJUST
002710         MOVE "INVALID ACTION CODE"  TO WS-DL-REASON
002720         PERFORM 3300-REJECT-REQUEST THRU 3300-REJECT-REQUEST-EXIT
002730         GO TO 3200-APPLY-REQUEST-NEXT
002740     END-IF.
002750     IF AJ-RUN-DATE NOT NUMERIC OR AJ-PARTITION-NO NOT NUMERIC
002760        OR AJ-SEQUENCE-NO NOT NUMERIC
002770         MOVE "ORIGINAL KEY NOT NUMERIC" TO WS-DL-REASON
002780         PERFORM 3300-REJECT-REQUEST THRU 3300-REJECT-REQUEST-EXIT
002790         GO TO 3200-APPLY-REQUEST-NEXT
002800     END-IF.
002810     IF AJ-ACTION-ADJUST
002820         IF AJ-ADJ-AMOUNT NOT NUMERIC OR AJ-ADJ-AMOUNT = 0
002830             MOVE "ADJUSTMENT AMOUNT INVALID" TO WS-DL-REASON
002840             PERFORM 3300-REJECT-REQUEST
002850                 THRU 3300-REJECT-REQUEST-EXIT
002860             GO TO 3200-APPLY-REQUEST-NEXT
002870         END-IF
002880     END-IF.
002890     PERFORM 3250-READ-ORIGINAL THRU 3250-READ-ORIGINAL-EXIT.
002900     IF NOT WS-FOUND
002910         MOVE "ORIGINAL NOT ON GL LEDGER" TO WS-DL-REASON
002920         PERFORM 3300-REJECT-REQUEST THRU 3300-REJECT-REQUEST-EXIT
002930         GO TO 3200-APPLY-REQUEST-NEXT
002940     END-IF.
002950     MOVE GP-TRAN-AMOUNT   TO WS-DL-ORIG-AMOUNT.
002960     IF GP-TRAN-ID NOT = AJ-TRAN-ID
002970         MOVE "TRAN ID DOES NOT MATCH LEDGER" TO WS-DL-REASON
002980         PERFORM 3300-REJECT-REQUEST THRU 3300-REJECT-REQUEST-EXIT
002990         GO TO 3200-APPLY-REQUEST-NEXT
003000     END-IF.
003010     IF NOT GP-POSTED
003020         MOVE "ORIGINAL NOT POSTED BY GL" TO WS-DL-REASON
003030         PERFORM 3300-REJECT-REQUEST THRU 3300-REJECT-REQUEST-EXIT
003040         GO TO 3200-APPLY-REQUEST-NEXT
003050     END-IF.
003060     PERFORM 3260-READ-HISTORY THRU 3260-READ-HISTORY-EXIT.
003070     IF WS-FOUND
003080         MOVE AH-ADJ-AMOUNT    TO WS-DL-ADJ-AMOUNT
003090         MOVE "ORIGINAL ALREADY REVERSED"  TO WS-DL-REASON
003100         PERFORM 3300-REJECT-REQUEST THRU 3300-REJECT-REQUEST-EXIT
003110         GO TO 3200-APPLY-REQUEST-NEXT
003120     END-IF.
003130     IF AJ-ACTION-REVERSE
003140         COMPUTE WS-OFFSET-AMOUNT = 0 - GP-TRAN-AMOUNT
003150     ELSE
003160         MOVE AJ-ADJ-AMOUNT    TO WS-OFFSET-AMOUNT
003170     END-IF.
003180     MOVE WS-OFFSET-AMOUNT TO WS-DL-ADJ-AMOUNT.
003190     MOVE GP-TRAN-AMOUNT   TO WS-ABS-ORIGINAL.
003200     MOVE WS-OFFSET-AMOUNT TO WS-ABS-OFFSET.
003210     IF WS-ABS-OFFSET > WS-ABS-ORIGINAL
003220         MOVE "ADJUSTMENT EXCEEDS ORIGINAL" TO WS-DL-REASON
003230         PERFORM 3300-REJECT-REQUEST THRU 3300-REJECT-REQUEST-EXIT
003240         GO TO 3200-APPLY-REQUEST-NEXT
003250     END-IF.
003260     PERFORM 3400-FILE-HISTORY THRU 3400-FILE-HISTORY-EXIT.
003270     IF NOT WS-FOUND
003280         MOVE "ADJHIST WRITE FAILED"  TO WS-DL-REASON
003290         PERFORM 3300-REJECT-REQUEST THRU 3300-REJECT-REQUEST-EXIT
003300         GO TO 3200-APPLY-REQUEST-NEXT
003310     END-IF.
003312     PERFORM 3450-POST-ACTIVITY THRU 3450-POST-ACTIVITY-EXIT.
003314     IF NOT WS-FOUND
003316         IF NOT PC-FROZEN
003318             DISPLAY "ADJ001: ACTMAST UPDATE FAILED FOR "
003320                     GP-TRAN-ID ", STATUS " WS-ACT-STATUS
003322             MOVE "ACTMAST UPDATE FAILED" TO WS-DL-REASON
003323         END-IF
003324         DELETE ADJHIST-FILE RECORD
003325             INVALID KEY
003326                 CONTINUE
003327         END-DELETE
003329         PERFORM 3300-REJECT-REQUEST THRU 3300-REJECT-REQUEST-EXIT
003331         GO TO 3200-APPLY-REQUEST-NEXT
003333     END-IF.
003335     PERFORM 3310-ACCEPT-REQUEST THRU 3310-ACCEPT-REQUEST-EXIT.
003340 3200-APPLY-REQUEST-NEXT.
003350     PERFORM 3100-READ-REQUEST THRU 3100-READ-REQUEST-EXIT.
003360 3200-APPLY-REQUEST-EXIT.
003370     EXIT.
003380*****************************************************************
003390*    3250-READ-ORIGINAL -- KEYED LOOKUP OF THE ORIGINAL ON THE   *
003400*    GL POSTING LEDGER BY RUN DATE, PARTITION AND SEQUENCE       *
003410*****************************************************************
003420 3250-READ-ORIGINAL.
003430     MOVE "N"              TO WS-FOUND-SW.
003440     MOVE AJ-RUN-DATE      TO GP-RUN-DATE.
003450     MOVE AJ-PARTITION-NO  TO GP-PARTITION-NO.
003460     MOVE AJ-SEQUENCE-NO   TO GP-SEQUENCE-NO.
003470     READ POSTED-FILE
003480         INVALID KEY
003490             CONTINUE
003500         NOT INVALID KEY
003510             SET WS-FOUND TO TRUE
003520     END-READ.
003530 3250-READ-ORIGINAL-EXIT.
003540     EXIT.
003550*****************************************************************
003560*    3260-READ-HISTORY -- HAS THIS ORIGINAL ALREADY BEEN         *
003570*    REVERSED OR ADJUSTED, ON THIS RUN OR ANY EARLIER ONE?       *
003580*****************************************************************
003590 3260-READ-HISTORY.
003600     MOVE "N"              TO WS-FOUND-SW.
003610     MOVE AJ-RUN-DATE      TO AH-RUN-DATE.
003620     MOVE AJ-PARTITION-NO  TO AH-PARTITION-NO.
003630     MOVE AJ-SEQUENCE-NO   TO AH-SEQUENCE-NO.
003640     READ ADJHIST-FILE
003650         INVALID KEY
003660             CONTINUE
003670         NOT INVALID KEY
003680             SET WS-FOUND TO TRUE
003690     END-READ.
003700 3260-READ-HISTORY-EXIT.
003710     EXIT.
003720*****************************************************************
003730*    3300-REJECT-REQUEST -- PRINT ONE REFUSED REGISTER LINE      *
003740*****************************************************************
003750 3300-REJECT-REQUEST.
003760     MOVE "REFUSED "       TO WS-DL-RESULT.
003770     ADD 1                 TO WS-REJECTED-CTR.
003780     PERFORM 3850-WRITE-DETAIL THRU 3850-WRITE-DETAIL-EXIT.
003790 3300-REJECT-REQUEST-EXIT.
003800     EXIT.
003810*****************************************************************
003820*    3310-ACCEPT-REQUEST -- PRINT ONE APPLIED REGISTER LINE      *
003830*****************************************************************
003840 3310-ACCEPT-REQUEST.
003850     MOVE "APPLIED "       TO WS-DL-RESULT.
003860     ADD 1                 TO WS-APPLIED-CTR.
003870     ADD WS-OFFSET-AMOUNT  TO WS-NET-OFFSET.
003880     PERFORM 3850-WRITE-DETAIL THRU 3850-WRITE-DETAIL-EXIT.
003890 3310-ACCEPT-REQUEST-EXIT.
003900     EXIT.
003910*****************************************************************
003920*    3400-FILE-HISTORY -- WRITE THE ADJHIST ENTRY, PENDING THE   *
003930*    NEXT EXTRACT.  THE KEY IS THE ORIGINAL'S, SO A DUPLICATE    *
003940*    SLIPPING PAST 3260 STILL FAILS HERE; WS-FOUND COMES BACK    *
003950*    "Y" ONLY WHEN THE ENTRY IS ACTUALLY ON FILE.                *
003960*****************************************************************
003970 3400-FILE-HISTORY.
003980     MOVE "N"              TO WS-FOUND-SW.
003990     MOVE SPACES           TO ADJ-HIST-RECORD.
004000     MOVE GP-RUN-DATE      TO AH-RUN-DATE.
004010     MOVE GP-PARTITION-NO  TO AH-PARTITION-NO.
004020     MOVE GP-SEQUENCE-NO   TO AH-SEQUENCE-NO.
004030     MOVE GP-TRAN-ID       TO AH-TRAN-ID.
004040     MOVE GP-TRAN-DATE     TO AH-TRAN-DATE.
004050     MOVE GP-TRAN-AMOUNT   TO AH-ORIG-AMOUNT.
004060     MOVE WS-OFFSET-AMOUNT TO AH-ADJ-AMOUNT.
004070     MOVE AJ-ACTION-CODE   TO AH-ACTION-CODE.
004080     MOVE AJ-USER-ID       TO AH-USER-ID.
004090     MOVE WS-RUN-DATE      TO AH-APPLIED-DATE.
004100     MOVE "P"              TO AH-STATUS.
004110     MOVE 0                TO AH-EXTRACT-DATE.
004120     WRITE ADJ-HIST-RECORD
004130         INVALID KEY
004140             CONTINUE
004150         NOT INVALID KEY
004160             SET WS-FOUND TO TRUE
004170     END-WRITE.
004180 3400-FILE-HISTORY-EXIT.
004190     EXIT.
004200*****************************************************************
004210*    3450-POST-ACTIVITY -- FOLD THE OFFSET INTO THE ORIGINAL'S   *
004220*    TRAN ID BUCKET FOR THE PERIOD ITS TRANSACTION DATE FALLS    *
004230*    IN -- THE SAME BUCKET ACT001 ROLLED THE ORIGINAL INTO --    *
004240*    CREATING THE BUCKET IF THE MONTH HAS SINCE BEEN CLEARED     *
004242*    DOWN.  ONCE THAT PERIOD IS CLOSED THE OFFSET GOES INTO      *
004244*    TODAY'S OPEN PERIOD INSTEAD AND THE REGISTER LINE SAYS SO.  *
004246*    WITHOUT PERIODCTL IT IS THE MONTH OF THE ORIGINAL'S RUN     *
004248*    DATE, AS BEFORE.                                            *
004249*    WS-FOUND COMES BACK "Y" ONLY WHEN THE BUCKET IS ACTUALLY    *
004250*    WRITTEN OR REWRITTEN.                                       *
004251*    A BUCKET CLS001 HAS FROZEN IS NEVER POSTED INTO: THE OFFSET *
004252*    GOES TO THE OPEN PERIOD FLAGGED PRIOR-PERIOD, AS ACT001     *
004253*    DOES.  IF THE OPEN PERIOD'S BUCKET IS FROZEN TOO, PC-FROZEN *
004254*    COMES BACK SET WITH THE REFUSAL REASON AND NOTHING IS       *
004255*    POSTED.                                                     *
004256*****************************************************************
004260 3450-POST-ACTIVITY.
004265     MOVE "N"              TO WS-FOUND-SW.
004267     MOVE "N"              TO PC-FROZEN-SW.
004270     MOVE GP-RUN-DATE      TO WS-ORIG-DATE.
004271     MOVE WS-OD-YEAR-MONTH TO WS-POST-PERIOD.
004272     MOVE "N"              TO PC-PRIOR-SW.
004273     IF PC-LOADED
004274         MOVE GP-TRAN-DATE TO WS-PERIOD-DATE
004275         PERFORM 3030-RESOLVE-PERIOD
004276             THRU 3030-RESOLVE-PERIOD-EXIT
004277     END-IF.
004278 3450-POST-ACTIVITY-READ.
004280     MOVE GP-TRAN-ID       TO AC-TRAN-ID.
004290     MOVE WS-POST-PERIOD   TO AC-YEAR-MONTH.
004300     READ ACTIVITY-FILE
004310         INVALID KEY
004320             MOVE 0        TO AC-RECORD-COUNT
004330             MOVE 0        TO AC-NET-AMOUNT
004340             MOVE 0        TO AC-EXCEPTION-COUNT
004350             MOVE 0        TO AC-LAST-ROLL-DATE
004360             MOVE 0        TO AC-ADJUST-COUNT
004363             MOVE "N"      TO AC-FROZEN-SW
004366             MOVE 0        TO AC-PRIOR-COUNT
004370     END-READ.
004371     IF AC-FROZEN
004372         IF WS-POST-PERIOD = WS-OPEN-PERIOD
004373             SET PC-FROZEN TO TRUE
004374             MOVE "POSTING PERIOD FROZEN" TO WS-DL-REASON
004375             GO TO 3450-POST-ACTIVITY-EXIT
004376         END-IF
004377         MOVE WS-OPEN-PERIOD TO WS-POST-PERIOD
004378         SET PC-PRIOR      TO TRUE
004379         GO TO 3450-POST-ACTIVITY-READ
004384     END-IF.
004389     IF AC-ADJUST-COUNT NOT NUMERIC
004390         MOVE 0            TO AC-ADJUST-COUNT
004400     END-IF.
004402     IF AC-PRIOR-COUNT NOT NUMERIC
004404         MOVE 0            TO AC-PRIOR-COUNT
004406     END-IF.
004410     MOVE GP-TRAN-ID       TO AC-TRAN-ID.
004420     MOVE WS-POST-PERIOD   TO AC-YEAR-MONTH.
004430     ADD WS-OFFSET-AMOUNT  TO AC-NET-AMOUNT.
004440     ADD 1                 TO AC-ADJUST-COUNT.
004442     IF PC-PRIOR
004444         ADD 1             TO AC-PRIOR-COUNT
004446     END-IF.
004450     WRITE ACTIVITY-RECORD
004460         INVALID KEY
004461             REWRITE ACTIVITY-RECORD
004462                 INVALID KEY
004463                     CONTINUE
004464                 NOT INVALID KEY
004465                     SET WS-FOUND TO TRUE
004466                     ADD 1 TO WS-ACTM-CHG-CTR
004467                     ADD WS-OFFSET-AMOUNT TO WS-ACTM-HASH-DELTA
004468             END-REWRITE
004469         NOT INVALID KEY
004470             SET WS-FOUND TO TRUE
004471             ADD 1         TO WS-ACTM-ADD-CTR
004472             ADD WS-OFFSET-AMOUNT TO WS-ACTM-HASH-DELTA
004473     END-WRITE.
004474     IF NOT WS-FOUND
004475         GO TO 3450-POST-ACTIVITY-EXIT
004480     END-IF.
004481     IF PC-PRIOR
004482         ADD 1             TO WS-PRIOR-CTR
004483         STRING "PRIOR PERIOD, POSTED TO " DELIMITED BY SIZE
004484                WS-POST-PERIOD DELIMITED BY SIZE
004485                INTO WS-DL-REASON
004486         END-STRING
004487     END-IF.
004490 3450-POST-ACTIVITY-EXIT.
004500     EXIT.
004510*****************************************************************
004520*    3800-WRITE-HEADERS -- PRINT A NEW PAGE HEADER               *
004530*****************************************************************
004540 3800-WRITE-HEADERS.
004550     ADD 1                 TO WS-PAGE-NO.
004560     MOVE WS-PAGE-NO       TO WS-H1-PAGE.
004570     WRITE REGISTER-RECORD FROM WS-HDR-LINE1 AFTER ADVANCING PAGE.
004580     WRITE REGISTER-RECORD FROM WS-HDR-LINE2 AFTER ADVANCING 1.
004590     MOVE ZERO             TO WS-LINE-CTR.
004600 3800-WRITE-HEADERS-EXIT.
004610     EXIT.
004620*****************************************************************
004630*    3850-WRITE-DETAIL -- PRINT ONE REGISTER LINE, NEW PAGE IF   *
004640*    THE CURRENT PAGE IS FULL                                    *
004650*****************************************************************
004660 3850-WRITE-DETAIL.
004670     IF WS-LINE-CTR NOT < WS-LINES-PER-PAGE
004680         PERFORM 3800-WRITE-HEADERS THRU 3800-WRITE-HEADERS-EXIT
004690     END-IF.
004700     WRITE REGISTER-RECORD FROM WS-DETAIL-LINE AFTER ADVANCING 1.
004710     ADD 1                 TO WS-LINE-CTR.
004720 3850-WRITE-DETAIL-EXIT.
004730     EXIT.
004740*****************************************************************
004750*    3900-WRITE-TOTALS -- THE REGISTER CONTROL TOTALS; READ      *
004760*    MUST EQUAL APPLIED PLUS REFUSED, AND THE NET OFFSET MUST    *
004770*    MATCH THE ADJUSTMENT TOTAL ON THE NEXT EXT001 CONTROL PAGE  *
004780*****************************************************************
004790 3900-WRITE-TOTALS.
004800     MOVE "REQUESTS READ.........: " TO WS-CL-CAPTION.
004810     MOVE WS-READ-CTR      TO WS-CL-COUNT.
004820     WRITE REGISTER-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 2.
004830     MOVE "REQUESTS APPLIED......: " TO WS-CL-CAPTION.
004840     MOVE WS-APPLIED-CTR   TO WS-CL-COUNT.
004850     WRITE REGISTER-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
004860     MOVE "REQUESTS REFUSED......: " TO WS-CL-CAPTION.
004870     MOVE WS-REJECTED-CTR  TO WS-CL-COUNT.
004880     WRITE REGISTER-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
004882     MOVE "PRIOR-PERIOD OFFSETS..: " TO WS-CL-CAPTION.
004884     MOVE WS-PRIOR-CTR     TO WS-CL-COUNT.
004886     WRITE REGISTER-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
004890     MOVE WS-NET-OFFSET    TO WS-AL-AMOUNT.
004900     WRITE REGISTER-RECORD FROM WS-AMOUNT-LINE AFTER ADVANCING 1.
004910 3900-WRITE-TOTALS-EXIT.
004920     EXIT.
004930*****************************************************************
004940*    3960-WRITE-JOURNAL -- APPEND ONE UPDATE JOURNAL RECORD      *
004950*    (UPDJRN.CPY) FOR THE FILE THE CALLER NAMED IN UJ-FILE-ID,   *
004960*    WITH THE ADDED, CHANGED AND DELETED COUNTS AND THE HASH     *
004970*    DELTA IT LEFT IN THE RECORD, SO VER001 CAN ACCOUNT FOR THE  *
004980*    CHANGE TO THE FILE.  THE JOURNAL IS SHARED WITH THE OTHER   *
004990*    PROGRAMS THAT UPDATE THE MANIFEST FILES, SO IT IS OPENED    *
005000*    AND CLOSED AROUND THE RECORD, CREATED ON THE FIRST EVER     *
005010*    RECORD; IF IT STILL CANNOT BE OPENED THE COUNTS GO TO THE   *
005020*    CONSOLE AND THE CHANGE WILL BE REPORTED AS DRIFT.           *
005030*****************************************************************
005040 3960-WRITE-JOURNAL.
005050     MOVE "ADJ001"         TO UJ-PROGRAM.
005060     ACCEPT UJ-RUN-DATE    FROM DATE YYYYMMDD.
005070     ACCEPT UJ-RUN-TIME    FROM TIME.
005080     MOVE 0                TO UJ-PARTITION-NO.
005090     OPEN INPUT UPDATE-JOURNAL-FILE.
005100     IF WS-UPDJRNL-STATUS = "00"
005110         CLOSE UPDATE-JOURNAL-FILE
005120         OPEN EXTEND UPDATE-JOURNAL-FILE
005130     ELSE
005140         OPEN OUTPUT UPDATE-JOURNAL-FILE
005150     END-IF.
005160     IF WS-UPDJRNL-STATUS NOT = "00"
005170         DISPLAY "ADJ001: NOT JOURNALLED " UJ-FILE-ID
005180                 " ADDED " UJ-ADD-COUNT
005190                 " CHANGED " UJ-CHANGE-COUNT
005200                 " DELETED " UJ-DELETE-COUNT
005210         GO TO 3960-WRITE-JOURNAL-EXIT
005220     END-IF.
005230     WRITE UPDATE-JOURNAL-FILE-RECORD FROM UPDATE-JOURNAL-RECORD.
005240     CLOSE UPDATE-JOURNAL-FILE.
005250 3960-WRITE-JOURNAL-EXIT.
005260     EXIT.
