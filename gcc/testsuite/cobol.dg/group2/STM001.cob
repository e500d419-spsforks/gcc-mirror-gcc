000100 IDENTIFICATION            DIVISION.
000110 PROGRAM-ID.               STM001.
000120 AUTHOR.                   D-J HARTLEY.
000130 INSTALLATION.             DAILY-PROC BATCH SUPPORT.
000140 DATE-WRITTEN.             10/07/2026.
000150 DATE-COMPILED.            10/07/2026.
000160*****************************************************************
000170*                                                               *
000180*    MODIFICATION HISTORY                                      *
000190*                                                               *
000200*    DATE       INIT  DESCRIPTION                               *
000210*    ---------- ----  ------------------------------------------*
000220*    10/07/2026  DJH  ORIGINAL.  NIGHTLY STREAM CONTROLLER.      *
000230*                     RUNS SPL001, DRV001, REC001, EXT001,       *
000240*                     ACK001, HLD001 AND ACT001 IN STREAM ORDER  *
000250*                     FROM ITS STEP TABLE, RECORDING EACH STEP'S *
000260*                     START/END TIME AND RETURN CODE ON THE      *
000270*                     STEP-CONTROL FILE (STEPCTL.CPY, DDNAME     *
000280*                     STEPCTL) KEYED BY RUN DATE AND STEP.  A    *
000290*                     STEP WHOSE PREREQUISITE HAS NOT COMPLETED  *
000300*                     WITHIN ITS RETURN-CODE LIMIT IS BLOCKED,   *
000310*                     NOT RUN -- NO EXT001 UNLESS REC001 ENDED   *
000320*                     ZERO.  A RERUN SKIPS WHAT ALREADY          *
000330*                     COMPLETED TODAY AND RESUMES AT THE FAILED  *
000340*                     OR ABENDED STEP.  ONE-PAGE STREAM STATUS   *
000350*                     REPORT ON STMRPT.                          *
000351*    10/10/2026  DJH  SPL001 NOW COMPLETES AT RETURN CODE 4,     *
000352*                     WHEN IT HELD BACK A FAILED SOURCE FEED BUT *
000353*                     RELEASED THE OTHERS. NEW STEP SRC001, THE  *
000354*                     SOURCE QUALITY SCORECARD, RUNS LAST ONCE   *
000355*                     DRV001 HAS PRODUCED THE DAY'S SUSPENSE AND *
000356*                     HOLD FILES.                                *
000357*    10/12/2026  DJH  NEW STEP LTR001, THE REGULATORY LARGE-     *
000358*                     TRANSACTION REPORT, RUNS LAST ONCE HLD001  *
000359*                     HAS RELEASED THE DAY'S HOLDS.              *
000360*    10/13/2026  DJH  NEW STEP ALF001 FORWARDS THE DAY'S         *
000361*                     OPERATOR ALERTS TO THE MONITORING TOOL.    *
000362*                     IT IS FLAGGED TO RUN ON EVERY DRIVE, EVEN  *
000363*                     ONE THAT RESUMES AFTER IT COMPLETED, SO    *
000364*                     ALERTS RAISED BY A RERUN STILL REACH THE   *
000365*                     CONSOLE.                                   *
000366*    10/14/2026  DJH  NEW STEP VER001 VERIFIES THE FILES THE     *
000367*                     STREAM UPDATES IN PLACE AND WRITES THE     *
000368*                     NIGHT'S BACKUP MANIFEST.  IT RUNS ON EVERY *
000369*                     DRIVE, AHEAD OF ALF001 SO THAT ITS DRIFT   *
000370*                     ALERTS ARE FORWARDED, AND COMPLETES AT 4   *
000371*                     ON THE FIRST NIGHT, WHEN THERE IS NO PRIOR *
000372*                     MANIFEST TO BALANCE AGAINST.               *
000373*    10/15/2026  DJH  NEW STEP HST001 FILES THE DAY'S EVENTS ON  *
000374*                     THE TRANSACTION HISTORY ONCE ACK001 HAS    *
000375*                     RECORDED WHAT THE GL POSTED, SO TRANHIST   *
000376*                     IS BUILT ON A CONTROLLED NIGHT.  NEW STEP  *
000377*                     TRD001, THE BATCH-WINDOW TREND, RUNS AHEAD *
000378*                     OF ALF001 SO ITS WINDOW ALERTS ARE         *
000379*                     FORWARDED THE SAME NIGHT.                  *
000380*                                                               *
000381*****************************************************************
000382 ENVIRONMENT               DIVISION.
000390 CONFIGURATION             SECTION.
000400 SOURCE-COMPUTER.          IBM-370.
000410 OBJECT-COMPUTER.          IBM-370.
000420 INPUT-OUTPUT               SECTION.
000430 FILE-CONTROL.
000440     SELECT STEP-CONTROL-FILE ASSIGN TO "STEPCTL"
000450                           ORGANIZATION IS INDEXED
000460                           ACCESS MODE IS DYNAMIC
000470                           RECORD KEY IS SC-KEY
000480                           FILE STATUS IS WS-STEP-STATUS.
000490     SELECT REPORT-FILE    ASSIGN TO "STMRPT"
000500                           ORGANIZATION IS LINE SEQUENTIAL
000510                           FILE STATUS IS WS-RPT-STATUS.
000520 DATA                      DIVISION.
000530 FILE                      SECTION.
000540 FD  STEP-CONTROL-FILE
000550     LABEL RECORD IS STANDARD.
000560     COPY STEPCTL.
000570 FD  REPORT-FILE
000580     LABEL RECORD IS STANDARD.
000590 01  REPORT-RECORD             PIC X(132).
000600 WORKING-STORAGE           SECTION.
000610     COPY DRVCOMM.
000620 01  WS-STEP-STATUS        PIC X(02).
000630 01  WS-RPT-STATUS         PIC X(02).
000640 01  ST-SWITCHES.
000650     05  ST-PREREQ-OK-SW   PIC X(01)   VALUE "N".
000660         88  ST-PREREQ-OK              VALUE "Y".
000670     05  ST-RESTART-SW     PIC X(01)   VALUE "N".
000680         88  ST-RESTART-SET            VALUE "Y".
000690 01  WS-RUN-DATE           PIC 9(8).
000700 01  WS-RUN-TIME           PIC 9(8).
000710 01  WS-STEP-RC            PIC S9(4)   VALUE 0.
000720 01  WS-CALL-NAME          PIC X(08).
000730 01  WS-PRIOR-STATUS       PIC X(01).
000740 01  WS-RESTART-STEP       PIC X(08)   VALUE SPACES.
000750 01  WS-STEP-MAX           PIC 9(4)    COMP VALUE 13.
000760 01  WS-STEP-IX            PIC 9(4)    COMP.
000770 01  WS-FIND-IX            PIC 9(4)    COMP.
000780 77  WS-SKIPPED-CTR        PIC 9(4)    VALUE 0.
000790 77  WS-RUN-CTR            PIC 9(4)    VALUE 0.
000800 77  WS-COMPLETED-CTR      PIC 9(4)    VALUE 0.
000810 77  WS-FAILED-CTR         PIC 9(4)    VALUE 0.
000820 77  WS-BLOCKED-CTR        PIC 9(4)    VALUE 0.
000830 77  WS-ABENDED-CTR        PIC 9(4)    VALUE 0.
000840*****************************************************************
000850*    THE STREAM, IN RUN ORDER: STEP, HIGHEST RETURN CODE THAT    *
000860*    STILL COUNTS AS COMPLETED, AND THE STEP THAT MUST HAVE      *
000870*    COMPLETED FIRST.  REC001 MUST END ZERO BEFORE ANYTHING IS   *
000880*    EXTRACTED FOR THE GL OR ROLLED INTO ACTMAST; HLD001 ONLY    *
000890*    NEEDS THE DAY'S HOLD QUEUE FROM DRV001, AND SRC001 ITS      *
000893*    SUSPENSE AND HOLD FILES.  SPL001 COMPLETES AT 4: A HELD-    *
000896*    BACK SOURCE DOES NOT STOP THE SOURCES THAT BALANCED.        *
000897*    LTR001 FILES THE DAY'S LARGE TRANSACTIONS, SO IT WAITS FOR  *
000898*    HLD001 TO SETTLE WHICH HOLDS WERE RELEASED.                 *
000900*    ALF001 HAS NO PREREQUISITE AND RUNS ON EVERY DRIVE (THE Y   *
000902*    AFTER THE PREREQUISITE): IT FORWARDS WHATEVER ALERTS THE    *
000904*    STEPS BEFORE IT RAISED, HOWEVER FAR THE STREAM GOT.         *
000905*    VER001 TOO RUNS ON EVERY DRIVE WITH NO PREREQUISITE, SO THE *
000906*    MANIFEST ALWAYS DESCRIBES THE FILES AS THE LATEST DRIVE     *
000907*    LEFT THEM; IT COMES AFTER EVERY STEP THAT UPDATES A FILE    *
000908*    AND BEFORE ALF001, WHICH FORWARDS ITS ALERTS.               *
000909*    HST001 WAITS FOR ACK001, WHOSE GLPOST FILE TELLS IT WHICH   *
000910*    EXTRACTED ORIGINALS THE GL POSTED; IT COMES AFTER HLD001 SO *
000911*    THE DAY'S RELEASES ARE THERE TO FILE.  TRD001 TRENDS THE    *
000912*    RUN-CONTROL TIMINGS DRV001 LEAVES AND RAISES BATCH-WINDOW   *
000913*    ALERTS, SO IT TOO COMES BEFORE ALF001.                      *
000914*****************************************************************
000915 01  WS-STEP-VALUES.
000920     05  FILLER            PIC X(18)   VALUE
000930         "SPL00104          ".
000940     05  FILLER            PIC X(18)   VALUE
000950         "DRV00104SPL001    ".
000960     05  FILLER            PIC X(18)   VALUE
000970         "REC00100DRV001    ".
000980     05  FILLER            PIC X(18)   VALUE
000990         "EXT00104REC001    ".
001000     05  FILLER            PIC X(18)   VALUE
001010         "ACK00104EXT001    ".
001020     05  FILLER            PIC X(18)   VALUE
001030         "HLD00104DRV001    ".
001040     05  FILLER            PIC X(18)   VALUE
001050         "ACT00104REC001    ".
001053     05  FILLER            PIC X(18)   VALUE
001056         "SRC00104DRV001    ".
001057     05  FILLER            PIC X(18)   VALUE
001058         "LTR00104HLD001    ".
001059     05  FILLER            PIC X(18)   VALUE
001060         "HST00104ACK001    ".
001061     05  FILLER            PIC X(18)   VALUE
001062         "TRD00104DRV001    ".
001063     05  FILLER            PIC X(18)   VALUE
001064         "VER00104      Y   ".
001065     05  FILLER            PIC X(18)   VALUE
001066         "ALF00104      Y   ".
001067 01  WS-STEP-TABLE REDEFINES WS-STEP-VALUES.
001070     05  WS-ST-ENTRY       OCCURS 13 TIMES.
001080         10  WS-ST-NAME            PIC X(06).
001090         10  WS-ST-RC-LIMIT        PIC 9(02).
001100         10  WS-ST-PREREQ          PIC X(06).
001110         10  WS-ST-EVERY-SW        PIC X(01).
001113             88  WS-ST-EVERY-DRIVE         VALUE "Y".
001116         10  FILLER                PIC X(03).
001120 01  WS-STEP-STATE.
001130     05  WS-SS-STATUS      PIC X(01)   OCCURS 13 TIMES.
001140 01  WS-HDR-LINE1.
001150     05  FILLER            PIC X(10)   VALUE "RUN DATE: ".
001160     05  WS-H1-DATE        PIC 9(8).
001170     05  FILLER            PIC X(16)   VALUE SPACES.
001180     05  FILLER            PIC X(35)   VALUE
001190         "NIGHTLY STREAM STATUS".
001200     05  FILLER            PIC X(05)   VALUE "PAGE ".
001210     05  WS-H1-PAGE        PIC ZZ9.
001220     05  FILLER            PIC X(55)   VALUE SPACES.
001230 01  WS-HDR-LINE2.
001240     05  FILLER            PIC X(05)   VALUE "SEQ  ".
001250     05  FILLER            PIC X(10)   VALUE "STEP      ".
001260     05  FILLER            PIC X(10)   VALUE "PREREQ    ".
001270     05  FILLER            PIC X(11)   VALUE "STATUS     ".
001280     05  FILLER            PIC X(04)   VALUE "RC  ".
001290     05  FILLER            PIC X(07)   VALUE "LIMIT  ".
001300     05  FILLER            PIC X(10)   VALUE "START     ".
001310     05  FILLER            PIC X(10)   VALUE "END       ".
001320     05  FILLER            PIC X(07)   VALUE "TRIES  ".
001330     05  FILLER            PIC X(06)   VALUE "ACTION".
001340     05  FILLER            PIC X(52)   VALUE SPACES.
001350 01  WS-STEP-LINE.
001360     05  WS-SL-SEQ         PIC Z9.
001370     05  FILLER            PIC X(03)   VALUE SPACES.
001380     05  WS-SL-STEP        PIC X(08).
001390     05  FILLER            PIC X(02)   VALUE SPACES.
001400     05  WS-SL-PREREQ      PIC X(08).
001410     05  FILLER            PIC X(02)   VALUE SPACES.
001420     05  WS-SL-STATUS      PIC X(09).
001430     05  FILLER            PIC X(02)   VALUE SPACES.
001440     05  WS-SL-RC          PIC Z9.
001450     05  FILLER            PIC X(02)   VALUE SPACES.
001460     05  WS-SL-LIMIT       PIC Z9.
001470     05  FILLER            PIC X(05)   VALUE SPACES.
001480     05  WS-SL-START       PIC 9(8).
001490     05  FILLER            PIC X(02)   VALUE SPACES.
001500     05  WS-SL-END         PIC 9(8).
001510     05  FILLER            PIC X(02)   VALUE SPACES.
001520     05  WS-SL-TRIES       PIC Z9.
001530     05  FILLER            PIC X(05)   VALUE SPACES.
001540     05  WS-SL-ACTION      PIC X(30).
001550     05  FILLER            PIC X(28)   VALUE SPACES.
001560 01  WS-COUNT-LINE.
001570     05  WS-CL-CAPTION     PIC X(24).
001580     05  WS-CL-COUNT       PIC Z(6)9.
001590     05  FILLER            PIC X(101)  VALUE SPACES.
001600 01  WS-MSG-LINE           PIC X(132)  VALUE SPACES.
001610 PROCEDURE                 DIVISION.
001620*****************************************************************
001630*    0000-MAINLINE -- DRIVE EVERY STEP OF TODAY'S STREAM IN      *
001640*    ORDER, THEN PRINT THE STATUS PAGE.  RETURN CODE 0 WHEN THE  *
001650*    WHOLE STREAM HAS COMPLETED FOR THE DAY, 8 WHEN ANY STEP     *
001660*    FAILED OR WAS BLOCKED (RERUN THIS STEP ONCE THE CAUSE IS    *
001670*    FIXED -- IT RESUMES WHERE THE STREAM STOPPED), 12 WHEN THE  *
001680*    STEP-CONTROL FILE CANNOT BE OPENED, 16 WHEN THE REPORT      *
001690*    CANNOT.                                                     *
001700*****************************************************************
001710 Q01 SECTION.
001720 Q011.
001730     PERFORM 2500-OPEN-FILES THRU 2500-OPEN-FILES-EXIT.
001740     MOVE "Y"              TO DRV-STREAM-SW.
001750     MOVE 1                TO WS-STEP-IX.
001760     PERFORM 2600-RUN-STEP THRU 2600-RUN-STEP-EXIT
001770         UNTIL WS-STEP-IX > WS-STEP-MAX.
001780     MOVE "N"              TO DRV-STREAM-SW.
001790     PERFORM 2900-WRITE-TOTALS THRU 2900-WRITE-TOTALS-EXIT.
001800     CLOSE STEP-CONTROL-FILE.
001810     CLOSE REPORT-FILE.
001820     IF WS-COMPLETED-CTR < WS-STEP-MAX
001830         MOVE 8            TO RETURN-CODE
001840     ELSE
001850         MOVE 0            TO RETURN-CODE
001860     END-IF.
001870     GOBACK.
001880*****************************************************************
001890*    2500-OPEN-FILES -- OPEN THE STATUS REPORT AND THE STEP-     *
001900*    CONTROL FILE, CREATING IT ON A SITE'S FIRST CONTROLLED RUN. *
001910*    WITHOUT THE STEP-CONTROL FILE NOTHING IS RUN: A STEP THAT   *
001920*    CANNOT BE RECORDED CANNOT BE SAFELY RESUMED.                *
001930*****************************************************************
001940 2500-OPEN-FILES.
001950     OPEN OUTPUT REPORT-FILE.
001960     IF WS-RPT-STATUS NOT = "00"
001970         DISPLAY "STM001: UNABLE TO OPEN STMRPT, STATUS "
001980                 WS-RPT-STATUS
001990         MOVE 16           TO RETURN-CODE
002000         GOBACK
002010     END-IF.
002020     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002030     MOVE WS-RUN-DATE      TO WS-H1-DATE.
002040     MOVE 1                TO WS-H1-PAGE.
002050     WRITE REPORT-RECORD FROM WS-HDR-LINE1 AFTER ADVANCING PAGE.
002060     OPEN I-O STEP-CONTROL-FILE.
002070     IF WS-STEP-STATUS NOT = "00"
002080         OPEN OUTPUT STEP-CONTROL-FILE
002090         CLOSE STEP-CONTROL-FILE
002100         OPEN I-O STEP-CONTROL-FILE
002110     END-IF.
002120     IF WS-STEP-STATUS NOT = "00"
002130         MOVE "STEPCTL NOT AVAILABLE - NO STEP RUN"
002140                           TO WS-MSG-LINE
002150         WRITE REPORT-RECORD FROM WS-MSG-LINE AFTER ADVANCING 2
002160         CLOSE REPORT-FILE
002170         MOVE 12           TO RETURN-CODE
002180         GOBACK
002190     END-IF.
002200     WRITE REPORT-RECORD FROM WS-HDR-LINE2 AFTER ADVANCING 2.
002210 2500-OPEN-FILES-EXIT.
002220     EXIT.
002230*****************************************************************
002240*    2600-RUN-STEP -- DRIVE ONE STEP, NOTE ITS OUTCOME FOR THE   *
002250*    STEPS THAT DEPEND ON IT, AND PRINT ITS LINE.  THE FIRST     *
002260*    STEP NOT COMPLETED IS WHERE THE NEXT RERUN PICKS UP.        *
002270*****************************************************************
002280 2600-RUN-STEP.
002290     PERFORM 2610-DRIVE-STEP THRU 2610-DRIVE-STEP-EXIT.
002300     MOVE SC-STATUS        TO WS-SS-STATUS (WS-STEP-IX).
002310     IF SC-COMPLETED
002320         ADD 1             TO WS-COMPLETED-CTR
002330     ELSE
002340         IF NOT ST-RESTART-SET
002350             SET ST-RESTART-SET TO TRUE
002360             MOVE SC-STEP-NAME TO WS-RESTART-STEP
002370         END-IF
002380     END-IF.
002390     IF SC-FAILED
002400         ADD 1             TO WS-FAILED-CTR
002410     END-IF.
002420     IF SC-BLOCKED
002430         ADD 1             TO WS-BLOCKED-CTR
002440     END-IF.
002450     PERFORM 2800-WRITE-STEP-LINE THRU 2800-WRITE-STEP-LINE-EXIT.
002460     ADD 1                 TO WS-STEP-IX.
002470 2600-RUN-STEP-EXIT.
002480     EXIT.
002490*****************************************************************
002498*    2610-DRIVE-STEP -- READ THE STEP'S RECORD FOR TODAY.  A     *
002506*    STEP ALREADY COMPLETED IS LEFT ALONE, UNLESS IT IS FLAGGED  *
002514*    TO RUN ON EVERY DRIVE.  OTHERWISE ITS PREREQUISITE MUST     *
002522*    HAVE COMPLETED, OR THE STEP IS RECORDED BLOCKED AND NOT     *
002530*    CALLED.  A STEP THAT MAY RUN IS RECORDED STARTED BEFORE THE *
002538*    CALL -- IF IT ABENDS THE RECORD IS LEFT STARTED, AND THE    *
002546*    RERUN DRIVES IT AGAIN -- AND COMPLETED OR FAILED, BY ITS    *
002554*    RETURN CODE AGAINST ITS LIMIT, AFTER.                       *
002570*****************************************************************
002580 2610-DRIVE-STEP.
002590     MOVE WS-RUN-DATE      TO SC-RUN-DATE.
002600     MOVE WS-ST-NAME (WS-STEP-IX) TO SC-STEP-NAME.
002610     READ STEP-CONTROL-FILE
002620         INVALID KEY
002630             PERFORM 2620-NEW-STEP THRU 2620-NEW-STEP-EXIT
002640     END-READ.
002650     MOVE SC-STATUS        TO WS-PRIOR-STATUS.
002660     IF SC-COMPLETED
002665        AND NOT WS-ST-EVERY-DRIVE (WS-STEP-IX)
002670         ADD 1             TO WS-SKIPPED-CTR
002680         MOVE "ALREADY COMPLETED - SKIPPED"
002690                           TO WS-SL-ACTION
002700         GO TO 2610-DRIVE-STEP-EXIT
002710     END-IF.
002720     PERFORM 2700-CHECK-PREREQ THRU 2700-CHECK-PREREQ-EXIT.
002730     IF NOT ST-PREREQ-OK
002740         SET SC-BLOCKED TO TRUE
002750         MOVE 0            TO SC-RETURN-CODE
002760         MOVE 0            TO SC-START-TIME
002770         MOVE 0            TO SC-END-TIME
002780         REWRITE STEP-CONTROL-RECORD
002790             INVALID KEY
002800                 CONTINUE
002810         END-REWRITE
002820         MOVE "NOT RUN - PREREQUISITE OPEN"
002830                           TO WS-SL-ACTION
002840         GO TO 2610-DRIVE-STEP-EXIT
002850     END-IF.
002860     IF WS-PRIOR-STATUS = "S"
002870         ADD 1             TO WS-ABENDED-CTR
002880         MOVE "RERUN - PRIOR DRIVE ABENDED"
002890                           TO WS-SL-ACTION
002900     ELSE
002910         IF WS-PRIOR-STATUS = "F"
002920             MOVE "RERUN AFTER FAILURE"
002930                           TO WS-SL-ACTION
002940         ELSE
002942             IF WS-PRIOR-STATUS = "C"
002944                 MOVE "RERUN - RUNS ON EVERY DRIVE"
002946                           TO WS-SL-ACTION
002948             ELSE
002950                 MOVE "RUN" TO WS-SL-ACTION
002952             END-IF
002960         END-IF
002970     END-IF.
002980     ACCEPT WS-RUN-TIME    FROM TIME.
002990     SET SC-STARTED TO TRUE.
003000     MOVE 0                TO SC-RETURN-CODE.
003010     MOVE WS-RUN-TIME      TO SC-START-TIME.
003020     MOVE 0                TO SC-END-TIME.
003030     ADD 1                 TO SC-ATTEMPT-CTR.
003040     REWRITE STEP-CONTROL-RECORD
003050         INVALID KEY
003060             CONTINUE
003070     END-REWRITE.
003080     ADD 1                 TO WS-RUN-CTR.
003090     MOVE WS-ST-NAME (WS-STEP-IX) TO WS-CALL-NAME.
003100     CALL WS-CALL-NAME.
003110     MOVE RETURN-CODE      TO WS-STEP-RC.
003120     ACCEPT WS-RUN-TIME    FROM TIME.
003130     MOVE WS-RUN-DATE      TO SC-RUN-DATE.
003140     MOVE WS-ST-NAME (WS-STEP-IX) TO SC-STEP-NAME.
003150     MOVE WS-STEP-RC       TO SC-RETURN-CODE.
003160     MOVE WS-RUN-TIME      TO SC-END-TIME.
003170     IF WS-STEP-RC > WS-ST-RC-LIMIT (WS-STEP-IX)
003180         SET SC-FAILED TO TRUE
003190     ELSE
003200         SET SC-COMPLETED TO TRUE
003210     END-IF.
003220     REWRITE STEP-CONTROL-RECORD
003230         INVALID KEY
003240             CONTINUE
003250     END-REWRITE.
003260 2610-DRIVE-STEP-EXIT.
003270     EXIT.
003280*****************************************************************
003290*    2620-NEW-STEP -- FIRST TIME THIS STEP IS SEEN TODAY: FILE   *
003300*    ITS RECORD NOW SO EVERY LATER UPDATE IS A PLAIN REWRITE     *
003310*****************************************************************
003320 2620-NEW-STEP.
003330     MOVE SPACES           TO STEP-CONTROL-RECORD.
003340     MOVE WS-RUN-DATE      TO SC-RUN-DATE.
003350     MOVE WS-ST-NAME (WS-STEP-IX) TO SC-STEP-NAME.
003360     MOVE WS-STEP-IX       TO SC-STEP-SEQ.
003370     MOVE 0                TO SC-RETURN-CODE.
003380     MOVE 0                TO SC-START-TIME.
003390     MOVE 0                TO SC-END-TIME.
003400     MOVE 0                TO SC-ATTEMPT-CTR.
003410     MOVE WS-ST-PREREQ (WS-STEP-IX) TO SC-PREREQ-NAME.
003420     WRITE STEP-CONTROL-RECORD
003430         INVALID KEY
003440             CONTINUE
003450     END-WRITE.
003460 2620-NEW-STEP-EXIT.
003470     EXIT.
003480*****************************************************************
003490*    2700-CHECK-PREREQ -- THE PREREQUISITE ALWAYS SITS EARLIER   *
003500*    IN THE TABLE, SO ITS OUTCOME FOR TODAY IS ALREADY KNOWN --  *
003510*    WHETHER IT COMPLETED ON THIS DRIVE OR AN EARLIER ONE        *
003520*****************************************************************
003530 2700-CHECK-PREREQ.
003540     MOVE "N"              TO ST-PREREQ-OK-SW.
003550     IF WS-ST-PREREQ (WS-STEP-IX) = SPACES
003560         SET ST-PREREQ-OK TO TRUE
003570         GO TO 2700-CHECK-PREREQ-EXIT
003580     END-IF.
003590     MOVE 1                TO WS-FIND-IX.
003600     PERFORM 2710-FIND-PREREQ THRU 2710-FIND-PREREQ-EXIT
003610         UNTIL WS-FIND-IX NOT < WS-STEP-IX.
003620 2700-CHECK-PREREQ-EXIT.
003630     EXIT.
003640*****************************************************************
003650*    2710-FIND-PREREQ -- ONE EARLIER TABLE ENTRY                 *
003660*****************************************************************
003670 2710-FIND-PREREQ.
003680     IF WS-ST-NAME (WS-FIND-IX) = WS-ST-PREREQ (WS-STEP-IX)
003690        AND WS-SS-STATUS (WS-FIND-IX) = "C"
003700         SET ST-PREREQ-OK TO TRUE
003710     END-IF.
003720     ADD 1                 TO WS-FIND-IX.
003730 2710-FIND-PREREQ-EXIT.
003740     EXIT.
003750*****************************************************************
003760*    2800-WRITE-STEP-LINE -- ONE STEP'S OUTCOME ON THE STATUS    *
003770*    PAGE, STRAIGHT FROM ITS STEP-CONTROL RECORD                 *
003780*****************************************************************
003790 2800-WRITE-STEP-LINE.
003800     MOVE WS-STEP-IX       TO WS-SL-SEQ.
003810     MOVE SC-STEP-NAME     TO WS-SL-STEP.
003820     MOVE SC-PREREQ-NAME   TO WS-SL-PREREQ.
003830     IF SC-COMPLETED
003840         MOVE "COMPLETED" TO WS-SL-STATUS
003850     ELSE
003860         IF SC-FAILED
003870             MOVE "FAILED" TO WS-SL-STATUS
003880         ELSE
003890             IF SC-BLOCKED
003900                 MOVE "BLOCKED" TO WS-SL-STATUS
003910             ELSE
003920                 MOVE "STARTED" TO WS-SL-STATUS
003930             END-IF
003940         END-IF
003950     END-IF.
003960     MOVE SC-RETURN-CODE   TO WS-SL-RC.
003970     MOVE WS-ST-RC-LIMIT (WS-STEP-IX) TO WS-SL-LIMIT.
003980     MOVE SC-START-TIME    TO WS-SL-START.
003990     MOVE SC-END-TIME      TO WS-SL-END.
004000     MOVE SC-ATTEMPT-CTR   TO WS-SL-TRIES.
004010     WRITE REPORT-RECORD FROM WS-STEP-LINE AFTER ADVANCING 1.
004020 2800-WRITE-STEP-LINE-EXIT.
004030     EXIT.
004040*****************************************************************
004050*    2900-WRITE-TOTALS -- STEP COUNTS AND WHERE THE NEXT RERUN   *
004060*    WILL PICK UP, IF THE STREAM DID NOT FINISH                  *
004070*****************************************************************
004080 2900-WRITE-TOTALS.
004090     MOVE "STEPS ALREADY COMPLETED" TO WS-CL-CAPTION.
004100     MOVE WS-SKIPPED-CTR   TO WS-CL-COUNT.
004110     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 2.
004120     MOVE "STEPS RUN THIS DRIVE"    TO WS-CL-CAPTION.
004130     MOVE WS-RUN-CTR       TO WS-CL-COUNT.
004140     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
004150     MOVE "  RERUN AFTER ABEND"     TO WS-CL-CAPTION.
004160     MOVE WS-ABENDED-CTR   TO WS-CL-COUNT.
004170     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
004180     MOVE "STEPS FAILED"            TO WS-CL-CAPTION.
004190     MOVE WS-FAILED-CTR    TO WS-CL-COUNT.
004200     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
004210     MOVE "STEPS BLOCKED"           TO WS-CL-CAPTION.
004220     MOVE WS-BLOCKED-CTR   TO WS-CL-COUNT.
004230     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
004240     MOVE "STEPS COMPLETED TODAY"   TO WS-CL-CAPTION.
004250     MOVE WS-COMPLETED-CTR TO WS-CL-COUNT.
004260     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
004270     MOVE SPACES           TO WS-MSG-LINE.
004280     IF ST-RESTART-SET
004290         STRING "STREAM NOT COMPLETE - RERUN STM001 TO RESUME AT "
004300                    DELIMITED BY SIZE
004310                WS-RESTART-STEP DELIMITED BY SPACE
004320                INTO WS-MSG-LINE
004330         END-STRING
004340     ELSE
004350         MOVE "STREAM COMPLETE FOR THE DAY" TO WS-MSG-LINE
004360     END-IF.
004370     WRITE REPORT-RECORD FROM WS-MSG-LINE AFTER ADVANCING 2.
004380 2900-WRITE-TOTALS-EXIT.
004390     EXIT.
