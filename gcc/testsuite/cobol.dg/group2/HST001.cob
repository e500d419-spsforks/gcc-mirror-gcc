000100 IDENTIFICATION            DIVISION.
000110 PROGRAM-ID.               HST001.
000120 AUTHOR.                   D-J HARTLEY.
000130 INSTALLATION.             DAILY-PROC BATCH SUPPORT.
000140 DATE-WRITTEN.             10/06/2026.
000150 DATE-COMPILED.            10/06/2026.
000160*****************************************************************
000170*                                                               *
000180*    MODIFICATION HISTORY                                      *
000190*                                                               *
000200*    DATE       INIT  DESCRIPTION                               *
000210*    ---------- ----  ------------------------------------------*
000220*    10/06/2026  DJH  ORIGINAL.  NIGHTLY BUILD OF THE PERMANENT  *
000230*                     TRANSACTION HISTORY (TRANHST.CPY, DDNAME   *
000240*                     TRANHIST).  THE DAY'S RUN OUTPUTS ARE      *
000250*                     OVERWRITTEN OR ROLLED BY THE NEXT RUN, SO  *
000260*                     ONCE A RECORD HAS MOVED ON THERE WAS NO    *
000270*                     WAY TO SAY WHERE IT HAD BEEN.  EVERY       *
000280*                     PARTITION'S TRANSRTnn (EDITED INTO THE     *
000290*                     RUN), SUSPFILEnn (CORRECTED BY THE DESK),  *
000300*                     SUSPNEWnn (SUSPENSED, WITH THE REASON),    *
000310*                     HOLDNEWnn (HELD) AND HOLDUPDnn (RELEASED   *
000320*                     OR DECLINED, WITH THE APPROVER) IS READ,   *
000330*                     THEN GLEXTR (EXTRACTED) WITH EACH          *
000340*                     ORIGINAL'S GLPOST ENTRY (ACKNOWLEDGED      *
000350*                     POSTED OR REJECTED), THEN ADJHIST          *
000360*                     (REVERSED OR ADJUSTED BY ADJ001).  EACH    *
000370*                     EVENT IS FILED UNDER ITS TRAN ID FOR THE   *
000380*                     TRC001 ONLINE TRACE.                       *
000381*    10/15/2026  DJH  AN EVENT ALREADY ON FILE THAT CANNOT BE    *
000382*                     REWRITTEN IS NO LONGER COUNTED AS REFILED: *
000383*                     IT IS DISPLAYED WITH ITS KEY AND FILE      *
000384*                     STATUS, COUNTED AS NOT FILED ON THE        *
000385*                     CONTROL REPORT, AND ENDS THE STEP RETURN   *
000386*                     CODE 8.                                    *
000390*                                                               *
000400*****************************************************************
000410 ENVIRONMENT               DIVISION.
000420 CONFIGURATION             SECTION.
000430 SOURCE-COMPUTER.          IBM-370.
000440 OBJECT-COMPUTER.          IBM-370.
000450 INPUT-OUTPUT               SECTION.
000460 FILE-CONTROL.
000470     SELECT PARTLIST-FILE  ASSIGN TO "PARTLIST"
000480                           ORGANIZATION IS LINE SEQUENTIAL
000490                           FILE STATUS IS WS-PART-STATUS.
000500     SELECT TRAN-FILE      ASSIGN TO DYNAMIC WS-TRAN-FILENAME
000510                           ORGANIZATION IS LINE SEQUENTIAL
000520                           FILE STATUS IS WS-TRAN-STATUS.
000530     SELECT SUSPENSE-FILE  ASSIGN TO DYNAMIC WS-SUSP-FILENAME
000540                           ORGANIZATION IS LINE SEQUENTIAL
000550                           FILE STATUS IS WS-SUSP-STATUS.
000560     SELECT HOLD-FILE      ASSIGN TO DYNAMIC WS-HOLD-FILENAME
000570                           ORGANIZATION IS LINE SEQUENTIAL
000580                           FILE STATUS IS WS-HOLD-STATUS.
000590     SELECT EXTRACT-FILE   ASSIGN TO "GLEXTR"
000600                           ORGANIZATION IS LINE SEQUENTIAL
000610                           FILE STATUS IS WS-EXT-STATUS.
000620     SELECT POSTED-FILE    ASSIGN TO "GLPOST"
000630                           ORGANIZATION IS INDEXED
000640                           ACCESS MODE IS DYNAMIC
000650                           RECORD KEY IS GP-KEY
000660                           FILE STATUS IS WS-POST-STATUS.
000670     SELECT ADJHIST-FILE   ASSIGN TO "ADJHIST"
000680                           ORGANIZATION IS INDEXED
000690                           ACCESS MODE IS DYNAMIC
000700                           RECORD KEY IS AH-KEY
000710                           FILE STATUS IS WS-ADJH-STATUS.
000720     SELECT HISTORY-FILE   ASSIGN TO "TRANHIST"
000730                           ORGANIZATION IS INDEXED
000740                           ACCESS MODE IS DYNAMIC
000750                           RECORD KEY IS TH-KEY
000760                           FILE STATUS IS WS-HIST-STATUS.
000770     SELECT REPORT-FILE    ASSIGN TO "HSTRPT"
000780                           ORGANIZATION IS LINE SEQUENTIAL
000790                           FILE STATUS IS WS-RPT-STATUS.
000800 DATA                      DIVISION.
000810 FILE                      SECTION.
000820 FD  PARTLIST-FILE
000830     LABEL RECORD IS STANDARD.
000840     COPY PARTREC.
000850 FD  TRAN-FILE
000860     LABEL RECORD IS STANDARD.
000870     COPY TRANREC.
000880 FD  SUSPENSE-FILE
000890     LABEL RECORD IS STANDARD.
000900     COPY SUSPREC.
000910 FD  HOLD-FILE
000920     LABEL RECORD IS STANDARD.
000930     COPY HOLDREC.
000940 FD  EXTRACT-FILE
000950     LABEL RECORD IS STANDARD.
000960     COPY EXTREC.
000970 FD  POSTED-FILE
000980     LABEL RECORD IS STANDARD.
000990     COPY PSTREC.
001000 FD  ADJHIST-FILE
001010     LABEL RECORD IS STANDARD.
001020     COPY ADJHIST.
001030 FD  HISTORY-FILE
001040     LABEL RECORD IS STANDARD.
001050     COPY TRANHST.
001060 FD  REPORT-FILE
001070     LABEL RECORD IS STANDARD.
001080 01  REPORT-RECORD             PIC X(132).
001090 WORKING-STORAGE           SECTION.
001100 01  WS-PART-STATUS        PIC X(02).
001110 01  WS-TRAN-STATUS        PIC X(02).
001120 01  WS-SUSP-STATUS        PIC X(02).
001130 01  WS-HOLD-STATUS        PIC X(02).
001140 01  WS-EXT-STATUS         PIC X(02).
001150 01  WS-POST-STATUS        PIC X(02).
001160 01  WS-ADJH-STATUS        PIC X(02).
001170 01  WS-HIST-STATUS        PIC X(02).
001180 01  WS-RPT-STATUS         PIC X(02).
001190 01  WS-TRAN-FILENAME      PIC X(20)   VALUE "TRANSRT".
001200 01  WS-SUSP-FILENAME      PIC X(20)   VALUE "SUSPFILE".
001210 01  WS-HOLD-FILENAME      PIC X(20)   VALUE "HOLDNEW".
001220 01  WS-SUFFIX             PIC X(02)   VALUE SPACES.
001230 01  PL-SWITCHES.
001240     05  PL-EOF-SW         PIC X(01)   VALUE "N".
001250         88  PL-EOF                    VALUE "Y".
001260 01  HS-SWITCHES.
001270     05  HS-EOF-SW         PIC X(01)   VALUE "N".
001280         88  HS-EOF                    VALUE "Y".
001290     05  HS-POST-OPEN-SW   PIC X(01)   VALUE "N".
001300         88  HS-POST-OPEN              VALUE "Y".
001310     05  HS-ADJH-OPEN-SW   PIC X(01)   VALUE "N".
001320         88  HS-ADJH-OPEN              VALUE "Y".
001330     05  HS-EXT-MISSING-SW PIC X(01)   VALUE "N".
001340         88  HS-EXT-MISSING            VALUE "Y".
001350 01  WS-RUN-DATE           PIC 9(8).
001360 01  WS-PARTITION-NO       PIC 9(2)    VALUE 0.
001370 01  WS-PAGE-NO            PIC 9(3)    VALUE 0.
001380 77  WS-EDITED-CTR         PIC 9(7)    VALUE 0.
001390 77  WS-CORRECTED-CTR      PIC 9(7)    VALUE 0.
001400 77  WS-SUSPENSED-CTR      PIC 9(7)    VALUE 0.
001410 77  WS-HELD-CTR           PIC 9(7)    VALUE 0.
001420 77  WS-RELEASED-CTR       PIC 9(7)    VALUE 0.
001430 77  WS-DECLINED-CTR       PIC 9(7)    VALUE 0.
001440 77  WS-EXTRACTED-CTR      PIC 9(7)    VALUE 0.
001450 77  WS-POSTED-CTR         PIC 9(7)    VALUE 0.
001460 77  WS-GL-REJECT-CTR      PIC 9(7)    VALUE 0.
001470 77  WS-REVERSED-CTR       PIC 9(7)    VALUE 0.
001480 77  WS-NEW-EVENT-CTR      PIC 9(7)    VALUE 0.
001490 77  WS-REFILED-CTR        PIC 9(7)    VALUE 0.
001495 77  WS-NOT-FILED-CTR      PIC 9(7)    VALUE 0.
001500 01  WS-HDR-LINE1.
001510     05  FILLER            PIC X(10)   VALUE "RUN DATE: ".
001520     05  WS-H1-DATE        PIC 9(8).
001530     05  FILLER            PIC X(16)   VALUE SPACES.
001540     05  FILLER            PIC X(35)   VALUE
001550         "TRANSACTION HISTORY BUILD".
001560     05  FILLER            PIC X(05)   VALUE "PAGE ".
001570     05  WS-H1-PAGE        PIC ZZ9.
001580     05  FILLER            PIC X(55)   VALUE SPACES.
001590 01  WS-COUNT-LINE.
001600     05  WS-CL-CAPTION     PIC X(24).
001610     05  WS-CL-COUNT       PIC Z(6)9.
001620     05  FILLER            PIC X(101)  VALUE SPACES.
001630 01  WS-MSG-LINE           PIC X(132)  VALUE SPACES.
001640 PROCEDURE                 DIVISION.
001650*****************************************************************
001660*    0000-MAINLINE -- FILE TODAY'S EVENTS FROM EVERY PARTITION,  *
001670*    THEN FROM THE GL EXTRACT AND THE ADJUSTMENT HISTORY, AND    *
001680*    PRINT THE CONTROL COUNTS.  A MISSING GLEXTR MEANS THE       *
001690*    BUILD RAN AHEAD OF THE EXTRACT: THE PARTITION EVENTS ARE    *
001700*    STILL FILED, AND THE STEP ENDS RETURN CODE 4 SO IT IS RUN   *
001710*    AGAIN ONCE THE EXTRACT IS THERE -- A REBUILD OF THE SAME    *
001720*    NIGHT ONLY REFILES THE SAME KEYS.                           *
001730*****************************************************************
001740 P01 SECTION.
001750 P011.
001760     PERFORM 5000-OPEN-FILES THRU 5000-OPEN-FILES-EXIT.
001770     PERFORM 5100-BUILD-ALL-PARTITIONS
001780         THRU 5100-BUILD-ALL-PARTITIONS-EXIT.
001790     PERFORM 5500-FILE-EXTRACT-EVENTS
001800         THRU 5500-FILE-EXTRACT-EVENTS-EXIT.
001810     PERFORM 5600-FILE-ADJUSTMENT-EVENTS
001820         THRU 5600-FILE-ADJUSTMENT-EVENTS-EXIT.
001830     PERFORM 5900-WRITE-TOTALS THRU 5900-WRITE-TOTALS-EXIT.
001840     IF HS-POST-OPEN
001850         CLOSE POSTED-FILE
001860     END-IF.
001870     IF HS-ADJH-OPEN
001880         CLOSE ADJHIST-FILE
001890     END-IF.
001900     CLOSE HISTORY-FILE.
001910     CLOSE REPORT-FILE.
001920     IF HS-EXT-MISSING
001930         MOVE 4            TO RETURN-CODE
001940     ELSE
001950         MOVE 0            TO RETURN-CODE
001960     END-IF.
001962     IF WS-NOT-FILED-CTR > 0
001964         MOVE 8            TO RETURN-CODE
001966     END-IF.
001970     GOBACK.
001980*****************************************************************
001990*    5000-OPEN-FILES -- OPEN THE CONTROL REPORT AND THE HISTORY  *
002000*    FILE (CREATED ON A SITE'S FIRST BUILD), PLUS THE GLPOST     *
002010*    LEDGER AND ADJHIST IF THE SITE HAS THEM YET.  A REPORT OR   *
002020*    HISTORY FILE THAT WILL NOT OPEN IS FATAL -- THE WHOLE POINT *
002030*    OF THE STEP IS TO KEEP THE TRAIL.                           *
002040*****************************************************************
002050 5000-OPEN-FILES.
002060     OPEN OUTPUT REPORT-FILE.
002070     IF WS-RPT-STATUS NOT = "00"
002080         DISPLAY "HST001: UNABLE TO OPEN HSTRPT, STATUS "
002090                 WS-RPT-STATUS
002100         MOVE 16           TO RETURN-CODE
002110         GOBACK
002120     END-IF.
002130     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002140     MOVE WS-RUN-DATE      TO WS-H1-DATE.
002150     ADD 1                 TO WS-PAGE-NO.
002160     MOVE WS-PAGE-NO       TO WS-H1-PAGE.
002170     WRITE REPORT-RECORD FROM WS-HDR-LINE1 AFTER ADVANCING PAGE.
002180     OPEN I-O HISTORY-FILE.
002190     IF WS-HIST-STATUS NOT = "00"
002200         OPEN OUTPUT HISTORY-FILE
002210         CLOSE HISTORY-FILE
002220         OPEN I-O HISTORY-FILE
002230     END-IF.
002240     IF WS-HIST-STATUS NOT = "00"
002250         MOVE "TRANHIST NOT AVAILABLE - NO HISTORY FILED"
002260                           TO WS-MSG-LINE
002270         WRITE REPORT-RECORD FROM WS-MSG-LINE AFTER ADVANCING 2
002280         CLOSE REPORT-FILE
002290         MOVE 12           TO RETURN-CODE
002300         GOBACK
002310     END-IF.
002320     OPEN INPUT POSTED-FILE.
002330     IF WS-POST-STATUS = "00"
002340         SET HS-POST-OPEN TO TRUE
002350     END-IF.
002360     OPEN INPUT ADJHIST-FILE.
002370     IF WS-ADJH-STATUS = "00"
002380         SET HS-ADJH-OPEN TO TRUE
002390     END-IF.
002400 5000-OPEN-FILES-EXIT.
002410     EXIT.
002420*****************************************************************
002430*    5100-BUILD-ALL-PARTITIONS -- EVERY PARTITION ON PARTLIST    *
002440*    (OR THE STANDALONE FILES WHEN THERE IS NO PARTLIST), SAME   *
002450*    FILE-NAME DANCE AS EXT001                                   *
002460*****************************************************************
002470 5100-BUILD-ALL-PARTITIONS.
002480     OPEN INPUT PARTLIST-FILE.
002490     IF WS-PART-STATUS = "00"
002500         PERFORM 5130-READ-PARTITION
002510             THRU 5130-READ-PARTITION-EXIT
002520         PERFORM 5120-BUILD-ONE-PARTITION
002530             THRU 5120-BUILD-ONE-PARTITION-EXIT
002540             UNTIL PL-EOF
002550         CLOSE PARTLIST-FILE
002560     ELSE
002570         MOVE 0            TO WS-PARTITION-NO
002580         MOVE SPACES       TO WS-SUFFIX
002590         PERFORM 5150-BUILD-PARTITION-FILES
002600             THRU 5150-BUILD-PARTITION-FILES-EXIT
002610     END-IF.
002620 5100-BUILD-ALL-PARTITIONS-EXIT.
002630     EXIT.
002640*****************************************************************
002650*    5120-BUILD-ONE-PARTITION -- FILE ONE PARTITION'S EVENTS,    *
002660*    THEN READ THE NEXT ENTRY                                    *
002670*****************************************************************
002680 5120-BUILD-ONE-PARTITION.
002690     MOVE PT-PARTITION-NO  TO WS-PARTITION-NO.
002700     MOVE PT-TRAN-SUFFIX   TO WS-SUFFIX.
002710     PERFORM 5150-BUILD-PARTITION-FILES
002720         THRU 5150-BUILD-PARTITION-FILES-EXIT.
002730     PERFORM 5130-READ-PARTITION THRU 5130-READ-PARTITION-EXIT.
002740 5120-BUILD-ONE-PARTITION-EXIT.
002750     EXIT.
002760*****************************************************************
002770*    5130-READ-PARTITION -- GET THE NEXT PARTITION TO FILE       *
002780*****************************************************************
002790 5130-READ-PARTITION.
002800     READ PARTLIST-FILE
002810         AT END
002820             SET PL-EOF TO TRUE
002830     END-READ.
002840 5130-READ-PARTITION-EXIT.
002850     EXIT.
002860*****************************************************************
002870*    5150-BUILD-PARTITION-FILES -- ONE PARTITION'S RUN FILES, IN *
002880*    STREAM ORDER.  A FILE THE PARTITION DID NOT PRODUCE TODAY   *
002890*    IS SKIPPED IN SILENCE -- NOT EVERY PARTITION SUSPENSES OR   *
002900*    HOLDS SOMETHING EVERY DAY.                                  *
002910*****************************************************************
002920 5150-BUILD-PARTITION-FILES.
002930     MOVE "SUSPFILE"       TO WS-SUSP-FILENAME.
002940     STRING "SUSPFILE" DELIMITED BY SIZE
002950            WS-SUFFIX DELIMITED BY SPACE
002960            INTO WS-SUSP-FILENAME
002970     END-STRING.
002980     PERFORM 5300-FILE-CORRECTIONS
002985         THRU 5300-FILE-CORRECTIONS-EXIT.
002990     MOVE "TRANSRT"        TO WS-TRAN-FILENAME.
003000     STRING "TRANSRT" DELIMITED BY SIZE
003010            WS-SUFFIX DELIMITED BY SPACE
003020            INTO WS-TRAN-FILENAME
003030     END-STRING.
003040     PERFORM 5200-FILE-EDITED THRU 5200-FILE-EDITED-EXIT.
003050     MOVE "SUSPNEW"        TO WS-SUSP-FILENAME.
003060     STRING "SUSPNEW" DELIMITED BY SIZE
003070            WS-SUFFIX DELIMITED BY SPACE
003080            INTO WS-SUSP-FILENAME
003090     END-STRING.
003100     PERFORM 5350-FILE-SUSPENSE THRU 5350-FILE-SUSPENSE-EXIT.
003110     MOVE "HOLDNEW"        TO WS-HOLD-FILENAME.
003120     STRING "HOLDNEW" DELIMITED BY SIZE
003130            WS-SUFFIX DELIMITED BY SPACE
003140            INTO WS-HOLD-FILENAME
003150     END-STRING.
003160     PERFORM 5400-FILE-HELD THRU 5400-FILE-HELD-EXIT.
003170     MOVE "HOLDUPD"        TO WS-HOLD-FILENAME.
003180     STRING "HOLDUPD" DELIMITED BY SIZE
003190            WS-SUFFIX DELIMITED BY SPACE
003200            INTO WS-HOLD-FILENAME
003210     END-STRING.
003220     PERFORM 5450-FILE-DECISIONS THRU 5450-FILE-DECISIONS-EXIT.
003230 5150-BUILD-PARTITION-FILES-EXIT.
003240     EXIT.
003250*****************************************************************
003260*    5200-FILE-EDITED -- EVERY RECORD ON TRANSRTnn PASSED THE    *
003270*    EDIT, THE DUPLICATE CHECK AND THE SEQUENCE CHECK AND WENT   *
003280*    INTO TODAY'S RUN                                            *
003290*****************************************************************
003300 5200-FILE-EDITED.
003310     MOVE "N"              TO HS-EOF-SW.
003320     OPEN INPUT TRAN-FILE.
003330     IF WS-TRAN-STATUS NOT = "00"
003340         GO TO 5200-FILE-EDITED-EXIT
003350     END-IF.
003360     PERFORM 5210-FILE-EDITED-READ THRU 5210-FILE-EDITED-READ-EXIT
003370         UNTIL HS-EOF.
003380     CLOSE TRAN-FILE.
003390 5200-FILE-EDITED-EXIT.
003400     EXIT.
003410*****************************************************************
003420*    5210-FILE-EDITED-READ -- ONE RECORD OF TODAY'S RUN          *
003430*****************************************************************
003440 5210-FILE-EDITED-READ.
003450     READ TRAN-FILE
003460         AT END
003470             SET HS-EOF TO TRUE
003480             GO TO 5210-FILE-EDITED-READ-EXIT
003490     END-READ.
003500     MOVE SPACES           TO TRAN-HIST-RECORD.
003510     MOVE TR-TRAN-ID       TO TH-TRAN-ID.
003520     SET TH-EV-EDITED TO TRUE.
003530     MOVE TR-SEQUENCE-NO   TO TH-SEQUENCE-NO.
003540     MOVE WS-RUN-DATE      TO TH-RUN-DATE.
003550     MOVE TR-TRAN-DATE     TO TH-TRAN-DATE.
003560     MOVE TR-TRAN-AMOUNT   TO TH-TRAN-AMOUNT.
003570     MOVE "PASSED EDIT - IN DAILY RUN" TO TH-DETAIL.
003580     PERFORM 5800-FILE-EVENT THRU 5800-FILE-EVENT-EXIT.
003590     ADD 1                 TO WS-EDITED-CTR.
003600 5210-FILE-EDITED-READ-EXIT.
003610     EXIT.
003620*****************************************************************
003630*    5300-FILE-CORRECTIONS -- THE SUSPENSE GENERATION PROG JUST  *
003640*    READ (SUSPFILEnn): A RECORD THE CORRECTION DESK FLAGGED     *
003650*    CORRECTED IS FILED WITH THE CLERK WHO CORRECTED IT.  ONE    *
003660*    THAT RECYCLE MODE LEFT WAITING IS FILED AGAIN EACH NIGHT    *
003670*    IT WAITS, WHICH IS EXACTLY WHAT THE DESK WANTS TO SEE.      *
003680*****************************************************************
003690 5300-FILE-CORRECTIONS.
003700     MOVE "N"              TO HS-EOF-SW.
003710     OPEN INPUT SUSPENSE-FILE.
003720     IF WS-SUSP-STATUS NOT = "00"
003730         GO TO 5300-FILE-CORRECTIONS-EXIT
003740     END-IF.
003750     PERFORM 5310-FILE-CORRECTION-READ
003760         THRU 5310-FILE-CORRECTION-READ-EXIT
003770         UNTIL HS-EOF.
003780     CLOSE SUSPENSE-FILE.
003790 5300-FILE-CORRECTIONS-EXIT.
003800     EXIT.
003810*****************************************************************
003820*    5310-FILE-CORRECTION-READ -- ONE PRIOR SUSPENSE RECORD      *
003830*****************************************************************
003840 5310-FILE-CORRECTION-READ.
003850     READ SUSPENSE-FILE
003860         AT END
003870             SET HS-EOF TO TRUE
003880             GO TO 5310-FILE-CORRECTION-READ-EXIT
003890     END-READ.
003900     IF NOT SP-CORRECTED
003910         GO TO 5310-FILE-CORRECTION-READ-EXIT
003920     END-IF.
003930     PERFORM 5360-SET-SUSPENSE-FIELDS
003940         THRU 5360-SET-SUSPENSE-FIELDS-EXIT.
003950     SET TH-EV-CORRECTED TO TRUE.
003960     MOVE SP-CORRECT-USER  TO TH-USER-ID.
003970     MOVE "CORRECTED BY DESK"  TO TH-DETAIL.
003980     PERFORM 5800-FILE-EVENT THRU 5800-FILE-EVENT-EXIT.
003990     ADD 1                 TO WS-CORRECTED-CTR.
004000 5310-FILE-CORRECTION-READ-EXIT.
004010     EXIT.
004020*****************************************************************
004030*    5350-FILE-SUSPENSE -- THE NEW SUSPENSE GENERATION           *
004040*    (SUSPNEWnn): ONLY WHAT WAS REJECTED TODAY IS AN EVENT;      *
004050*    CARRIED-FORWARD RECORDS WERE FILED THE DAY THEY WENT IN     *
004060*****************************************************************
004070 5350-FILE-SUSPENSE.
004080     MOVE "N"              TO HS-EOF-SW.
004090     OPEN INPUT SUSPENSE-FILE.
004100     IF WS-SUSP-STATUS NOT = "00"
004110         GO TO 5350-FILE-SUSPENSE-EXIT
004120     END-IF.
004130     PERFORM 5355-FILE-SUSPENSE-READ
004140         THRU 5355-FILE-SUSPENSE-READ-EXIT
004150         UNTIL HS-EOF.
004160     CLOSE SUSPENSE-FILE.
004170 5350-FILE-SUSPENSE-EXIT.
004180     EXIT.
004190*****************************************************************
004200*    5355-FILE-SUSPENSE-READ -- ONE NEW-GENERATION RECORD        *
004210*****************************************************************
004220 5355-FILE-SUSPENSE-READ.
004230     READ SUSPENSE-FILE
004240         AT END
004250             SET HS-EOF TO TRUE
004260             GO TO 5355-FILE-SUSPENSE-READ-EXIT
004270     END-READ.
004280     IF SP-REJECT-DATE NOT = WS-RUN-DATE
004290         GO TO 5355-FILE-SUSPENSE-READ-EXIT
004300     END-IF.
004310     PERFORM 5360-SET-SUSPENSE-FIELDS
004320         THRU 5360-SET-SUSPENSE-FIELDS-EXIT.
004330     SET TH-EV-SUSPENSED TO TRUE.
004340     MOVE SP-REJECT-REASON TO TH-DETAIL.
004350     PERFORM 5800-FILE-EVENT THRU 5800-FILE-EVENT-EXIT.
004360     ADD 1                 TO WS-SUSPENSED-CTR.
004370 5355-FILE-SUSPENSE-READ-EXIT.
004380     EXIT.
004390*****************************************************************
004400*    5360-SET-SUSPENSE-FIELDS -- A SUSPENSE RECORD IS WHATEVER   *
004410*    THE FEED SENT, GARBAGE INCLUDED, SO A FIELD THAT FAILED     *
004420*    ITS EDIT IS FILED AS ZERO RATHER THAN CARRIED INTO A KEY    *
004430*****************************************************************
004440 5360-SET-SUSPENSE-FIELDS.
004450     MOVE SPACES           TO TRAN-HIST-RECORD.
004460     MOVE SP-TRAN-ID       TO TH-TRAN-ID.
004470     MOVE 0                TO TH-SEQUENCE-NO.
004480     IF SP-SEQUENCE-NO NUMERIC
004490         MOVE SP-SEQUENCE-NO TO TH-SEQUENCE-NO
004500     END-IF.
004510     MOVE WS-RUN-DATE      TO TH-RUN-DATE.
004520     MOVE 0                TO TH-TRAN-DATE.
004530     IF SP-TRAN-DATE NUMERIC
004540         MOVE SP-TRAN-DATE TO TH-TRAN-DATE
004550     END-IF.
004560     MOVE 0                TO TH-TRAN-AMOUNT.
004570     IF SP-TRAN-AMOUNT NUMERIC
004580         MOVE SP-TRAN-AMOUNT TO TH-TRAN-AMOUNT
004590     END-IF.
004600 5360-SET-SUSPENSE-FIELDS-EXIT.
004610     EXIT.
004620*****************************************************************
004630*    5400-FILE-HELD -- THE NEW HOLD-QUEUE GENERATION             *
004640*    (HOLDNEWnn): ONLY WHAT WAS REFERRED TODAY IS AN EVENT       *
004650*****************************************************************
004660 5400-FILE-HELD.
004670     MOVE "N"              TO HS-EOF-SW.
004680     OPEN INPUT HOLD-FILE.
004690     IF WS-HOLD-STATUS NOT = "00"
004700         GO TO 5400-FILE-HELD-EXIT
004710     END-IF.
004720     PERFORM 5410-FILE-HELD-READ THRU 5410-FILE-HELD-READ-EXIT
004730         UNTIL HS-EOF.
004740     CLOSE HOLD-FILE.
004750 5400-FILE-HELD-EXIT.
004760     EXIT.
004770*****************************************************************
004780*    5410-FILE-HELD-READ -- ONE NEW-GENERATION HOLD RECORD       *
004790*****************************************************************
004800 5410-FILE-HELD-READ.
004810     READ HOLD-FILE
004820         AT END
004830             SET HS-EOF TO TRUE
004840             GO TO 5410-FILE-HELD-READ-EXIT
004850     END-READ.
004860     IF HD-HOLD-DATE NOT = WS-RUN-DATE
004870         GO TO 5410-FILE-HELD-READ-EXIT
004880     END-IF.
004890     PERFORM 5460-SET-HOLD-FIELDS THRU 5460-SET-HOLD-FIELDS-EXIT.
004900     SET TH-EV-HELD TO TRUE.
004910     MOVE "OVER LIMIT - REFERRED"  TO TH-DETAIL.
004920     PERFORM 5800-FILE-EVENT THRU 5800-FILE-EVENT-EXIT.
004930     ADD 1                 TO WS-HELD-CTR.
004940 5410-FILE-HELD-READ-EXIT.
004950     EXIT.
004960*****************************************************************
004970*    5450-FILE-DECISIONS -- HLD001'S OUTPUT QUEUE (HOLDUPDnn):   *
004980*    A RECORD RELEASED OR DECLINED TODAY IS FILED WITH THE       *
004990*    APPROVER; PENDING AND EARLIER DECISIONS ARE NOT EVENTS      *
005000*****************************************************************
005010 5450-FILE-DECISIONS.
005020     MOVE "N"              TO HS-EOF-SW.
005030     OPEN INPUT HOLD-FILE.
005040     IF WS-HOLD-STATUS NOT = "00"
005050         GO TO 5450-FILE-DECISIONS-EXIT
005060     END-IF.
005070     PERFORM 5455-FILE-DECISION-READ
005080         THRU 5455-FILE-DECISION-READ-EXIT
005090         UNTIL HS-EOF.
005100     CLOSE HOLD-FILE.
005110 5450-FILE-DECISIONS-EXIT.
005120     EXIT.
005130*****************************************************************
005140*    5455-FILE-DECISION-READ -- ONE HOLDUPDnn RECORD             *
005150*****************************************************************
005160 5455-FILE-DECISION-READ.
005170     READ HOLD-FILE
005180         AT END
005190             SET HS-EOF TO TRUE
005200             GO TO 5455-FILE-DECISION-READ-EXIT
005210     END-READ.
005220     IF HD-PENDING OR HD-DECISION-DATE NOT = WS-RUN-DATE
005230         GO TO 5455-FILE-DECISION-READ-EXIT
005240     END-IF.
005250     PERFORM 5460-SET-HOLD-FIELDS THRU 5460-SET-HOLD-FIELDS-EXIT.
005260     MOVE HD-APPROVER-ID   TO TH-USER-ID.
005270     IF HD-RELEASED
005280         SET TH-EV-RELEASED TO TRUE
005290         MOVE "RELEASED BY SUPERVISOR"  TO TH-DETAIL
005300         ADD 1             TO WS-RELEASED-CTR
005310     ELSE
005320         SET TH-EV-DECLINED TO TRUE
005330         MOVE "DECLINED BY SUPERVISOR"  TO TH-DETAIL
005340         ADD 1             TO WS-DECLINED-CTR
005350     END-IF.
005360     PERFORM 5800-FILE-EVENT THRU 5800-FILE-EVENT-EXIT.
005370 5455-FILE-DECISION-READ-EXIT.
005380     EXIT.
005390*****************************************************************
005400*    5460-SET-HOLD-FIELDS -- COMMON FIELDS OF A HOLD EVENT.  A   *
005410*    HELD RECORD PASSED EVERY FIELD EDIT, SO NO GUARDS NEEDED.   *
005420*    TH-RUN-DATE IS THE DAY IT WAS HELD.                         *
005430*****************************************************************
005440 5460-SET-HOLD-FIELDS.
005450     MOVE SPACES           TO TRAN-HIST-RECORD.
005460     MOVE HD-TRAN-ID       TO TH-TRAN-ID.
005470     MOVE HD-SEQUENCE-NO   TO TH-SEQUENCE-NO.
005480     MOVE HD-HOLD-DATE     TO TH-RUN-DATE.
005490     MOVE HD-TRAN-DATE     TO TH-TRAN-DATE.
005500     MOVE HD-TRAN-AMOUNT   TO TH-TRAN-AMOUNT.
005510 5460-SET-HOLD-FIELDS-EXIT.
005520     EXIT.
005530*****************************************************************
005540*    5500-FILE-EXTRACT-EVENTS -- EVERY "D" RECORD ON TODAY'S GL  *
005550*    EXTRACT.  AN ORIGINAL IS THEN LOOKED UP ON THE GLPOST       *
005560*    LEDGER: IF ACK001 RECORDED ITS ACKNOWLEDGEMENT TODAY, THE   *
005570*    POSTED OR REJECTED OUTCOME IS FILED TOO.                    *
005580*****************************************************************
005590 5500-FILE-EXTRACT-EVENTS.
005600     MOVE "N"              TO HS-EOF-SW.
005610     OPEN INPUT EXTRACT-FILE.
005620     IF WS-EXT-STATUS NOT = "00"
005630         SET HS-EXT-MISSING TO TRUE
005640         MOVE "GLEXTR NOT AVAILABLE - NO EXTRACT EVENTS FILED"
005650                           TO WS-MSG-LINE
005660         WRITE REPORT-RECORD FROM WS-MSG-LINE AFTER ADVANCING 2
005670         GO TO 5500-FILE-EXTRACT-EVENTS-EXIT
005680     END-IF.
005690     PERFORM 5510-FILE-EXTRACT-READ
005700         THRU 5510-FILE-EXTRACT-READ-EXIT
005710         UNTIL HS-EOF.
005720     CLOSE EXTRACT-FILE.
005730 5500-FILE-EXTRACT-EVENTS-EXIT.
005740     EXIT.
005750*****************************************************************
005760*    5510-FILE-EXTRACT-READ -- ONE EXTRACT RECORD.  A DETAIL     *
005770*    WITH NO EX-DTL-RUN-DATE (WRITTEN BEFORE THE FIELD EXISTED)  *
005780*    IS TREATED AS TODAY'S.  A CARRIED RESEND KEEPS ITS OWN RUN  *
005790*    DATE, SO IT IS FILED AS A RESEND.                           *
005800*****************************************************************
005810 5510-FILE-EXTRACT-READ.
005820     READ EXTRACT-FILE
005830         AT END
005840             SET HS-EOF TO TRUE
005850             GO TO 5510-FILE-EXTRACT-READ-EXIT
005860     END-READ.
005870     IF NOT EX-TYPE-DETAIL
005880         GO TO 5510-FILE-EXTRACT-READ-EXIT
005890     END-IF.
005900     IF EX-DTL-RUN-DATE NOT NUMERIC OR EX-DTL-RUN-DATE = 0
005910         MOVE WS-RUN-DATE  TO EX-DTL-RUN-DATE
005920     END-IF.
005930     MOVE SPACES           TO TRAN-HIST-RECORD.
005940     MOVE EX-DTL-TRAN-ID   TO TH-TRAN-ID.
005950     MOVE EX-DTL-PARTITION-NO TO TH-PARTITION-NO.
005960     MOVE EX-DTL-SEQUENCE-NO  TO TH-SEQUENCE-NO.
005970     MOVE EX-DTL-RUN-DATE  TO TH-RUN-DATE.
005980     MOVE EX-DTL-TRAN-DATE TO TH-TRAN-DATE.
005990     MOVE EX-DTL-TRAN-AMOUNT  TO TH-TRAN-AMOUNT.
006000     IF EX-DTL-REVERSAL
006010         SET TH-EV-REV-EXTRACTED TO TRUE
006020         MOVE "REVERSAL SENT TO GL"     TO TH-DETAIL
006030     END-IF.
006040     IF EX-DTL-ADJUSTMENT
006050         SET TH-EV-ADJ-EXTRACTED TO TRUE
006060         MOVE "ADJUSTMENT SENT TO GL"   TO TH-DETAIL
006070     END-IF.
006080     IF EX-DTL-ORIGINAL
006090         SET TH-EV-EXTRACTED TO TRUE
006100         IF EX-DTL-RUN-DATE < WS-RUN-DATE
006110             MOVE "RESENT TO GL - PRIOR DAY UNPOSTED"
006120                                       TO TH-DETAIL
006130         ELSE
006140             MOVE "SENT TO GL"         TO TH-DETAIL
006150         END-IF
006160     END-IF.
006170     PERFORM 5800-FILE-EVENT THRU 5800-FILE-EVENT-EXIT.
006180     ADD 1                 TO WS-EXTRACTED-CTR.
006190     IF EX-DTL-ORIGINAL
006200         PERFORM 5520-FILE-ACK-EVENT THRU 5520-FILE-ACK-EVENT-EXIT
006210     END-IF.
006220 5510-FILE-EXTRACT-READ-EXIT.
006230     EXIT.
006240*****************************************************************
006250*    5520-FILE-ACK-EVENT -- THE GL SIDE'S ANSWER FOR THE         *
006260*    ORIGINAL JUST FILED, AS ACK001 RECORDED IT ON GLPOST        *
006270*****************************************************************
006280 5520-FILE-ACK-EVENT.
006290     IF NOT HS-POST-OPEN
006300         GO TO 5520-FILE-ACK-EVENT-EXIT
006310     END-IF.
006320     MOVE EX-DTL-RUN-DATE  TO GP-RUN-DATE.
006330     MOVE EX-DTL-PARTITION-NO TO GP-PARTITION-NO.
006340     MOVE EX-DTL-SEQUENCE-NO  TO GP-SEQUENCE-NO.
006350     READ POSTED-FILE
006360         INVALID KEY
006370             GO TO 5520-FILE-ACK-EVENT-EXIT
006380     END-READ.
006390     IF GP-ACK-DATE NOT = WS-RUN-DATE
006400         GO TO 5520-FILE-ACK-EVENT-EXIT
006410     END-IF.
006420     IF GP-POSTED
006430         SET TH-EV-GL-POSTED TO TRUE
006440         MOVE "ACKNOWLEDGED POSTED ON GLACK"   TO TH-DETAIL
006450         ADD 1             TO WS-POSTED-CTR
006460     ELSE
006470         SET TH-EV-GL-REJECTED TO TRUE
006480         MOVE "REJECTED BY GL ON GLACK"        TO TH-DETAIL
006490         ADD 1             TO WS-GL-REJECT-CTR
006500     END-IF.
006510     PERFORM 5800-FILE-EVENT THRU 5800-FILE-EVENT-EXIT.
006520 5520-FILE-ACK-EVENT-EXIT.
006530     EXIT.
006540*****************************************************************
006550*    5600-FILE-ADJUSTMENT-EVENTS -- BROWSE ADJHIST FOR THE       *
006560*    REVERSALS AND ADJUSTMENTS ADJ001 APPLIED TODAY, FILED       *
006570*    UNDER THE ORIGINAL'S TRAN ID WITH THE USER WHO KEYED THEM   *
006580*    AND THE OFFSET AS THE AMOUNT                                *
006590*****************************************************************
006600 5600-FILE-ADJUSTMENT-EVENTS.
006610     IF NOT HS-ADJH-OPEN
006620         GO TO 5600-FILE-ADJUSTMENT-EVENTS-EXIT
006630     END-IF.
006640     MOVE "N"              TO HS-EOF-SW.
006650     MOVE LOW-VALUES       TO AH-KEY.
006660     START ADJHIST-FILE KEY NOT < AH-KEY
006670         INVALID KEY
006680             SET HS-EOF TO TRUE
006690     END-START.
006700     PERFORM 5610-FILE-ADJUSTMENT-READ
006710         THRU 5610-FILE-ADJUSTMENT-READ-EXIT
006720         UNTIL HS-EOF.
006730 5600-FILE-ADJUSTMENT-EVENTS-EXIT.
006740     EXIT.
006750*****************************************************************
006760*    5610-FILE-ADJUSTMENT-READ -- ONE ADJHIST ENTRY              *
006770*****************************************************************
006780 5610-FILE-ADJUSTMENT-READ.
006790     READ ADJHIST-FILE NEXT RECORD
006800         AT END
006810             SET HS-EOF TO TRUE
006820             GO TO 5610-FILE-ADJUSTMENT-READ-EXIT
006830     END-READ.
006840     IF AH-APPLIED-DATE NOT = WS-RUN-DATE
006850         GO TO 5610-FILE-ADJUSTMENT-READ-EXIT
006860     END-IF.
006870     MOVE SPACES           TO TRAN-HIST-RECORD.
006880     MOVE AH-TRAN-ID       TO TH-TRAN-ID.
006890     MOVE AH-PARTITION-NO  TO TH-PARTITION-NO.
006900     MOVE AH-SEQUENCE-NO   TO TH-SEQUENCE-NO.
006910     MOVE AH-RUN-DATE      TO TH-RUN-DATE.
006920     MOVE AH-TRAN-DATE     TO TH-TRAN-DATE.
006930     MOVE AH-ADJ-AMOUNT    TO TH-TRAN-AMOUNT.
006940     MOVE AH-USER-ID       TO TH-USER-ID.
006950     IF AH-ACTION-REVERSE
006960         SET TH-EV-REVERSED TO TRUE
006970         MOVE "REVERSAL APPLIED"        TO TH-DETAIL
006980     ELSE
006990         SET TH-EV-ADJUSTED TO TRUE
007000         MOVE "ADJUSTMENT APPLIED"      TO TH-DETAIL
007010     END-IF.
007020     PERFORM 5800-FILE-EVENT THRU 5800-FILE-EVENT-EXIT.
007030     ADD 1                 TO WS-REVERSED-CTR.
007040 5610-FILE-ADJUSTMENT-READ-EXIT.
007050     EXIT.
007060*****************************************************************
007070*    5800-FILE-EVENT -- FILE THE EVENT THE CALLER BUILT IN       *
007080*    TRAN-HIST-RECORD (EVERYTHING BUT THE EVENT DATE, THE        *
007090*    PARTITION FOR A PARTITION FILE, AND THE RECORDED DATE).     *
007100*    A KEY ALREADY ON FILE IS A REBUILD OF THE SAME NIGHT AND    *
007110*    IS REWRITTEN IN PLACE.                                      *
007112*    ONE THAT CANNOT BE REWRITTEN IS DISPLAYED WITH ITS KEY AND  *
007114*    FILE STATUS AND COUNTED AS NOT FILED.                       *
007120*****************************************************************
007130 5800-FILE-EVENT.
007140     MOVE WS-RUN-DATE      TO TH-EVENT-DATE.
007150     IF TH-PARTITION-NO NOT NUMERIC
007160         MOVE WS-PARTITION-NO TO TH-PARTITION-NO
007170     END-IF.
007180     MOVE WS-RUN-DATE      TO TH-RECORDED-DATE.
007190     WRITE TRAN-HIST-RECORD
007200         INVALID KEY
007210             REWRITE TRAN-HIST-RECORD
007220                 INVALID KEY
007221                     CONTINUE
007222             END-REWRITE
007223             IF WS-HIST-STATUS NOT = "00"
007224                 DISPLAY "HST001: TRANHIST REWRITE FAILED FOR "
007225                         TH-TRAN-ID " " TH-EVENT-DATE " "
007226                         TH-EVENT-CODE " " TH-PARTITION-NO " "
007227                         TH-SEQUENCE-NO ", STATUS " WS-HIST-STATUS
007228                 ADD 1     TO WS-NOT-FILED-CTR
007229             ELSE
007231                 ADD 1     TO WS-REFILED-CTR
007233             END-IF
007235             GO TO 5800-FILE-EVENT-EXIT
007240     END-WRITE.
007250     ADD 1                 TO WS-NEW-EVENT-CTR.
007260 5800-FILE-EVENT-EXIT.
007270     EXIT.
007280*****************************************************************
007290*    5900-WRITE-TOTALS -- EVENTS FILED BY KIND, THEN NEW VERSUS  *
007300*    REFILED; THE KINDS MUST ADD UP TO NEW PLUS REFILED PLUS     *
007305*    NOT FILED                                                   *
007310*****************************************************************
007320 5900-WRITE-TOTALS.
007330     MOVE "CORRECTED BY DESK.....: " TO WS-CL-CAPTION.
007340     MOVE WS-CORRECTED-CTR TO WS-CL-COUNT.
007350     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 2.
007360     MOVE "EDITED INTO RUN.......: " TO WS-CL-CAPTION.
007370     MOVE WS-EDITED-CTR    TO WS-CL-COUNT.
007380     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
007390     MOVE "SUSPENSED.............: " TO WS-CL-CAPTION.
007400     MOVE WS-SUSPENSED-CTR TO WS-CL-COUNT.
007410     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
007420     MOVE "HELD OVER LIMIT.......: " TO WS-CL-CAPTION.
007430     MOVE WS-HELD-CTR      TO WS-CL-COUNT.
007440     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
007450     MOVE "EXTRACTED TO GL.......: " TO WS-CL-CAPTION.
007460     MOVE WS-EXTRACTED-CTR TO WS-CL-COUNT.
007470     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
007480     MOVE "ACKED POSTED BY GL....: " TO WS-CL-CAPTION.
007490     MOVE WS-POSTED-CTR    TO WS-CL-COUNT.
007500     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
007510     MOVE "ACKED REJECTED BY GL..: " TO WS-CL-CAPTION.
007520     MOVE WS-GL-REJECT-CTR TO WS-CL-COUNT.
007530     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
007540     MOVE "RELEASED FROM HOLD....: " TO WS-CL-CAPTION.
007550     MOVE WS-RELEASED-CTR  TO WS-CL-COUNT.
007560     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
007570     MOVE "DECLINED FROM HOLD....: " TO WS-CL-CAPTION.
007580     MOVE WS-DECLINED-CTR  TO WS-CL-COUNT.
007590     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
007600     MOVE "REVERSED / ADJUSTED...: " TO WS-CL-CAPTION.
007610     MOVE WS-REVERSED-CTR  TO WS-CL-COUNT.
007620     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
007630     MOVE "NEW EVENTS FILED......: " TO WS-CL-CAPTION.
007640     MOVE WS-NEW-EVENT-CTR TO WS-CL-COUNT.
007650     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 2.
007660     MOVE "EVENTS REFILED........: " TO WS-CL-CAPTION.
007670     MOVE WS-REFILED-CTR   TO WS-CL-COUNT.
007680     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
007682     MOVE "EVENTS NOT FILED......: " TO WS-CL-CAPTION.
007684     MOVE WS-NOT-FILED-CTR TO WS-CL-COUNT.
007686     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
007690 5900-WRITE-TOTALS-EXIT.
007700     EXIT.
