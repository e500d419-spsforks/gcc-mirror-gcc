000377*                     FLAGGED DURING THE LOAD BUT PRINTED        *
000378*                     AFTER THE CAPTIONS, SO NO DETAIL LINE      *
000379*                     SITS ABOVE ITS OWN HEADER.                 *
000380*    10/05/2026  DJH  EVERY ORIGINAL DETAIL THE GL ANSWERED IS   *
000381*                     FILED ON THE KEYED GLPOST LEDGER (PSTREC)  *
000382*                     UNDER ITS RUN DATE, PARTITION AND SEQUENCE *
000383*                     SO ADJ001 CAN PROVE A POSTING AFTER GLACK  *
000384*                     IS GONE; GLRSND KEEPS EACH DETAIL'S RUN    *
000385*                     DATE AND ENTRY TYPE.  NO GLPOST IS RC 12.  *
000386*    10/09/2026  DJH  THE FEED BALANCES ON THE BASE-CURRENCY     *
000387*                     AMOUNT EXT001 NOW CARRIES ON EVERY DETAIL, *
000388*                     AND THAT BASE AMOUNT IS WHAT GOES ON THE   *
000389*                     GLPOST LEDGER.  A RE-SENT DETAIL KEEPS ITS *
000390*                     CURRENCY CODE AND BASE AMOUNT.             *
000391*    10/10/2026  DJH  A RE-SENT DETAIL ALSO KEEPS ITS SOURCE     *
000392*                     CODE.                                      *
000393*    10/11/2026  DJH  A RE-SENT DETAIL ALSO KEEPS ITS POSTING    *
000394*                     PERIOD AND PRIOR-PERIOD FLAG; EXT001 RE-   *
000395*                     STAMPS THEM IF THE PERIOD HAS CLOSED IN    *
000396*                     THE MEANTIME.                              *
000397*    10/13/2026  DJH  ANY GL REJECTS ON THE RUN NOW RAISE ONE    *
000398*                     GR01 OPERATOR ALERT ON ALERTFILE FOR       *
000399*                     ALF001 TO FORWARD TO THE MONITORING        *
000400*                     CONSOLE.                                   *
000401*    10/15/2026  DJH  A GLPOST ENTRY THAT CANNOT BE WRITTEN OR   *
000402*                     REPLACED IS NO LONGER COUNTED AS RECORDED: *
000403*                     IT IS DISPLAYED WITH ITS KEY AND FILE      *
000404*                     STATUS, FLAGGED ON THE CONTROL PAGE, AND   *
000405*                     ENDS THE STEP RETURN CODE 8.               *
000406*                                                               *
000407*****************************************************************
000408 ENVIRONMENT               DIVISION.
000409 CONFIGURATION             SECTION.
000410 SOURCE-COMPUTER.          IBM-370.
000411 OBJECT-COMPUTER.          IBM-370.
000420 INPUT-OUTPUT               SECTION.
000430 FILE-CONTROL.
000440     SELECT EXTRACT-FILE   ASSIGN TO "GLEXTR"
000500     SELECT RESEND-FILE    ASSIGN TO "GLRSND"
000510                           ORGANIZATION IS LINE SEQUENTIAL
000520                           FILE STATUS IS WS-RSND-STATUS.
000522     SELECT POSTED-FILE    ASSIGN TO "GLPOST"
000524                           ORGANIZATION IS INDEXED
000526                           ACCESS MODE IS DYNAMIC
000528                           RECORD KEY IS GP-KEY
000529                           FILE STATUS IS WS-POST-STATUS.
000530     SELECT CONTROL-FILE   ASSIGN TO "ACKRPT"
000540                           ORGANIZATION IS LINE SEQUENTIAL
000550                           FILE STATUS IS WS-CTL-STATUS.
000552     SELECT ALERT-FILE     ASSIGN TO "ALERTFILE"
000554                           ORGANIZATION IS LINE SEQUENTIAL
000556                           FILE STATUS IS WS-ALERT-STATUS.
000560 DATA                      DIVISION.
000570 FILE                      SECTION.
000580 FD  EXTRACT-FILE
000660     COPY EXTREC REPLACING ==EXTRACT-RECORD==
000670                        BY ==RESEND-RECORD==
000672                   LEADING ==EX-== BY ==RS-==.
000674 FD  POSTED-FILE
000676     LABEL RECORD IS STANDARD.
000678     COPY PSTREC.
000680 FD  CONTROL-FILE
000690     LABEL RECORD IS STANDARD.
000700 01  CONTROL-RECORD            PIC X(132).
000702 FD  ALERT-FILE
000704     LABEL RECORD IS STANDARD.
000706 01  ALERT-FILE-RECORD         PIC X(100).
000710 WORKING-STORAGE           SECTION.
000720 01  WS-EXT-STATUS         PIC X(02).
000730 01  WS-ACK-STATUS         PIC X(02).
000740 01  WS-RSND-STATUS        PIC X(02).
000750 01  WS-CTL-STATUS         PIC X(02).
000755 01  WS-POST-STATUS        PIC X(02).
000757 01  WS-ALERT-STATUS       PIC X(02).
000760 01  EX-SWITCHES.
000770     05  EX-EOF-SW         PIC X(01)   VALUE "N".
000780         88  EX-EOF                    VALUE "Y".
000970 77  WS-RESENT-CTR         PIC 9(7)    VALUE 0.
000975 77  WS-DUPKEY-CTR         PIC 9(7)    VALUE 0.
000980 77  WS-DROPPED-CTR        PIC 9(7)    VALUE 0.
000985 77  WS-LEDGER-CTR         PIC 9(7)    VALUE 0.
000987 77  WS-LEDGER-FAIL-CTR    PIC 9(7)    VALUE 0.
000990 01  WS-DETAIL-AMOUNT      PIC S9(9)V99 VALUE 0.
000995 01  WS-DTL-BASE-AMOUNT    PIC S9(7)V99 VALUE 0.
001000 01  WS-TRL-EXP-COUNT      PIC 9(7)    VALUE 0.
001010 01  WS-TRL-EXP-AMOUNT     PIC S9(9)V99 VALUE 0.
001020 01  WS-TB-MAX             PIC 9(4)    COMP VALUE 1000.
001110         10  WS-TB-TRAN-AMOUNT    PIC S9(7)V99.
001120         10  WS-TB-EXIT-FLAG      PIC X(1).
001130         10  WS-TB-FAIL-FLAG     PIC X(1).
001131         10  WS-TB-RUN-DATE       PIC 9(8).
001132         10  WS-TB-ENTRY-TYPE     PIC X(1).
001133             88  WS-TB-ORIGINAL           VALUE "O" " ".
001134         10  WS-TB-CURRENCY-CODE  PIC X(3).
001135         10  WS-TB-BASE-AMOUNT    PIC S9(7)V99.
001136         10  WS-TB-SOURCE-CODE    PIC X(4).
001137         10  WS-TB-POST-PERIOD    PIC 9(6).
001138         10  WS-TB-PRIOR-SW       PIC X(1).
001140         10  WS-TB-ACK-SW         PIC X(1).
001150             88  WS-TB-ACK-NONE           VALUE "N".
001160             88  WS-TB-ACK-POSTED         VALUE "P".
001510     05  WS-CL-COUNT       PIC Z(6)9.
001520     05  FILLER            PIC X(101)  VALUE SPACES.
001530 01  WS-MSG-LINE           PIC X(132)  VALUE SPACES.
001531 01  WS-ALERT-LINE.
001532     05  FILLER            PIC X(48)   VALUE
001533         "GL REJECTED EXTRACT DETAILS, QUEUED TO RE-SEND:".
001534     05  WS-AX-COUNT       PIC Z(6)9.
001535     05  FILLER            PIC X(05)   VALUE SPACES.
001536     COPY ALRTREC.
001540 PROCEDURE                 DIVISION.
001550*****************************************************************
001560*    0000-MAINLINE -- LOAD AND PROVE THE EXTRACT, MATCH THE      *
001580*    THE GL SIDE DID NOT POST.  AN EXTRACT THAT FAILS ITS OWN    *
001590*    TRAILER BALANCE IS NOT MATCHED AT ALL -- RETURN CODE 8,     *
001600*    BECAUSE NOTHING PROVEN AGAINST IT COULD BE TRUSTED.         *
001605*    DETAILS THE GL REJECTED RAISE ONE GR01 OPERATOR ALERT.      *
001610*****************************************************************
001620 H01 SECTION.
001630 H011.
001940     END-IF.
001950     PERFORM 8200-MATCH-ACKS THRU 8200-MATCH-ACKS-EXIT.
001960     PERFORM 8300-RESEND-UNPOSTED THRU 8300-RESEND-UNPOSTED-EXIT.
001965     PERFORM 8400-RECORD-LEDGER THRU 8400-RECORD-LEDGER-EXIT.
001970     PERFORM 8900-WRITE-TOTALS THRU 8900-WRITE-TOTALS-EXIT.
001972     IF WS-REJECTED-CTR > 0
001974         PERFORM 8950-WRITE-ALERT THRU 8950-WRITE-ALERT-EXIT
001976     END-IF.
001980     CLOSE CONTROL-FILE.
001990     IF WS-NOACK-CTR > 0 OR WS-REJECTED-CTR > 0
002000        OR WS-ORPHAN-CTR > 0 OR WS-BADSTAT-CTR > 0
002010         MOVE 4            TO RETURN-CODE
002020     ELSE
002030         MOVE 0            TO RETURN-CODE
002032     END-IF.
002034     IF WS-LEDGER-FAIL-CTR > 0
002036         MOVE 8            TO RETURN-CODE
002040     END-IF.
002050     GOBACK.
002060*****************************************************************
002340*    8110-LOAD-DETAIL -- FILE ONE "D" RECORD IN THE MATCH        *
002350*    TABLE.  DETAILS PAST THE TABLE'S CAPACITY ARE COUNTED AND   *
002360*    THE WHOLE MATCH IS ABANDONED -- A PARTIAL TABLE COULD NOT   *
002370*    PROVE COVERAGE OF THE FEED.  THE FEED TOTAL IS THE SUM OF   *
002372*    BASE AMOUNTS, AS ON EXT001'S TRAILER; A DETAIL WRITTEN      *
002374*    BEFORE THE BASE AMOUNT EXISTED COUNTS AT ITS ORIGINAL       *
002376*    AMOUNT.                                                     *
002380*****************************************************************
002390 8110-LOAD-DETAIL.
002400     ADD 1                 TO WS-DETAIL-CTR.
002402     IF EX-DTL-BASE-AMOUNT NUMERIC
002404         MOVE EX-DTL-BASE-AMOUNT TO WS-DTL-BASE-AMOUNT
002406     ELSE
002408         MOVE EX-DTL-TRAN-AMOUNT TO WS-DTL-BASE-AMOUNT
002410     END-IF.
002411     ADD WS-DTL-BASE-AMOUNT TO WS-DETAIL-AMOUNT.
002412     PERFORM 8120-CHECK-DUP-KEY THRU 8120-CHECK-DUP-KEY-EXIT.
002420     IF WS-TB-CTR < WS-TB-MAX
002430         ADD 1             TO WS-TB-CTR
002490         MOVE EX-DTL-TRAN-DATE TO WS-TB-TRAN-DATE (WS-TB-CTR)
002500         MOVE EX-DTL-TRAN-AMOUNT
002510                           TO WS-TB-TRAN-AMOUNT (WS-TB-CTR)
002511         MOVE EX-DTL-CURRENCY-CODE
002512                           TO WS-TB-CURRENCY-CODE (WS-TB-CTR)
002513         MOVE WS-DTL-BASE-AMOUNT
002514                           TO WS-TB-BASE-AMOUNT (WS-TB-CTR)
002515         MOVE EX-DTL-SOURCE-CODE
002516                           TO WS-TB-SOURCE-CODE (WS-TB-CTR)
002517         MOVE EX-DTL-POST-PERIOD
002518                           TO WS-TB-POST-PERIOD (WS-TB-CTR)
002519         MOVE EX-DTL-PRIOR-PERIOD-SW
002524                           TO WS-TB-PRIOR-SW (WS-TB-CTR)
002529         MOVE EX-DTL-EXIT-FLAG TO WS-TB-EXIT-FLAG (WS-TB-CTR)
002530         MOVE EX-DTL-FAIL-FLAG TO WS-TB-FAIL-FLAG (WS-TB-CTR)
002532         IF EX-DTL-RUN-DATE NUMERIC AND EX-DTL-RUN-DATE > 0
002533             MOVE EX-DTL-RUN-DATE TO WS-TB-RUN-DATE (WS-TB-CTR)
002534         ELSE
002535             MOVE WS-EXTRACT-DATE TO WS-TB-RUN-DATE (WS-TB-CTR)
002536         END-IF
002537         MOVE EX-DTL-ENTRY-TYPE TO WS-TB-ENTRY-TYPE (WS-TB-CTR)
002540         MOVE "N"          TO WS-TB-ACK-SW (WS-TB-CTR)
002542         IF WS-FOUND
002544             MOVE "Y"      TO WS-TB-DUP-SW (WS-TB-CTR)
004360         TO RS-DTL-EXIT-FLAG.
004370     MOVE WS-TB-FAIL-FLAG (WS-TB-IX)
004380         TO RS-DTL-FAIL-FLAG.
004381     MOVE WS-TB-RUN-DATE (WS-TB-IX)
004382         TO RS-DTL-RUN-DATE.
004383     MOVE WS-TB-ENTRY-TYPE (WS-TB-IX)
004384         TO RS-DTL-ENTRY-TYPE.
004385     MOVE WS-TB-CURRENCY-CODE (WS-TB-IX)
004386         TO RS-DTL-CURRENCY-CODE.
004387     MOVE WS-TB-BASE-AMOUNT (WS-TB-IX)
004388         TO RS-DTL-BASE-AMOUNT.
004389     MOVE WS-TB-SOURCE-CODE (WS-TB-IX)
004390         TO RS-DTL-SOURCE-CODE.
004391     MOVE WS-TB-POST-PERIOD (WS-TB-IX)
004392         TO RS-DTL-POST-PERIOD.
004393     MOVE WS-TB-PRIOR-SW (WS-TB-IX)
004394         TO RS-DTL-PRIOR-PERIOD-SW.
004395     WRITE RESEND-RECORD.
004400     ADD 1                 TO WS-RESENT-CTR.
004410 8310-RESEND-ONE-NEXT.
004420     ADD 1                 TO WS-TB-IX.
004430 8310-RESEND-ONE-EXIT.
004431     EXIT.
004432*****************************************************************
004433*    8400-RECORD-LEDGER -- WALK THE MATCH TABLE AGAIN AND FILE   *
004434*    EVERY ORIGINAL DETAIL THE GL SIDE ANSWERED, POSTED OR       *
004435*    REJECTED, ON THE GLPOST LEDGER.  THE LEDGER IS CREATED ON   *
004436*    A SITE'S FIRST RUN; ONE THAT WILL NOT OPEN AT ALL IS        *
004437*    FATAL (RC 12) -- A POSTING MISSING FROM IT COULD NEVER BE   *
004438*    REVERSED.                                                   *
004439*****************************************************************
004440 8400-RECORD-LEDGER.
004441     OPEN I-O POSTED-FILE.
004442     IF WS-POST-STATUS NOT = "00"
004443         OPEN OUTPUT POSTED-FILE
004444         CLOSE POSTED-FILE
004445         OPEN I-O POSTED-FILE
004446     END-IF.
004447     IF WS-POST-STATUS NOT = "00"
004448         MOVE "GLPOST NOT OPENABLE - POSTINGS NOT RECORDED"
004449                           TO WS-MSG-LINE
004450         WRITE CONTROL-RECORD FROM WS-MSG-LINE
004451             AFTER ADVANCING 2
004452         CLOSE CONTROL-FILE
004453         MOVE 12           TO RETURN-CODE
004454         GOBACK
004455     END-IF.
004456     MOVE 1                TO WS-TB-IX.
004457     PERFORM 8410-RECORD-ONE THRU 8410-RECORD-ONE-EXIT
004458         UNTIL WS-TB-IX > WS-TB-CTR.
004459     CLOSE POSTED-FILE.
004460     IF WS-LEDGER-FAIL-CTR > 0
004461         MOVE "GLPOST UPDATE FAILED - SEE CONSOLE FOR THE KEYS"
004462                           TO WS-MSG-LINE
004463         WRITE CONTROL-RECORD FROM WS-MSG-LINE
004464             AFTER ADVANCING 2
004465     END-IF.
004466 8400-RECORD-LEDGER-EXIT.
004467     EXIT.
004468*****************************************************************
004469*    8410-RECORD-ONE -- ONE MATCH-TABLE ENTRY: AN UNANSWERED     *
004470*    DETAIL, OR A REVERSAL/ADJUSTMENT RIDING UNDER ITS           *
004471*    ORIGINAL'S KEY, NEVER TOUCHES THE LEDGER.  A LATER ANSWER   *
004472*    FOR THE SAME ORIGINAL (A RE-SENT REJECT NOW POSTED)         *
004473*    REPLACES THE EARLIER ONE.                                   *
004474*    AN ENTRY THAT CANNOT BE WRITTEN OR REPLACED IS DISPLAYED    *
004475*    WITH ITS KEY AND STATUS AND NOT COUNTED.                    *
004476*****************************************************************
004477 8410-RECORD-ONE.
004478     IF WS-TB-ACK-NONE (WS-TB-IX)
004479         GO TO 8410-RECORD-ONE-NEXT
004480     END-IF.
004481     IF NOT WS-TB-ORIGINAL (WS-TB-IX)
004482         GO TO 8410-RECORD-ONE-NEXT
004483     END-IF.
004484     MOVE SPACES           TO POSTED-RECORD.
004485     MOVE WS-TB-RUN-DATE (WS-TB-IX)     TO GP-RUN-DATE.
004486     MOVE WS-TB-PARTITION-NO (WS-TB-IX) TO GP-PARTITION-NO.
004487     MOVE WS-TB-SEQUENCE-NO (WS-TB-IX)  TO GP-SEQUENCE-NO.
004488     MOVE WS-TB-TRAN-ID (WS-TB-IX)      TO GP-TRAN-ID.
004489     MOVE WS-TB-TRAN-DATE (WS-TB-IX)    TO GP-TRAN-DATE.
004490     MOVE WS-TB-BASE-AMOUNT (WS-TB-IX)  TO GP-TRAN-AMOUNT.
004491     MOVE WS-TB-ACK-SW (WS-TB-IX)       TO GP-STATUS.
004492     MOVE WS-RUN-DATE      TO GP-ACK-DATE.
004493     MOVE WS-EXTRACT-DATE  TO GP-EXTRACT-DATE.
004494     WRITE POSTED-RECORD
004495         INVALID KEY
004496             REWRITE POSTED-RECORD
004497                 INVALID KEY
004498                     CONTINUE
004499             END-REWRITE
004500     END-WRITE.
004501     IF WS-POST-STATUS NOT = "00"
004502         DISPLAY "ACK001: GLPOST UPDATE FAILED FOR " GP-RUN-DATE
004503                 " " GP-PARTITION-NO " " GP-SEQUENCE-NO
004504                 ", STATUS " WS-POST-STATUS
004505         ADD 1             TO WS-LEDGER-FAIL-CTR
004506         GO TO 8410-RECORD-ONE-NEXT
004507     END-IF.
004508     ADD 1                 TO WS-LEDGER-CTR.
004509 8410-RECORD-ONE-NEXT.
004510     ADD 1                 TO WS-TB-IX.
004511 8410-RECORD-ONE-EXIT.
004512     EXIT.
004513*****************************************************************
004514*    8850-WRITE-DETAIL -- ONE REPORT LINE ON THE MATCH REPORT    *
004515*****************************************************************
004516 8850-WRITE-DETAIL.
004517     WRITE CONTROL-RECORD FROM WS-DETAIL-LINE AFTER ADVANCING 1.
004518 8850-WRITE-DETAIL-EXIT.
004519     EXIT.
004520*****************************************************************
004530*    8900-WRITE-TOTALS -- THE CONTROL COUNTS: EXTRACTED MUST     *
004540*    EQUAL POSTED PLUS REJECTED PLUS UNACKNOWLEDGED, AND         *
004792     MOVE "DUPLICATE EXTRACT KEYS: " TO WS-CL-CAPTION.
004794     MOVE WS-DUPKEY-CTR    TO WS-CL-COUNT.
004796     WRITE CONTROL-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
004797     MOVE "RECORDED ON GLPOST....: " TO WS-CL-CAPTION.
004798     MOVE WS-LEDGER-CTR    TO WS-CL-COUNT.
004799     WRITE CONTROL-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
004800 8900-WRITE-TOTALS-EXIT.
004810     EXIT.
004820*****************************************************************
004830*    8950-WRITE-ALERT -- APPEND ONE GR01 OPERATOR ALERT WITH THE *
004840*    COUNT OF DETAILS THE GL REJECTED TO ALERTFILE, FOR ALF001   *
004850*    TO FORWARD TO THE MONITORING CONSOLE.  THE FILE IS SHARED   *
004860*    WITH THE OTHER STEPS OF THE STREAM, SO IT IS OPENED AND     *
004870*    CLOSED AROUND THE ALERT, CREATED ON THE FIRST EVER ALERT;   *
004880*    IF IT STILL CANNOT BE OPENED THE ALERT GOES TO THE CONSOLE  *
004890*    INSTEAD.                                                    *
004900*****************************************************************
004910 8950-WRITE-ALERT.
004920     MOVE WS-REJECTED-CTR  TO WS-AX-COUNT.
004930     MOVE "ACK001"         TO AL-PROGRAM.
004940     MOVE WS-RUN-DATE      TO AL-RUN-DATE.
004950     ACCEPT AL-RUN-TIME    FROM TIME.
004960     MOVE 0                TO AL-PARTITION-NO.
004970     MOVE "E"              TO AL-SEVERITY.
004980     MOVE "GR01"           TO AL-ALERT-CODE.
004990     MOVE WS-ALERT-LINE    TO AL-MESSAGE.
005000     OPEN INPUT ALERT-FILE.
005010     IF WS-ALERT-STATUS = "00"
005020         CLOSE ALERT-FILE
005030         OPEN EXTEND ALERT-FILE
005040     ELSE
005050         OPEN OUTPUT ALERT-FILE
005060     END-IF.
005070     IF WS-ALERT-STATUS NOT = "00"
005080         DISPLAY "ACK001: ALERT " AL-ALERT-CODE " " AL-MESSAGE
005090         GO TO 8950-WRITE-ALERT-EXIT
005100     END-IF.
005110     WRITE ALERT-FILE-RECORD FROM ALERT-RECORD.
005120     CLOSE ALERT-FILE.
005130 8950-WRITE-ALERT-EXIT.
005140     EXIT.
