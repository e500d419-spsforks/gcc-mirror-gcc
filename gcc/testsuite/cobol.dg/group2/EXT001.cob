000392*                     ON THE CONTROL PAGE.  A DROPPED GL DETAIL  *
000394*                     NOW RIDES AGAIN INSTEAD OF WAITING FOR     *
000396*                     THE ACCOUNTANTS TO CALL.                   *
000397*    10/05/2026  DJH  REVERSALS AND ADJUSTMENTS ADJ001 LEFT      *
000398*                     PENDING ON ADJHIST GO OUT AS OFFSETTING    *
000399*                     "D" RECORDS UNDER THE ORIGINAL'S RUN DATE, *
000400*                     PARTITION AND SEQUENCE, WITH THEIR OWN     *
000401*                     COUNT AND NET AMOUNT IN THE TRAILER AND ON *
000402*                     THE CONTROL PAGE; EACH IS MARKED EXTRACTED *
000403*                     SO NO LATER DAY SENDS IT AGAIN.  EVERY     *
000404*                     FRESH DETAIL NOW CARRIES ITS RUN DATE.     *
000405*    10/09/2026  DJH  EVERY DETAIL NOW CARRIES THE CURRENCY CODE *
000406*                     AND THE BASE-CURRENCY AMOUNT PROG STAMPED  *
000407*                     ON THE TRANSACTION ALONGSIDE THE ORIGINAL  *
000408*                     AMOUNT, AND THE TRAILER AND CONTROL-PAGE   *
000409*                     NET AMOUNT ARE NOW BASE-CURRENCY SUMS.  A  *
000410*                     REVERSAL OR ADJUSTMENT GOES OUT AS A BASE- *
000411*                     CURRENCY ENTRY.                            *
000412*    10/10/2026  DJH  EVERY FRESH DETAIL CARRIES THE SOURCE CODE *
000413*                     SPL001 STAMPED ON ITS TRANSACTION (EX-DTL- *
000414*                     SOURCE-CODE); THE EXTRACT RECORD GREW TO   *
000415*                     64 BYTES TO HOLD IT.                       *
000416*    10/11/2026  DJH  ACCOUNTING PERIOD CONTROL: THE PERIODCTL   *
000417*                     FILE CLS001 KEEPS IS LOADED UP FRONT AND   *
000418*                     THE HEADER CARRIES THE OPEN PERIOD THE DAY *
000419*                     POSTS INTO. EVERY DETAIL -- FRESH, CARRIED *
000420*                     FROM GLRSND OR AN ADJHIST OFFSET -- IS     *
000421*                     STAMPED WITH ITS OWN POSTING PERIOD FROM   *
000422*                     ITS TRANSACTION DATE; ONE DATED INTO A     *
000423*                     CLOSED PERIOD POSTS TO THE OPEN PERIOD, IS *
000424*                     FLAGGED PRIOR-PERIOD, PRINTS ON THE        *
000425*                     CONTROL PAGE AND COUNTS IN THE TRAILER.    *
000426*                     THE EXTRACT RECORD GREW TO 71 BYTES. NO    *
000427*                     PERIODCTL MEANS THE RUN MONTH, AS BEFORE.  *
000428*    10/13/2026  DJH  A PARTITION LEFT OFF THE EXTRACT NOW       *
000429*                     RAISES A GX01 OPERATOR ALERT ON ALERTFILE  *
000430*                     FOR ALF001 TO FORWARD TO THE MONITORING    *
000431*                     CONSOLE.                                   *
000432*    10/15/2026  DJH  AN ADJHIST OFFSET NO LONGER REUSES THE     *
000433*                     ORIGINAL'S SEQUENCE NUMBER, WHICH A FRESH  *
000434*                     DETAIL OF A LATER DAY COULD CARRY UNDER    *
000435*                     THE SAME PARTITION AND CLASH WITH ON THE   *
000436*                     GL ACKNOWLEDGMENT.  OFFSETS ARE NUMBERED   *
000437*                     FROM THE RESERVED RANGE 9000001 UP,        *
000438*                     CONTINUING PAST ANY CARRIED FROM GLRSND.   *
000439*                     AN OFFSET IS NOW MARKED EXTRACTED ON       *
000440*                     ADJHIST BEFORE IT IS WRITTEN TO THE FEED;  *
000441*                     ONE THAT CANNOT BE MARKED IS DISPLAYED     *
000442*                     WITH ITS KEY AND FILE STATUS, LEFT PENDING *
000443*                     FOR THE NEXT EXTRACT, NOT SENT OR COUNTED  *
000444*                     TODAY, AND ENDS THE STEP RETURN CODE 8.    *
000445*                                                               *
000446*****************************************************************
000447 ENVIRONMENT               DIVISION.
000448 CONFIGURATION             SECTION.
000449 SOURCE-COMPUTER.          IBM-370.
000450 OBJECT-COMPUTER.          IBM-370.
000451 INPUT-OUTPUT               SECTION.
000460 FILE-CONTROL.
000470     SELECT PARTLIST-FILE  ASSIGN TO "PARTLIST"
000480                           ORGANIZATION IS LINE SEQUENTIAL
000682     SELECT RESEND-FILE    ASSIGN TO "GLRSND"
000684                           ORGANIZATION IS LINE SEQUENTIAL
000686                           FILE STATUS IS WS-RSND-STATUS.
000687     SELECT ADJHIST-FILE   ASSIGN TO "ADJHIST"
000688                           ORGANIZATION IS INDEXED
000689                           ACCESS MODE IS DYNAMIC
000690                           RECORD KEY IS AH-KEY
000691                           FILE STATUS IS WS-ADJH-STATUS.
000692     SELECT PERIOD-CTL-FILE ASSIGN TO "PERIODCTL"
000693                           ORGANIZATION IS INDEXED
000694                           ACCESS MODE IS DYNAMIC
000695                           RECORD KEY IS PC-PERIOD
000696                           FILE STATUS IS WS-PRD-STATUS.
000697     SELECT ALERT-FILE     ASSIGN TO "ALERTFILE"
000698                           ORGANIZATION IS LINE SEQUENTIAL
000699                           FILE STATUS IS WS-ALERT-STATUS.
000700 DATA                      DIVISION.
000701 FILE                      SECTION.
000710 FD  PARTLIST-FILE
000720     LABEL RECORD IS STANDARD.
000730     COPY PARTREC.
000886     COPY EXTREC REPLACING ==EXTRACT-RECORD==
000888                        BY ==RESEND-RECORD==
000889                   LEADING ==EX-== BY ==RS-==.
000890 FD  ADJHIST-FILE
000891     LABEL RECORD IS STANDARD.
000892     COPY ADJHIST.
000893 FD  PERIOD-CTL-FILE
000894     LABEL RECORD IS STANDARD.
000895     COPY PRDCTL.
000896 FD  ALERT-FILE
000897     LABEL RECORD IS STANDARD.
000898 01  ALERT-FILE-RECORD         PIC X(100).
000899 WORKING-STORAGE           SECTION.
000900 01  WS-PART-STATUS        PIC X(02).
000910 01  WS-TRAN-STATUS        PIC X(02).
000920 01  WS-RUNLOG-STATUS      PIC X(02).
000930 01  WS-EXT-STATUS         PIC X(02).
000940 01  WS-CTL-STATUS         PIC X(02).
000950 01  WS-RUNCTL-STATUS      PIC X(02).
000955 01  WS-ALERT-STATUS       PIC X(02).
000960 01  RC-SWITCHES.
000970     05  RC-AVAIL-SW       PIC X(01)   VALUE "N".
000980         88  RC-AVAIL                  VALUE "Y".
001060     05  TF-EOF-SW         PIC X(01)   VALUE "N".
001070         88  TF-EOF                    VALUE "Y".
001080 01  WS-RUN-DATE           PIC 9(8).
001082 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001084     05  WS-RD-YEAR-MONTH  PIC 9(6).
001086     05  WS-RD-DAY         PIC 9(2).
001090 01  WS-PARTITION-NO       PIC 9(2)    VALUE 0.
001095     COPY ALRTREC.
001100 77  WS-PARTITIONS-CTR     PIC 9(4)    VALUE 0.
001110 77  WS-SKIPPED-CTR        PIC 9(4)    VALUE 0.
001120 77  WS-EXTRACTED-CTR      PIC 9(7)    VALUE 0.
001138     05  RS-EOF-SW         PIC X(01)   VALUE "N".
001140         88  RS-EOF                    VALUE "Y".
001141 01  WS-EXT-AMOUNT         PIC S9(9)V99 VALUE 0.
001142 77  WS-ADJUST-CTR         PIC 9(7)    VALUE 0.
001143 01  WS-ADJUST-AMOUNT      PIC S9(9)V99 VALUE 0.
001144 77  WS-OFFSET-SEQ         PIC 9(7)    VALUE 9000000.
001145 77  WS-ADJ-FAILED-CTR     PIC 9(7)    VALUE 0.
001146 01  WS-ADJH-STATUS        PIC X(02).
001147 01  AH-SWITCHES.
001148     05  AH-EOF-SW         PIC X(01)   VALUE "N".
001149         88  AH-EOF                    VALUE "Y".
001150 01  WS-PRD-STATUS         PIC X(02).
001151 01  PC-SWITCHES.
001152     05  PC-EOF-SW         PIC X(01)   VALUE "N".
001153         88  PC-EOF                    VALUE "Y".
001154     05  PC-LOADED-SW      PIC X(01)   VALUE "N".
001155         88  PC-LOADED                 VALUE "Y".
001156     05  PC-COVERED-SW     PIC X(01)   VALUE "N".
001157         88  PC-COVERED                VALUE "Y".
001158     05  PC-FOUND-SW       PIC X(01)   VALUE "N".
001159         88  PC-FOUND                  VALUE "Y".
001160     05  PC-PRIOR-SW       PIC X(01)   VALUE "N".
001161         88  PC-PRIOR                  VALUE "Y".
001162 01  WS-PD-MAX             PIC 9(4)    COMP VALUE 240.
001163 01  WS-PD-CTR             PIC 9(4)    COMP VALUE 0.
001164 01  WS-PD-IX              PIC 9(4)    COMP.
001165 01  WS-PERIOD-TABLE.
001166     05  WS-PD-ENTRY       OCCURS 240 TIMES.
001167         10  WS-PD-PERIOD  PIC 9(6).
001168         10  WS-PD-STATUS  PIC X(1).
001169         10  WS-PD-CUTOFF  PIC 9(8).
001170 01  WS-OPEN-PERIOD        PIC 9(6)    VALUE 0.
001171 01  WS-POST-PERIOD        PIC 9(6)    VALUE 0.
001172 01  WS-DATE-PERIOD        PIC 9(6)    VALUE 0.
001173 01  WS-PERIOD-DATE        PIC 9(8)    VALUE 0.
001174 77  WS-PRIOR-CTR          PIC 9(7)    VALUE 0.
001175 01  WS-PERIOD-LINE.
001176     05  FILLER            PIC X(16)   VALUE "POSTING PERIOD: ".
001177     05  WS-PP-PERIOD      PIC 9(6).
001178     05  FILLER            PIC X(04)   VALUE SPACES.
001179     05  WS-PP-NOTE        PIC X(50)   VALUE SPACES.
001180     05  FILLER            PIC X(56)   VALUE SPACES.
001181 01  WS-PRIOR-LINE.
001182     05  FILLER            PIC X(14)   VALUE "PRIOR-PERIOD  ".
001183     05  FILLER            PIC X(11)   VALUE "PARTITION  ".
001184     05  WS-PR-PARTITION   PIC Z9.
001185     05  FILLER            PIC X(06)   VALUE "  SEQ ".
001186     05  WS-PR-SEQ         PIC 9(7).
001187     05  FILLER            PIC X(10)   VALUE "  TRAN ID ".
001188     05  WS-PR-TRAN-ID     PIC X(10).
001189     05  FILLER            PIC X(08)   VALUE "  DATED ".
001190     05  WS-PR-TRAN-DATE   PIC 9(8).
001191     05  FILLER            PIC X(09)   VALUE "  PERIOD ".
001192     05  WS-PR-DATE-PERIOD PIC 9(6).
001193     05  FILLER            PIC X(20)   VALUE
001194         " CLOSED - POSTED TO ".
001195     05  WS-PR-POST-PERIOD PIC 9(6).
001196     05  FILLER            PIC X(15)   VALUE SPACES.
001197 01  WS-HDR-LINE1.
001198     05  FILLER            PIC X(10)   VALUE "RUN DATE: ".
001199     05  WS-H1-DATE        PIC 9(8).
001200     05  FILLER            PIC X(16)   VALUE SPACES.
001201     05  FILLER            PIC X(35)   VALUE
001202         "GL EXTRACT CONTROL PAGE".
001210     05  FILLER            PIC X(63)   VALUE SPACES.
001220 01  WS-PART-LINE.
001230     05  FILLER            PIC X(11)   VALUE "PARTITION  ".
001376         "CARRIED FROM GLRSND:    ".
001378     05  WS-CY-COUNT       PIC Z(6)9.
001379     05  FILLER            PIC X(101)  VALUE SPACES.
001380 01  WS-ADJUST-LINE.
001381     05  FILLER            PIC X(24)   VALUE
001382         "ADJUSTMENTS FROM ADJHIST".
001383     05  WS-AJ-COUNT       PIC Z(6)9.
001384     05  FILLER            PIC X(04)   VALUE SPACES.
001385     05  FILLER            PIC X(12)   VALUE "NET AMOUNT: ".
001386     05  WS-AJ-AMOUNT      PIC -(9)9.99.
001387     05  FILLER            PIC X(72)   VALUE SPACES.
001388 01  WS-TOTAL-LINE1.
001390     05  FILLER            PIC X(20)   VALUE
001400         "RECORDS EXTRACTED:  ".
001410     05  WS-TL1-COUNT      PIC Z(6)9.
001420     05  FILLER            PIC X(105)  VALUE SPACES.
001430 01  WS-TOTAL-LINE2.
001440     05  FILLER            PIC X(20)   VALUE
001450         "NET BASE AMOUNT:    ".
001460     05  WS-TL2-AMOUNT     PIC -(9)9.99.
001470     05  FILLER            PIC X(99)   VALUE SPACES.
001471 01  WS-TOTAL-LINE3.
001472     05  FILLER            PIC X(20)   VALUE
001473         "PRIOR-PERIOD ITEMS: ".
001474     05  WS-TL3-COUNT      PIC Z(6)9.
001475     05  FILLER            PIC X(105)  VALUE SPACES.
001480 01  WS-ERROR-LINE         PIC X(132)  VALUE SPACES.
001490 01  WS-PART-EXTRACTED     PIC 9(7)    VALUE 0.
001500 01  WS-PART-UNMATCHED     PIC 9(7)    VALUE 0.
001940         WRITE CONTROL-RECORD FROM WS-ERROR-LINE
001950             AFTER ADVANCING 2
001960     END-IF.
001965     PERFORM 4010-LOAD-PERIODS THRU 4010-LOAD-PERIODS-EXIT.
001970     PERFORM 4050-WRITE-EXT-HEADER
001980         THRU 4050-WRITE-EXT-HEADER-EXIT.
001982     PERFORM 4060-CARRY-RESEND
001984         THRU 4060-CARRY-RESEND-EXIT.
001986     PERFORM 4950-CARRY-ADJUSTMENTS
001988         THRU 4950-CARRY-ADJUSTMENTS-EXIT.
001990     OPEN INPUT PARTLIST-FILE.
002000     IF WS-PART-STATUS = "00"
002010         PERFORM 4100-READ-PARTITION THRU 4100-READ-PARTITION-EXIT
002130         THRU 4300-WRITE-EXT-TRAILER-EXIT.
002140     PERFORM 4900-WRITE-TOTALS THRU 4900-WRITE-TOTALS-EXIT.
002150     CLOSE EXTRACT-FILE.
002151     CLOSE RUNLOG-FILE.
002152     IF RC-AVAIL
002153         CLOSE RUN-CONTROL-FILE
002154     END-IF.
002155     CLOSE CONTROL-FILE.
002156     IF WS-SKIPPED-CTR > 0 OR WS-UNMATCHED-CTR > 0
002157        OR (PC-LOADED AND NOT PC-COVERED)
002158         MOVE 4            TO RETURN-CODE
002159     ELSE
002160         MOVE 0            TO RETURN-CODE
002161     END-IF.
002162     IF WS-ADJ-FAILED-CTR > 0
002163         MOVE 8            TO RETURN-CODE
002164     END-IF.
002165     GOBACK.
002166*****************************************************************
002167*    4010-LOAD-PERIODS -- LOAD THE PERIOD-CONTROL FILE           *
002168*    (PERIODCTL, MAINTAINED BY CLS001) AND FIND THE OPEN PERIOD  *
002169*    TODAY POSTS INTO: THE EARLIEST OPEN PERIOD WHOSE CUTOFF IS  *
002170*    ON OR AFTER THE RUN DATE.  ONLY THE LAST TEN YEARS OF       *
002171*    PERIODS ARE LOADED -- ANYTHING DATED BEFORE THEM LANDS ON   *
002172*    THE OLDEST ONE LOADED, WHICH IS LONG CLOSED, SO IT COMES    *
002173*    OUT PRIOR-PERIOD ALL THE SAME.  NO FILE LEAVES THE RUN      *
002174*    MONTH AS THE POSTING PERIOD FOR EVERYTHING, AS BEFORE; NO   *
002175*    OPEN PERIOD COVERING TODAY ALSO FALLS BACK TO THE RUN MONTH *
002176*    BUT ENDS THE STEP RETURN CODE 4.                            *
002177*****************************************************************
002178 4010-LOAD-PERIODS.
002179     MOVE WS-RD-YEAR-MONTH TO WS-OPEN-PERIOD.
002180     MOVE WS-RD-YEAR-MONTH TO WS-PP-PERIOD.
002181     OPEN INPUT PERIOD-CTL-FILE.
002182     IF WS-PRD-STATUS NOT = "00"
002183         MOVE "PERIODCTL NOT AVAILABLE - RUN MONTH USED"
002184                           TO WS-PP-NOTE
002185         WRITE CONTROL-RECORD FROM WS-PERIOD-LINE
002186             AFTER ADVANCING 2
002187         GO TO 4010-LOAD-PERIODS-EXIT
002188     END-IF.
002189     COMPUTE PC-PERIOD = WS-RD-YEAR-MONTH - 1000.
002190     START PERIOD-CTL-FILE KEY NOT < PC-PERIOD
002191         INVALID KEY
002192             SET PC-EOF TO TRUE
002193     END-START.
002194     PERFORM 4015-LOAD-PERIODS-READ
002195         THRU 4015-LOAD-PERIODS-READ-EXIT
002196         UNTIL PC-EOF.
002197     CLOSE PERIOD-CTL-FILE.
002198     SET PC-LOADED TO TRUE.
002199     MOVE 1                TO WS-PD-IX.
002200     PERFORM 4020-FIND-OPEN-PERIOD THRU 4020-FIND-OPEN-PERIOD-EXIT
002201         UNTIL PC-COVERED OR WS-PD-IX > WS-PD-CTR.
002202     IF PC-COVERED
002203         MOVE WS-OPEN-PERIOD TO WS-PP-PERIOD
002204     ELSE
002205         MOVE "NO OPEN PERIOD COVERS TODAY - RUN MONTH USED"
002206                           TO WS-PP-NOTE
002207     END-IF.
002208     WRITE CONTROL-RECORD FROM WS-PERIOD-LINE AFTER ADVANCING 2.
002209 4010-LOAD-PERIODS-EXIT.
002210     EXIT.
002211*****************************************************************
002212*    4015-LOAD-PERIODS-READ -- ONE PERIOD.  A FULL TABLE STOPS   *
002213*    THE LOAD WITH A CONSOLE WARNING.                            *
002214*****************************************************************
002215 4015-LOAD-PERIODS-READ.
002216     READ PERIOD-CTL-FILE NEXT RECORD
002217         AT END
002218             SET PC-EOF TO TRUE
002219         NOT AT END
002220             IF WS-PD-CTR < WS-PD-MAX
002221                 ADD 1             TO WS-PD-CTR
002222                 MOVE PC-PERIOD    TO WS-PD-PERIOD (WS-PD-CTR)
002223                 MOVE PC-STATUS    TO WS-PD-STATUS (WS-PD-CTR)
002224                 MOVE PC-CUTOFF-DATE TO WS-PD-CUTOFF (WS-PD-CTR)
002225             ELSE
002226                 DISPLAY "EXT001: PERIODCTL TABLE FULL - "
002227                         "PERIODS TRUNCATED"
002228                 SET PC-EOF TO TRUE
002229             END-IF
002230     END-READ.
002231 4015-LOAD-PERIODS-READ-EXIT.
002232     EXIT.
002233*****************************************************************
002234*    4020-FIND-OPEN-PERIOD -- ONE STEP OF THE OPEN-PERIOD SEARCH *
002235*****************************************************************
002236 4020-FIND-OPEN-PERIOD.
002237     IF WS-PD-STATUS (WS-PD-IX) = "O"
002238        AND WS-PD-CUTOFF (WS-PD-IX) NOT < WS-RUN-DATE
002239         MOVE WS-PD-PERIOD (WS-PD-IX) TO WS-OPEN-PERIOD
002240         SET PC-COVERED TO TRUE
002241     ELSE
002242         ADD 1             TO WS-PD-IX
002243     END-IF.
002244 4020-FIND-OPEN-PERIOD-EXIT.
002245     EXIT.
002246*****************************************************************
002247*    4030-RESOLVE-PERIOD -- THE POSTING PERIOD FOR A TRANSACTION *
002248*    DATED WS-PERIOD-DATE.  THE DATE FALLS IN THE FIRST PERIOD   *
002249*    WHOSE CUTOFF IS ON OR AFTER IT.  AN EARLIER PERIOD STILL    *
002250*    OPEN TAKES IT; A CLOSED ONE DOES NOT -- THE ITEM POSTS TO   *
002251*    THE OPEN PERIOD AND PC-PRIOR COMES BACK SET.  A DATE IN THE *
002252*    OPEN PERIOD OR LATER, A DATE PAST EVERY PERIOD ON FILE, A   *
002253*    DATE THAT IS NOT NUMERIC, OR NO PERIODCTL AT ALL, ALL POST  *
002254*    TO THE OPEN PERIOD.                                         *
002255*****************************************************************
002256 4030-RESOLVE-PERIOD.
002257     MOVE WS-OPEN-PERIOD   TO WS-POST-PERIOD.
002258     MOVE 0                TO WS-DATE-PERIOD.
002259     MOVE "N"              TO PC-PRIOR-SW.
002260     IF NOT PC-LOADED OR WS-PERIOD-DATE NOT NUMERIC
002261         GO TO 4030-RESOLVE-PERIOD-EXIT
002262     END-IF.
002263     MOVE "N"              TO PC-FOUND-SW.
002264     MOVE 1                TO WS-PD-IX.
002265     PERFORM 4035-RESOLVE-STEP THRU 4035-RESOLVE-STEP-EXIT
002266         UNTIL PC-FOUND OR WS-PD-IX > WS-PD-CTR.
002267     IF NOT PC-FOUND
002268         GO TO 4030-RESOLVE-PERIOD-EXIT
002269     END-IF.
002270     MOVE WS-PD-PERIOD (WS-PD-IX) TO WS-DATE-PERIOD.
002271     IF WS-DATE-PERIOD NOT < WS-OPEN-PERIOD
002272         GO TO 4030-RESOLVE-PERIOD-EXIT
002273     END-IF.
002274     IF WS-PD-STATUS (WS-PD-IX) = "O"
002275         MOVE WS-DATE-PERIOD TO WS-POST-PERIOD
002276     ELSE
002277         SET PC-PRIOR TO TRUE
002278     END-IF.
002279 4030-RESOLVE-PERIOD-EXIT.
002280     EXIT.
002281*****************************************************************
002282*    4035-RESOLVE-STEP -- ONE STEP OF THE PERIOD SEARCH          *
002283*****************************************************************
002284 4035-RESOLVE-STEP.
002285     IF WS-PD-CUTOFF (WS-PD-IX) NOT < WS-PERIOD-DATE
002286         SET PC-FOUND TO TRUE
002287     ELSE
002288         ADD 1             TO WS-PD-IX
002289     END-IF.
002290 4035-RESOLVE-STEP-EXIT.
002291     EXIT.
002292*****************************************************************
002293*    4050-WRITE-EXT-HEADER -- ONE "H" RECORD IN FRONT OF THE     *
002294*    DETAILS SO THE GL SIDE CAN PROVE WHICH DAY IT IS POSTING    *
002295*    AND INTO WHICH OPEN PERIOD                                  *
002300*****************************************************************
002310 4050-WRITE-EXT-HEADER.
002320     MOVE SPACES           TO EXTRACT-RECORD.
002330     MOVE "H"              TO EX-RECORD-TYPE.
002340     MOVE "GLDAILY "       TO EX-HDR-FEED-ID.
002350     MOVE WS-RUN-DATE      TO EX-HDR-RUN-DATE.
002355     MOVE WS-OPEN-PERIOD   TO EX-HDR-POST-PERIOD.
002360     WRITE EXTRACT-RECORD.
002370 4050-WRITE-EXT-HEADER-EXIT.
002380     EXIT.
002402*    4070-CARRY-RESEND-READ -- ONE RE-SEND RECORD: ONLY "D"      *
002403*    RECORDS RIDE AGAIN, AND THEY FOLD INTO TODAY'S RECORD       *
002404*    COUNT AND NET AMOUNT SO THE GL SIDE STILL BALANCES THE      *
002405*    FEED AS ONE PIECE.  A RE-SEND DETAIL WRITTEN BEFORE THE     *
002406*    BASE AMOUNT EXISTED COUNTS AT ITS ORIGINAL AMOUNT.  ITS     *
002407*    POSTING PERIOD IS WORKED OUT AFRESH, SO ONE WHOSE PERIOD    *
002408*    HAS CLOSED SINCE IT WAS FIRST SENT GOES OUT PRIOR-PERIOD.   *
002409*    A CARRIED OFFSET KEEPS ITS RESERVED SEQUENCE NUMBER, AND    *
002410*    TODAY'S OFFSETS ARE NUMBERED ABOVE THE HIGHEST ONE CARRIED. *
002411*****************************************************************
002412 4070-CARRY-RESEND-READ.
002413     READ RESEND-FILE
002414         AT END
002415             SET RS-EOF TO TRUE
002416         NOT AT END
002417             IF RS-TYPE-DETAIL
002418                 MOVE RESEND-RECORD   TO EXTRACT-RECORD
002419                 PERFORM 4235-STAMP-PERIOD
002420                     THRU 4235-STAMP-PERIOD-EXIT
002421                 WRITE EXTRACT-RECORD
002422                 ADD 1                TO WS-EXTRACTED-CTR
002423                 ADD 1                TO WS-CARRIED-CTR
002424                 IF RS-DTL-BASE-AMOUNT NUMERIC
002425                     ADD RS-DTL-BASE-AMOUNT
002426                                      TO WS-EXT-AMOUNT
002427                 ELSE
002428                     ADD RS-DTL-TRAN-AMOUNT
002429                                      TO WS-EXT-AMOUNT
002430                 END-IF
002431                 IF RS-DTL-SEQUENCE-NO NUMERIC
002432                 AND RS-DTL-SEQUENCE-NO > WS-OFFSET-SEQ
002433                     MOVE RS-DTL-SEQUENCE-NO
002434                                      TO WS-OFFSET-SEQ
002435                 END-IF
002436             END-IF
002437     END-READ.
002438 4070-CARRY-RESEND-READ-EXIT.
002439     EXIT.
002440*****************************************************************
002441*    4100-READ-PARTITION -- GET THE NEXT PARTITION TO EXTRACT    *
002442*****************************************************************
002443 4100-READ-PARTITION.
002444     READ PARTLIST-FILE
002445         AT END
002450             SET PL-EOF TO TRUE
002460     END-READ.
002470 4100-READ-PARTITION-EXIT.
002910*    TRANSACTION ON ONE PARTITION'S SORTED TRAN-FILE.  A         *
002920*    PARTITION WHOSE FILE CANNOT BE OPENED IS REPORTED AND       *
002930*    SKIPPED RATHER THAN ABANDONING THE WHOLE EXTRACT.           *
002935*    EVERY SKIPPED PARTITION RAISES A GX01 OPERATOR ALERT.       *
002940*****************************************************************
002950 4210-EXTRACT-TRAN-FILE.
002960     MOVE 0                TO WS-PART-EXTRACTED.
003050                           TO WS-SK-REASON
003060         WRITE CONTROL-RECORD FROM WS-SKIP-LINE
003070             AFTER ADVANCING 1
003075         PERFORM 4970-WRITE-ALERT THRU 4970-WRITE-ALERT-EXIT
003080         GO TO 4210-EXTRACT-TRAN-FILE-EXIT
003090     END-IF.
003100     OPEN INPUT TRAN-FILE.
003150                           TO WS-SK-REASON
003160         WRITE CONTROL-RECORD FROM WS-SKIP-LINE
003170             AFTER ADVANCING 1
003175         PERFORM 4970-WRITE-ALERT THRU 4970-WRITE-ALERT-EXIT
003180         GO TO 4210-EXTRACT-TRAN-FILE-EXIT
003190     END-IF.
003200     ADD 1                 TO WS-PARTITIONS-CTR.
003570     EXIT.
003580*****************************************************************
003590*    4230-WRITE-EXT-DETAIL -- BUILD AND WRITE ONE "D" RECORD     *
003600*    FROM THE CURRENT TRANSACTION AND ITS RUNLOG ROW.  THE NET   *
003602*    AMOUNT ADDS UP THE BASE AMOUNT PROG STAMPED; A TRANSACTION  *
003604*    FILE WRITTEN BEFORE THE STAMP EXISTED IS ALL BASE CURRENCY, *
003606*    SO THE ORIGINAL AMOUNT STANDS IN FOR IT.                    *
003610*****************************************************************
003620 4230-WRITE-EXT-DETAIL.
003630     MOVE SPACES           TO EXTRACT-RECORD.
003690     MOVE TR-TRAN-AMOUNT OF TRAN-RECORD TO EX-DTL-TRAN-AMOUNT.
003700     MOVE RL-EXIT-FLAG     TO EX-DTL-EXIT-FLAG.
003710     MOVE RL-FAIL-FLAG     TO EX-DTL-FAIL-FLAG.
003711     MOVE WS-RUN-DATE      TO EX-DTL-RUN-DATE.
003712     MOVE "O"              TO EX-DTL-ENTRY-TYPE.
003713     MOVE TR-CURRENCY-CODE OF TRAN-RECORD TO EX-DTL-CURRENCY-CODE.
003714     MOVE TR-SOURCE-CODE OF TRAN-RECORD TO EX-DTL-SOURCE-CODE.
003715     IF TR-BASE-AMOUNT OF TRAN-RECORD NUMERIC
003716         MOVE TR-BASE-AMOUNT OF TRAN-RECORD TO EX-DTL-BASE-AMOUNT
003717     ELSE
003718         MOVE TR-TRAN-AMOUNT OF TRAN-RECORD TO EX-DTL-BASE-AMOUNT
003719     END-IF.
003724     PERFORM 4235-STAMP-PERIOD THRU 4235-STAMP-PERIOD-EXIT.
003729     WRITE EXTRACT-RECORD.
003730     ADD 1                 TO WS-EXTRACTED-CTR.
003740     ADD 1                 TO WS-PART-EXTRACTED.
003750     ADD EX-DTL-BASE-AMOUNT TO WS-EXT-AMOUNT.
003760 4230-WRITE-EXT-DETAIL-EXIT.
003770     EXIT.
003780*****************************************************************
003781*    4235-STAMP-PERIOD -- STAMP THE DETAIL BEING BUILT WITH ITS  *
003782*    POSTING PERIOD, WORKED OUT FROM ITS TRANSACTION DATE.  A    *
003783*    PRIOR-PERIOD ITEM IS FLAGGED ON THE DETAIL, COUNTED FOR THE *
003784*    TRAILER AND LISTED ON THE CONTROL PAGE.                     *
003785*****************************************************************
003786 4235-STAMP-PERIOD.
003787     MOVE EX-DTL-TRAN-DATE TO WS-PERIOD-DATE.
003788     PERFORM 4030-RESOLVE-PERIOD THRU 4030-RESOLVE-PERIOD-EXIT.
003789     MOVE WS-POST-PERIOD   TO EX-DTL-POST-PERIOD.
003790     IF NOT PC-PRIOR
003791         MOVE "N"          TO EX-DTL-PRIOR-PERIOD-SW
003792         GO TO 4235-STAMP-PERIOD-EXIT
003793     END-IF.
003794     MOVE "Y"              TO EX-DTL-PRIOR-PERIOD-SW.
003795     ADD 1                 TO WS-PRIOR-CTR.
003796     MOVE EX-DTL-PARTITION-NO TO WS-PR-PARTITION.
003797     MOVE EX-DTL-SEQUENCE-NO TO WS-PR-SEQ.
003798     MOVE EX-DTL-TRAN-ID   TO WS-PR-TRAN-ID.
003799     MOVE EX-DTL-TRAN-DATE TO WS-PR-TRAN-DATE.
003800     MOVE WS-DATE-PERIOD   TO WS-PR-DATE-PERIOD.
003801     MOVE WS-POST-PERIOD   TO WS-PR-POST-PERIOD.
003802     WRITE CONTROL-RECORD FROM WS-PRIOR-LINE AFTER ADVANCING 1.
003803 4235-STAMP-PERIOD-EXIT.
003804     EXIT.
003805*****************************************************************
003806*    4300-WRITE-EXT-TRAILER -- ONE "T" RECORD WITH THE RECORD    *
003807*    COUNT AND NET AMOUNT THE GL SIDE MUST BALANCE TO, AND THE   *
003808*    REVERSAL/ADJUSTMENT SHARE OF THEM, AND THE NUMBER OF        *
003809*    DETAILS THAT WENT OUT PRIOR-PERIOD                          *
003810*****************************************************************
003820 4300-WRITE-EXT-TRAILER.
003830     MOVE SPACES           TO EXTRACT-RECORD.
003840     MOVE "T"              TO EX-RECORD-TYPE.
003850     MOVE WS-EXTRACTED-CTR TO EX-TRL-RECORD-COUNT.
003860     MOVE WS-EXT-AMOUNT    TO EX-TRL-NET-AMOUNT.
003862     MOVE WS-ADJUST-CTR    TO EX-TRL-ADJ-COUNT.
003864     MOVE WS-ADJUST-AMOUNT TO EX-TRL-ADJ-AMOUNT.
003867     MOVE WS-PRIOR-CTR     TO EX-TRL-PRIOR-COUNT.
003870     WRITE EXTRACT-RECORD.
003880 4300-WRITE-EXT-TRAILER-EXIT.
003890     EXIT.
003960     WRITE CONTROL-RECORD FROM WS-TOTAL-LINE1 AFTER ADVANCING 2.
003970     MOVE WS-EXT-AMOUNT    TO WS-TL2-AMOUNT.
003980     WRITE CONTROL-RECORD FROM WS-TOTAL-LINE2 AFTER ADVANCING 1.
003983     MOVE WS-PRIOR-CTR     TO WS-TL3-COUNT.
003986     WRITE CONTROL-RECORD FROM WS-TOTAL-LINE3 AFTER ADVANCING 1.
003990 4900-WRITE-TOTALS-EXIT.
004000     EXIT.
004010*****************************************************************
004020*    4950-CARRY-ADJUSTMENTS -- BROWSE ADJHIST FOR REVERSALS AND  *
004030*    ADJUSTMENTS ADJ001 HAS APPLIED BUT NO EXTRACT HAS CARRIED   *
004040*    YET (PLUS ANY THIS SAME RUN DATE ALREADY CARRIED, SO A      *
004050*    RE-RUN REBUILDS THE SAME FEED).  NO FILE MEANS NO           *
004060*    ADJUSTMENT HAS EVER BEEN APPLIED -- NOTHING TO CARRY.       *
004070*****************************************************************
004080 4950-CARRY-ADJUSTMENTS.
004090     OPEN I-O ADJHIST-FILE.
004100     IF WS-ADJH-STATUS NOT = "00"
004110         GO TO 4950-CARRY-ADJUSTMENTS-EXIT
004120     END-IF.
004130     MOVE LOW-VALUES       TO AH-KEY.
004140     START ADJHIST-FILE KEY NOT < AH-KEY
004150         INVALID KEY
004160             SET AH-EOF TO TRUE
004170     END-START.
004180     PERFORM 4960-CARRY-ADJUST-READ
004190         THRU 4960-CARRY-ADJUST-READ-EXIT
004200         UNTIL AH-EOF.
004210     CLOSE ADJHIST-FILE.
004220     MOVE WS-ADJUST-CTR    TO WS-AJ-COUNT.
004230     MOVE WS-ADJUST-AMOUNT TO WS-AJ-AMOUNT.
004240     WRITE CONTROL-RECORD FROM WS-ADJUST-LINE AFTER ADVANCING 1.
004250 4950-CARRY-ADJUSTMENTS-EXIT.
004260     EXIT.
004270*****************************************************************
004280*    4960-CARRY-ADJUST-READ -- ONE ADJHIST ENTRY: A PENDING ONE  *
004290*    BECOMES AN OFFSETTING "D" RECORD UNDER THE ORIGINAL'S RUN   *
004300*    DATE AND PARTITION, AND IS MARKED EXTRACTED TODAY.  IT      *
004310*    COUNTS IN THE FEED TOTALS AND IN ITS OWN ADJUSTMENT TOTALS. *
004320*    FRONT-END SEQUENCE NUMBERS RESTART EVERY DAY, SO THE OFFSET *
004330*    TAKES THE NEXT NUMBER FROM THE RESERVED RANGE 9000001 UP    *
004340*    RATHER THAN THE ORIGINAL'S, AND CANNOT CLASH WITH A FRESH   *
004350*    DETAIL ON THE GL ACKNOWLEDGMENT.                            *
004352*    THE ENTRY IS MARKED BEFORE THE RECORD IS WRITTEN: ONE THAT  *
004354*    CANNOT BE MARKED STAYS PENDING FOR THE NEXT EXTRACT AND IS  *
004356*    NEITHER SENT NOR COUNTED TODAY, SO IT NEVER GOES OUT TWICE; *
004358*    THE FAILURE IS DISPLAYED AND ENDS THE STEP RETURN CODE 8.   *
004360*****************************************************************
004370 4960-CARRY-ADJUST-READ.
004380     READ ADJHIST-FILE NEXT RECORD
004390         AT END
004400             SET AH-EOF TO TRUE
004410             GO TO 4960-CARRY-ADJUST-READ-EXIT
004420     END-READ.
004430     IF NOT AH-PENDING
004440         IF NOT AH-EXTRACTED OR AH-EXTRACT-DATE NOT = WS-RUN-DATE
004450             GO TO 4960-CARRY-ADJUST-READ-EXIT
004460         END-IF
004461     END-IF.
004462     MOVE "X"              TO AH-STATUS.
004463     MOVE WS-RUN-DATE      TO AH-EXTRACT-DATE.
004464     REWRITE ADJ-HIST-RECORD
004465         INVALID KEY
004466             CONTINUE
004467     END-REWRITE.
004468     IF WS-ADJH-STATUS NOT = "00"
004469         DISPLAY "EXT001: ADJHIST REWRITE FAILED FOR " AH-RUN-DATE
004471                 " " AH-PARTITION-NO " " AH-SEQUENCE-NO
004473                 ", STATUS " WS-ADJH-STATUS
004475         ADD 1             TO WS-ADJ-FAILED-CTR
004477         GO TO 4960-CARRY-ADJUST-READ-EXIT
004479     END-IF.
004480     MOVE SPACES           TO EXTRACT-RECORD.
004490     MOVE "D"              TO EX-RECORD-TYPE.
004500     MOVE AH-PARTITION-NO  TO EX-DTL-PARTITION-NO.
004510     ADD 1                 TO WS-OFFSET-SEQ.
004520     MOVE WS-OFFSET-SEQ    TO EX-DTL-SEQUENCE-NO.
004530     MOVE AH-TRAN-ID       TO EX-DTL-TRAN-ID.
004540     MOVE AH-TRAN-DATE     TO EX-DTL-TRAN-DATE.
004550     MOVE AH-ADJ-AMOUNT    TO EX-DTL-TRAN-AMOUNT.
004560     MOVE "N"              TO EX-DTL-EXIT-FLAG.
004570     MOVE "N"              TO EX-DTL-FAIL-FLAG.
004580     MOVE AH-RUN-DATE      TO EX-DTL-RUN-DATE.
004590     MOVE AH-ACTION-CODE   TO EX-DTL-ENTRY-TYPE.
004600     MOVE AH-ADJ-AMOUNT    TO EX-DTL-BASE-AMOUNT.
004610     PERFORM 4235-STAMP-PERIOD THRU 4235-STAMP-PERIOD-EXIT.
004620     WRITE EXTRACT-RECORD.
004630     ADD 1                 TO WS-EXTRACTED-CTR.
004640     ADD 1                 TO WS-ADJUST-CTR.
004650     ADD AH-ADJ-AMOUNT     TO WS-EXT-AMOUNT.
004660     ADD AH-ADJ-AMOUNT     TO WS-ADJUST-AMOUNT.
004700 4960-CARRY-ADJUST-READ-EXIT.
004710     EXIT.
004720*****************************************************************
004730*    4970-WRITE-ALERT -- APPEND A GX01 OPERATOR ALERT FOR THE    *
004740*    PARTITION JUST SKIPPED, WITH THE REASON FROM THE CONTROL    *
004750*    PAGE, TO ALERTFILE FOR ALF001 TO FORWARD TO THE MONITORING  *
004760*    CONSOLE.  THE FILE IS SHARED WITH THE OTHER STEPS OF THE    *
004770*    STREAM, SO IT IS OPENED AND CLOSED AROUND THE ALERT,        *
004780*    CREATED ON THE FIRST EVER ALERT; IF IT STILL CANNOT BE      *
004790*    OPENED THE ALERT GOES TO THE CONSOLE INSTEAD.               *
004800*****************************************************************
004810 4970-WRITE-ALERT.
004820     MOVE "EXT001"         TO AL-PROGRAM.
004830     MOVE WS-RUN-DATE      TO AL-RUN-DATE.
004840     ACCEPT AL-RUN-TIME    FROM TIME.
004850     MOVE WS-PARTITION-NO  TO AL-PARTITION-NO.
004860     MOVE "W"              TO AL-SEVERITY.
004870     MOVE "GX01"           TO AL-ALERT-CODE.
004880     MOVE SPACES           TO AL-MESSAGE.
004890     STRING "GL EXTRACT " DELIMITED BY SIZE
004900            WS-SK-REASON DELIMITED BY "  "
004910            INTO AL-MESSAGE
004920     END-STRING.
004930     OPEN INPUT ALERT-FILE.
004940     IF WS-ALERT-STATUS = "00"
004950         CLOSE ALERT-FILE
004960         OPEN EXTEND ALERT-FILE
004970     ELSE
004980         OPEN OUTPUT ALERT-FILE
004990     END-IF.
005000     IF WS-ALERT-STATUS NOT = "00"
005010         DISPLAY "EXT001: ALERT " AL-ALERT-CODE " " AL-MESSAGE
005020         GO TO 4970-WRITE-ALERT-EXIT
005030     END-IF.
005040     WRITE ALERT-FILE-RECORD FROM ALERT-RECORD.
005050     CLOSE ALERT-FILE.
005060 4970-WRITE-ALERT-EXIT.
005070     EXIT.
