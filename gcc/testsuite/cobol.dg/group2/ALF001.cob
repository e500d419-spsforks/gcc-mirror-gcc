000100 IDENTIFICATION            DIVISION.
000110 PROGRAM-ID.               ALF001.
000120 AUTHOR.                   D-J HARTLEY.
000130 INSTALLATION.             DAILY-PROC BATCH SUPPORT.
000140 DATE-WRITTEN.             10/13/2026.
000150 DATE-COMPILED.            10/13/2026.
000160*****************************************************************
000170*                                                               *
000180*    MODIFICATION HISTORY                                      *
000190*                                                               *
000200*    DATE       INIT  DESCRIPTION                               *
000210*    ---------- ----  ------------------------------------------*
000220*    10/13/2026  DJH  ORIGINAL.  FORWARDS THE BUSINESS DAY'S     *
000230*                     OPERATOR ALERTS (ALRTREC.CPY, APPENDED TO  *
000240*                     ALERTFILE BY EVERY PROGRAM IN THE STREAM)  *
000250*                     TO THE ENTERPRISE MONITORING TOOL AS A     *
000260*                     FIXED-FORMAT EVENT FILE (EVTREC.CPY).      *
000270*                     SEVERITY, ROUTING GROUP AND PAGE SWITCH    *
000280*                     COME FROM THE ALERT ROUTING TABLE          *
000290*                     MAINTAINED BY ALM001; A CODE NOT ON THE    *
000300*                     TABLE IS STILL FORWARDED, AT ITS RAISED    *
000310*                     SEVERITY, TO THE DEFAULT GROUP.  THE EVENT *
000320*                     FILE IS REWRITTEN WHOLE ON EVERY RUN AND   *
000330*                     ALWAYS CARRIES A HEADER AND TRAILER, SO A  *
000340*                     QUIET DAY STILL REACHES THE TOOL AS A      *
000350*                     HEARTBEAT.                                 *
000360*                                                               *
000370*****************************************************************
000380 ENVIRONMENT               DIVISION.
000390 CONFIGURATION             SECTION.
000400 SOURCE-COMPUTER.          IBM-370.
000410 OBJECT-COMPUTER.          IBM-370.
000420 INPUT-OUTPUT               SECTION.
000430 FILE-CONTROL.
000440     SELECT ALFPARM-FILE   ASSIGN TO "ALFPARM"
000450                           ORGANIZATION IS LINE SEQUENTIAL
000460                           FILE STATUS IS WS-PARM-STATUS.
000470     SELECT ALERT-FILE     ASSIGN TO "ALERTFILE"
000480                           ORGANIZATION IS LINE SEQUENTIAL
000490                           FILE STATUS IS WS-ALERT-STATUS.
000500     SELECT ALERT-TABLE-FILE ASSIGN TO "ALERTTAB"
000510                           ORGANIZATION IS INDEXED
000520                           ACCESS MODE IS RANDOM
000530                           RECORD KEY IS AT-ALERT-CODE
000540                           FILE STATUS IS WS-ALTAB-STATUS.
000550     SELECT EVENT-FILE     ASSIGN TO "EVENTFILE"
000560                           ORGANIZATION IS LINE SEQUENTIAL
000570                           FILE STATUS IS WS-EVENT-STATUS.
000580     SELECT REPORT-FILE    ASSIGN TO "ALFRPT"
000590                           ORGANIZATION IS LINE SEQUENTIAL
000600                           FILE STATUS IS WS-RPT-STATUS.
000610 DATA                      DIVISION.
000620 FILE                      SECTION.
000630 FD  ALFPARM-FILE
000640     LABEL RECORD IS STANDARD.
000650 01  ALF-PARM-RECORD.
000660     05  AP-RUN-DATE       PIC 9(8).
000670 FD  ALERT-FILE
000680     LABEL RECORD IS STANDARD.
000690     COPY ALRTREC.
000700 FD  ALERT-TABLE-FILE
000710     LABEL RECORD IS STANDARD.
000720     COPY ALRTAB.
000730 FD  EVENT-FILE
000740     LABEL RECORD IS STANDARD.
000750     COPY EVTREC.
000760 FD  REPORT-FILE
000770     LABEL RECORD IS STANDARD.
000780     COPY RPTREC.
000790 WORKING-STORAGE           SECTION.
000800 01  WS-PARM-STATUS        PIC X(02).
000810 01  WS-ALERT-STATUS       PIC X(02).
000820 01  WS-ALTAB-STATUS       PIC X(02).
000830 01  WS-EVENT-STATUS       PIC X(02).
000840 01  WS-RPT-STATUS         PIC X(02).
000850 01  AF-SWITCHES.
000860     05  AF-EOF-SW         PIC X(01)   VALUE "N".
000870         88  AF-EOF                    VALUE "Y".
000880     05  AF-TABLE-SW       PIC X(01)   VALUE "Y".
000890         88  AF-TABLE-OPEN             VALUE "Y".
000900         88  AF-TABLE-MISSING          VALUE "N".
000910     05  AF-FOUND-SW       PIC X(01)   VALUE "N".
000920         88  AF-FOUND                  VALUE "Y".
000930 01  WS-SYSTEM-ID          PIC X(08)   VALUE "DAILYPRC".
000940 01  WS-DEFAULT-GROUP      PIC X(08)   VALUE "BATCHOPS".
000950 01  WS-BUSINESS-DATE      PIC 9(8).
000960 01  WS-CREATE-DATE        PIC 9(8).
000970 01  WS-CREATE-TIME        PIC 9(8).
000980 01  WS-PAGE-NO            PIC 9(3)    VALUE 0.
000990 01  WS-LINE-CTR           PIC 9(3)    VALUE 0.
001000 01  WS-LINES-PER-PAGE     PIC 9(3)    VALUE 60.
001010 77  WS-READ-CTR           PIC 9(7)    VALUE 0.
001020 77  WS-FORWARD-CTR        PIC 9(7)    VALUE 0.
001030 77  WS-OTHER-DAY-CTR      PIC 9(7)    VALUE 0.
001040 77  WS-CRITICAL-CTR       PIC 9(7)    VALUE 0.
001050 77  WS-ERROR-CTR          PIC 9(7)    VALUE 0.
001060 77  WS-WARNING-CTR        PIC 9(7)    VALUE 0.
001070 77  WS-INFO-CTR           PIC 9(7)    VALUE 0.
001080 77  WS-PAGED-CTR          PIC 9(7)    VALUE 0.
001090 77  WS-UNKNOWN-CTR        PIC 9(7)    VALUE 0.
001100 77  WS-RECORD-CTR         PIC 9(7)    VALUE 0.
001110 01  WS-HDR-LINE1.
001120     05  FILLER            PIC X(10)   VALUE "RUN DATE: ".
001130     05  WS-H1-DATE        PIC 9(8).
001140     05  FILLER            PIC X(16)   VALUE SPACES.
001150     05  FILLER            PIC X(35)   VALUE
001160         "OPERATOR ALERTS FORWARDED".
001170     05  FILLER            PIC X(05)   VALUE "PAGE ".
001180     05  WS-H1-PAGE        PIC ZZ9.
001190     05  FILLER            PIC X(55)   VALUE SPACES.
001200 01  WS-HDR-LINE2.
001210     05  FILLER            PIC X(10)   VALUE "TIME      ".
001220     05  FILLER            PIC X(10)   VALUE "PROGRAM   ".
001230     05  FILLER            PIC X(04)   VALUE "PT  ".
001240     05  FILLER            PIC X(06)   VALUE "CODE  ".
001250     05  FILLER            PIC X(04)   VALUE "SEV ".
001260     05  FILLER            PIC X(10)   VALUE "GROUP     ".
001270     05  FILLER            PIC X(04)   VALUE "PG  ".
001280     05  FILLER            PIC X(62)   VALUE "MESSAGE".
001290     05  FILLER            PIC X(16)   VALUE "NOTE".
001300     05  FILLER            PIC X(06)   VALUE SPACES.
001310 01  WS-DETAIL-LINE.
001320     05  WS-DL-TIME        PIC 9(8).
001330     05  FILLER            PIC X(02)   VALUE SPACES.
001340     05  WS-DL-PROGRAM     PIC X(08).
001350     05  FILLER            PIC X(02)   VALUE SPACES.
001360     05  WS-DL-PARTITION   PIC Z9.
001370     05  FILLER            PIC X(02)   VALUE SPACES.
001380     05  WS-DL-CODE        PIC X(04).
001390     05  FILLER            PIC X(02)   VALUE SPACES.
001400     05  WS-DL-SEVERITY    PIC X(01).
001410     05  FILLER            PIC X(03)   VALUE SPACES.
001420     05  WS-DL-GROUP       PIC X(08).
001430     05  FILLER            PIC X(02)   VALUE SPACES.
001440     05  WS-DL-PAGE-SW     PIC X(01).
001450     05  FILLER            PIC X(03)   VALUE SPACES.
001460     05  WS-DL-MESSAGE     PIC X(60).
001470     05  FILLER            PIC X(02)   VALUE SPACES.
001480     05  WS-DL-NOTE        PIC X(16).
001490     05  FILLER            PIC X(06)   VALUE SPACES.
001500 01  WS-NOTE-LINE          PIC X(132).
001510 01  WS-TOTAL-LINE.
001520     05  WS-TL-CAPTION     PIC X(16).
001530     05  WS-TL-COUNT       PIC Z(6)9.
001540     05  FILLER            PIC X(109)  VALUE SPACES.
001550 PROCEDURE                 DIVISION.
001560*****************************************************************
001570*    0000-MAINLINE                                               *
001580*****************************************************************
001590 W01 SECTION.
001600 W011.
001610     PERFORM 4000-OPEN-FILES THRU 4000-OPEN-FILES-EXIT.
001620     PERFORM 4100-READ-ALERT THRU 4100-READ-ALERT-EXIT.
001630     PERFORM 4200-FORWARD-ALERT THRU 4200-FORWARD-ALERT-EXIT
001640         UNTIL AF-EOF.
001650     PERFORM 4800-WRITE-TRAILER THRU 4800-WRITE-TRAILER-EXIT.
001660     PERFORM 4900-WRITE-TOTALS THRU 4900-WRITE-TOTALS-EXIT.
001670     CLOSE EVENT-FILE.
001680     CLOSE REPORT-FILE.
001690     IF AF-TABLE-OPEN
001700         CLOSE ALERT-TABLE-FILE
001710     END-IF.
001720     IF WS-UNKNOWN-CTR > 0 OR AF-TABLE-MISSING
001730         MOVE 4            TO RETURN-CODE
001740     ELSE
001750         MOVE 0            TO RETURN-CODE
001760     END-IF.
001770     GOBACK.
001780*****************************************************************
001790*    4000-OPEN-FILES -- OPEN THE REPORT AND THE EVENT FILE       *
001800*    (EITHER FAILING IS FATAL -- THE TOOL WOULD MISS ITS         *
001810*    HEARTBEAT AND NOBODY COULD SEE WHY), SETTLE THE BUSINESS    *
001820*    DATE, WRITE THE EVENT FILE HEADER, THEN OPEN THE ROUTING    *
001830*    TABLE AND THE DAY'S ALERTS.  NEITHER OF THOSE TWO IS FATAL: *
001840*    WITHOUT THE TABLE EVERY ALERT GOES AT DEFAULT ROUTING, AND  *
001850*    WITHOUT ALERTFILE NOTHING HAS BEEN RAISED YET SO ONLY THE   *
001860*    HEADER AND TRAILER GO.                                      *
001870*****************************************************************
001880 4000-OPEN-FILES.
001890     OPEN OUTPUT REPORT-FILE.
001900     IF WS-RPT-STATUS NOT = "00"
001910         DISPLAY "ALF001: UNABLE TO OPEN ALFRPT, STATUS "
001920                 WS-RPT-STATUS
001930         MOVE 16           TO RETURN-CODE
001940         GOBACK
001950     END-IF.
001960     ACCEPT WS-CREATE-DATE FROM DATE YYYYMMDD.
001970     ACCEPT WS-CREATE-TIME FROM TIME.
001980     MOVE WS-CREATE-DATE   TO WS-BUSINESS-DATE.
001990     PERFORM 4050-READ-PARMS THRU 4050-READ-PARMS-EXIT.
002000     MOVE WS-BUSINESS-DATE TO WS-H1-DATE.
002010     PERFORM 4700-WRITE-HEADERS THRU 4700-WRITE-HEADERS-EXIT.
002020     OPEN OUTPUT EVENT-FILE.
002030     IF WS-EVENT-STATUS NOT = "00"
002040         DISPLAY "ALF001: UNABLE TO OPEN EVENTFILE, STATUS "
002050                 WS-EVENT-STATUS
002060         MOVE 16           TO RETURN-CODE
002070         GOBACK
002080     END-IF.
002090     PERFORM 4060-WRITE-HEADER THRU 4060-WRITE-HEADER-EXIT.
002100     OPEN INPUT ALERT-TABLE-FILE.
002110     IF WS-ALTAB-STATUS NOT = "00"
002120         SET AF-TABLE-MISSING TO TRUE
002130         MOVE "ALERTTAB NOT AVAILABLE - DEFAULT ROUTING USED"
002140                           TO WS-NOTE-LINE
002150         PERFORM 4760-WRITE-NOTE THRU 4760-WRITE-NOTE-EXIT
002160     END-IF.
002170     OPEN INPUT ALERT-FILE.
002180     IF WS-ALERT-STATUS NOT = "00"
002190         SET AF-EOF TO TRUE
002200         MOVE "ALERTFILE NOT AVAILABLE - NO ALERTS RAISED"
002210                           TO WS-NOTE-LINE
002220         PERFORM 4760-WRITE-NOTE THRU 4760-WRITE-NOTE-EXIT
002230     END-IF.
002240 4000-OPEN-FILES-EXIT.
002250     EXIT.
002260*****************************************************************
002270*    4050-READ-PARMS -- OPTIONAL ALFPARM.  A NUMERIC, NON-ZERO   *
002280*    DATE FORWARDS THAT BUSINESS DAY'S ALERTS INSTEAD OF         *
002290*    TODAY'S, FOR A STREAM THAT RAN PAST MIDNIGHT OR A DAY WHOSE *
002300*    FORWARD WAS MISSED.                                         *
002310*****************************************************************
002320 4050-READ-PARMS.
002330     OPEN INPUT ALFPARM-FILE.
002340     IF WS-PARM-STATUS = "00"
002350         READ ALFPARM-FILE
002360             NOT AT END
002370                 IF AP-RUN-DATE NUMERIC
002380                    AND AP-RUN-DATE > 0
002390                     MOVE AP-RUN-DATE TO WS-BUSINESS-DATE
002400                 END-IF
002410         END-READ
002420         CLOSE ALFPARM-FILE
002430     END-IF.
002440 4050-READ-PARMS-EXIT.
002450     EXIT.
002460*****************************************************************
002470*    4060-WRITE-HEADER -- EVENT FILE HEADER RECORD               *
002480*****************************************************************
002490 4060-WRITE-HEADER.
002500     MOVE SPACES           TO MONITOR-EVENT-RECORD.
002510     SET EV-TYPE-HEADER    TO TRUE.
002520     MOVE WS-SYSTEM-ID     TO EV-SYSTEM-ID.
002530     MOVE WS-BUSINESS-DATE TO EV-BUSINESS-DATE.
002540     MOVE WS-CREATE-DATE   TO EV-HDR-CREATE-DATE.
002550     MOVE WS-CREATE-TIME   TO EV-HDR-CREATE-TIME.
002560     WRITE MONITOR-EVENT-RECORD.
002570     ADD 1                 TO WS-RECORD-CTR.
002580 4060-WRITE-HEADER-EXIT.
002590     EXIT.
002600*****************************************************************
002610*    4100-READ-ALERT -- GET THE NEXT RAISED ALERT                *
002620*****************************************************************
002630 4100-READ-ALERT.
002640     READ ALERT-FILE
002650         AT END
002660             SET AF-EOF TO TRUE
002670         NOT AT END
002680             ADD 1         TO WS-READ-CTR
002690     END-READ.
002700 4100-READ-ALERT-EXIT.
002710     EXIT.
002720*****************************************************************
002730*    4200-FORWARD-ALERT -- ALERTFILE IS NEVER EMPTIED, SO ONLY   *
002740*    THE BUSINESS DAY'S ALERTS GO; EARLIER (OR LATER) DAYS ARE   *
002750*    COUNTED AND PASSED OVER.  EACH FORWARDED ALERT TAKES ITS    *
002760*    ROUTING FROM THE TABLE WHEN ITS CODE IS THERE, OTHERWISE    *
002770*    THE DEFAULT, AND GOES OUT AS ONE EVENT RECORD AND ONE       *
002780*    REPORT LINE.                                                *
002790*****************************************************************
002800 4200-FORWARD-ALERT.
002810     IF AL-RUN-DATE NOT = WS-BUSINESS-DATE
002820         ADD 1             TO WS-OTHER-DAY-CTR
002830         GO TO 4200-FORWARD-ALERT-NEXT
002840     END-IF.
002850     MOVE SPACES           TO MONITOR-EVENT-RECORD.
002860     SET EV-TYPE-EVENT     TO TRUE.
002870     MOVE WS-SYSTEM-ID     TO EV-SYSTEM-ID.
002880     MOVE WS-BUSINESS-DATE TO EV-BUSINESS-DATE.
002890     MOVE AL-RUN-TIME      TO EV-EVT-TIME.
002900     MOVE AL-ALERT-CODE    TO EV-EVT-ALERT-CODE.
002910     MOVE AL-PROGRAM       TO EV-EVT-PROGRAM.
002920     MOVE AL-PARTITION-NO  TO EV-EVT-PARTITION-NO.
002930     MOVE AL-MESSAGE       TO EV-EVT-MESSAGE.
002940     MOVE SPACES           TO WS-DL-NOTE.
002950     PERFORM 4300-RESOLVE-ROUTING THRU 4300-RESOLVE-ROUTING-EXIT.
002960     WRITE MONITOR-EVENT-RECORD.
002970     ADD 1                 TO WS-RECORD-CTR.
002980     ADD 1                 TO WS-FORWARD-CTR.
002990     PERFORM 4400-COUNT-EVENT THRU 4400-COUNT-EVENT-EXIT.
003000     MOVE AL-RUN-TIME      TO WS-DL-TIME.
003010     MOVE AL-PROGRAM       TO WS-DL-PROGRAM.
003020     MOVE AL-PARTITION-NO  TO WS-DL-PARTITION.
003030     MOVE AL-ALERT-CODE    TO WS-DL-CODE.
003040     MOVE EV-EVT-SEVERITY  TO WS-DL-SEVERITY.
003050     MOVE EV-EVT-ROUTE-GROUP TO WS-DL-GROUP.
003060     MOVE EV-EVT-PAGE-SW   TO WS-DL-PAGE-SW.
003070     MOVE AL-MESSAGE       TO WS-DL-MESSAGE.
003080     PERFORM 4750-WRITE-DETAIL THRU 4750-WRITE-DETAIL-EXIT.
003090 4200-FORWARD-ALERT-NEXT.
003100     PERFORM 4100-READ-ALERT THRU 4100-READ-ALERT-EXIT.
003110 4200-FORWARD-ALERT-EXIT.
003120     EXIT.
003130*****************************************************************
003140*    4300-RESOLVE-ROUTING -- THE TABLE ENTRY FOR THE ALERT CODE  *
003150*    DECIDES SEVERITY, GROUP AND WHETHER TO PAGE.  A CODE NOT ON *
003160*    THE TABLE (OR ANY CODE WHEN THE TABLE IS MISSING) KEEPS THE *
003170*    SEVERITY IT WAS RAISED AT -- E IF THAT IS NOT ONE THE TOOL  *
003180*    KNOWS -- GOES TO THE DEFAULT GROUP AND PAGES ONLY WHEN      *
003190*    CRITICAL, SO A NEW CODE NOBODY HAS ROUTED YET IS NEVER      *
003200*    LOST.                                                       *
003210*****************************************************************
003220 4300-RESOLVE-ROUTING.
003230     MOVE "N"              TO AF-FOUND-SW.
003240     IF AF-TABLE-OPEN
003250         MOVE AL-ALERT-CODE TO AT-ALERT-CODE
003260         READ ALERT-TABLE-FILE
003270             INVALID KEY
003280                 CONTINUE
003290             NOT INVALID KEY
003300                 SET AF-FOUND TO TRUE
003310         END-READ
003320     END-IF.
003330     IF AF-FOUND
003340         MOVE AT-SEVERITY     TO EV-EVT-SEVERITY
003350         MOVE AT-ROUTE-GROUP  TO EV-EVT-ROUTE-GROUP
003360         IF AT-PAGE
003370             MOVE "Y"         TO EV-EVT-PAGE-SW
003380         ELSE
003390             MOVE "N"         TO EV-EVT-PAGE-SW
003400         END-IF
003410         GO TO 4300-RESOLVE-ROUTING-EXIT
003420     END-IF.
003430     ADD 1                 TO WS-UNKNOWN-CTR.
003440     IF AF-TABLE-OPEN
003450         MOVE "NOT ON ALERTTAB" TO WS-DL-NOTE
003460     ELSE
003470         MOVE "DEFAULT ROUTING" TO WS-DL-NOTE
003480     END-IF.
003490     IF AL-SEV-VALID
003500         MOVE AL-SEVERITY     TO EV-EVT-SEVERITY
003510     ELSE
003520         MOVE "E"             TO EV-EVT-SEVERITY
003530     END-IF.
003540     MOVE WS-DEFAULT-GROUP TO EV-EVT-ROUTE-GROUP.
003550     IF EV-EVT-SEVERITY = "C"
003560         MOVE "Y"             TO EV-EVT-PAGE-SW
003570     ELSE
003580         MOVE "N"             TO EV-EVT-PAGE-SW
003590     END-IF.
003600 4300-RESOLVE-ROUTING-EXIT.
003610     EXIT.
003620*****************************************************************
003630*    4400-COUNT-EVENT -- ADD THE FORWARDED EVENT TO ITS SEVERITY *
003640*    COUNT AND, IF IT PAGES, TO THE PAGED COUNT                  *
003650*****************************************************************
003660 4400-COUNT-EVENT.
003670     IF EV-EVT-SEVERITY = "C"
003680         ADD 1             TO WS-CRITICAL-CTR
003690     ELSE
003700         IF EV-EVT-SEVERITY = "E"
003710             ADD 1         TO WS-ERROR-CTR
003720         ELSE
003730             IF EV-EVT-SEVERITY = "W"
003740                 ADD 1     TO WS-WARNING-CTR
003750             ELSE
003760                 ADD 1     TO WS-INFO-CTR
003770             END-IF
003780         END-IF
003790     END-IF.
003800     IF EV-EVT-PAGE-SW = "Y"
003810         ADD 1             TO WS-PAGED-CTR
003820     END-IF.
003830 4400-COUNT-EVENT-EXIT.
003840     EXIT.
003850*****************************************************************
003860*    4700-WRITE-HEADERS -- PRINT A NEW PAGE HEADER               *
003870*****************************************************************
003880 4700-WRITE-HEADERS.
003890     ADD 1                 TO WS-PAGE-NO.
003900     MOVE WS-PAGE-NO       TO WS-H1-PAGE.
003910     WRITE REPORT-RECORD FROM WS-HDR-LINE1 AFTER ADVANCING PAGE.
003920     WRITE REPORT-RECORD FROM WS-HDR-LINE2 AFTER ADVANCING 1.
003930     MOVE ZERO             TO WS-LINE-CTR.
003940 4700-WRITE-HEADERS-EXIT.
003950     EXIT.
003960*****************************************************************
003970*    4750-WRITE-DETAIL -- PRINT ONE FORWARDED ALERT, NEW PAGE IF *
003980*    THE CURRENT PAGE IS FULL                                    *
003990*****************************************************************
004000 4750-WRITE-DETAIL.
004010     IF WS-LINE-CTR NOT < WS-LINES-PER-PAGE
004020         PERFORM 4700-WRITE-HEADERS THRU 4700-WRITE-HEADERS-EXIT
004030     END-IF.
004040     WRITE REPORT-RECORD FROM WS-DETAIL-LINE AFTER ADVANCING 1.
004050     ADD 1                 TO WS-LINE-CTR.
004060 4750-WRITE-DETAIL-EXIT.
004070     EXIT.
004080*****************************************************************
004090*    4760-WRITE-NOTE -- PRINT ONE NOTE LINE, NEW PAGE IF THE     *
004100*    CURRENT PAGE IS FULL                                        *
004110*****************************************************************
004120 4760-WRITE-NOTE.
004130     IF WS-LINE-CTR NOT < WS-LINES-PER-PAGE
004140         PERFORM 4700-WRITE-HEADERS THRU 4700-WRITE-HEADERS-EXIT
004150     END-IF.
004160     WRITE REPORT-RECORD FROM WS-NOTE-LINE AFTER ADVANCING 1.
004170     ADD 1                 TO WS-LINE-CTR.
004180 4760-WRITE-NOTE-EXIT.
004190     EXIT.
004200*****************************************************************
004210*    4800-WRITE-TRAILER -- EVENT FILE TRAILER.  THE RECORD COUNT *
004220*    TAKES IN THE HEADER AND THE TRAILER ITSELF, SO THE TOOL CAN *
004230*    TELL A TRUNCATED FILE FROM A QUIET DAY.                     *
004240*****************************************************************
004250 4800-WRITE-TRAILER.
004260     ADD 1                 TO WS-RECORD-CTR.
004270     MOVE SPACES           TO MONITOR-EVENT-RECORD.
004280     SET EV-TYPE-TRAILER   TO TRUE.
004290     MOVE WS-SYSTEM-ID     TO EV-SYSTEM-ID.
004300     MOVE WS-BUSINESS-DATE TO EV-BUSINESS-DATE.
004310     MOVE WS-RECORD-CTR    TO EV-TRL-RECORD-COUNT.
004320     MOVE WS-FORWARD-CTR   TO EV-TRL-EVENT-COUNT.
004330     MOVE WS-PAGED-CTR     TO EV-TRL-PAGE-COUNT.
004340     WRITE MONITOR-EVENT-RECORD.
004350     IF WS-ALERT-STATUS = "00" OR "10"
004360         CLOSE ALERT-FILE
004370     END-IF.
004380 4800-WRITE-TRAILER-EXIT.
004390     EXIT.
004400*****************************************************************
004410*    4900-WRITE-TOTALS -- PRINT THE FORWARDING CONTROL TOTALS;   *
004420*    ALERTS READ MUST EQUAL FORWARDED PLUS OTHER DAYS, AND       *
004430*    FORWARDED MUST EQUAL THE SUM OF THE FOUR SEVERITY COUNTS.   *
004440*****************************************************************
004450 4900-WRITE-TOTALS.
004460     MOVE SPACES           TO WS-NOTE-LINE.
004470     PERFORM 4760-WRITE-NOTE THRU 4760-WRITE-NOTE-EXIT.
004480     MOVE "ALERTS READ:    " TO WS-TL-CAPTION.
004490     MOVE WS-READ-CTR      TO WS-TL-COUNT.
004500     PERFORM 4910-WRITE-TOTAL THRU 4910-WRITE-TOTAL-EXIT.
004510     MOVE "FORWARDED:      " TO WS-TL-CAPTION.
004520     MOVE WS-FORWARD-CTR   TO WS-TL-COUNT.
004530     PERFORM 4910-WRITE-TOTAL THRU 4910-WRITE-TOTAL-EXIT.
004540     MOVE "OTHER DAYS:     " TO WS-TL-CAPTION.
004550     MOVE WS-OTHER-DAY-CTR TO WS-TL-COUNT.
004560     PERFORM 4910-WRITE-TOTAL THRU 4910-WRITE-TOTAL-EXIT.
004570     MOVE "CRITICAL:       " TO WS-TL-CAPTION.
004580     MOVE WS-CRITICAL-CTR  TO WS-TL-COUNT.
004590     PERFORM 4910-WRITE-TOTAL THRU 4910-WRITE-TOTAL-EXIT.
004600     MOVE "ERROR:          " TO WS-TL-CAPTION.
004610     MOVE WS-ERROR-CTR     TO WS-TL-COUNT.
004620     PERFORM 4910-WRITE-TOTAL THRU 4910-WRITE-TOTAL-EXIT.
004630     MOVE "WARNING:        " TO WS-TL-CAPTION.
004640     MOVE WS-WARNING-CTR   TO WS-TL-COUNT.
004650     PERFORM 4910-WRITE-TOTAL THRU 4910-WRITE-TOTAL-EXIT.
004660     MOVE "INFO:           " TO WS-TL-CAPTION.
004670     MOVE WS-INFO-CTR      TO WS-TL-COUNT.
004680     PERFORM 4910-WRITE-TOTAL THRU 4910-WRITE-TOTAL-EXIT.
004690     MOVE "PAGED:          " TO WS-TL-CAPTION.
004700     MOVE WS-PAGED-CTR     TO WS-TL-COUNT.
004710     PERFORM 4910-WRITE-TOTAL THRU 4910-WRITE-TOTAL-EXIT.
004720     MOVE "UNKNOWN CODES:  " TO WS-TL-CAPTION.
004730     MOVE WS-UNKNOWN-CTR   TO WS-TL-COUNT.
004740     PERFORM 4910-WRITE-TOTAL THRU 4910-WRITE-TOTAL-EXIT.
004750 4900-WRITE-TOTALS-EXIT.
004760     EXIT.
004770*****************************************************************
004780*    4910-WRITE-TOTAL -- PRINT ONE CONTROL TOTAL LINE            *
004790*****************************************************************
004800 4910-WRITE-TOTAL.
004810     WRITE REPORT-RECORD FROM WS-TOTAL-LINE AFTER ADVANCING 1.
004820 4910-WRITE-TOTAL-EXIT.
004830     EXIT.
