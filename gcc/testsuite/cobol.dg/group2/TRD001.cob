000345*                     RATE COULD SIZE-OVERFLOW THE DAYS FIELD    *
000346*                     INTO A BOGUS NEAR-TERM BLOW DATE.  BOTH    *
000347*                     CASES NOW FALL BACK TO THE STEADY LINE.    *
000348*    10/13/2026  DJH  A PARTITION ALREADY OVER THE WINDOW        *
000349*                     (BW02), OR PROJECTED TO BLOW IT WITHIN WS- *
000351*                     ALERT-DAYS OF ITS LAST RUN (BW01), NOW     *
000353*                     RAISES AN OPERATOR ALERT ON ALERTFILE FOR  *
000355*                     ALF001 TO FORWARD TO THE MONITORING        *
000357*                     CONSOLE.                                   *
000359*                                                               *
000360*****************************************************************
000370 ENVIRONMENT               DIVISION.
000380 CONFIGURATION             SECTION.
000510     SELECT REPORT-FILE    ASSIGN TO "TRDRPT"
000520                           ORGANIZATION IS LINE SEQUENTIAL
000530                           FILE STATUS IS WS-RPT-STATUS.
000532     SELECT ALERT-FILE     ASSIGN TO "ALERTFILE"
000534                           ORGANIZATION IS LINE SEQUENTIAL
000536                           FILE STATUS IS WS-ALERT-STATUS.
000540 DATA                      DIVISION.
000550 FILE                      SECTION.
000560 FD  TRDPARM-FILE
000650 FD  REPORT-FILE
000660     LABEL RECORD IS STANDARD.
000670     COPY RPTREC.
000672 FD  ALERT-FILE
000674     LABEL RECORD IS STANDARD.
000676 01  ALERT-FILE-RECORD         PIC X(100).
000680 WORKING-STORAGE           SECTION.
000690 01  WS-PARM-STATUS        PIC X(02).
000700 01  WS-RUNCTL-STATUS      PIC X(02).
000710 01  WS-RPT-STATUS         PIC X(02).
000715 01  WS-ALERT-STATUS       PIC X(02).
000720 01  RB-SWITCHES.
000730     05  RB-DONE-SW        PIC X(01)   VALUE "N".
000740         88  RB-DONE                   VALUE "Y".
000760 01  WS-FROM-DATE          PIC 9(8)    VALUE 0.
000770 01  WS-TO-DATE            PIC 9(8)    VALUE 99999999.
000780 01  WS-WINDOW-MINUTES     PIC 9(4)    VALUE 240.
000785 01  WS-ALERT-DAYS         PIC 9(5)    VALUE 30.
000790 77  WS-RECORDS-READ       PIC 9(7)    VALUE 0.
000800 77  WS-RECORDS-USED       PIC 9(7)    VALUE 0.
000810 77  WS-DROPPED-CTR        PIC 9(7)    VALUE 0.
001730 01  WS-STEADY-LINE        PIC X(132)  VALUE
001740     "NO GROWTH AT CURRENT TREND - WINDOW NOT AT RISK.".
001750 01  WS-MSG-LINE           PIC X(132)  VALUE SPACES.
001751 01  WS-ALERT-LINE.
001752     05  FILLER            PIC X(34)   VALUE
001753         "BATCH WINDOW PROJECTED TO BLOW ON ".
001754     05  WS-AX-DATE        PIC 9(08).
001755     05  FILLER            PIC X(18)   VALUE SPACES.
001756     COPY ALRTREC.
001760 PROCEDURE                 DIVISION.
001770*****************************************************************
001780*    0000-MAINLINE                                              *
004190*    AND THE PROJECTION RUNS THAT RATE FORWARD FROM THE LAST     *
004200*    DAY UNTIL THE WINDOW IS GONE.  A PARTITION ALREADY OVER,    *
004210*    OR NOT GROWING, SAYS SO IN PLAIN WORDS INSTEAD.             *
004213*    ONE ALREADY OVER RAISES A BW02 OPERATOR ALERT; ONE THAT     *
004216*    BLOWS WITHIN WS-ALERT-DAYS OF ITS LAST DAY RAISES A BW01.   *
004220*****************************************************************
004230 6450-PRINT-PROJECTION.
004240     IF NOT WS-GROUP-OPEN
004290         WRITE REPORT-RECORD FROM WS-OVER-LINE
004300             AFTER ADVANCING 1
004310         ADD 1             TO WS-LINE-CTR
004312         MOVE "BW02"       TO AL-ALERT-CODE
004314         MOVE "E"          TO AL-SEVERITY
004316         MOVE WS-OVER-LINE TO AL-MESSAGE
004318         PERFORM 6900-WRITE-ALERT THRU 6900-WRITE-ALERT-EXIT
004320         GO TO 6450-PRINT-PROJECTION-EXIT
004330     END-IF.
004340     COMPUTE WS-SPAN-DAYS =
004580     MOVE WS-GROWTH-RATE   TO WS-PJ-RATE.
004590     WRITE REPORT-RECORD FROM WS-PROJ-LINE AFTER ADVANCING 1.
004600     ADD 1                 TO WS-LINE-CTR.
004601     IF WS-DAYS-TO-BLOW NOT > WS-ALERT-DAYS
004602         MOVE WS-BLOW-DATE TO WS-AX-DATE
004603         MOVE "BW01"       TO AL-ALERT-CODE
004604         MOVE "W"          TO AL-SEVERITY
004605         MOVE WS-ALERT-LINE TO AL-MESSAGE
004606         PERFORM 6900-WRITE-ALERT THRU 6900-WRITE-ALERT-EXIT
004607     END-IF.
004610 6450-PRINT-PROJECTION-EXIT.
004620     EXIT.
004630*****************************************************************
004940     ADD 3                 TO WS-LINE-CTR.
004950 6860-WRITE-GROUP-HEADER-EXIT.
004960     EXIT.
004970*****************************************************************
004980*    6900-WRITE-ALERT -- APPEND ONE OPERATOR ALERT FOR THE       *
004990*    PARTITION GROUP JUST CLOSED TO ALERTFILE, FOR ALF001 TO     *
005000*    FORWARD TO THE MONITORING CONSOLE.  THE CALLER LEAVES THE   *
005010*    CODE, SEVERITY AND MESSAGE IN ALERT-RECORD.  THE FILE IS    *
005020*    SHARED WITH THE STEPS OF THE STREAM, SO IT IS OPENED AND    *
005030*    CLOSED AROUND EACH ALERT, CREATED ON THE FIRST EVER ALERT;  *
005040*    IF IT STILL CANNOT BE OPENED THE ALERT GOES TO THE CONSOLE  *
005050*    INSTEAD.                                                    *
005060*****************************************************************
005070 6900-WRITE-ALERT.
005080     MOVE "TRD001"         TO AL-PROGRAM.
005090     MOVE WS-RUN-DATE      TO AL-RUN-DATE.
005100     ACCEPT AL-RUN-TIME    FROM TIME.
005110     MOVE WS-CUR-PARTITION TO AL-PARTITION-NO.
005120     OPEN INPUT ALERT-FILE.
005130     IF WS-ALERT-STATUS = "00"
005140         CLOSE ALERT-FILE
005150         OPEN EXTEND ALERT-FILE
005160     ELSE
005170         OPEN OUTPUT ALERT-FILE
005180     END-IF.
005190     IF WS-ALERT-STATUS NOT = "00"
005200         DISPLAY "TRD001: ALERT " AL-ALERT-CODE " " AL-MESSAGE
005210         GO TO 6900-WRITE-ALERT-EXIT
005220     END-IF.
005230     WRITE ALERT-FILE-RECORD FROM ALERT-RECORD.
005240     CLOSE ALERT-FILE.
005250 6900-WRITE-ALERT-EXIT.
005260     EXIT.
