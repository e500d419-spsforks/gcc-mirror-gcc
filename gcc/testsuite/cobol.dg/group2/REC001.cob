000320*                     IS FLAGGED ON RECRPT AND THE STEP ENDS     *
000330*                     RETURN CODE 8 - A HALF-RUN PARTITION       *
000340*                     SURFACES TONIGHT, NOT AT MONTH-END.        *
000341*    10/13/2026  DJH  A PARTITION OR DRVSUM LINE THAT DOES NOT   *
000342*                     RECONCILE (RC01) AND A MISSING RUNLOG      *
000343*                     (RC02) NOW RAISE OPERATOR ALERTS ON        *
000344*                     ALERTFILE FOR ALF001 TO FORWARD TO THE     *
000345*                     MONITORING CONSOLE.                        *
000350*                                                               *
000360*****************************************************************
000370 ENVIRONMENT               DIVISION.
000570     SELECT REPORT-FILE    ASSIGN TO "RECRPT"
000580                           ORGANIZATION IS LINE SEQUENTIAL
000590                           FILE STATUS IS WS-RPT-STATUS.
000592     SELECT ALERT-FILE     ASSIGN TO "ALERTFILE"
000594                           ORGANIZATION IS LINE SEQUENTIAL
000596                           FILE STATUS IS WS-ALERT-STATUS.
000600 DATA                      DIVISION.
000610 FILE                      SECTION.
000620 FD  PARTLIST-FILE
000740 FD  REPORT-FILE
000750     LABEL RECORD IS STANDARD.
000760     COPY RPTREC.
000762 FD  ALERT-FILE
000764     LABEL RECORD IS STANDARD.
000766 01  ALERT-FILE-RECORD         PIC X(100).
000770 WORKING-STORAGE           SECTION.
000780 01  WS-PART-STATUS        PIC X(02).
000790 01  WS-SUM-STATUS         PIC X(02).
000800 01  WS-RUNLOG-STATUS      PIC X(02).
000810 01  WS-CKPT-STATUS        PIC X(02).
000820 01  WS-RPT-STATUS         PIC X(02).
000825 01  WS-ALERT-STATUS       PIC X(02).
000830 01  WS-CKPT-FILENAME      PIC X(20)   VALUE "CKPTFILE".
000840 01  PL-SWITCHES.
000850     05  PL-EOF-SW         PIC X(01)   VALUE "N".
001520     05  FILLER            PIC X(66)   VALUE SPACES.
001530 01  WS-MSG-LINE           PIC X(132)  VALUE SPACES.
001540 01  WS-EDIT-7             PIC Z(6)9.
001541 01  WS-ALERT-LINE.
001542     05  FILLER            PIC X(24)   VALUE
001543         "NOT RECONCILED - DRVSUM ".
001544     05  WS-AX-SUM         PIC X(07).
001545     05  FILLER            PIC X(06)   VALUE " ROWS ".
001546     05  WS-AX-ROWS        PIC Z(6)9.
001547     05  FILLER            PIC X(06)   VALUE " CKPT ".
001548     05  WS-AX-CKPT        PIC X(07).
001549     05  FILLER            PIC X(03)   VALUE SPACES.
001554     COPY ALRTREC.
001559 PROCEDURE                 DIVISION.
001560*****************************************************************
001570*    0000-MAINLINE                                              *
001580*****************************************************************
001750         MOVE "RUNLOG NOT AVAILABLE - NOTHING TO RECONCILE"
001760                           TO WS-MSG-LINE
001770         WRITE REPORT-RECORD FROM WS-MSG-LINE AFTER ADVANCING 2
001771         MOVE "RC02"       TO AL-ALERT-CODE
001772         MOVE "C"          TO AL-SEVERITY
001773         MOVE 0            TO AL-PARTITION-NO
001774         MOVE "RUNLOG NOT AVAILABLE - NOTHING TO RECONCILE"
001775                           TO AL-MESSAGE
001776         PERFORM 7900-WRITE-ALERT THRU 7900-WRITE-ALERT-EXIT
001780         CLOSE REPORT-FILE
001790         MOVE 12           TO RETURN-CODE
001800         GOBACK
003240                           TO WS-MSG-LINE
003250         WRITE REPORT-RECORD FROM WS-MSG-LINE AFTER ADVANCING 1
003260         ADD 1             TO WS-MISMATCH-CTR
003261         MOVE "RC01"       TO AL-ALERT-CODE
003262         MOVE "E"          TO AL-SEVERITY
003263         MOVE WS-SUM-PARTITION TO AL-PARTITION-NO
003264         MOVE "DRVSUM PARTITION NOT ON PARTLIST"
003265                           TO AL-MESSAGE
003266         PERFORM 7900-WRITE-ALERT THRU 7900-WRITE-ALERT-EXIT
003270     END-IF.
003280 7220-PARSE-SUM-LINE-NEXT.
003290     PERFORM 7210-READ-DRVSUM THRU 7210-READ-DRVSUM-EXIT.
004550*    SOURCE THAT EXISTS AGREES: DRVSUM PROCESSED = RUNLOG ROWS,  *
004560*    AND A CHECKPOINT CHAIN DATED TODAY ENDS AT THE HIGHEST      *
004570*    NON-EXIT RUNLOG INDVAL (AND EXISTS ONLY IF ROWS EXIST).     *
004575*    A PARTITION THAT DOES NOT RECONCILE RAISES AN RC01 ALERT.   *
004580*****************************************************************
004590 7350-JUDGE-PARTITION.
004600     MOVE "OK      "       TO WS-RL-STATUS.
004920         MOVE "   NONE"    TO WS-RL-CKPT
004930     END-IF.
004940     WRITE REPORT-RECORD FROM WS-RECON-LINE AFTER ADVANCING 1.
004941     IF WS-RL-STATUS = "MISMATCH"
004942         MOVE WS-RL-SUM    TO WS-AX-SUM
004943         MOVE WS-RT-RUNLOG-ROWS (WS-PART-IX) TO WS-AX-ROWS
004944         MOVE WS-RL-CKPT   TO WS-AX-CKPT
004945         MOVE "RC01"       TO AL-ALERT-CODE
004946         MOVE "E"          TO AL-SEVERITY
004947         MOVE WS-RT-PARTITION (WS-PART-IX) TO AL-PARTITION-NO
004948         MOVE WS-ALERT-LINE TO AL-MESSAGE
004949         PERFORM 7900-WRITE-ALERT THRU 7900-WRITE-ALERT-EXIT
004954     END-IF.
004959 7350-JUDGE-PARTITION-EXIT.
004960     EXIT.
004970*****************************************************************
004980*    7900-WRITE-ALERT -- APPEND ONE OPERATOR ALERT TO ALERTFILE  *
004990*    FOR ALF001 TO FORWARD TO THE MONITORING CONSOLE.  THE       *
005000*    CALLER LEAVES THE CODE, SEVERITY, PARTITION AND MESSAGE IN  *
005010*    ALERT-RECORD.  THE FILE IS SHARED WITH THE OTHER STEPS OF   *
005020*    THE STREAM, SO IT IS OPENED AND CLOSED AROUND EACH ALERT,   *
005030*    CREATED ON THE FIRST EVER ALERT; IF IT STILL CANNOT BE      *
005040*    OPENED THE ALERT GOES TO THE CONSOLE INSTEAD.               *
005050*****************************************************************
005060 7900-WRITE-ALERT.
005070     MOVE "REC001"         TO AL-PROGRAM.
005080     MOVE WS-RUN-DATE      TO AL-RUN-DATE.
005090     ACCEPT AL-RUN-TIME    FROM TIME.
005100     OPEN INPUT ALERT-FILE.
005110     IF WS-ALERT-STATUS = "00"
005120         CLOSE ALERT-FILE
005130         OPEN EXTEND ALERT-FILE
005140     ELSE
005150         OPEN OUTPUT ALERT-FILE
005160     END-IF.
005170     IF WS-ALERT-STATUS NOT = "00"
005180         DISPLAY "REC001: ALERT " AL-ALERT-CODE " " AL-MESSAGE
005190         GO TO 7900-WRITE-ALERT-EXIT
005200     END-IF.
005210     WRITE ALERT-FILE-RECORD FROM ALERT-RECORD.
005220     CLOSE ALERT-FILE.
005230 7900-WRITE-ALERT-EXIT.
005240     EXIT.
