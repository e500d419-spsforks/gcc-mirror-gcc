000380*                     ALONE COULD RELEASE A DIFFERENT PAYMENT    *
000382*                     THAN THE ONE THE SUPERVISOR REVIEWED ON    *
000384*                     THE REGISTER.                              *
000385*    10/06/2026  DJH  A DECLINED RECORD NOW GOES OUT ON          *
000386*                     HOLDUPDnn TOO, STAMPED "D" WITH THE        *
000387*                     APPROVER AND DECISION DATE, SO THE NIGHTLY *
000388*                     HISTORY BUILD (HST001) CAN RECORD WHO      *
000389*                     DECLINED IT.  PROG ALREADY DROPS DECLINED  *
000390*                     RECORDS ON ITS NEXT MERGE, SO THE QUEUE    *
000391*                     STILL CLOSES THEM OUT.                     *
000392*    10/13/2026  DJH  EACH DECISION THAT MATCHED NO HELD RECORD  *
000393*                     NOW ALSO RAISES AN HD01 OPERATOR ALERT ON  *
000394*                     ALERTFILE FOR ALF001 TO FORWARD TO THE     *
000395*                     MONITORING CONSOLE.                        *
000396*                                                               *
000397*****************************************************************
000400 ENVIRONMENT               DIVISION.
000410 CONFIGURATION             SECTION.
000420 SOURCE-COMPUTER.          IBM-370.
000580     SELECT REGISTER-FILE  ASSIGN TO "HLDRPT"
000590                           ORGANIZATION IS LINE SEQUENTIAL
000600                           FILE STATUS IS WS-REG-STATUS.
000602     SELECT ALERT-FILE     ASSIGN TO "ALERTFILE"
000604                           ORGANIZATION IS LINE SEQUENTIAL
000606                           FILE STATUS IS WS-ALERT-STATUS.
000610 DATA                      DIVISION.
000620 FILE                      SECTION.
000630 FD  PARTLIST-FILE
000770 FD  REGISTER-FILE
000780     LABEL RECORD IS STANDARD.
000790 01  REGISTER-RECORD           PIC X(132).
000792 FD  ALERT-FILE
000794     LABEL RECORD IS STANDARD.
000796 01  ALERT-FILE-RECORD         PIC X(100).
000800 WORKING-STORAGE           SECTION.
000810 01  WS-PART-STATUS        PIC X(02).
000820 01  WS-DEC-STATUS         PIC X(02).
000830 01  WS-HOLDIN-STATUS      PIC X(02).
000840 01  WS-HOLDUPD-STATUS     PIC X(02).
000850 01  WS-REG-STATUS         PIC X(02).
000855 01  WS-ALERT-STATUS       PIC X(02).
000860 01  WS-HOLDIN-FILENAME    PIC X(20)   VALUE "HOLDFILE".
000870 01  WS-HOLDUPD-FILENAME   PIC X(20)   VALUE "HOLDUPD".
000880 01  PL-SWITCHES.
001600     05  WS-CL-COUNT       PIC Z(6)9.
001610     05  FILLER            PIC X(101)  VALUE SPACES.
001620 01  WS-MSG-LINE           PIC X(132)  VALUE SPACES.
001621 01  WS-ALERT-LINE.
001622     05  FILLER            PIC X(31)   VALUE
001623         "NO HELD RECORD FOR DECISION ON ".
001624     05  WS-AX-TRAN-ID     PIC X(10).
001625     05  FILLER            PIC X(05)   VALUE " SEQ ".
001626     05  WS-AX-SEQ         PIC 9(07).
001627     05  FILLER            PIC X(07)   VALUE SPACES.
001628     COPY ALRTREC.
001630 PROCEDURE                 DIVISION.
001640*****************************************************************
001650*    0000-MAINLINE -- LOAD THE SUPERVISOR DECISIONS, WORK EACH   *
003180*****************************************************************
003190*    3210-WORK-HOLD-READ -- ONE HELD RECORD: FIND ITS DECISION   *
003200*    AND APPLY IT.  RELEASED RECORDS GO OUT STAMPED WITH THE     *
003210*    APPROVER FOR PROG TO MERGE NEXT RUN; DECLINED ONES GO OUT   *
003220*    STAMPED THE SAME WAY FOR THE HISTORY BUILD AND DROP AT      *
003230*    PROG'S NEXT MERGE; EVERYTHING ELSE CARRIES FORWARD PENDING. *
003235*    A RECORD ALREADY RELEASED OR DECLINED ON A RE-RUN OF THE    *
003240*    REGISTER PASSES THROUGH UNTOUCHED.                          *
003250*****************************************************************
003260 3210-WORK-HOLD-READ.
003820     IF WS-DC-ACTION (WS-DC-IX) = "D"
003830         MOVE "DECLINED"   TO WS-DL-STATUS
003840         MOVE WS-DC-USER-ID (WS-DC-IX) TO WS-DL-APPROVER
003841         MOVE HOLD-RECORD  TO HOLD-UPD-REC
003842         MOVE "D"          TO HU-STATUS-SW
003843         MOVE WS-DC-USER-ID (WS-DC-IX) TO HU-APPROVER-ID
003844         MOVE WS-RUN-DATE  TO HU-DECISION-DATE
003845         WRITE HOLD-UPD-REC
003850         ADD 1             TO WS-DECLINED-CTR
003860         PERFORM 3850-WRITE-DETAIL THRU 3850-WRITE-DETAIL-EXIT
003870         GO TO 3210-WORK-HOLD-READ-EXIT
004350 3600-REPORT-UNMATCHED-EXIT.
004360     EXIT.
004370*****************************************************************
004380*    3610-REPORT-ONE-DECISION -- ONE UNAPPLIED DECISION, ON THE  *
004385*    REGISTER AND AS AN HD01 OPERATOR ALERT                      *
004390*****************************************************************
004400 3610-REPORT-ONE-DECISION.
004410     IF WS-DC-APPLIED (WS-DC-IX)
004510     MOVE WS-DC-USER-ID (WS-DC-IX)      TO WS-DL-APPROVER.
004520     MOVE "NO MATCHING HELD RECORD" TO WS-DL-REASON.
004530     PERFORM 3850-WRITE-DETAIL THRU 3850-WRITE-DETAIL-EXIT.
004535     PERFORM 3950-WRITE-ALERT THRU 3950-WRITE-ALERT-EXIT.
004540 3610-REPORT-ONE-DECISION-NEXT.
004550     ADD 1                 TO WS-DC-IX.
004560 3610-REPORT-ONE-DECISION-EXIT.
005090     WRITE REGISTER-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
005100 3900-WRITE-TOTALS-EXIT.
005110     EXIT.
005120*****************************************************************
005130*    3950-WRITE-ALERT -- APPEND AN HD01 OPERATOR ALERT FOR THE   *
005140*    UNAPPLIED DECISION AT WS-DC-IX TO ALERTFILE, FOR ALF001 TO  *
005150*    FORWARD TO THE MONITORING CONSOLE.  THE FILE IS SHARED WITH *
005160*    THE OTHER STEPS OF THE STREAM, SO IT IS OPENED AND CLOSED   *
005170*    AROUND EACH ALERT, CREATED ON THE FIRST EVER ALERT; IF IT   *
005180*    STILL CANNOT BE OPENED THE ALERT GOES TO THE CONSOLE        *
005190*    INSTEAD.                                                    *
005200*****************************************************************
005210 3950-WRITE-ALERT.
005220     MOVE WS-DC-TRAN-ID (WS-DC-IX)     TO WS-AX-TRAN-ID.
005230     MOVE WS-DC-SEQUENCE-NO (WS-DC-IX) TO WS-AX-SEQ.
005240     MOVE "HLD001"         TO AL-PROGRAM.
005250     MOVE WS-RUN-DATE      TO AL-RUN-DATE.
005260     ACCEPT AL-RUN-TIME    FROM TIME.
005270     MOVE WS-DC-PARTITION-NO (WS-DC-IX) TO AL-PARTITION-NO.
005280     MOVE "W"              TO AL-SEVERITY.
005290     MOVE "HD01"           TO AL-ALERT-CODE.
005300     MOVE WS-ALERT-LINE    TO AL-MESSAGE.
005310     OPEN INPUT ALERT-FILE.
005320     IF WS-ALERT-STATUS = "00"
005330         CLOSE ALERT-FILE
005340         OPEN EXTEND ALERT-FILE
005350     ELSE
005360         OPEN OUTPUT ALERT-FILE
005370     END-IF.
005380     IF WS-ALERT-STATUS NOT = "00"
005390         DISPLAY "HLD001: ALERT " AL-ALERT-CODE " " AL-MESSAGE
005400         GO TO 3950-WRITE-ALERT-EXIT
005410     END-IF.
005420     WRITE ALERT-FILE-RECORD FROM ALERT-RECORD.
005430     CLOSE ALERT-FILE.
005440 3950-WRITE-ALERT-EXIT.
005450     EXIT.
