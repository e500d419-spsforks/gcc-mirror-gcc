000530*                     EACH PARTITION'S CHECKPOINT CHAIN, SO A      *
000540*                     HALF-RUN PARTITION IS FLAGGED TONIGHT        *
000550*                     INSTEAD OF AT MONTH-END.                     *
000551*    10/07/2026  DJH  WHEN CALLED BY THE STREAM CONTROLLER (STM001, *
000552*                     DRV-STREAM-SW ON DRVCOMM) THE DRIVER RETURNS *
000553*                     ITS WORST PARTITION RETURN CODE WITH GOBACK  *
000554*                     AND LEAVES REC001 TO THE CONTROLLER, WHICH   *
000555*                     RUNS IT AS ITS OWN STEP.  A STREAM RE-DRIVE  *
000556*                     CARRIES FORWARD EVERY PARTITION RUNCTL SHOWS *
000557*                     COMPLETED TODAY (PROCESSED COUNT AND RC FROM *
000558*                     THE RUNCTL RECORD) INSTEAD OF LAUNCHING IT   *
000559*                     INTO PROG'S REFUSED-RERUN RC 8, AND PUTS     *
000560*                     DRV-FINAL-SW ON THE LAST PARTITION ACTUALLY  *
000561*                     CALLED.  A SCHEDULER-RUN DRIVER IS UNCHANGED.*
000562*    10/13/2026  DJH  A PARTITION THAT PROG ENDS AT RETURN CODE 8  *
000563*                     OR OVER NOW RAISES A PF01 OPERATOR ALERT ON  *
000564*                     ALERTFILE FOR ALF001 TO FORWARD TO THE       *
000565*                     MONITORING CONSOLE.                          *
000566*    10/15/2026  DJH  A PARTITION CARRIED FORWARD ON A STREAM RE-  *
000567*                     DRIVE NO LONGER SHOWS AS ZERO EXCEPTIONS ON  *
000568*                     DRVSUM: RUNCTL HOLDS NO EXCEPTION COUNT, SO  *
000569*                     ITS LINE SAYS CARRIED AND A NOTE UNDER THE   *
000570*                     GRAND TOTAL SAYS HOW MANY PARTITIONS ITS     *
000571*                     EXCEPTIONS LEAVE OUT.                        *
000572*                                                               *
000573*****************************************************************
000580 ENVIRONMENT               DIVISION.
000590 CONFIGURATION             SECTION.
000600 SOURCE-COMPUTER.          IBM-370.
000660                           FILE STATUS IS WS-PART-STATUS.
000670     SELECT SUMMARY-FILE   ASSIGN TO "DRVSUM"
000680                           ORGANIZATION IS LINE SEQUENTIAL.
000681     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000682                           ORGANIZATION IS INDEXED
000683                           ACCESS MODE IS DYNAMIC
000684                           RECORD KEY IS RC-KEY
000685                           FILE STATUS IS WS-RUNCTL-STATUS.
000686     SELECT ALERT-FILE     ASSIGN TO "ALERTFILE"
000687                           ORGANIZATION IS LINE SEQUENTIAL
000688                           FILE STATUS IS WS-ALERT-STATUS.
000690 DATA                      DIVISION.
000700 FILE                      SECTION.
000710 FD  PARTLIST-FILE
000740 FD  SUMMARY-FILE
000750     LABEL RECORD IS STANDARD.
000760 01  SUMMARY-RECORD            PIC X(80).
000761 FD  RUN-CONTROL-FILE
000762     LABEL RECORD IS STANDARD.
000763     COPY RUNCTL.
000764 FD  ALERT-FILE
000765     LABEL RECORD IS STANDARD.
000766 01  ALERT-FILE-RECORD         PIC X(100).
000770 WORKING-STORAGE           SECTION.
000780     COPY DRVCOMM.
000790 01  WS-PART-STATUS        PIC X(02).
000791 01  WS-RUNCTL-STATUS      PIC X(02).
000795 01  WS-ALERT-STATUS       PIC X(02).
000800 01  PL-SWITCHES.
000810     05  PL-EOF-SW         PIC X(01)   VALUE "N".
000820         88  PL-EOF                    VALUE "Y".
000821 01  RX-SWITCHES.
000822     05  RX-RUNCTL-OPEN-SW PIC X(01)   VALUE "N".
000823         88  RX-RUNCTL-OPEN            VALUE "Y".
000824 01  WS-RUN-DATE           PIC 9(8).
000825 01  WS-WORST-RC           PIC S9(4)   VALUE 0.
000826 01  WS-LAST-CALL-IX       PIC 9(04)   COMP VALUE 0.
000830 01  WS-PARTITION-COUNT    PIC 9(04)   VALUE 0.
000840 01  WS-GRAND-EXCEPTIONS   PIC 9(07)   VALUE 0.
000850 01  WS-GRAND-PROCESSED    PIC 9(07)   VALUE 0.
000855 77  WS-CARRIED-CTR        PIC 9(04)   VALUE 0.
000860 01  WS-PARTITION-RC       PIC S9(4).
000870 01  WS-PART-MAX           PIC 9(04)   COMP VALUE 64.
000880 01  WS-PART-TOTAL         PIC 9(04)   COMP VALUE 0.
000910     05  WS-PART-ENTRY     OCCURS 64 TIMES.
000920         10  WS-PT-PARTITION-NO    PIC 9(02).
000930         10  WS-PT-TRAN-SUFFIX     PIC X(02).
000931         10  WS-PT-CARRY-SW        PIC X(01).
000932             88  WS-PT-CARRIED             VALUE "Y".
000933         10  WS-PT-CARRY-PROCESSED PIC 9(07).
000934         10  WS-PT-CARRY-RC        PIC 9(02).
000940 01  WS-TRUNC-LINE.
000950     05  FILLER            PIC X(37)   VALUE
000960         "PARTLIST TRUNCATED AT TABLE CAPACITY ".
000970     05  WS-TR-MAX         PIC ZZZ9.
000980     05  FILLER            PIC X(39)   VALUE SPACES.
000981 01  WS-CARRY-LINE.
000982     05  FILLER            PIC X(28)   VALUE
000983         "CARRIED FORWARD - PARTITION ".
000984     05  WS-CF-PARTITION-NO PIC Z9.
000985     05  FILLER            PIC X(25)   VALUE
000986         " COMPLETED EARLIER TODAY".
000987     05  FILLER            PIC X(25)   VALUE SPACES.
000990 01  WS-SUMMARY-LINE.
001000     05  FILLER            PIC X(11)   VALUE "PARTITION  ".
001010     05  SL-PARTITION-NO   PIC Z9.
001050     05  FILLER            PIC X(04)   VALUE SPACES.
001060     05  FILLER            PIC X(13)   VALUE "EXCEPTIONS = ".
001070     05  SL-EXCEPTIONS     PIC Z(6)9.
001072     05  SL-EXCEPTIONS-X   REDEFINES SL-EXCEPTIONS
001074                           PIC X(07).
001080     05  FILLER            PIC X(04)   VALUE SPACES.
001090     05  FILLER            PIC X(05)   VALUE "RC = ".
001100     05  SL-RETURN-CODE    PIC Z9.
001170     05  FILLER            PIC X(13)   VALUE "EXCEPTIONS = ".
001180     05  TL-EXCEPTIONS     PIC Z(6)9.
001190     05  FILLER            PIC X(20)   VALUE SPACES.
001191 01  WS-CARRY-NOTE-LINE.
001192     05  FILLER            PIC X(30)   VALUE
001193         "EXCEPTIONS EXCLUDE CARRIED -- ".
001194     05  WS-CN-COUNT       PIC ZZZ9.
001195     05  FILLER            PIC X(46)   VALUE
001196         " PARTITION(S), SEE THEIR OWN PROG REPORTS".
001197 01  WS-ALERT-LINE.
001198     05  FILLER            PIC X(28)   VALUE
001199         "PROG ENDED THE PARTITION RC ".
001201     05  WS-AX-RC          PIC 9(02).
001203     05  FILLER            PIC X(30)   VALUE SPACES.
001205     COPY ALRTREC.
001207 PROCEDURE                 DIVISION.
001210*****************************************************************
001220*    0000-MAINLINE -- LOAD THE PARTITION LIST, RUN IT FROM THE   *
001230*    DISPATCH TABLE ONE UNIT OF WORK AT A TIME, THEN CLOSE OFF   *
001240*    THE CONSOLIDATED SUMMARY AND RECONCILE THE RUN.             *
001241*    UNDER THE STREAM CONTROLLER THE DRIVER FIRST MARKS THE      *
001242*    PARTITIONS ALREADY COMPLETED TODAY, AND HANDS ITS WORST     *
001243*    PARTITION RETURN CODE BACK INSTEAD OF CALLING REC001.       *
001250*****************************************************************
001260 B01 SECTION.
001270 B011.
001340             UNTIL PL-EOF
001350         CLOSE PARTLIST-FILE
001360     END-IF.
001361     MOVE WS-PART-TOTAL    TO WS-LAST-CALL-IX.
001362     IF DRV-UNDER-STREAM
001363         PERFORM 2050-MARK-COMPLETED THRU 2050-MARK-COMPLETED-EXIT
001364     END-IF.
001370     MOVE 1                TO WS-DISPATCH-IX.
001380     PERFORM 2310-DISPATCH-UNIT THRU 2310-DISPATCH-UNIT-EXIT
001390         UNTIL WS-DISPATCH-IX > WS-PART-TOTAL.
001400     PERFORM 2200-WRITE-TOTALS THRU 2200-WRITE-TOTALS-EXIT.
001410     CLOSE SUMMARY-FILE.
001411     IF DRV-UNDER-STREAM
001412         MOVE WS-WORST-RC  TO RETURN-CODE
001413         GOBACK
001414     END-IF.
001420     CALL "REC001".
001430     STOP RUN.
001431*****************************************************************
001432*    2050-MARK-COMPLETED -- A STREAM RE-DRIVE OF THE DRIVER      *
001433*    FOLLOWS A FAILED OR ABENDED FIRST DRIVE, SO SOME PARTITIONS *
001434*    MAY ALREADY HAVE COMPLETED TODAY.  PROG WOULD REFUSE THEM   *
001435*    (RC 8) AS A SECOND WHOLE RUN, SO EACH ONE RUNCTL SHOWS      *
001436*    COMPLETED WITH AN ACCEPTABLE RETURN CODE AND A PROCESSED    *
001437*    COUNT IS MARKED TO BE CARRIED FORWARD, AND DRV-FINAL-SW     *
001438*    MOVES TO THE LAST PARTITION THAT WILL ACTUALLY BE CALLED.   *
001439*    NO RUNCTL YET MEANS NOTHING HAS COMPLETED.                  *
001440*****************************************************************
001441 2050-MARK-COMPLETED.
001442     OPEN INPUT RUN-CONTROL-FILE.
001443     IF WS-RUNCTL-STATUS NOT = "00"
001444         GO TO 2050-MARK-COMPLETED-EXIT
001445     END-IF.
001446     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001447     MOVE 0                TO WS-LAST-CALL-IX.
001448     MOVE 1                TO WS-DISPATCH-IX.
001449     PERFORM 2060-CHECK-COMPLETED THRU 2060-CHECK-COMPLETED-EXIT
001450         UNTIL WS-DISPATCH-IX > WS-PART-TOTAL.
001451     CLOSE RUN-CONTROL-FILE.
001452 2050-MARK-COMPLETED-EXIT.
001453     EXIT.
001454*****************************************************************
001455*    2060-CHECK-COMPLETED -- ONE DISPATCH TABLE ENTRY AGAINST    *
001456*    ITS RUN-CONTROL RECORD FOR TODAY                            *
001457*****************************************************************
001458 2060-CHECK-COMPLETED.
001459     MOVE WS-RUN-DATE      TO RC-RUN-DATE.
001460     MOVE WS-PT-PARTITION-NO (WS-DISPATCH-IX)
001461                           TO RC-PARTITION-NO.
001462     READ RUN-CONTROL-FILE
001463         INVALID KEY
001464             MOVE SPACE    TO RC-STATUS
001465     END-READ.
001466     IF RC-COMPLETED
001467        AND RC-RETURN-CODE NOT > 4
001468        AND RC-PROCESSED-CTR NUMERIC
001469         SET WS-PT-CARRIED (WS-DISPATCH-IX) TO TRUE
001470         MOVE RC-PROCESSED-CTR
001471                         TO WS-PT-CARRY-PROCESSED (WS-DISPATCH-IX)
001472         MOVE RC-RETURN-CODE
001473                           TO WS-PT-CARRY-RC (WS-DISPATCH-IX)
001474     ELSE
001475         MOVE WS-DISPATCH-IX TO WS-LAST-CALL-IX
001476     END-IF.
001477     ADD 1                 TO WS-DISPATCH-IX.
001478 2060-CHECK-COMPLETED-EXIT.
001479     EXIT.
001480*****************************************************************
001481*    2080-LOAD-PARTITION -- FILE ONE PARTLIST ENTRY IN THE       *
001482*    DISPATCH TABLE, THEN READ THE NEXT.  ENTRIES PAST THE       *
001483*    TABLE'S CAPACITY ARE REPORTED AND LEFT UNRUN RATHER THAN    *
001484*    OVERLAYING STORAGE.                                         *
001490*****************************************************************
001500 2080-LOAD-PARTITION.
001510     IF WS-PART-TOTAL < WS-PART-MAX
001540                           TO WS-PT-PARTITION-NO (WS-PART-TOTAL)
001550         MOVE PT-TRAN-SUFFIX
001560                           TO WS-PT-TRAN-SUFFIX (WS-PART-TOTAL)
001561         MOVE "N"          TO WS-PT-CARRY-SW (WS-PART-TOTAL)
001570     ELSE
001580         MOVE WS-PART-MAX  TO WS-TR-MAX
001590         WRITE SUMMARY-RECORD FROM WS-TRUNC-LINE
001790*    COUNTS AND RETURN CODE, AND FOLD THEM INTO THE SUMMARY.     *
001800*    THE TABLE'S LAST ENTRY CARRIES DRV-FINAL-SW SO PROG KNOWS   *
001810*    WHEN TO PRINT ITS RUN-WIDE CONTROL TOTAL ON RPT-FILE.       *
001811*    A PARTITION CARRIED FORWARD ON A STREAM RE-DRIVE IS NOT     *
001812*    CALLED: ITS RUNCTL COUNT AND RC GO ON THE SUMMARY INSTEAD.  *
001814*    A CALLED PARTITION ENDING AT RC 8 OR OVER RAISES A PF01     *
001816*    OPERATOR ALERT.                                             *
001820*****************************************************************
001830 2310-DISPATCH-UNIT.
001840     MOVE "Y"              TO DRV-ACTIVE-SW.
001880                           TO DRV-TRAN-SUFFIX.
001890     MOVE 0                TO DRV-EXCEPTION-CTR.
001900     MOVE 0                TO DRV-PROCESSED-CTR.
001910     IF WS-DISPATCH-IX = WS-LAST-CALL-IX
001920         SET DRV-FINAL TO TRUE
001930     ELSE
001940         MOVE "N"          TO DRV-FINAL-SW
001950     END-IF.
001960     IF WS-PT-CARRIED (WS-DISPATCH-IX)
001970         MOVE DRV-PARTITION-NO TO WS-CF-PARTITION-NO
001971         WRITE SUMMARY-RECORD FROM WS-CARRY-LINE
001972         MOVE WS-PT-CARRY-PROCESSED (WS-DISPATCH-IX)
001973                           TO DRV-PROCESSED-CTR
001974         MOVE WS-PT-CARRY-RC (WS-DISPATCH-IX)
001975                           TO WS-PARTITION-RC
001976     ELSE
001977         CALL "prog"
001978         MOVE RETURN-CODE  TO WS-PARTITION-RC
001979         IF WS-PARTITION-RC NOT < 8
001980             PERFORM 2400-WRITE-ALERT THRU 2400-WRITE-ALERT-EXIT
001981         END-IF
001982     END-IF.
001983     IF WS-PARTITION-RC > WS-WORST-RC
001984         MOVE WS-PARTITION-RC TO WS-WORST-RC
001985     END-IF.
001986     ADD 1                 TO WS-PARTITION-COUNT.
001990     PERFORM 2150-WRITE-PARTITION-LINE
002000         THRU 2150-WRITE-PARTITION-LINE-EXIT.
002010     ADD DRV-EXCEPTION-CTR TO WS-GRAND-EXCEPTIONS.
002050     EXIT.
002060*****************************************************************
002070*    2150-WRITE-PARTITION-LINE -- APPEND ONE PARTITION'S RESULT   *
002080*    COUNTS TO THE CONSOLIDATED SUMMARY.  RUNCTL KEEPS NO         *
002082*    EXCEPTION COUNT, SO A CARRIED PARTITION SHOWS CARRIED THERE  *
002084*    RATHER THAN A CLEAN ZERO.                                    *
002090*****************************************************************
002100 2150-WRITE-PARTITION-LINE.
002110     MOVE DRV-PARTITION-NO TO SL-PARTITION-NO.
002120     MOVE DRV-PROCESSED-CTR TO SL-PROCESSED.
002130     MOVE DRV-EXCEPTION-CTR TO SL-EXCEPTIONS.
002140     MOVE WS-PARTITION-RC   TO SL-RETURN-CODE.
002142     IF WS-PT-CARRIED (WS-DISPATCH-IX)
002144         MOVE "CARRIED"     TO SL-EXCEPTIONS-X
002146         ADD 1              TO WS-CARRIED-CTR
002148     END-IF.
002150     WRITE SUMMARY-RECORD FROM WS-SUMMARY-LINE.
002160 2150-WRITE-PARTITION-LINE-EXIT.
002170     EXIT.
002180*****************************************************************
002190*    2200-WRITE-TOTALS -- APPEND THE GRAND TOTAL ACROSS EVERY     *
002200*    PARTITION THAT WAS RUN, AND A NOTE WHEN ITS EXCEPTIONS      *
002205*    LEAVE OUT CARRIED PARTITIONS                                *
002210*****************************************************************
002220 2200-WRITE-TOTALS.
002230     MOVE WS-GRAND-PROCESSED  TO TL-PROCESSED.
002240     MOVE WS-GRAND-EXCEPTIONS TO TL-EXCEPTIONS.
002250     WRITE SUMMARY-RECORD FROM WS-TOTAL-LINE.
002252     IF WS-CARRIED-CTR > 0
002254         MOVE WS-CARRIED-CTR TO WS-CN-COUNT
002256         WRITE SUMMARY-RECORD FROM WS-CARRY-NOTE-LINE
002258     END-IF.
002260 2200-WRITE-TOTALS-EXIT.
002270     EXIT.
002280*****************************************************************
002290*    2400-WRITE-ALERT -- APPEND A PF01 OPERATOR ALERT FOR THE     *
002300*    PARTITION JUST CALLED TO ALERTFILE, FOR ALF001 TO FORWARD    *
002310*    TO THE MONITORING CONSOLE.  THE FILE IS SHARED WITH THE      *
002320*    OTHER STEPS OF THE STREAM, SO IT IS OPENED AND CLOSED AROUND *
002330*    THE ALERT, CREATED ON THE FIRST EVER ALERT; IF IT STILL      *
002340*    CANNOT BE OPENED THE ALERT GOES TO THE CONSOLE INSTEAD.      *
002350*****************************************************************
002360 2400-WRITE-ALERT.
002370     MOVE WS-PARTITION-RC  TO WS-AX-RC.
002380     MOVE "DRV001"         TO AL-PROGRAM.
002390     ACCEPT AL-RUN-DATE    FROM DATE YYYYMMDD.
002400     ACCEPT AL-RUN-TIME    FROM TIME.
002410     MOVE DRV-PARTITION-NO TO AL-PARTITION-NO.
002420     MOVE "E"              TO AL-SEVERITY.
002430     MOVE "PF01"           TO AL-ALERT-CODE.
002440     MOVE WS-ALERT-LINE    TO AL-MESSAGE.
002450     OPEN INPUT ALERT-FILE.
002460     IF WS-ALERT-STATUS = "00"
002470         CLOSE ALERT-FILE
002480         OPEN EXTEND ALERT-FILE
002490     ELSE
002500         OPEN OUTPUT ALERT-FILE
002510     END-IF.
002520     IF WS-ALERT-STATUS NOT = "00"
002530         DISPLAY "DRV001: ALERT " AL-ALERT-CODE " " AL-MESSAGE
002540         GO TO 2400-WRITE-ALERT-EXIT
002550     END-IF.
002560     WRITE ALERT-FILE-RECORD FROM ALERT-RECORD.
002570     CLOSE ALERT-FILE.
002580 2400-WRITE-ALERT-EXIT.
002590     EXIT.
