000388*                     LETTING THE MOVE TRUNCATE IT TO THE LOW    *
000389*                     SEVEN DIGITS WHILE THE REGISTER PRINTED    *
000390*                     THE KEYED VALUE AS APPLIED.                *
000391*    10/08/2026  DJH  DUAL CONTROL, AS MNT001.  A KEYED CHANGE   *
000392*                     THAT PASSES ITS EDITS IS FILED PENDING ON  *
000393*                     PENDCHG WITH THE KEYING USER AS MAKER; IT  *
000394*                     IS EDITED AGAIN AND APPLIED ONLY WHEN A    *
000395*                     DIFFERENT USER APPROVES IT ON PRMAPPR IN A *
000396*                     LATER RUN, AND THE GENERATION THEN CARRIES *
000397*                     BOTH MAKER AND CHECKER.  A SELF-APPROVAL   *
000398*                     IS REFUSED, PRINTED AND LOGGED ON          *
000399*                     AUDITFILE AS SA01.  A CHANGE STILL PENDING *
000400*                     AFTER CP-PEND-EXPIRE-DAYS (NEW, 1-99,      *
000401*                     DEFAULT 7) EXPIRES.  THE REGISTER NOW      *
000402*                     SHOWS MAKER, CHECKER AND THE KEYED STAMP.  *
000403*                     THE FIELD EDITS MOVE TO 3230-EDIT-FIELD.   *
000404*                     PRMTRAN IS OPTIONAL WHEN THERE ARE         *
000405*                     APPROVALS.                                 *
000406*    10/09/2026  DJH  CP-BASE-CURRENCY (NEW) -- THE THREE-LETTER *
000407*                     CURRENCY PROG CONVERTS FOREIGN FEED        *
000408*                     AMOUNTS INTO AND THE GL IS KEPT IN.        *
000409*                     DEFAULTS TO USD ON A RECORD THAT PREDATES  *
000410*                     IT; A KEYED VALUE MUST BE EXACTLY THREE    *
000411*                     LETTERS.                                   *
000412*    10/12/2026  DJH  CP-REPORT-THRESHOLD (NEW) -- THE BASE-     *
000413*                     CURRENCY AMOUNT AT WHICH LTR001 REPORTS A  *
000414*                     TRANSACTION, OR A TRAN ID'S SAME-DAY       *
000415*                     TOTAL, TO THE REGULATOR.  DEFAULTS TO      *
000416*                     10000.00 ON A RECORD THAT PREDATES IT; A   *
000417*                     KEYED VALUE MUST EXCEED ZERO.              *
000418*    10/14/2026  DJH  A REWRITE OF THE LIVE CTLPARM RECORD IS    *
000419*                     JOURNALLED ON UPDJRNL AS ONE CHANGED       *
000420*                     RECORD, FOR VER001'S NIGHTLY INTEGRITY     *
000421*                     CHECK.                                     *
000422*                                                               *
000423*****************************************************************
000424 ENVIRONMENT               DIVISION.
000425 CONFIGURATION             SECTION.
000430 SOURCE-COMPUTER.          IBM-370.
000440 OBJECT-COMPUTER.          IBM-370.
000450 INPUT-OUTPUT               SECTION.
000560     SELECT REGISTER-FILE  ASSIGN TO "PRMRPT"
000570                           ORGANIZATION IS LINE SEQUENTIAL
000580                           FILE STATUS IS WS-REG-STATUS.
000581     SELECT APPROVAL-FILE  ASSIGN TO "PRMAPPR"
000582                           ORGANIZATION IS LINE SEQUENTIAL
000583                           FILE STATUS IS WS-APPR-STATUS.
000584     SELECT PENDING-FILE   ASSIGN TO "PENDCHG"
000585                           ORGANIZATION IS INDEXED
000586                           ACCESS MODE IS DYNAMIC
000587                           RECORD KEY IS PC-KEY
000588                           FILE STATUS IS WS-PEND-STATUS.
000589     SELECT AUDIT-FILE     ASSIGN TO "AUDITFILE"
000590                           ORGANIZATION IS LINE SEQUENTIAL
000591                           FILE STATUS IS WS-AUDIT-STATUS.
000592     SELECT UPDATE-JOURNAL-FILE ASSIGN TO "UPDJRNL"
000593                           ORGANIZATION IS LINE SEQUENTIAL
000594                           FILE STATUS IS WS-UPDJRNL-STATUS.
000595 DATA                      DIVISION.
000600 FILE                      SECTION.
000610 FD  PARM-TRAN-FILE
000620     LABEL RECORD IS STANDARD.
000700 FD  REGISTER-FILE
000710     LABEL RECORD IS STANDARD.
000720 01  REGISTER-RECORD           PIC X(132).
000721 FD  APPROVAL-FILE
000722     LABEL RECORD IS STANDARD.
000723     COPY CHGAPR.
000724 FD  PENDING-FILE
000725     LABEL RECORD IS STANDARD.
000726     COPY PNDCHG.
000727 FD  AUDIT-FILE
000728     LABEL RECORD IS STANDARD.
000729     COPY AUDTREC.
000731 FD  UPDATE-JOURNAL-FILE
000733     LABEL RECORD IS STANDARD.
000735 01  UPDATE-JOURNAL-FILE-RECORD PIC X(100).
000737 WORKING-STORAGE           SECTION.
000740 01  WS-PTRAN-STATUS       PIC X(02).
000750 01  WS-PARM-STATUS        PIC X(02).
000760 01  WS-HIST-STATUS        PIC X(02).
000770 01  WS-REG-STATUS         PIC X(02).
000771 01  WS-APPR-STATUS        PIC X(02).
000772 01  WS-PEND-STATUS        PIC X(02).
000773 01  WS-AUDIT-STATUS       PIC X(02).
000774 01  WS-UPDJRNL-STATUS     PIC X(02).
000775     COPY UPDJRN.
000780 01  PM-SWITCHES.
000790     05  PM-EOF-SW         PIC X(01)   VALUE "N".
000800         88  PM-EOF                    VALUE "Y".
000801     05  PM-OPEN-SW        PIC X(01)   VALUE "N".
000802         88  PM-OPEN                   VALUE "Y".
000803 01  AP-SWITCHES.
000804     05  AP-EOF-SW         PIC X(01)   VALUE "N".
000805         88  AP-EOF                    VALUE "Y".
000806     05  AP-OPEN-SW        PIC X(01)   VALUE "N".
000807         88  AP-OPEN                   VALUE "Y".
000808     05  AP-FOUND-SW       PIC X(01)   VALUE "N".
000809         88  AP-FOUND                  VALUE "Y".
000810 01  PX-SWITCHES.
000811     05  PX-DONE-SW        PIC X(01)   VALUE "N".
000812         88  PX-DONE                   VALUE "Y".
000813     05  PX-REPLACED-SW    PIC X(01)   VALUE "N".
000814         88  PX-REPLACED               VALUE "Y".
000815     05  AU-OPEN-SW        PIC X(01)   VALUE "N".
000816         88  AU-OPEN                   VALUE "Y".
000817 01  VE-SWITCHES.
000820     05  VE-FAIL-SW        PIC X(01)   VALUE "N".
000830         88  VE-FAILED                 VALUE "Y".
000840 01  WS-RUN-DATE           PIC 9(8).
000850 01  WS-RUN-TIME           PIC 9(8).
000852 01  WS-EXPIRE-DAYS        PIC 9(3)    VALUE 7.
000854 01  WS-AGE-DAYS           PIC S9(7)   VALUE 0.
000856 01  WS-EDIT-FIELD         PIC X(20).
000858 01  WS-SAVE-PARM          PIC X(80).
000860 01  WS-PAGE-NO            PIC 9(3)    VALUE 0.
000870 01  WS-LINE-CTR           PIC 9(3)    VALUE 0.
000880 01  WS-LINES-PER-PAGE     PIC 9(3)    VALUE 60.
000890 77  WS-READ-CTR           PIC 9(7)    VALUE 0.
000900 77  WS-APPLIED-CTR        PIC 9(7)    VALUE 0.
000910 77  WS-REJECTED-CTR       PIC 9(7)    VALUE 0.
000911 77  WS-PENDING-CTR        PIC 9(7)    VALUE 0.
000912 77  WS-APPR-READ-CTR      PIC 9(7)    VALUE 0.
000913 77  WS-DECLINED-CTR       PIC 9(7)    VALUE 0.
000914 77  WS-REFUSED-CTR        PIC 9(7)    VALUE 0.
000915 77  WS-EXPIRED-CTR        PIC 9(7)    VALUE 0.
000920     COPY CTLPARM REPLACING ==CTL-PARM-RECORD==
000930                         BY ==NEW-PARM-RECORD==
000940                    LEADING ==CP-== BY ==NP-==.
000942     COPY PRMREC REPLACING ==PARM-MAINT-RECORD==
000944                        BY ==PEND-PARM-RECORD==
000946                   LEADING ==PM-== BY ==PN-==.
000950 01  WS-VALUE-X            PIC X(9).
000960 01  WS-VALUE-R1 REDEFINES WS-VALUE-X.
000970     05  WS-VALUE-9        PIC 9(9).
001130     05  FILLER            PIC X(22)   VALUE "FIELD".
001140     05  FILLER            PIC X(11)   VALUE "OLD VALUE  ".
001150     05  FILLER            PIC X(11)   VALUE "NEW VALUE  ".
001160     05  FILLER            PIC X(10)   VALUE "MAKER     ".
001162     05  FILLER            PIC X(10)   VALUE "CHECKER   ".
001164     05  FILLER            PIC X(19)   VALUE "KEYED DATE/TIME".
001170     05  FILLER            PIC X(10)   VALUE "RESULT    ".
001180     05  FILLER            PIC X(30)   VALUE "REASON".
001190     05  FILLER            PIC X(09)   VALUE SPACES.
001200 01  WS-DETAIL-LINE.
001210     05  WS-DL-FIELD       PIC X(20).
001220     05  FILLER            PIC X(02)   VALUE SPACES.
001240     05  FILLER            PIC X(02)   VALUE SPACES.
001250     05  WS-DL-NEW-VALUE   PIC X(09).
001260     05  FILLER            PIC X(02)   VALUE SPACES.
001270     05  WS-DL-MAKER-ID    PIC X(08).
001271     05  FILLER            PIC X(02)   VALUE SPACES.
001272     05  WS-DL-CHECKER-ID  PIC X(08).
001273     05  FILLER            PIC X(02)   VALUE SPACES.
001274     05  WS-DL-KEYED-DATE  PIC X(08).
001275     05  FILLER            PIC X(01)   VALUE SPACES.
001276     05  WS-DL-KEYED-TIME  PIC X(08).
001280     05  FILLER            PIC X(02)   VALUE SPACES.
001290     05  WS-DL-RESULT      PIC X(08).
001300     05  FILLER            PIC X(02)   VALUE SPACES.
001310     05  WS-DL-REASON      PIC X(30).
001320     05  FILLER            PIC X(09)   VALUE SPACES.
001330 01  WS-TOTAL-LINE1.
001340     05  FILLER            PIC X(16)   VALUE "CHANGES READ:   ".
001350     05  WS-TL1-COUNT      PIC Z(6)9.
001420     05  FILLER            PIC X(16)   VALUE "CHANGES REJECTED".
001430     05  WS-TL3-COUNT      PIC Z(6)9.
001440     05  FILLER            PIC X(109)  VALUE SPACES.
001441 01  WS-TOTAL-LINE4.
001442     05  FILLER            PIC X(16)   VALUE "CHANGES PENDING:".
001443     05  WS-TL4-COUNT      PIC Z(6)9.
001444     05  FILLER            PIC X(109)  VALUE SPACES.
001445 01  WS-TOTAL-LINE5.
001446     05  FILLER            PIC X(16)   VALUE "APPROVALS READ: ".
001447     05  WS-TL5-COUNT      PIC Z(6)9.
001448     05  FILLER            PIC X(109)  VALUE SPACES.
001449 01  WS-TOTAL-LINE6.
001450     05  FILLER            PIC X(16)   VALUE "CHANGES DECLINED".
001451     05  WS-TL6-COUNT      PIC Z(6)9.
001452     05  FILLER            PIC X(109)  VALUE SPACES.
001453 01  WS-TOTAL-LINE7.
001454     05  FILLER            PIC X(16)   VALUE "SELF-APPROVALS: ".
001455     05  WS-TL7-COUNT      PIC Z(6)9.
001456     05  FILLER            PIC X(109)  VALUE SPACES.
001457 01  WS-TOTAL-LINE8.
001458     05  FILLER            PIC X(16)   VALUE "CHANGES EXPIRED:".
001459     05  WS-TL8-COUNT      PIC Z(6)9.
001460     05  FILLER            PIC X(109)  VALUE SPACES.
001461 PROCEDURE                 DIVISION.
001462*****************************************************************
001470*    0000-MAINLINE -- EXPIRE WHAT HAS WAITED TOO LONG, APPLY     *
001472*    WHAT A SECOND USER HAS APPROVED, FILE TODAY'S KEYED         *
001474*    CHANGES AS PENDING, THEN REWRITE CTLPARM IF ANYTHING WAS    *
001476*    APPLIED.                                                    *
001480*****************************************************************
001490 J01 SECTION.
001500 J011.
001510     PERFORM 3000-OPEN-FILES THRU 3000-OPEN-FILES-EXIT.
001520     PERFORM 3600-EXPIRE-PENDING THRU 3600-EXPIRE-PENDING-EXIT.
001530     IF AP-OPEN
001540         PERFORM 3700-READ-APPROVAL THRU 3700-READ-APPROVAL-EXIT
001541         PERFORM 3710-APPLY-APPROVAL THRU 3710-APPLY-APPROVAL-EXIT
001542             UNTIL AP-EOF
001543         CLOSE APPROVAL-FILE
001544     END-IF.
001545     IF PM-OPEN
001546         PERFORM 3100-READ-PARM-TRAN THRU 3100-READ-PARM-TRAN-EXIT
001547         PERFORM 3200-FILE-CHANGE THRU 3200-FILE-CHANGE-EXIT
001548             UNTIL PM-EOF
001549         CLOSE PARM-TRAN-FILE
001554     END-IF.
001559     PERFORM 3500-WRITE-NEW-PARM THRU 3500-WRITE-NEW-PARM-EXIT.
001560     PERFORM 3900-WRITE-TOTALS THRU 3900-WRITE-TOTALS-EXIT.
001580     CLOSE PARM-HIST-FILE.
001582     CLOSE PENDING-FILE.
001584     IF AU-OPEN
001586         CLOSE AUDIT-FILE
001588     END-IF.
001590     CLOSE REGISTER-FILE.
001600     IF WS-REJECTED-CTR > 0 OR WS-REFUSED-CTR > 0
001610         MOVE 4            TO RETURN-CODE
001620     ELSE
001630         MOVE 0            TO RETURN-CODE
001640     END-IF.
001650     GOBACK.
001660*****************************************************************
001670*    3000-OPEN-FILES -- OPEN THE CHANGE AND APPROVAL FILES AND   *
001680*    THE REGISTER (NEITHER INPUT, OR NO REGISTER, IS FATAL),     *
001690*    LOAD THE CURRENT PARM RECORD (COMPILED-IN DEFAULTS WHEN A   *
001700*    SITE HAS NONE YET), OPEN THE PENDING-CHANGE FILE (CREATED   *
001710*    ON FIRST USE, FATAL IF IT STILL CANNOT BE OPENED), AND OPEN *
001712*    THE GENERATION FILE AND AUDIT TRAIL FOR APPEND, CREATING    *
001714*    EITHER ON FIRST USE (SAME PATTERN AS PROG'S AUDIT-FILE).    *
001720*****************************************************************
001730 3000-OPEN-FILES.
001740     OPEN INPUT PARM-TRAN-FILE.
001750     IF WS-PTRAN-STATUS = "00"
001751         SET PM-OPEN TO TRUE
001752     END-IF.
001753     OPEN INPUT APPROVAL-FILE.
001754     IF WS-APPR-STATUS = "00"
001755         SET AP-OPEN TO TRUE
001756     END-IF.
001757     IF NOT PM-OPEN AND NOT AP-OPEN
001760         DISPLAY "PRM001: UNABLE TO OPEN PRMTRAN, STATUS "
001770                 WS-PTRAN-STATUS
001780         MOVE 16           TO RETURN-CODE
001970         OPEN EXTEND PARM-HIST-FILE
001980     ELSE
001990         OPEN OUTPUT PARM-HIST-FILE
001991     END-IF.
001992     OPEN I-O PENDING-FILE.
001993     IF WS-PEND-STATUS NOT = "00"
001994         OPEN OUTPUT PENDING-FILE
001995         CLOSE PENDING-FILE
001996         OPEN I-O PENDING-FILE
001997     END-IF.
001998     IF WS-PEND-STATUS NOT = "00"
001999         DISPLAY "PRM001: UNABLE TO OPEN PENDCHG, STATUS "
002000                 WS-PEND-STATUS
002001         MOVE 12           TO RETURN-CODE
002002         GOBACK
002003     END-IF.
002004     OPEN INPUT AUDIT-FILE.
002005     IF WS-AUDIT-STATUS = "00"
002006         CLOSE AUDIT-FILE
002007         OPEN EXTEND AUDIT-FILE
002008     ELSE
002009         OPEN OUTPUT AUDIT-FILE
002010     END-IF.
002011     IF WS-AUDIT-STATUS = "00"
002012         SET AU-OPEN TO TRUE
002013     END-IF.
002014     ACCEPT WS-RUN-TIME    FROM TIME.
002015     IF NP-PEND-EXPIRE-DAYS > 0
002016         MOVE NP-PEND-EXPIRE-DAYS TO WS-EXPIRE-DAYS
002017     END-IF.
002018 3000-OPEN-FILES-EXIT.
002020     EXIT.
002030*****************************************************************
002040*    3050-LOAD-PARMS -- READ THE CURRENT CTLPARM RECORD INTO     *
002550     IF NP-DUP-CHECK-DAYS NOT NUMERIC
002560         MOVE 0            TO NP-DUP-CHECK-DAYS
002570     END-IF.
002571     IF NP-PEND-EXPIRE-DAYS NOT NUMERIC
002572         MOVE 7            TO NP-PEND-EXPIRE-DAYS
002573     END-IF.
002574     IF NP-BASE-CURRENCY = SPACES
002575         MOVE "USD"        TO NP-BASE-CURRENCY
002576     END-IF.
002577     IF NP-REPORT-THRESHOLD NOT NUMERIC
002578         MOVE 10000.00     TO NP-REPORT-THRESHOLD
002579     END-IF.
002580 3070-NORMALIZE-PARMS-EXIT.
002590     EXIT.
002600*****************************************************************
002700 3100-READ-PARM-TRAN-EXIT.
002710     EXIT.
002720*****************************************************************
002730*    3200-FILE-CHANGE -- VALIDATE ONE KEYED FIELD CHANGE AND     *
002740*    FILE IT PENDING FOR ITS CHECKER.  THE EDIT RUNS AGAINST A   *
002750*    SCRATCH COPY OF THE WORKING PARM RECORD, WHICH IS PUT BACK  *
002760*    AS IT WAS -- NOTHING TAKES EFFECT UNTIL THE APPROVAL, WHEN  *
002770*    THE SAME EDIT RUNS AGAIN.  EVERY CHANGE, PENDING OR         *
002772*    REJECTED, GETS ONE REGISTER LINE SHOWING THE FIELD, THE     *
002774*    VALUE IT HOLDS NOW, THE VALUE KEYED, AND WHO KEYED IT.      *
002780*****************************************************************
002790 3200-FILE-CHANGE.
002800     MOVE PM-FIELD-ID      TO WS-DL-FIELD.
002810     MOVE PM-NEW-VALUE     TO WS-DL-NEW-VALUE.
002820     MOVE PM-USER-ID       TO WS-DL-MAKER-ID.
002822     MOVE SPACES           TO WS-DL-CHECKER-ID.
002824     MOVE SPACES           TO WS-DL-KEYED-DATE.
002826     MOVE SPACES           TO WS-DL-KEYED-TIME.
002830     MOVE SPACES           TO WS-DL-OLD-VALUE.
002840     MOVE SPACES           TO WS-DL-REASON.
002850     MOVE "N"              TO VE-FAIL-SW.
002860     MOVE PM-NEW-VALUE     TO WS-VALUE-X.
002865     MOVE PM-FIELD-ID      TO WS-EDIT-FIELD.
002870     IF PM-USER-ID = SPACES
002880         MOVE "USER ID MISSING"      TO WS-DL-REASON
002890         PERFORM 3300-REJECT-CHANGE THRU 3300-REJECT-CHANGE-EXIT
002900         GO TO 3200-FILE-CHANGE-NEXT
002910     END-IF.
002920     MOVE NEW-PARM-RECORD  TO WS-SAVE-PARM.
002921     PERFORM 3230-EDIT-FIELD THRU 3230-EDIT-FIELD-EXIT.
002922     MOVE WS-SAVE-PARM     TO NEW-PARM-RECORD.
002923     IF VE-FAILED
002924         PERFORM 3300-REJECT-CHANGE THRU 3300-REJECT-CHANGE-EXIT
002925     ELSE
002926         PERFORM 3400-FILE-PENDING THRU 3400-FILE-PENDING-EXIT
002927     END-IF.
002928 3200-FILE-CHANGE-NEXT.
002929     PERFORM 3100-READ-PARM-TRAN THRU 3100-READ-PARM-TRAN-EXIT.
002930 3200-FILE-CHANGE-EXIT.
002931     EXIT.
002932*****************************************************************
002933*    3230-EDIT-FIELD -- VALIDATE THE VALUE IN WS-VALUE-X FOR THE *
002934*    CP- FIELD NAMED IN WS-EDIT-FIELD AND, IF IT PASSES, MOVE    *
002935*    IT INTO THE WORKING PARM RECORD.  THE FIELD'S CURRENT VALUE *
002936*    GOES TO THE REGISTER LINE; A FAILURE SETS VE-FAILED AND     *
002937*    THE REASON.                                                 *
002938*****************************************************************
002939 3230-EDIT-FIELD.
002940     EVALUATE WS-EDIT-FIELD
002941         WHEN "CP-A011-THRESHOLD"
002942             MOVE NP-A011-THRESHOLD TO WS-DL-OLD-VALUE
002950             PERFORM 3210-EDIT-NUMERIC
002960                 THRU 3210-EDIT-NUMERIC-EXIT
002970             IF NOT VE-FAILED
003910                     MOVE WS-VALUE-9 TO NP-DUP-CHECK-DAYS
003920                 END-IF
003930             END-IF
003931         WHEN "CP-PEND-EXPIRE-DAYS"
003932             MOVE NP-PEND-EXPIRE-DAYS TO WS-DL-OLD-VALUE
003933             PERFORM 3210-EDIT-NUMERIC
003934                 THRU 3210-EDIT-NUMERIC-EXIT
003935             IF NOT VE-FAILED
003936                 IF WS-VALUE-9 < 1 OR WS-VALUE-9 > 99
003937                     MOVE "DAYS NOT 1-99" TO WS-DL-REASON
003938                     SET VE-FAILED TO TRUE
003939                 ELSE
003940                     MOVE WS-VALUE-9 TO NP-PEND-EXPIRE-DAYS
003941                 END-IF
003942             END-IF
003943         WHEN "CP-BASE-CURRENCY"
003944             MOVE NP-BASE-CURRENCY TO WS-DL-OLD-VALUE
003945             IF WS-VALUE-X (1:3) NOT ALPHABETIC
003946                OR WS-VALUE-X (1:1) = SPACE
003947                OR WS-VALUE-X (2:1) = SPACE
003948                OR WS-VALUE-X (3:1) = SPACE
003949                OR WS-VALUE-X (4:6) NOT = SPACES
003950                 MOVE "CURRENCY NOT 3 LETTERS" TO WS-DL-REASON
003951                 SET VE-FAILED TO TRUE
003952             ELSE
003953                 MOVE WS-VALUE-X (1:3) TO NP-BASE-CURRENCY
003954             END-IF
003955         WHEN "CP-REPORT-THRESHOLD"
003956             MOVE NP-REPORT-THRESHOLD TO WS-OLD-97V2
003957             MOVE WS-OLD-X        TO WS-DL-OLD-VALUE
003958             PERFORM 3210-EDIT-NUMERIC
003959                 THRU 3210-EDIT-NUMERIC-EXIT
003960             IF NOT VE-FAILED
003961                 IF WS-VALUE-97V2 = 0
003962                     MOVE "THRESHOLD MUST EXCEED ZERO"
003963                                     TO WS-DL-REASON
003964                     SET VE-FAILED TO TRUE
003965                 ELSE
003966                     MOVE WS-VALUE-97V2 TO NP-REPORT-THRESHOLD
003967                 END-IF
003968             END-IF
003969         WHEN OTHER
003970             MOVE "UNKNOWN PARM FIELD" TO WS-DL-REASON
003971             SET VE-FAILED TO TRUE
003972     END-EVALUATE.
003980 3230-EDIT-FIELD-EXIT.
004080     EXIT.
004090*****************************************************************
004100*    3210-EDIT-NUMERIC -- THE KEYED VALUE MUST BE ALL DIGITS,    *
004490 3310-ACCEPT-CHANGE-EXIT.
004500     EXIT.
004510*****************************************************************
004520*    3450-WRITE-GENERATION -- APPEND ONE EFFECTIVE-DATED         *
004530*    GENERATION: THE FULL PARM IMAGE AS IT NOW STANDS, WITH      *
004540*    THE DATE AND TIME, THE MAKER WHO KEYED THE CHANGE AND THE   *
004545*    CHECKER WHO APPROVED IT                                     *
004550*****************************************************************
004560 3450-WRITE-GENERATION.
004570     ACCEPT WS-RUN-TIME    FROM TIME.
004580     MOVE WS-RUN-DATE      TO PH-EFF-DATE.
004590     MOVE WS-RUN-TIME      TO PH-EFF-TIME.
004600     MOVE PC-MAKER-ID      TO PH-USER-ID.
004610     MOVE NEW-PARM-RECORD  TO PH-PARM-IMAGE.
004615     MOVE PC-CHECKER-ID    TO PH-CHECKER-ID.
004620     WRITE PARM-HIST-RECORD.
004630 3450-WRITE-GENERATION-EXIT.
004631     EXIT.
004632*****************************************************************
004633*    3400-FILE-PENDING -- FILE ONE VALIDATED KEYED CHANGE ON     *
004634*    PENDCHG FOR ITS CHECKER, REPLACING ANY CHANGE STILL         *
004635*    PENDING FOR THE SAME FIELD.  THE KEYED DATE/TIME PRINTED    *
004636*    HERE IS WHAT THE CHECKER QUOTES ON PRMAPPR.                 *
004637*****************************************************************
004638 3400-FILE-PENDING.
004639     MOVE "N"              TO PX-REPLACED-SW.
004640     MOVE "P"              TO PC-KIND.
004641     MOVE PM-FIELD-ID      TO PC-TARGET.
004642     READ PENDING-FILE
004643         INVALID KEY
004644             CONTINUE
004645         NOT INVALID KEY
004646             IF PC-PENDING
004647                 SET PX-REPLACED TO TRUE
004648             END-IF
004649     END-READ.
004650     MOVE SPACES           TO PENDING-CHANGE-RECORD.
004651     MOVE "P"              TO PC-KIND.
004652     MOVE PM-FIELD-ID      TO PC-TARGET.
004653     SET PC-PENDING        TO TRUE.
004654     MOVE PM-USER-ID       TO PC-MAKER-ID.
004655     MOVE WS-RUN-DATE      TO PC-KEYED-DATE.
004656     MOVE WS-RUN-TIME      TO PC-KEYED-TIME.
004657     MOVE 0                TO PC-DECIDED-DATE.
004658     MOVE PARM-MAINT-RECORD TO PC-CHANGE-IMAGE.
004659     WRITE PENDING-CHANGE-RECORD
004660         INVALID KEY
004661             REWRITE PENDING-CHANGE-RECORD
004662                 INVALID KEY
004663                     MOVE "PENDING FILE WRITE FAILED"
004664                                     TO WS-DL-REASON
004665                     PERFORM 3300-REJECT-CHANGE
004666                         THRU 3300-REJECT-CHANGE-EXIT
004667                     GO TO 3400-FILE-PENDING-EXIT
004668             END-REWRITE
004669     END-WRITE.
004670     MOVE PC-KEYED-DATE    TO WS-DL-KEYED-DATE.
004671     MOVE PC-KEYED-TIME    TO WS-DL-KEYED-TIME.
004672     MOVE "PENDING "       TO WS-DL-RESULT.
004673     IF PX-REPLACED
004674         MOVE "REPLACES EARLIER PENDING CHANGE" TO WS-DL-REASON
004675     ELSE
004676         MOVE "AWAITING SECOND-USER APPROVAL"   TO WS-DL-REASON
004677     END-IF.
004678     ADD 1                 TO WS-PENDING-CTR.
004679     PERFORM 3850-WRITE-DETAIL THRU 3850-WRITE-DETAIL-EXIT.
004680 3400-FILE-PENDING-EXIT.
004681     EXIT.
004682*****************************************************************
004683*    3500-WRITE-NEW-PARM -- REPLACE THE LIVE CTLPARM RECORD      *
004684*    WITH THE WORKING COPY, BUT ONLY WHEN AT LEAST ONE CHANGE    *
004685*    APPLIED -- A RUN OF NOTHING BUT REJECTS LEAVES THE LIVE     *
004690*    FILE EXACTLY AS IT FOUND IT.                                *
004700*****************************************************************
004710 3500-WRITE-NEW-PARM.
004820     MOVE NEW-PARM-RECORD  TO CTL-PARM-RECORD.
004830     WRITE CTL-PARM-RECORD.
004840     CLOSE CTLPARM-FILE.
004841     MOVE "CTLPARM"        TO UJ-FILE-ID.
004842     MOVE 0                TO UJ-ADD-COUNT.
004843     MOVE 1                TO UJ-CHANGE-COUNT.
004844     MOVE 0                TO UJ-DELETE-COUNT.
004845     MOVE 0                TO UJ-HASH-DELTA.
004846     PERFORM 3960-WRITE-JOURNAL THRU 3960-WRITE-JOURNAL-EXIT.
004850 3500-WRITE-NEW-PARM-EXIT.
004851     EXIT.
004852*****************************************************************
004853*    3600-EXPIRE-PENDING -- BROWSE THE PARM CHANGES ON PENDCHG   *
004854*    AND EXPIRE EVERY ONE STILL PENDING MORE THAN WS-EXPIRE-DAYS *
004855*    AFTER IT WAS KEYED.  AN EXPIRED CHANGE CAN NO LONGER BE     *
004856*    APPROVED; IT MUST BE KEYED AGAIN.                           *
004857*****************************************************************
004858 3600-EXPIRE-PENDING.
004859     MOVE "P"              TO PC-KIND.
004860     MOVE LOW-VALUES       TO PC-TARGET.
004861     START PENDING-FILE KEY NOT < PC-KEY
004862         INVALID KEY
004863             GO TO 3600-EXPIRE-PENDING-EXIT
004864     END-START.
004865     MOVE "N"              TO PX-DONE-SW.
004866     PERFORM 3610-EXPIRE-NEXT THRU 3610-EXPIRE-NEXT-EXIT
004867         UNTIL PX-DONE.
004868 3600-EXPIRE-PENDING-EXIT.
004869     EXIT.
004870*****************************************************************
004871*    3610-EXPIRE-NEXT -- ONE PENDCHG RECORD OF THE BROWSE        *
004872*****************************************************************
004873 3610-EXPIRE-NEXT.
004874     READ PENDING-FILE NEXT RECORD
004875         AT END
004876             SET PX-DONE TO TRUE
004877             GO TO 3610-EXPIRE-NEXT-EXIT
004878     END-READ.
004879     IF NOT PC-KIND-PARM
004880         SET PX-DONE TO TRUE
004881         GO TO 3610-EXPIRE-NEXT-EXIT
004882     END-IF.
004883     IF NOT PC-PENDING
004884         GO TO 3610-EXPIRE-NEXT-EXIT
004885     END-IF.
004886     COMPUTE WS-AGE-DAYS =
004887         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
004888         - FUNCTION INTEGER-OF-DATE (PC-KEYED-DATE).
004889     IF WS-AGE-DAYS NOT > WS-EXPIRE-DAYS
004890         GO TO 3610-EXPIRE-NEXT-EXIT
004891     END-IF.
004892     SET PC-EXPIRED        TO TRUE.
004893     MOVE WS-RUN-DATE      TO PC-DECIDED-DATE.
004894     REWRITE PENDING-CHANGE-RECORD
004895         INVALID KEY
004896             GO TO 3610-EXPIRE-NEXT-EXIT
004897     END-REWRITE.
004898     MOVE PC-CHANGE-IMAGE  TO PEND-PARM-RECORD.
004899     PERFORM 3720-PENDING-LINE THRU 3720-PENDING-LINE-EXIT.
004900     MOVE SPACES           TO WS-DL-CHECKER-ID.
004901     MOVE "EXPIRED "       TO WS-DL-RESULT.
004902     MOVE "NOT APPROVED IN TIME - REKEY"    TO WS-DL-REASON.
004903     ADD 1                 TO WS-EXPIRED-CTR.
004904     PERFORM 3850-WRITE-DETAIL THRU 3850-WRITE-DETAIL-EXIT.
004905 3610-EXPIRE-NEXT-EXIT.
004906     EXIT.
004907*****************************************************************
004908*    3700-READ-APPROVAL -- GET THE NEXT CHECKER DECISION         *
004909*****************************************************************
004910 3700-READ-APPROVAL.
004911     READ APPROVAL-FILE
004912         AT END
004913             SET AP-EOF TO TRUE
004914         NOT AT END
004915             ADD 1         TO WS-APPR-READ-CTR
004916     END-READ.
004917 3700-READ-APPROVAL-EXIT.
004918     EXIT.
004919*****************************************************************
004920*    3710-APPLY-APPROVAL -- MATCH ONE CHECKER DECISION TO THE    *
004921*    CHANGE PENDING FOR ITS FIELD.  THE CHECKER MUST QUOTE THE   *
004922*    KEYED STAMP OF THE VERSION REVIEWED AND MUST NOT BE THE     *
004923*    MAKER.  A DECLINE CLOSES THE CHANGE; AN APPROVAL RUNS THE   *
004924*    FIELD EDIT AGAIN AGAINST THE WORKING PARM RECORD AS IT      *
004925*    STANDS NOW AND, IF IT STILL PASSES, APPLIES IT AND APPENDS  *
004926*    ITS GENERATION.  PENDCHG RECORDS WHICH WAY IT WENT.         *
004927*****************************************************************
004928 3710-APPLY-APPROVAL.
004929     MOVE CA-TARGET        TO WS-DL-FIELD.
004930     MOVE SPACES           TO WS-DL-OLD-VALUE.
004931     MOVE SPACES           TO WS-DL-NEW-VALUE.
004932     MOVE SPACES           TO WS-DL-MAKER-ID.
004933     MOVE CA-USER-ID       TO WS-DL-CHECKER-ID.
004934     MOVE CA-KEYED-DATE    TO WS-DL-KEYED-DATE.
004935     MOVE CA-KEYED-TIME    TO WS-DL-KEYED-TIME.
004936     MOVE SPACES           TO WS-DL-REASON.
004937     IF CA-USER-ID = SPACES
004938         MOVE "APPROVER ID MISSING"  TO WS-DL-REASON
004939         PERFORM 3300-REJECT-CHANGE THRU 3300-REJECT-CHANGE-EXIT
004940         GO TO 3710-APPLY-APPROVAL-NEXT
004941     END-IF.
004942     IF NOT CA-ACTION-APPROVE AND NOT CA-ACTION-DECLINE
004943         MOVE "INVALID APPROVAL ACTION"      TO WS-DL-REASON
004944         PERFORM 3300-REJECT-CHANGE THRU 3300-REJECT-CHANGE-EXIT
004945         GO TO 3710-APPLY-APPROVAL-NEXT
004946     END-IF.
004947     MOVE "N"              TO AP-FOUND-SW.
004948     MOVE "P"              TO PC-KIND.
004949     MOVE CA-TARGET        TO PC-TARGET.
004950     READ PENDING-FILE
004951         INVALID KEY
004952             CONTINUE
004953         NOT INVALID KEY
004954             SET AP-FOUND TO TRUE
004955     END-READ.
004956     IF NOT AP-FOUND OR NOT PC-PENDING
004957         MOVE "NO CHANGE PENDING FOR FIELD"  TO WS-DL-REASON
004958         PERFORM 3300-REJECT-CHANGE THRU 3300-REJECT-CHANGE-EXIT
004959         GO TO 3710-APPLY-APPROVAL-NEXT
004960     END-IF.
004961     MOVE PC-CHANGE-IMAGE  TO PEND-PARM-RECORD.
004962     PERFORM 3720-PENDING-LINE THRU 3720-PENDING-LINE-EXIT.
004963     IF CA-KEYED-DATE NOT = PC-KEYED-DATE
004964         OR CA-KEYED-TIME NOT = PC-KEYED-TIME
004965         MOVE CA-KEYED-DATE          TO WS-DL-KEYED-DATE
004966         MOVE CA-KEYED-TIME          TO WS-DL-KEYED-TIME
004967         MOVE "PENDING CHANGE NOT AS REVIEWED"
004968                                     TO WS-DL-REASON
004969         PERFORM 3300-REJECT-CHANGE THRU 3300-REJECT-CHANGE-EXIT
004970         GO TO 3710-APPLY-APPROVAL-NEXT
004971     END-IF.
004972     IF CA-USER-ID = PC-MAKER-ID
004973         MOVE "REFUSED "             TO WS-DL-RESULT
004974         MOVE "MAKER MAY NOT APPROVE OWN CHANGE"
004975                                     TO WS-DL-REASON
004976         ADD 1                       TO WS-REFUSED-CTR
004977         PERFORM 3850-WRITE-DETAIL THRU 3850-WRITE-DETAIL-EXIT
004978         PERFORM 3730-LOG-SELF-APPROVAL
004979             THRU 3730-LOG-SELF-APPROVAL-EXIT
004980         GO TO 3710-APPLY-APPROVAL-NEXT
004981     END-IF.
004982     MOVE CA-USER-ID       TO PC-CHECKER-ID.
004983     MOVE WS-RUN-DATE      TO PC-DECIDED-DATE.
004984     IF CA-ACTION-DECLINE
004985         SET PC-DECLINED             TO TRUE
004986         REWRITE PENDING-CHANGE-RECORD
004987             INVALID KEY
004988                 CONTINUE
004989         END-REWRITE
004990         MOVE "DECLINED"             TO WS-DL-RESULT
004991         MOVE "DECLINED BY CHECKER"  TO WS-DL-REASON
004992         ADD 1                       TO WS-DECLINED-CTR
004993         PERFORM 3850-WRITE-DETAIL THRU 3850-WRITE-DETAIL-EXIT
004994         GO TO 3710-APPLY-APPROVAL-NEXT
004995     END-IF.
004996     MOVE "N"              TO VE-FAIL-SW.
004997     MOVE PN-FIELD-ID      TO WS-EDIT-FIELD.
004998     MOVE PN-NEW-VALUE     TO WS-VALUE-X.
004999     PERFORM 3230-EDIT-FIELD THRU 3230-EDIT-FIELD-EXIT.
005000     IF VE-FAILED
005001         SET PC-FAILED               TO TRUE
005002         PERFORM 3300-REJECT-CHANGE THRU 3300-REJECT-CHANGE-EXIT
005003     ELSE
005004         SET PC-APPLIED              TO TRUE
005005         PERFORM 3310-ACCEPT-CHANGE THRU 3310-ACCEPT-CHANGE-EXIT
005006         PERFORM 3450-WRITE-GENERATION
005007             THRU 3450-WRITE-GENERATION-EXIT
005008     END-IF.
005009     REWRITE PENDING-CHANGE-RECORD
005010         INVALID KEY
005011             CONTINUE
005012     END-REWRITE.
005013 3710-APPLY-APPROVAL-NEXT.
005014     PERFORM 3700-READ-APPROVAL THRU 3700-READ-APPROVAL-EXIT.
005015 3710-APPLY-APPROVAL-EXIT.
005016     EXIT.
005017*****************************************************************
005018*    3720-PENDING-LINE -- LOAD THE REGISTER LINE FROM THE        *
005019*    PENDING CHANGE JUST READ (PENDCHG RECORD AND ITS KEYED      *
005020*    PRMREC IMAGE IN PEND-PARM-RECORD)                           *
005021*****************************************************************
005022 3720-PENDING-LINE.
005023     MOVE PN-FIELD-ID      TO WS-DL-FIELD.
005024     MOVE PN-NEW-VALUE     TO WS-DL-NEW-VALUE.
005025     MOVE PC-MAKER-ID      TO WS-DL-MAKER-ID.
005026     MOVE PC-KEYED-DATE    TO WS-DL-KEYED-DATE.
005027     MOVE PC-KEYED-TIME    TO WS-DL-KEYED-TIME.
005028     MOVE SPACES           TO WS-DL-OLD-VALUE.
005029 3720-PENDING-LINE-EXIT.
005030     EXIT.
005031*****************************************************************
005032*    3730-LOG-SELF-APPROVAL -- APPEND AN SA01 AUDIT RECORD       *
005033*    NAMING THE USER WHO TRIED TO APPROVE THEIR OWN CHANGE AND   *
005034*    THE FIELD                                                   *
005035*****************************************************************
005036 3730-LOG-SELF-APPROVAL.
005037     IF NOT AU-OPEN
005038         GO TO 3730-LOG-SELF-APPROVAL-EXIT
005039     END-IF.
005040     MOVE WS-RUN-DATE      TO AR-RUN-DATE.
005041     MOVE WS-RUN-TIME      TO AR-RUN-TIME.
005042     MOVE 0                TO AR-INDVAL.
005043     MOVE "SA01"           TO AR-REASON-CODE.
005044     MOVE SPACES           TO AR-REASON-TEXT.
005045     STRING "SELF-APPR "  DELIMITED BY SIZE
005046            CA-USER-ID    DELIMITED BY SIZE
005047            " "           DELIMITED BY SIZE
005048            PN-FIELD-ID   DELIMITED BY SIZE
005049         INTO AR-REASON-TEXT
005050     END-STRING.
005051     WRITE AUDIT-RECORD.
005052 3730-LOG-SELF-APPROVAL-EXIT.
005053     EXIT.
005054*****************************************************************
005055*    3800-WRITE-HEADERS -- PRINT A NEW PAGE HEADER               *
005056*****************************************************************
005057 3800-WRITE-HEADERS.
005058     ADD 1                 TO WS-PAGE-NO.
005059     MOVE WS-PAGE-NO       TO WS-H1-PAGE.
005060     WRITE REGISTER-RECORD FROM WS-HDR-LINE1 AFTER ADVANCING PAGE.
005061     WRITE REGISTER-RECORD FROM WS-HDR-LINE2 AFTER ADVANCING 1.
005062     MOVE ZERO             TO WS-LINE-CTR.
005063 3800-WRITE-HEADERS-EXIT.
005064     EXIT.
005065*****************************************************************
005066*    3850-WRITE-DETAIL -- PRINT ONE REGISTER LINE, NEW PAGE IF   *
005067*    THE CURRENT PAGE IS FULL                                    *
005068*****************************************************************
005069 3850-WRITE-DETAIL.
005070     IF WS-LINE-CTR NOT < WS-LINES-PER-PAGE
005071         PERFORM 3800-WRITE-HEADERS THRU 3800-WRITE-HEADERS-EXIT
005072     END-IF.
005073     WRITE REGISTER-RECORD FROM WS-DETAIL-LINE AFTER ADVANCING 1.
005074     ADD 1                 TO WS-LINE-CTR.
005080 3850-WRITE-DETAIL-EXIT.
005090     EXIT.
005100*****************************************************************
005110*    3900-WRITE-TOTALS -- PRINT THE REGISTER CONTROL TOTALS;     *
005120*    CHANGES READ PLUS APPROVALS READ MUST EQUAL PENDING PLUS    *
005130*    APPLIED, DECLINED, SELF-APPROVALS AND REJECTED, OR THE      *
005132*    REGISTER DOES NOT ACCOUNT FOR EVERY INPUT.  EXPIRED         *
005134*    CHANGES ARE COUNTED SEPARATELY -- THEY CAME FROM NO INPUT.  *
005140*****************************************************************
005150 3900-WRITE-TOTALS.
005160     MOVE WS-READ-CTR      TO WS-TL1-COUNT.
005170     MOVE WS-APPLIED-CTR   TO WS-TL2-COUNT.
005180     MOVE WS-REJECTED-CTR  TO WS-TL3-COUNT.
005181     MOVE WS-PENDING-CTR   TO WS-TL4-COUNT.
005182     MOVE WS-APPR-READ-CTR TO WS-TL5-COUNT.
005183     MOVE WS-DECLINED-CTR  TO WS-TL6-COUNT.
005184     MOVE WS-REFUSED-CTR   TO WS-TL7-COUNT.
005185     MOVE WS-EXPIRED-CTR   TO WS-TL8-COUNT.
005190     WRITE REGISTER-RECORD FROM WS-TOTAL-LINE1 AFTER ADVANCING 2.
005192     WRITE REGISTER-RECORD FROM WS-TOTAL-LINE4 AFTER ADVANCING 1.
005194     WRITE REGISTER-RECORD FROM WS-TOTAL-LINE5 AFTER ADVANCING 1.
005200     WRITE REGISTER-RECORD FROM WS-TOTAL-LINE2 AFTER ADVANCING 1.
005202     WRITE REGISTER-RECORD FROM WS-TOTAL-LINE6 AFTER ADVANCING 1.
005204     WRITE REGISTER-RECORD FROM WS-TOTAL-LINE7 AFTER ADVANCING 1.
005210     WRITE REGISTER-RECORD FROM WS-TOTAL-LINE3 AFTER ADVANCING 1.
005215     WRITE REGISTER-RECORD FROM WS-TOTAL-LINE8 AFTER ADVANCING 1.
005220 3900-WRITE-TOTALS-EXIT.
005230     EXIT.
005240*****************************************************************
005250*    3960-WRITE-JOURNAL -- APPEND ONE UPDATE JOURNAL RECORD      *
005260*    (UPDJRN.CPY) FOR THE FILE THE CALLER NAMED IN UJ-FILE-ID,   *
005270*    WITH THE ADDED, CHANGED AND DELETED COUNTS AND THE HASH     *
005280*    DELTA IT LEFT IN THE RECORD, SO VER001 CAN ACCOUNT FOR THE  *
005290*    CHANGE TO THE FILE.  THE JOURNAL IS SHARED WITH THE OTHER   *
005300*    PROGRAMS THAT UPDATE THE MANIFEST FILES, SO IT IS OPENED    *
005310*    AND CLOSED AROUND THE RECORD, CREATED ON THE FIRST EVER     *
005320*    RECORD; IF IT STILL CANNOT BE OPENED THE COUNTS GO TO THE   *
005330*    CONSOLE AND THE CHANGE WILL BE REPORTED AS DRIFT.           *
005340*****************************************************************
005350 3960-WRITE-JOURNAL.
005360     MOVE "PRM001"         TO UJ-PROGRAM.
005370     ACCEPT UJ-RUN-DATE    FROM DATE YYYYMMDD.
005380     ACCEPT UJ-RUN-TIME    FROM TIME.
005390     MOVE 0                TO UJ-PARTITION-NO.
005400     OPEN INPUT UPDATE-JOURNAL-FILE.
005410     IF WS-UPDJRNL-STATUS = "00"
005420         CLOSE UPDATE-JOURNAL-FILE
005430         OPEN EXTEND UPDATE-JOURNAL-FILE
005440     ELSE
005450         OPEN OUTPUT UPDATE-JOURNAL-FILE
005460     END-IF.
005470     IF WS-UPDJRNL-STATUS NOT = "00"
005480         DISPLAY "PRM001: NOT JOURNALLED " UJ-FILE-ID
005490                 " ADDED " UJ-ADD-COUNT
005500                 " CHANGED " UJ-CHANGE-COUNT
005510                 " DELETED " UJ-DELETE-COUNT
005520         GO TO 3960-WRITE-JOURNAL-EXIT
005530     END-IF.
005540     WRITE UPDATE-JOURNAL-FILE-RECORD FROM UPDATE-JOURNAL-RECORD.
005550     CLOSE UPDATE-JOURNAL-FILE.
005560 3960-WRITE-JOURNAL-EXIT.
005570     EXIT.
