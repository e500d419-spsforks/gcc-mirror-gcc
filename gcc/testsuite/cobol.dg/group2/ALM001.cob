000100 IDENTIFICATION            DIVISION.
000110 PROGRAM-ID.               ALM001.
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
000220*    10/13/2026  DJH  ORIGINAL.  BATCH MAINTENANCE OF THE ALERT  *
000230*                     ROUTING TABLE (ALRTAB.CPY) FROM KEYED      *
000240*                     ADD/CHANGE/DELETE ACTIONS ON ALMTRAN, WITH *
000250*                     A PRINTED REGISTER OF EVERY APPLIED AND    *
000260*                     REJECTED ACTION, OLD AND NEW ROUTING SIDE  *
000270*                     BY SIDE.  ALF001 TAKES THE SEVERITY,       *
000280*                     ROUTING GROUP AND PAGE SWITCH OF EVERY     *
000290*                     ALERT IT FORWARDS TO THE MONITORING        *
000300*                     CONSOLE FROM THIS TABLE.                   *
000302*    10/14/2026  DJH  ROUTING ENTRIES ADDED, CHANGED AND DELETED *
000304*                     ARE COUNTED AND JOURNALLED ON UPDJRNL WHEN *
000306*                     ALERTTAB IS CLOSED, FOR VER001'S NIGHTLY   *
000308*                     INTEGRITY CHECK.                           *
000310*                                                               *
000320*****************************************************************
000330 ENVIRONMENT               DIVISION.
000340 CONFIGURATION             SECTION.
000350 SOURCE-COMPUTER.          IBM-370.
000360 OBJECT-COMPUTER.          IBM-370.
000370 INPUT-OUTPUT               SECTION.
000380 FILE-CONTROL.
000390     SELECT ALERT-TRAN-FILE ASSIGN TO "ALMTRAN"
000400                           ORGANIZATION IS LINE SEQUENTIAL
000410                           FILE STATUS IS WS-ALT-STATUS.
000420     SELECT ALERT-TABLE-FILE ASSIGN TO "ALERTTAB"
000430                           ORGANIZATION IS INDEXED
000440                           ACCESS MODE IS DYNAMIC
000450                           RECORD KEY IS AT-ALERT-CODE
000460                           FILE STATUS IS WS-ALTAB-STATUS.
000470     SELECT REGISTER-FILE  ASSIGN TO "ALMRPT"
000480                           ORGANIZATION IS LINE SEQUENTIAL
000490                           FILE STATUS IS WS-REG-STATUS.
000492     SELECT UPDATE-JOURNAL-FILE ASSIGN TO "UPDJRNL"
000494                           ORGANIZATION IS LINE SEQUENTIAL
000496                           FILE STATUS IS WS-UPDJRNL-STATUS.
000500 DATA                      DIVISION.
000510 FILE                      SECTION.
000520 FD  ALERT-TRAN-FILE
000530     LABEL RECORD IS STANDARD.
000540     COPY ALMTRN.
000550 FD  ALERT-TABLE-FILE
000560     LABEL RECORD IS STANDARD.
000570     COPY ALRTAB.
000580 FD  REGISTER-FILE
000590     LABEL RECORD IS STANDARD.
000600 01  REGISTER-RECORD           PIC X(132).
000602 FD  UPDATE-JOURNAL-FILE
000604     LABEL RECORD IS STANDARD.
000606 01  UPDATE-JOURNAL-FILE-RECORD PIC X(100).
000610 WORKING-STORAGE           SECTION.
000620 01  WS-ALT-STATUS         PIC X(02).
000630 01  WS-ALTAB-STATUS       PIC X(02).
000640 01  WS-REG-STATUS         PIC X(02).
000643 01  WS-UPDJRNL-STATUS     PIC X(02).
000646     COPY UPDJRN.
000650 01  AM-SWITCHES.
000660     05  AM-EOF-SW         PIC X(01)   VALUE "N".
000670         88  AM-EOF                    VALUE "Y".
000680 01  WS-RUN-DATE           PIC 9(8).
000690 01  WS-PAGE-NO            PIC 9(3)    VALUE 0.
000700 01  WS-LINE-CTR           PIC 9(3)    VALUE 0.
000710 01  WS-LINES-PER-PAGE     PIC 9(3)    VALUE 60.
000720 77  WS-READ-CTR           PIC 9(7)    VALUE 0.
000730 77  WS-APPLIED-CTR        PIC 9(7)    VALUE 0.
000740 77  WS-REJECTED-CTR       PIC 9(7)    VALUE 0.
000742 77  WS-ALTB-ADD-CTR       PIC 9(7)    VALUE 0.
000744 77  WS-ALTB-CHG-CTR       PIC 9(7)    VALUE 0.
000746 77  WS-ALTB-DEL-CTR       PIC 9(7)    VALUE 0.
000748 77  WS-ALTB-HASH-DELTA    PIC S9(13)V99 VALUE 0.
000750 01  WS-OLD-FOUND-SW       PIC X(01)   VALUE "N".
000760     88  WS-OLD-FOUND                  VALUE "Y".
000770 01  WS-NEW-SEVERITY       PIC X(01).
000780     88  WS-NEW-SEV-VALID              VALUE "C" "E" "W" "I".
000790 01  WS-NEW-PAGE-SW        PIC X(01).
000800     88  WS-NEW-PAGE-VALID             VALUE "Y" "N".
000810 01  WS-HDR-LINE1.
000820     05  FILLER            PIC X(10)   VALUE "RUN DATE: ".
000830     05  WS-H1-DATE        PIC 9(8).
000840     05  FILLER            PIC X(16)   VALUE SPACES.
000850     05  FILLER            PIC X(35)   VALUE
000860         "ALERT ROUTING MAINTENANCE REGISTER".
000870     05  FILLER            PIC X(05)   VALUE "PAGE ".
000880     05  WS-H1-PAGE        PIC ZZ9.
000890     05  FILLER            PIC X(55)   VALUE SPACES.
000900 01  WS-HDR-LINE2.
000910     05  FILLER            PIC X(07)   VALUE "ACTION ".
000920     05  FILLER            PIC X(06)   VALUE "CODE  ".
000930     05  FILLER            PIC X(04)   VALUE "SEV ".
000940     05  FILLER            PIC X(10)   VALUE "GROUP     ".
000950     05  FILLER            PIC X(04)   VALUE "PG  ".
000960     05  FILLER            PIC X(04)   VALUE "WAS ".
000970     05  FILLER            PIC X(10)   VALUE "WAS GROUP ".
000980     05  FILLER            PIC X(04)   VALUE "PG  ".
000990     05  FILLER            PIC X(10)   VALUE "USER      ".
001000     05  FILLER            PIC X(10)   VALUE "RESULT    ".
001010     05  FILLER            PIC X(30)   VALUE "REASON".
001020     05  FILLER            PIC X(33)   VALUE SPACES.
001030 01  WS-DETAIL-LINE.
001040     05  WS-DL-ACTION      PIC X(01).
001050     05  FILLER            PIC X(06)   VALUE SPACES.
001060     05  WS-DL-CODE        PIC X(04).
001070     05  FILLER            PIC X(02)   VALUE SPACES.
001080     05  WS-DL-SEVERITY    PIC X(01).
001090     05  FILLER            PIC X(03)   VALUE SPACES.
001100     05  WS-DL-GROUP       PIC X(08).
001110     05  FILLER            PIC X(02)   VALUE SPACES.
001120     05  WS-DL-PAGE-SW     PIC X(01).
001130     05  FILLER            PIC X(03)   VALUE SPACES.
001140     05  WS-DL-OLD-SEVERITY PIC X(01).
001150     05  FILLER            PIC X(03)   VALUE SPACES.
001160     05  WS-DL-OLD-GROUP   PIC X(08).
001170     05  FILLER            PIC X(02)   VALUE SPACES.
001180     05  WS-DL-OLD-PAGE-SW PIC X(01).
001190     05  FILLER            PIC X(03)   VALUE SPACES.
001200     05  WS-DL-USER-ID     PIC X(08).
001210     05  FILLER            PIC X(02)   VALUE SPACES.
001220     05  WS-DL-RESULT      PIC X(08).
001230     05  FILLER            PIC X(02)   VALUE SPACES.
001240     05  WS-DL-REASON      PIC X(30).
001250     05  FILLER            PIC X(33)   VALUE SPACES.
001260 01  WS-TOTAL-LINE1.
001270     05  FILLER            PIC X(16)   VALUE "ACTIONS READ:   ".
001280     05  WS-TL1-COUNT      PIC Z(6)9.
001290     05  FILLER            PIC X(109)  VALUE SPACES.
001300 01  WS-TOTAL-LINE2.
001310     05  FILLER            PIC X(16)   VALUE "ACTIONS APPLIED:".
001320     05  WS-TL2-COUNT      PIC Z(6)9.
001330     05  FILLER            PIC X(109)  VALUE SPACES.
001340 01  WS-TOTAL-LINE3.
001350     05  FILLER            PIC X(16)   VALUE "ACTIONS REJECTED".
001360     05  WS-TL3-COUNT      PIC Z(6)9.
001370     05  FILLER            PIC X(109)  VALUE SPACES.
001380 PROCEDURE                 DIVISION.
001390*****************************************************************
001400*    0000-MAINLINE                                               *
001410*****************************************************************
001420 V01 SECTION.
001430 V011.
001440     PERFORM 3000-OPEN-FILES THRU 3000-OPEN-FILES-EXIT.
001450     PERFORM 3100-READ-ALERT-TRAN
001460         THRU 3100-READ-ALERT-TRAN-EXIT.
001470     PERFORM 3200-APPLY-ACTION THRU 3200-APPLY-ACTION-EXIT
001480         UNTIL AM-EOF.
001490     PERFORM 3900-WRITE-TOTALS THRU 3900-WRITE-TOTALS-EXIT.
001500     CLOSE ALERT-TRAN-FILE.
001510     CLOSE ALERT-TABLE-FILE.
001511     MOVE "ALERTTAB"       TO UJ-FILE-ID.
001512     MOVE WS-ALTB-ADD-CTR  TO UJ-ADD-COUNT.
001513     MOVE WS-ALTB-CHG-CTR  TO UJ-CHANGE-COUNT.
001514     MOVE WS-ALTB-DEL-CTR  TO UJ-DELETE-COUNT.
001515     MOVE WS-ALTB-HASH-DELTA TO UJ-HASH-DELTA.
001516     PERFORM 3960-WRITE-JOURNAL THRU 3960-WRITE-JOURNAL-EXIT.
001520     CLOSE REGISTER-FILE.
001530     IF WS-REJECTED-CTR > 0
001540         MOVE 4            TO RETURN-CODE
001550     ELSE
001560         MOVE 0            TO RETURN-CODE
001570     END-IF.
001580     GOBACK.
001590*****************************************************************
001600*    3000-OPEN-FILES -- OPEN THE ROUTING ACTIONS, THE ROUTING    *
001610*    TABLE (CREATING IT ON A SITE'S FIRST EVER RUN) AND THE      *
001620*    PRINTED REGISTER.  A MISSING ACTION FILE OR AN UNOPENABLE   *
001630*    REGISTER IS FATAL -- THERE IS NOTHING TO DO, OR NOWHERE TO  *
001640*    PROVE WHAT WAS DONE.                                        *
001650*****************************************************************
001660 3000-OPEN-FILES.
001670     OPEN INPUT ALERT-TRAN-FILE.
001680     IF WS-ALT-STATUS NOT = "00"
001690         DISPLAY "ALM001: UNABLE TO OPEN ALMTRAN, STATUS "
001700                 WS-ALT-STATUS
001710         MOVE 16           TO RETURN-CODE
001720         GOBACK
001730     END-IF.
001740     OPEN OUTPUT REGISTER-FILE.
001750     IF WS-REG-STATUS NOT = "00"
001760         DISPLAY "ALM001: UNABLE TO OPEN ALMRPT, STATUS "
001770                 WS-REG-STATUS
001780         MOVE 16           TO RETURN-CODE
001790         GOBACK
001800     END-IF.
001810     OPEN I-O ALERT-TABLE-FILE.
001820     IF WS-ALTAB-STATUS NOT = "00"
001830         OPEN OUTPUT ALERT-TABLE-FILE
001840         CLOSE ALERT-TABLE-FILE
001850         OPEN I-O ALERT-TABLE-FILE
001860     END-IF.
001870     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001880     MOVE WS-RUN-DATE      TO WS-H1-DATE.
001890     PERFORM 3800-WRITE-HEADERS THRU 3800-WRITE-HEADERS-EXIT.
001900 3000-OPEN-FILES-EXIT.
001910     EXIT.
001920*****************************************************************
001930*    3100-READ-ALERT-TRAN -- GET THE NEXT ROUTING ACTION         *
001940*****************************************************************
001950 3100-READ-ALERT-TRAN.
001960     READ ALERT-TRAN-FILE
001970         AT END
001980             SET AM-EOF TO TRUE
001990         NOT AT END
002000             ADD 1         TO WS-READ-CTR
002010     END-READ.
002020 3100-READ-ALERT-TRAN-EXIT.
002030     EXIT.
002040*****************************************************************
002050*    3200-APPLY-ACTION -- VALIDATE AND APPLY ONE                 *
002060*    ADD/CHANGE/DELETE ACTION.  EVERY ACTION, APPLIED OR         *
002070*    REJECTED, GETS ONE REGISTER LINE SHOWING WHO ASKED FOR WHAT *
002080*    AND WHAT HAPPENED TO IT.                                    *
002090*****************************************************************
002100 3200-APPLY-ACTION.
002110     MOVE AM-ACTION-CODE   TO WS-DL-ACTION.
002120     MOVE AM-ALERT-CODE    TO WS-DL-CODE.
002130     MOVE AM-USER-ID       TO WS-DL-USER-ID.
002140     MOVE AM-SEVERITY      TO WS-NEW-SEVERITY.
002150     MOVE AM-PAGE-SW       TO WS-NEW-PAGE-SW.
002160     IF WS-NEW-PAGE-SW = SPACE
002170         MOVE "N"          TO WS-NEW-PAGE-SW
002180     END-IF.
002190     MOVE SPACES           TO WS-DL-SEVERITY.
002200     MOVE SPACES           TO WS-DL-GROUP.
002210     MOVE SPACES           TO WS-DL-PAGE-SW.
002220     MOVE SPACES           TO WS-DL-OLD-SEVERITY.
002230     MOVE SPACES           TO WS-DL-OLD-GROUP.
002240     MOVE SPACES           TO WS-DL-OLD-PAGE-SW.
002250     MOVE SPACES           TO WS-DL-REASON.
002260     IF NOT AM-ACTION-ADD AND NOT AM-ACTION-CHANGE
002270                          AND NOT AM-ACTION-DELETE
002280         MOVE "INVALID ACTION CODE"  TO WS-DL-REASON
002290         PERFORM 3300-REJECT-ACTION THRU 3300-REJECT-ACTION-EXIT
002300         GO TO 3200-APPLY-ACTION-NEXT
002310     END-IF.
002320     IF AM-USER-ID = SPACES
002330         MOVE "USER ID MISSING"      TO WS-DL-REASON
002340         PERFORM 3300-REJECT-ACTION THRU 3300-REJECT-ACTION-EXIT
002350         GO TO 3200-APPLY-ACTION-NEXT
002360     END-IF.
002370     IF AM-ALERT-CODE (1:1) = SPACE
002380         MOVE "ALERT CODE MISSING"   TO WS-DL-REASON
002390         PERFORM 3300-REJECT-ACTION THRU 3300-REJECT-ACTION-EXIT
002400         GO TO 3200-APPLY-ACTION-NEXT
002410     END-IF.
002420     IF AM-ACTION-ADD OR AM-ACTION-CHANGE
002430         MOVE WS-NEW-SEVERITY  TO WS-DL-SEVERITY
002440         MOVE AM-ROUTE-GROUP   TO WS-DL-GROUP
002450         MOVE WS-NEW-PAGE-SW   TO WS-DL-PAGE-SW
002460         PERFORM 3210-EDIT-ROUTING THRU 3210-EDIT-ROUTING-EXIT
002470         IF WS-DL-REASON NOT = SPACES
002480             PERFORM 3300-REJECT-ACTION
002490                 THRU 3300-REJECT-ACTION-EXIT
002500             GO TO 3200-APPLY-ACTION-NEXT
002510         END-IF
002520     END-IF.
002530     PERFORM 3250-READ-ENTRY THRU 3250-READ-ENTRY-EXIT.
002540     IF AM-ACTION-ADD
002550         PERFORM 3220-APPLY-ADD THRU 3220-APPLY-ADD-EXIT
002560     ELSE
002570         IF AM-ACTION-CHANGE
002580             PERFORM 3230-APPLY-CHANGE THRU 3230-APPLY-CHANGE-EXIT
002590         ELSE
002600             PERFORM 3240-APPLY-DELETE THRU 3240-APPLY-DELETE-EXIT
002610         END-IF
002620     END-IF.
002630 3200-APPLY-ACTION-NEXT.
002640     PERFORM 3100-READ-ALERT-TRAN
002650         THRU 3100-READ-ALERT-TRAN-EXIT.
002660 3200-APPLY-ACTION-EXIT.
002670     EXIT.
002680*****************************************************************
002690*    3210-EDIT-ROUTING -- AN ADD OR CHANGE MUST CARRY A SEVERITY *
002700*    THE MONITORING CONSOLE KNOWS (C, E, W OR I), A ROUTING      *
002710*    GROUP TO SEND THE EVENT TO AND A PAGE SWITCH OF Y OR N.     *
002720*    THE FIRST FAULT FOUND IS LEFT IN WS-DL-REASON.              *
002730*****************************************************************
002740 3210-EDIT-ROUTING.
002750     IF NOT WS-NEW-SEV-VALID
002760         MOVE "SEVERITY NOT C, E, W OR I" TO WS-DL-REASON
002770         GO TO 3210-EDIT-ROUTING-EXIT
002780     END-IF.
002790     IF AM-ROUTE-GROUP = SPACES
002800         MOVE "ROUTING GROUP MISSING" TO WS-DL-REASON
002810         GO TO 3210-EDIT-ROUTING-EXIT
002820     END-IF.
002830     IF NOT WS-NEW-PAGE-VALID
002840         MOVE "PAGE SWITCH NOT Y OR N" TO WS-DL-REASON
002850     END-IF.
002860 3210-EDIT-ROUTING-EXIT.
002870     EXIT.
002880*****************************************************************
002890*    3220-APPLY-ADD -- AN ADD FOR A CODE ALREADY ON FILE IS A    *
002900*    DUPLICATE AND IS REJECTED -- A CORRECTION TO ITS ROUTING IS *
002910*    A CHANGE, SO THE REGISTER SHOWS THE ROUTING IT REPLACED.    *
002920*****************************************************************
002930 3220-APPLY-ADD.
002940     IF WS-OLD-FOUND
002950         MOVE "DUPLICATE ADD"        TO WS-DL-REASON
002960         PERFORM 3300-REJECT-ACTION THRU 3300-REJECT-ACTION-EXIT
002970         GO TO 3220-APPLY-ADD-EXIT
002980     END-IF.
002990     MOVE SPACES           TO ALERT-CODE-RECORD.
003000     MOVE AM-ALERT-CODE    TO AT-ALERT-CODE.
003010     PERFORM 3260-LOAD-ENTRY THRU 3260-LOAD-ENTRY-EXIT.
003020     WRITE ALERT-CODE-RECORD
003030         INVALID KEY
003040             MOVE "ENTRY WRITE FAILED"   TO WS-DL-REASON
003050             PERFORM 3300-REJECT-ACTION
003060                 THRU 3300-REJECT-ACTION-EXIT
003070         NOT INVALID KEY
003075             ADD 1         TO WS-ALTB-ADD-CTR
003080             PERFORM 3310-ACCEPT-ACTION
003090                 THRU 3310-ACCEPT-ACTION-EXIT
003100     END-WRITE.
003110 3220-APPLY-ADD-EXIT.
003120     EXIT.
003130*****************************************************************
003140*    3230-APPLY-CHANGE -- A CHANGE OF A CODE NOT ON FILE IS      *
003150*    REJECTED; OTHERWISE THE OLD AND NEW ROUTING BOTH PRINT SO   *
003160*    THE CHANGE CAN BE PROVEN AFTER THE FACT, AND THE ENTRY IS   *
003170*    RE-STAMPED WITH WHO CHANGED IT.                             *
003180*****************************************************************
003190 3230-APPLY-CHANGE.
003200     IF NOT WS-OLD-FOUND
003210         MOVE "ALERT CODE NOT ON FILE" TO WS-DL-REASON
003220         PERFORM 3300-REJECT-ACTION THRU 3300-REJECT-ACTION-EXIT
003230         GO TO 3230-APPLY-CHANGE-EXIT
003240     END-IF.
003250     PERFORM 3260-LOAD-ENTRY THRU 3260-LOAD-ENTRY-EXIT.
003260     REWRITE ALERT-CODE-RECORD
003270         INVALID KEY
003280             MOVE "ENTRY REWRITE FAILED" TO WS-DL-REASON
003290             PERFORM 3300-REJECT-ACTION
003300                 THRU 3300-REJECT-ACTION-EXIT
003310         NOT INVALID KEY
003315             ADD 1         TO WS-ALTB-CHG-CTR
003320             PERFORM 3310-ACCEPT-ACTION
003330                 THRU 3310-ACCEPT-ACTION-EXIT
003340     END-REWRITE.
003350 3230-APPLY-CHANGE-EXIT.
003360     EXIT.
003370*****************************************************************
003380*    3240-APPLY-DELETE -- A DELETE OF A CODE NOT ON FILE IS      *
003390*    REJECTED; OTHERWISE THE ENTRY COMES OFF AND ITS ROUTING     *
003400*    PRINTS AS THE OLD VALUE.  THE CODE IS STILL FORWARDED FROM  *
003410*    THEN ON, AT ALF001'S DEFAULT ROUTING.                       *
003420*****************************************************************
003430 3240-APPLY-DELETE.
003440     IF NOT WS-OLD-FOUND
003450         MOVE "ALERT CODE NOT ON FILE" TO WS-DL-REASON
003460         PERFORM 3300-REJECT-ACTION THRU 3300-REJECT-ACTION-EXIT
003470         GO TO 3240-APPLY-DELETE-EXIT
003480     END-IF.
003490     DELETE ALERT-TABLE-FILE
003500         INVALID KEY
003510             MOVE "ENTRY DELETE FAILED"  TO WS-DL-REASON
003520             PERFORM 3300-REJECT-ACTION
003530                 THRU 3300-REJECT-ACTION-EXIT
003540         NOT INVALID KEY
003545             ADD 1         TO WS-ALTB-DEL-CTR
003550             PERFORM 3310-ACCEPT-ACTION
003560                 THRU 3310-ACCEPT-ACTION-EXIT
003570     END-DELETE.
003580 3240-APPLY-DELETE-EXIT.
003590     EXIT.
003600*****************************************************************
003610*    3250-READ-ENTRY -- KEYED LOOKUP OF THE ACTION'S ALERT CODE  *
003620*    SO EACH ACTION KNOWS WHETHER THE ENTRY EXISTS, AND THE      *
003630*    REGISTER SHOWS ITS CURRENT ROUTING.                         *
003640*****************************************************************
003650 3250-READ-ENTRY.
003660     MOVE "N"              TO WS-OLD-FOUND-SW.
003670     MOVE AM-ALERT-CODE    TO AT-ALERT-CODE.
003680     READ ALERT-TABLE-FILE
003690         INVALID KEY
003700             CONTINUE
003710         NOT INVALID KEY
003720             SET WS-OLD-FOUND TO TRUE
003730             MOVE AT-SEVERITY    TO WS-DL-OLD-SEVERITY
003740             MOVE AT-ROUTE-GROUP TO WS-DL-OLD-GROUP
003750             MOVE AT-PAGE-SW     TO WS-DL-OLD-PAGE-SW
003760     END-READ.
003770 3250-READ-ENTRY-EXIT.
003780     EXIT.
003790*****************************************************************
003800*    3260-LOAD-ENTRY -- MOVE AN ADD OR CHANGE'S ROUTING ONTO THE *
003810*    TABLE ENTRY AND STAMP WHO KEYED IT AND WHEN                 *
003820*****************************************************************
003830 3260-LOAD-ENTRY.
003840     MOVE WS-NEW-SEVERITY  TO AT-SEVERITY.
003850     MOVE AM-ROUTE-GROUP   TO AT-ROUTE-GROUP.
003860     MOVE WS-NEW-PAGE-SW   TO AT-PAGE-SW.
003870     MOVE AM-DESCRIPTION   TO AT-DESCRIPTION.
003880     MOVE AM-USER-ID       TO AT-USER-ID.
003890     MOVE WS-RUN-DATE      TO AT-KEYED-DATE.
003900 3260-LOAD-ENTRY-EXIT.
003910     EXIT.
003920*****************************************************************
003930*    3300-REJECT-ACTION -- PRINT ONE REJECTED REGISTER LINE      *
003940*****************************************************************
003950 3300-REJECT-ACTION.
003960     MOVE "REJECTED"       TO WS-DL-RESULT.
003970     ADD 1                 TO WS-REJECTED-CTR.
003980     PERFORM 3850-WRITE-DETAIL THRU 3850-WRITE-DETAIL-EXIT.
003990 3300-REJECT-ACTION-EXIT.
004000     EXIT.
004010*****************************************************************
004020*    3310-ACCEPT-ACTION -- PRINT ONE APPLIED REGISTER LINE       *
004030*****************************************************************
004040 3310-ACCEPT-ACTION.
004050     MOVE "APPLIED "       TO WS-DL-RESULT.
004060     ADD 1                 TO WS-APPLIED-CTR.
004070     PERFORM 3850-WRITE-DETAIL THRU 3850-WRITE-DETAIL-EXIT.
004080 3310-ACCEPT-ACTION-EXIT.
004090     EXIT.
004100*****************************************************************
004110*    3800-WRITE-HEADERS -- PRINT A NEW PAGE HEADER               *
004120*****************************************************************
004130 3800-WRITE-HEADERS.
004140     ADD 1                 TO WS-PAGE-NO.
004150     MOVE WS-PAGE-NO       TO WS-H1-PAGE.
004160     WRITE REGISTER-RECORD FROM WS-HDR-LINE1 AFTER ADVANCING PAGE.
004170     WRITE REGISTER-RECORD FROM WS-HDR-LINE2 AFTER ADVANCING 1.
004180     MOVE ZERO             TO WS-LINE-CTR.
004190 3800-WRITE-HEADERS-EXIT.
004200     EXIT.
004210*****************************************************************
004220*    3850-WRITE-DETAIL -- PRINT ONE REGISTER LINE, NEW PAGE IF   *
004230*    THE CURRENT PAGE IS FULL                                    *
004240*****************************************************************
004250 3850-WRITE-DETAIL.
004260     IF WS-LINE-CTR NOT < WS-LINES-PER-PAGE
004270         PERFORM 3800-WRITE-HEADERS THRU 3800-WRITE-HEADERS-EXIT
004280     END-IF.
004290     WRITE REGISTER-RECORD FROM WS-DETAIL-LINE AFTER ADVANCING 1.
004300     ADD 1                 TO WS-LINE-CTR.
004310 3850-WRITE-DETAIL-EXIT.
004320     EXIT.
004330*****************************************************************
004340*    3900-WRITE-TOTALS -- PRINT THE REGISTER CONTROL TOTALS;     *
004350*    READ MUST EQUAL APPLIED PLUS REJECTED OR THE REGISTER DOES  *
004360*    NOT ACCOUNT FOR EVERY ACTION.                               *
004370*****************************************************************
004380 3900-WRITE-TOTALS.
004390     MOVE WS-READ-CTR      TO WS-TL1-COUNT.
004400     MOVE WS-APPLIED-CTR   TO WS-TL2-COUNT.
004410     MOVE WS-REJECTED-CTR  TO WS-TL3-COUNT.
004420     WRITE REGISTER-RECORD FROM WS-TOTAL-LINE1 AFTER ADVANCING 2.
004430     WRITE REGISTER-RECORD FROM WS-TOTAL-LINE2 AFTER ADVANCING 1.
004440     WRITE REGISTER-RECORD FROM WS-TOTAL-LINE3 AFTER ADVANCING 1.
004450 3900-WRITE-TOTALS-EXIT.
004460     EXIT.
004470*****************************************************************
004480*    3960-WRITE-JOURNAL -- APPEND ONE UPDATE JOURNAL RECORD      *
004490*    (UPDJRN.CPY) FOR THE FILE THE CALLER NAMED IN UJ-FILE-ID,   *
004500*    WITH THE ADDED, CHANGED AND DELETED COUNTS AND THE HASH     *
004510*    DELTA IT LEFT IN THE RECORD, SO VER001 CAN ACCOUNT FOR THE  *
004520*    CHANGE TO THE FILE.  THE JOURNAL IS SHARED WITH THE OTHER   *
004530*    PROGRAMS THAT UPDATE THE MANIFEST FILES, SO IT IS OPENED    *
004540*    AND CLOSED AROUND THE RECORD, CREATED ON THE FIRST EVER     *
004550*    RECORD; IF IT STILL CANNOT BE OPENED THE COUNTS GO TO THE   *
004560*    CONSOLE AND THE CHANGE WILL BE REPORTED AS DRIFT.           *
004570*****************************************************************
004580 3960-WRITE-JOURNAL.
004590     MOVE "ALM001"         TO UJ-PROGRAM.
004600     ACCEPT UJ-RUN-DATE    FROM DATE YYYYMMDD.
004610     ACCEPT UJ-RUN-TIME    FROM TIME.
004620     MOVE 0                TO UJ-PARTITION-NO.
004630     OPEN INPUT UPDATE-JOURNAL-FILE.
004640     IF WS-UPDJRNL-STATUS = "00"
004650         CLOSE UPDATE-JOURNAL-FILE
004660         OPEN EXTEND UPDATE-JOURNAL-FILE
004670     ELSE
004680         OPEN OUTPUT UPDATE-JOURNAL-FILE
004690     END-IF.
004700     IF WS-UPDJRNL-STATUS NOT = "00"
004710         DISPLAY "ALM001: NOT JOURNALLED " UJ-FILE-ID
004720                 " ADDED " UJ-ADD-COUNT
004730                 " CHANGED " UJ-CHANGE-COUNT
004740                 " DELETED " UJ-DELETE-COUNT
004750         GO TO 3960-WRITE-JOURNAL-EXIT
004760     END-IF.
004770     WRITE UPDATE-JOURNAL-FILE-RECORD FROM UPDATE-JOURNAL-RECORD.
004780     CLOSE UPDATE-JOURNAL-FILE.
004790 3960-WRITE-JOURNAL-EXIT.
004800     EXIT.
