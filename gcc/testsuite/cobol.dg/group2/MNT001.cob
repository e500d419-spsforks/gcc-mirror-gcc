000260*                     REJECTED ACTION SO A02'S EXPECTED-INDVAL   *
000270*                     CONTROL VALUES ARE NO LONGER HAND-EDITED   *
000280*                     OUTSIDE THE SYSTEM.                        *
000281*    10/08/2026  DJH  DUAL CONTROL.  A KEYED ACTION NO LONGER    *
000282*                     TOUCHES THE MASTER: ONCE IT PASSES ITS     *
000283*                     EDITS IT IS FILED PENDING ON PENDCHG WITH  *
000284*                     THE KEYING USER AS MAKER -- TUN001'S       *
000285*                     MNTPROP PROPOSALS, FED IN AS MNTTRAN, LAND *
000286*                     THERE THE SAME WAY. IT IS APPLIED ONLY     *
000287*                     WHEN A DIFFERENT USER APPROVES IT ON       *
000288*                     MNTAPPR IN A LATER RUN.  A SELF-APPROVAL   *
000289*                     IS REFUSED, PRINTED AND LOGGED ON          *
000290*                     AUDITFILE AS SA01.  A CHANGE STILL PENDING *
000291*                     AFTER CP-PEND-EXPIRE-DAYS EXPIRES.  THE    *
000292*                     REGISTER NOW SHOWS MAKER, CHECKER AND THE  *
000293*                     KEYED STAMP.  MNTTRAN IS OPTIONAL WHEN     *
000294*                     THERE ARE APPROVALS.                       *
000295*    10/14/2026  DJH  EVERY ADD, CHANGE AND DELETE APPLIED TO    *
000296*                     THE MASTER IS COUNTED, WITH ITS EFFECT ON  *
000297*                     THE SUM OF EXPECTED INDVALS, AND           *
000298*                     JOURNALLED ON UPDJRNL WHEN THE MASTER IS   *
000299*                     CLOSED, FOR VER001'S NIGHTLY INTEGRITY     *
000300*                     CHECK.                                     *
000301*                                                               *
000302*****************************************************************
000310 ENVIRONMENT               DIVISION.
000320 CONFIGURATION             SECTION.
000330 SOURCE-COMPUTER.          IBM-370.
000450     SELECT REGISTER-FILE  ASSIGN TO "MNTRPT"
000460                           ORGANIZATION IS LINE SEQUENTIAL
000470                           FILE STATUS IS WS-REG-STATUS.
000471     SELECT APPROVAL-FILE  ASSIGN TO "MNTAPPR"
000472                           ORGANIZATION IS LINE SEQUENTIAL
000473                           FILE STATUS IS WS-APPR-STATUS.
000474     SELECT PENDING-FILE   ASSIGN TO "PENDCHG"
000475                           ORGANIZATION IS INDEXED
000476                           ACCESS MODE IS DYNAMIC
000477                           RECORD KEY IS PC-KEY
000478                           FILE STATUS IS WS-PEND-STATUS.
000479     SELECT CTLPARM-FILE   ASSIGN TO "CTLPARM"
000480                           ORGANIZATION IS LINE SEQUENTIAL
000481                           FILE STATUS IS WS-PARM-STATUS.
000482     SELECT AUDIT-FILE     ASSIGN TO "AUDITFILE"
000483                           ORGANIZATION IS LINE SEQUENTIAL
000484                           FILE STATUS IS WS-AUDIT-STATUS.
000485     SELECT UPDATE-JOURNAL-FILE ASSIGN TO "UPDJRNL"
000486                           ORGANIZATION IS LINE SEQUENTIAL
000487                           FILE STATUS IS WS-UPDJRNL-STATUS.
000488 DATA                      DIVISION.
000490 FILE                      SECTION.
000500 FD  MAINT-TRAN-FILE
000510     LABEL RECORD IS STANDARD.
000560 FD  REGISTER-FILE
000570     LABEL RECORD IS STANDARD.
000580 01  REGISTER-RECORD           PIC X(132).
000581 FD  APPROVAL-FILE
000582     LABEL RECORD IS STANDARD.
000583     COPY CHGAPR.
000584 FD  PENDING-FILE
000585     LABEL RECORD IS STANDARD.
000586     COPY PNDCHG.
000587 FD  CTLPARM-FILE
000588     LABEL RECORD IS STANDARD.
000589     COPY CTLPARM.
000590 FD  AUDIT-FILE
000591     LABEL RECORD IS STANDARD.
000592     COPY AUDTREC.
000593 FD  UPDATE-JOURNAL-FILE
000594     LABEL RECORD IS STANDARD.
000595 01  UPDATE-JOURNAL-FILE-RECORD PIC X(100).
000596 WORKING-STORAGE           SECTION.
000600 01  WS-MNT-STATUS         PIC X(02).
000610 01  WS-MASTER-STATUS      PIC X(02).
000620 01  WS-REG-STATUS         PIC X(02).
000621 01  WS-APPR-STATUS        PIC X(02).
000622 01  WS-PEND-STATUS        PIC X(02).
000623 01  WS-PARM-STATUS        PIC X(02).
000624 01  WS-AUDIT-STATUS       PIC X(02).
000625 01  WS-UPDJRNL-STATUS     PIC X(02).
000630 01  MT-SWITCHES.
000640     05  MT-EOF-SW         PIC X(01)   VALUE "N".
000650         88  MT-EOF                    VALUE "Y".
000651     05  MT-OPEN-SW        PIC X(01)   VALUE "N".
000652         88  MT-OPEN                   VALUE "Y".
000653 01  AP-SWITCHES.
000654     05  AP-EOF-SW         PIC X(01)   VALUE "N".
000655         88  AP-EOF                    VALUE "Y".
000656     05  AP-OPEN-SW        PIC X(01)   VALUE "N".
000657         88  AP-OPEN                   VALUE "Y".
000658     05  AP-FOUND-SW       PIC X(01)   VALUE "N".
000659         88  AP-FOUND                  VALUE "Y".
000660     05  AP-APPLIED-SW     PIC X(01)   VALUE "N".
000661         88  AP-APPLIED                VALUE "Y".
000662 01  PX-SWITCHES.
000663     05  PX-DONE-SW        PIC X(01)   VALUE "N".
000664         88  PX-DONE                   VALUE "Y".
000665     05  PX-REPLACED-SW    PIC X(01)   VALUE "N".
000666         88  PX-REPLACED               VALUE "Y".
000667     05  AU-OPEN-SW        PIC X(01)   VALUE "N".
000668         88  AU-OPEN                   VALUE "Y".
000669 01  WS-RUN-DATE           PIC 9(8).
000670 01  WS-RUN-TIME           PIC 9(8).
000671 01  WS-EXPIRE-DAYS        PIC 9(3)    VALUE 7.
000672 01  WS-AGE-DAYS           PIC S9(7)   VALUE 0.
000673 01  WS-PAGE-NO            PIC 9(3)    VALUE 0.
000680 01  WS-LINE-CTR           PIC 9(3)    VALUE 0.
000690 01  WS-LINES-PER-PAGE     PIC 9(3)    VALUE 60.
000700 77  WS-READ-CTR           PIC 9(7)    VALUE 0.
000710 77  WS-APPLIED-CTR        PIC 9(7)    VALUE 0.
000720 77  WS-REJECTED-CTR       PIC 9(7)    VALUE 0.
000721 77  WS-PENDING-CTR        PIC 9(7)    VALUE 0.
000722 77  WS-APPR-READ-CTR      PIC 9(7)    VALUE 0.
000723 77  WS-DECLINED-CTR       PIC 9(7)    VALUE 0.
000724 77  WS-REFUSED-CTR        PIC 9(7)    VALUE 0.
000725 77  WS-EXPIRED-CTR        PIC 9(7)    VALUE 0.
000726 77  WS-MAST-ADD-CTR       PIC 9(7)    VALUE 0.
000727 77  WS-MAST-CHG-CTR       PIC 9(7)    VALUE 0.
000728 77  WS-MAST-DEL-CTR       PIC 9(7)    VALUE 0.
000729 77  WS-MAST-HASH-DELTA    PIC S9(13)V99 VALUE 0.
000730 01  WS-OLD-INDVAL         PIC 9(7)    VALUE 0.
000740 01  WS-OLD-FOUND-SW       PIC X(01)   VALUE "N".
000750     88  WS-OLD-FOUND                  VALUE "Y".
000752     COPY MNTREC REPLACING ==MAINT-RECORD==
000754                        BY ==PEND-MAINT-RECORD==
000756                   LEADING ==MT-== BY ==PN-==.
000758     COPY UPDJRN.
000760 01  WS-HDR-LINE1.
000770     05  FILLER            PIC X(10)   VALUE "RUN DATE: ".
000780     05  WS-H1-DATE        PIC 9(8).
000870     05  FILLER            PIC X(12)   VALUE "TRAN ID     ".
000880     05  FILLER            PIC X(11)   VALUE "OLD INDVAL ".
000890     05  FILLER            PIC X(11)   VALUE "NEW INDVAL ".
000900     05  FILLER            PIC X(10)   VALUE "MAKER     ".
000902     05  FILLER            PIC X(10)   VALUE "CHECKER   ".
000904     05  FILLER            PIC X(19)   VALUE "KEYED DATE/TIME".
000910     05  FILLER            PIC X(10)   VALUE "RESULT    ".
000920     05  FILLER            PIC X(30)   VALUE "REASON".
000930     05  FILLER            PIC X(12)   VALUE SPACES.
000940 01  WS-DETAIL-LINE.
000950     05  WS-DL-ACTION      PIC X(01).
000960     05  FILLER            PIC X(06)   VALUE SPACES.
001000     05  FILLER            PIC X(01)   VALUE SPACES.
001010     05  WS-DL-NEW-INDVAL  PIC X(10).
001020     05  FILLER            PIC X(01)   VALUE SPACES.
001030     05  WS-DL-MAKER-ID    PIC X(08).
001031     05  FILLER            PIC X(02)   VALUE SPACES.
001032     05  WS-DL-CHECKER-ID  PIC X(08).
001033     05  FILLER            PIC X(02)   VALUE SPACES.
001034     05  WS-DL-KEYED-DATE  PIC X(08).
001035     05  FILLER            PIC X(01)   VALUE SPACES.
001036     05  WS-DL-KEYED-TIME  PIC X(08).
001040     05  FILLER            PIC X(02)   VALUE SPACES.
001050     05  WS-DL-RESULT      PIC X(08).
001060     05  FILLER            PIC X(02)   VALUE SPACES.
001070     05  WS-DL-REASON      PIC X(30).
001080     05  FILLER            PIC X(12)   VALUE SPACES.
001090 01  WS-TOTAL-LINE1.
001100     05  FILLER            PIC X(16)   VALUE "ACTIONS READ:   ".
001110     05  WS-TL1-COUNT      PIC Z(6)9.
001180     05  FILLER            PIC X(16)   VALUE "ACTIONS REJECTED".
001190     05  WS-TL3-COUNT      PIC Z(6)9.
001200     05  FILLER            PIC X(109)  VALUE SPACES.
001201 01  WS-TOTAL-LINE4.
001202     05  FILLER            PIC X(16)   VALUE "ACTIONS PENDING:".
001203     05  WS-TL4-COUNT      PIC Z(6)9.
001204     05  FILLER            PIC X(109)  VALUE SPACES.
001205 01  WS-TOTAL-LINE5.
001206     05  FILLER            PIC X(16)   VALUE "APPROVALS READ: ".
001207     05  WS-TL5-COUNT      PIC Z(6)9.
001208     05  FILLER            PIC X(109)  VALUE SPACES.
001209 01  WS-TOTAL-LINE6.
001210     05  FILLER            PIC X(16)   VALUE "ACTIONS DECLINED".
001211     05  WS-TL6-COUNT      PIC Z(6)9.
001212     05  FILLER            PIC X(109)  VALUE SPACES.
001213 01  WS-TOTAL-LINE7.
001214     05  FILLER            PIC X(16)   VALUE "SELF-APPROVALS: ".
001215     05  WS-TL7-COUNT      PIC Z(6)9.
001216     05  FILLER            PIC X(109)  VALUE SPACES.
001217 01  WS-TOTAL-LINE8.
001218     05  FILLER            PIC X(16)   VALUE "ACTIONS EXPIRED:".
001219     05  WS-TL8-COUNT      PIC Z(6)9.
001220     05  FILLER            PIC X(109)  VALUE SPACES.
001221 PROCEDURE                 DIVISION.
001222*****************************************************************
001230*    0000-MAINLINE -- EXPIRE WHAT HAS WAITED TOO LONG, APPLY     *
001232*    WHAT A SECOND USER HAS APPROVED, THEN FILE TODAY'S KEYED    *
001234*    ACTIONS AS PENDING.  IN THAT ORDER, A CHANGE KEYED TODAY    *
001236*    CAN NEVER BE APPROVED BEFORE ITS MAKER'S REGISTER LINE HAS  *
001238*    BEEN PRINTED FOR THE CHECKER TO REVIEW.                     *
001240*****************************************************************
001250 C01 SECTION.
001260 C011.
001270     PERFORM 3000-OPEN-FILES THRU 3000-OPEN-FILES-EXIT.
001280     PERFORM 3600-EXPIRE-PENDING THRU 3600-EXPIRE-PENDING-EXIT.
001290     IF AP-OPEN
001300         PERFORM 3700-READ-APPROVAL THRU 3700-READ-APPROVAL-EXIT
001301         PERFORM 3710-APPLY-APPROVAL THRU 3710-APPLY-APPROVAL-EXIT
001302             UNTIL AP-EOF
001303         CLOSE APPROVAL-FILE
001304     END-IF.
001305     IF MT-OPEN
001306         PERFORM 3100-READ-MAINT THRU 3100-READ-MAINT-EXIT
001307         PERFORM 3200-FILE-MAINT THRU 3200-FILE-MAINT-EXIT
001308             UNTIL MT-EOF
001309         CLOSE MAINT-TRAN-FILE
001319     END-IF.
001329     PERFORM 3900-WRITE-TOTALS THRU 3900-WRITE-TOTALS-EXIT.
001330     CLOSE MASTER-FILE.
001331     MOVE "MASTFILE"       TO UJ-FILE-ID.
001332     MOVE WS-MAST-ADD-CTR  TO UJ-ADD-COUNT.
001333     MOVE WS-MAST-CHG-CTR  TO UJ-CHANGE-COUNT.
001334     MOVE WS-MAST-DEL-CTR  TO UJ-DELETE-COUNT.
001335     MOVE WS-MAST-HASH-DELTA TO UJ-HASH-DELTA.
001336     PERFORM 3960-WRITE-JOURNAL THRU 3960-WRITE-JOURNAL-EXIT.
001337     CLOSE PENDING-FILE.
001338     IF AU-OPEN
001339         CLOSE AUDIT-FILE
001344     END-IF.
001349     CLOSE REGISTER-FILE.
001350     IF WS-REJECTED-CTR > 0 OR WS-REFUSED-CTR > 0
001360         MOVE 4            TO RETURN-CODE
001370     ELSE
001380         MOVE 0            TO RETURN-CODE
001390     END-IF.
001400     GOBACK.
001410*****************************************************************
001420*    3000-OPEN-FILES -- OPEN THE TRANSACTION AND APPROVAL FILES, *
001430*    THE MASTER AND THE PENDING-CHANGE FILE (CREATING EITHER ON  *
001440*    A SITE'S FIRST EVER RUN), THE AUDIT TRAIL AND THE PRINTED   *
001450*    REGISTER.  NEITHER INPUT, AN UNOPENABLE REGISTER OR NO      *
001460*    PENDING-CHANGE FILE IS FATAL -- THERE IS NOTHING TO DO,     *
001462*    NOWHERE TO PROVE WHAT WAS DONE, OR NO SAFE PLACE TO HOLD A  *
001464*    CHANGE UNTIL ITS CHECKER SEES IT.                           *
001470*****************************************************************
001480 3000-OPEN-FILES.
001490     OPEN INPUT MAINT-TRAN-FILE.
001500     IF WS-MNT-STATUS = "00"
001501         SET MT-OPEN TO TRUE
001502     END-IF.
001503     OPEN INPUT APPROVAL-FILE.
001504     IF WS-APPR-STATUS = "00"
001505         SET AP-OPEN TO TRUE
001506     END-IF.
001507     IF NOT MT-OPEN AND NOT AP-OPEN
001510         DISPLAY "MNT001: UNABLE TO OPEN MNTTRAN, STATUS "
001520                 WS-MNT-STATUS
001530         MOVE 16           TO RETURN-CODE
001660         CLOSE MASTER-FILE
001670         OPEN I-O MASTER-FILE
001680     END-IF.
001681     OPEN I-O PENDING-FILE.
001682     IF WS-PEND-STATUS NOT = "00"
001683         OPEN OUTPUT PENDING-FILE
001684         CLOSE PENDING-FILE
001685         OPEN I-O PENDING-FILE
001686     END-IF.
001687     IF WS-PEND-STATUS NOT = "00"
001688         DISPLAY "MNT001: UNABLE TO OPEN PENDCHG, STATUS "
001689                 WS-PEND-STATUS
001690         MOVE 12           TO RETURN-CODE
001691         GOBACK
001692     END-IF.
001693     OPEN INPUT AUDIT-FILE.
001694     IF WS-AUDIT-STATUS = "00"
001695         CLOSE AUDIT-FILE
001696         OPEN EXTEND AUDIT-FILE
001697     ELSE
001698         OPEN OUTPUT AUDIT-FILE
001699     END-IF.
001700     IF WS-AUDIT-STATUS = "00"
001701         SET AU-OPEN TO TRUE
001702     END-IF.
001703     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001704     ACCEPT WS-RUN-TIME FROM TIME.
001705     MOVE WS-RUN-DATE      TO WS-H1-DATE.
001710     PERFORM 3800-WRITE-HEADERS THRU 3800-WRITE-HEADERS-EXIT.
001715     PERFORM 3050-READ-EXPIRY THRU 3050-READ-EXPIRY-EXIT.
001720 3000-OPEN-FILES-EXIT.
001721     EXIT.
001722*****************************************************************
001723*    3050-READ-EXPIRY -- HOW MANY DAYS A CHANGE MAY WAIT FOR     *
001724*    ITS CHECKER, FROM CTLPARM; SEVEN WHEN THE SITE HAS NO PARM  *
001725*    RECORD OR ONE THAT PREDATES THE FIELD                       *
001726*****************************************************************
001727 3050-READ-EXPIRY.
001728     OPEN INPUT CTLPARM-FILE.
001729     IF WS-PARM-STATUS NOT = "00"
001730         GO TO 3050-READ-EXPIRY-EXIT
001731     END-IF.
001732     READ CTLPARM-FILE
001733         NOT AT END
001734             IF CP-PEND-EXPIRE-DAYS NUMERIC
001735                AND CP-PEND-EXPIRE-DAYS > 0
001736                 MOVE CP-PEND-EXPIRE-DAYS TO WS-EXPIRE-DAYS
001737             END-IF
001738     END-READ.
001739     CLOSE CTLPARM-FILE.
001740 3050-READ-EXPIRY-EXIT.
001741     EXIT.
001742*****************************************************************
001750*    3100-READ-MAINT -- GET THE NEXT MAINTENANCE ACTION          *
001760*****************************************************************
001770 3100-READ-MAINT.
001840 3100-READ-MAINT-EXIT.
001850     EXIT.
001860*****************************************************************
001870*    3200-FILE-MAINT -- VALIDATE ONE KEYED ADD/CHANGE/DELETE     *
001880*    ACTION AND FILE IT PENDING FOR ITS CHECKER.  EVERY ACTION,  *
001890*    PENDING OR REJECTED, GETS ONE REGISTER LINE SHOWING WHO     *
001900*    ASKED FOR WHAT AND WHAT HAPPENED TO IT.  WHETHER THE TRAN   *
001902*    ID IS ON THE MASTER IS CHECKED WHEN THE CHANGE IS APPLIED,  *
001904*    NOT NOW -- THE MASTER MAY WELL MOVE BEFORE THE APPROVAL.    *
001910*****************************************************************
001920 3200-FILE-MAINT.
001930     MOVE MT-ACTION-CODE   TO WS-DL-ACTION.
001940     MOVE MT-TRAN-ID       TO WS-DL-TRAN-ID.
001950     MOVE MT-USER-ID       TO WS-DL-MAKER-ID.
001952     MOVE SPACES           TO WS-DL-CHECKER-ID.
001954     MOVE SPACES           TO WS-DL-KEYED-DATE.
001956     MOVE SPACES           TO WS-DL-KEYED-TIME.
001960     MOVE SPACES           TO WS-DL-OLD-INDVAL.
001970     MOVE SPACES           TO WS-DL-NEW-INDVAL.
001980     MOVE SPACES           TO WS-DL-REASON.
001990     IF MT-TRAN-ID = SPACES
002000         MOVE "TRAN ID MISSING"      TO WS-DL-REASON
002010         PERFORM 3300-REJECT-ACTION THRU 3300-REJECT-ACTION-EXIT
002020         GO TO 3200-FILE-MAINT-NEXT
002021     END-IF.
002022     IF MT-USER-ID = SPACES
002023         MOVE "USER ID MISSING"      TO WS-DL-REASON
002024         PERFORM 3300-REJECT-ACTION THRU 3300-REJECT-ACTION-EXIT
002025         GO TO 3200-FILE-MAINT-NEXT
002030     END-IF.
002040     IF NOT MT-ACTION-ADD AND NOT MT-ACTION-CHANGE
002050                          AND NOT MT-ACTION-DELETE
002060         MOVE "INVALID ACTION CODE"  TO WS-DL-REASON
002070         PERFORM 3300-REJECT-ACTION THRU 3300-REJECT-ACTION-EXIT
002080         GO TO 3200-FILE-MAINT-NEXT
002090     END-IF.
002100     IF (MT-ACTION-ADD OR MT-ACTION-CHANGE)
002110         AND MT-EXPECTED-INDVAL NOT NUMERIC
002130         MOVE "EXPECTED INDVAL NOT NUMERIC"
002140                                     TO WS-DL-REASON
002150         PERFORM 3300-REJECT-ACTION THRU 3300-REJECT-ACTION-EXIT
002160         GO TO 3200-FILE-MAINT-NEXT
002170     END-IF.
002180     IF NOT MT-ACTION-DELETE
002190         MOVE MT-EXPECTED-INDVAL     TO WS-DL-NEW-INDVAL
002270     END-IF.
002280     PERFORM 3400-FILE-PENDING THRU 3400-FILE-PENDING-EXIT.
002285 3200-FILE-MAINT-NEXT.
002290     PERFORM 3100-READ-MAINT THRU 3100-READ-MAINT-EXIT.
002300 3200-FILE-MAINT-EXIT.
002310     EXIT.
002320*****************************************************************
002330*    3210-APPLY-ADD -- AN ADD OF A TRAN ID ALREADY ON THE        *
002410         PERFORM 3300-REJECT-ACTION THRU 3300-REJECT-ACTION-EXIT
002420         GO TO 3210-APPLY-ADD-EXIT
002430     END-IF.
002440     MOVE PN-TRAN-ID       TO MR-TRAN-ID.
002450     MOVE PN-EXPECTED-INDVAL TO MR-EXPECTED-INDVAL.
002460     MOVE PN-EXPECTED-INDVAL TO WS-DL-NEW-INDVAL.
002470     WRITE MASTER-RECORD
002480         INVALID KEY
002490             MOVE "MASTER WRITE FAILED"  TO WS-DL-REASON
002500             PERFORM 3300-REJECT-ACTION
002510                 THRU 3300-REJECT-ACTION-EXIT
002520         NOT INVALID KEY
002523             ADD 1         TO WS-MAST-ADD-CTR
002526             ADD MR-EXPECTED-INDVAL TO WS-MAST-HASH-DELTA
002530             PERFORM 3310-ACCEPT-ACTION
002540                 THRU 3310-ACCEPT-ACTION-EXIT
002550     END-WRITE.
002680         GO TO 3220-APPLY-CHANGE-EXIT
002690     END-IF.
002700     MOVE WS-OLD-INDVAL    TO WS-DL-OLD-INDVAL.
002710     MOVE PN-EXPECTED-INDVAL TO MR-EXPECTED-INDVAL.
002720     MOVE PN-EXPECTED-INDVAL TO WS-DL-NEW-INDVAL.
002730     REWRITE MASTER-RECORD
002740         INVALID KEY
002750             MOVE "MASTER REWRITE FAILED" TO WS-DL-REASON
002760             PERFORM 3300-REJECT-ACTION
002770                 THRU 3300-REJECT-ACTION-EXIT
002780         NOT INVALID KEY
002782             ADD 1         TO WS-MAST-CHG-CTR
002784             ADD MR-EXPECTED-INDVAL TO WS-MAST-HASH-DELTA
002786             SUBTRACT WS-OLD-INDVAL FROM WS-MAST-HASH-DELTA
002790             PERFORM 3310-ACCEPT-ACTION
002800                 THRU 3310-ACCEPT-ACTION-EXIT
002810     END-REWRITE.
002990             PERFORM 3300-REJECT-ACTION
003000                 THRU 3300-REJECT-ACTION-EXIT
003010         NOT INVALID KEY
003013             ADD 1         TO WS-MAST-DEL-CTR
003016             SUBTRACT WS-OLD-INDVAL FROM WS-MAST-HASH-DELTA
003020             PERFORM 3310-ACCEPT-ACTION
003030                 THRU 3310-ACCEPT-ACTION-EXIT
003040     END-DELETE.
003050 3230-APPLY-DELETE-EXIT.
003060     EXIT.
003070*****************************************************************
003080*    3250-READ-MASTER -- KEYED LOOKUP OF THE APPROVED ACTION'S   *
003090*    TRAN ID SO IT KNOWS WHETHER THE ENTRY EXISTS AND WHAT       *
003100*    ITS CURRENT EXPECTED INDVAL IS.                             *
003110*****************************************************************
003120 3250-READ-MASTER.
003130     MOVE "N"              TO WS-OLD-FOUND-SW.
003140     MOVE 0                TO WS-OLD-INDVAL.
003150     MOVE PN-TRAN-ID       TO MR-TRAN-ID.
003160     READ MASTER-FILE
003170         INVALID KEY
003180             CONTINUE
003370 3310-ACCEPT-ACTION.
003380     MOVE "APPLIED "       TO WS-DL-RESULT.
003390     ADD 1                 TO WS-APPLIED-CTR.
003395     SET AP-APPLIED TO TRUE.
003400     PERFORM 3850-WRITE-DETAIL THRU 3850-WRITE-DETAIL-EXIT.
003410 3310-ACCEPT-ACTION-EXIT.
003411     EXIT.
003412*****************************************************************
003413*    3400-FILE-PENDING -- FILE ONE VALIDATED KEYED ACTION ON     *
003414*    PENDCHG FOR ITS CHECKER, REPLACING ANY CHANGE STILL         *
003415*    PENDING FOR THE SAME TRAN ID.  THE KEYED DATE/TIME PRINTED  *
003416*    HERE IS WHAT THE CHECKER QUOTES ON MNTAPPR.                 *
003417*****************************************************************
003418 3400-FILE-PENDING.
003419     MOVE "N"              TO PX-REPLACED-SW.
003420     MOVE "M"              TO PC-KIND.
003421     MOVE MT-TRAN-ID       TO PC-TARGET.
003422     READ PENDING-FILE
003423         INVALID KEY
003424             CONTINUE
003425         NOT INVALID KEY
003426             IF PC-PENDING
003427                 SET PX-REPLACED TO TRUE
003428             END-IF
003429     END-READ.
003430     MOVE SPACES           TO PENDING-CHANGE-RECORD.
003431     MOVE "M"              TO PC-KIND.
003432     MOVE MT-TRAN-ID       TO PC-TARGET.
003433     SET PC-PENDING        TO TRUE.
003434     MOVE MT-USER-ID       TO PC-MAKER-ID.
003435     MOVE WS-RUN-DATE      TO PC-KEYED-DATE.
003436     MOVE WS-RUN-TIME      TO PC-KEYED-TIME.
003437     MOVE 0                TO PC-DECIDED-DATE.
003438     MOVE MAINT-RECORD     TO PC-CHANGE-IMAGE.
003439     WRITE PENDING-CHANGE-RECORD
003440         INVALID KEY
003441             REWRITE PENDING-CHANGE-RECORD
003442                 INVALID KEY
003443                     MOVE "PENDING FILE WRITE FAILED"
003444                                     TO WS-DL-REASON
003445                     PERFORM 3300-REJECT-ACTION
003446                         THRU 3300-REJECT-ACTION-EXIT
003447                     GO TO 3400-FILE-PENDING-EXIT
003448             END-REWRITE
003449     END-WRITE.
003450     MOVE PC-KEYED-DATE    TO WS-DL-KEYED-DATE.
003451     MOVE PC-KEYED-TIME    TO WS-DL-KEYED-TIME.
003452     MOVE "PENDING "       TO WS-DL-RESULT.
003453     IF PX-REPLACED
003454         MOVE "REPLACES EARLIER PENDING CHANGE" TO WS-DL-REASON
003455     ELSE
003456         MOVE "AWAITING SECOND-USER APPROVAL"   TO WS-DL-REASON
003457     END-IF.
003458     ADD 1                 TO WS-PENDING-CTR.
003459     PERFORM 3850-WRITE-DETAIL THRU 3850-WRITE-DETAIL-EXIT.
003460 3400-FILE-PENDING-EXIT.
003461     EXIT.
003462*****************************************************************
003463*    3600-EXPIRE-PENDING -- BROWSE THE MASTER CHANGES ON PENDCHG *
003464*    AND EXPIRE EVERY ONE STILL PENDING MORE THAN WS-EXPIRE-DAYS *
003465*    AFTER IT WAS KEYED.  AN EXPIRED CHANGE CAN NO LONGER BE     *
003466*    APPROVED; IT MUST BE KEYED AGAIN.                           *
003467*****************************************************************
003468 3600-EXPIRE-PENDING.
003469     MOVE "M"              TO PC-KIND.
003470     MOVE LOW-VALUES       TO PC-TARGET.
003471     START PENDING-FILE KEY NOT < PC-KEY
003472         INVALID KEY
003473             GO TO 3600-EXPIRE-PENDING-EXIT
003474     END-START.
003475     MOVE "N"              TO PX-DONE-SW.
003476     PERFORM 3610-EXPIRE-NEXT THRU 3610-EXPIRE-NEXT-EXIT
003477         UNTIL PX-DONE.
003478 3600-EXPIRE-PENDING-EXIT.
003479     EXIT.
003480*****************************************************************
003481*    3610-EXPIRE-NEXT -- ONE PENDCHG RECORD OF THE BROWSE        *
003482*****************************************************************
003483 3610-EXPIRE-NEXT.
003484     READ PENDING-FILE NEXT RECORD
003485         AT END
003486             SET PX-DONE TO TRUE
003487             GO TO 3610-EXPIRE-NEXT-EXIT
003488     END-READ.
003489     IF NOT PC-KIND-MASTER
003490         SET PX-DONE TO TRUE
003491         GO TO 3610-EXPIRE-NEXT-EXIT
003492     END-IF.
003493     IF NOT PC-PENDING
003494         GO TO 3610-EXPIRE-NEXT-EXIT
003495     END-IF.
003496     COMPUTE WS-AGE-DAYS =
003497         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
003498         - FUNCTION INTEGER-OF-DATE (PC-KEYED-DATE).
003499     IF WS-AGE-DAYS NOT > WS-EXPIRE-DAYS
003500         GO TO 3610-EXPIRE-NEXT-EXIT
003501     END-IF.
003502     SET PC-EXPIRED        TO TRUE.
003503     MOVE WS-RUN-DATE      TO PC-DECIDED-DATE.
003504     REWRITE PENDING-CHANGE-RECORD
003505         INVALID KEY
003506             GO TO 3610-EXPIRE-NEXT-EXIT
003507     END-REWRITE.
003508     MOVE PC-CHANGE-IMAGE  TO PEND-MAINT-RECORD.
003509     PERFORM 3720-PENDING-LINE THRU 3720-PENDING-LINE-EXIT.
003510     MOVE SPACES           TO WS-DL-CHECKER-ID.
003511     MOVE "EXPIRED "       TO WS-DL-RESULT.
003512     MOVE "NOT APPROVED IN TIME - REKEY"    TO WS-DL-REASON.
003513     ADD 1                 TO WS-EXPIRED-CTR.
003514     PERFORM 3850-WRITE-DETAIL THRU 3850-WRITE-DETAIL-EXIT.
003515 3610-EXPIRE-NEXT-EXIT.
003516     EXIT.
003517*****************************************************************
003518*    3700-READ-APPROVAL -- GET THE NEXT CHECKER DECISION         *
003519*****************************************************************
003520 3700-READ-APPROVAL.
003521     READ APPROVAL-FILE
003522         AT END
003523             SET AP-EOF TO TRUE
003524         NOT AT END
003525             ADD 1         TO WS-APPR-READ-CTR
003526     END-READ.
003527 3700-READ-APPROVAL-EXIT.
003528     EXIT.
003529*****************************************************************
003530*    3710-APPLY-APPROVAL -- MATCH ONE CHECKER DECISION TO THE    *
003531*    CHANGE PENDING FOR ITS TRAN ID.  THE CHECKER MUST QUOTE THE *
003532*    KEYED STAMP OF THE VERSION REVIEWED AND MUST NOT BE THE     *
003533*    MAKER.  A DECLINE CLOSES THE CHANGE; AN APPROVAL RUNS IT    *
003534*    THROUGH THE ORIGINAL ADD/CHANGE/DELETE LOGIC AGAINST THE    *
003535*    MASTER AS IT STANDS NOW, AND PENDCHG RECORDS WHETHER IT     *
003536*    WENT ON.                                                    *
003537*****************************************************************
003538 3710-APPLY-APPROVAL.
003539     MOVE SPACES           TO WS-DL-ACTION.
003540     MOVE CA-TARGET        TO WS-DL-TRAN-ID.
003541     MOVE SPACES           TO WS-DL-MAKER-ID.
003542     MOVE CA-USER-ID       TO WS-DL-CHECKER-ID.
003543     MOVE CA-KEYED-DATE    TO WS-DL-KEYED-DATE.
003544     MOVE CA-KEYED-TIME    TO WS-DL-KEYED-TIME.
003545     MOVE SPACES           TO WS-DL-OLD-INDVAL.
003546     MOVE SPACES           TO WS-DL-NEW-INDVAL.
003547     MOVE SPACES           TO WS-DL-REASON.
003548     IF CA-USER-ID = SPACES
003549         MOVE "APPROVER ID MISSING"  TO WS-DL-REASON
003550         PERFORM 3300-REJECT-ACTION THRU 3300-REJECT-ACTION-EXIT
003551         GO TO 3710-APPLY-APPROVAL-NEXT
003552     END-IF.
003553     IF NOT CA-ACTION-APPROVE AND NOT CA-ACTION-DECLINE
003554         MOVE "INVALID APPROVAL ACTION"      TO WS-DL-REASON
003555         PERFORM 3300-REJECT-ACTION THRU 3300-REJECT-ACTION-EXIT
003556         GO TO 3710-APPLY-APPROVAL-NEXT
003557     END-IF.
003558     MOVE "N"              TO AP-FOUND-SW.
003559     MOVE "M"              TO PC-KIND.
003560     MOVE CA-TARGET        TO PC-TARGET.
003561     READ PENDING-FILE
003562         INVALID KEY
003563             CONTINUE
003564         NOT INVALID KEY
003565             SET AP-FOUND TO TRUE
003566     END-READ.
003567     IF NOT AP-FOUND OR NOT PC-PENDING
003568         MOVE "NO CHANGE PENDING FOR TRAN ID" TO WS-DL-REASON
003569         PERFORM 3300-REJECT-ACTION THRU 3300-REJECT-ACTION-EXIT
003570         GO TO 3710-APPLY-APPROVAL-NEXT
003571     END-IF.
003572     MOVE PC-CHANGE-IMAGE  TO PEND-MAINT-RECORD.
003573     PERFORM 3720-PENDING-LINE THRU 3720-PENDING-LINE-EXIT.
003574     IF CA-KEYED-DATE NOT = PC-KEYED-DATE
003575         OR CA-KEYED-TIME NOT = PC-KEYED-TIME
003576         MOVE CA-KEYED-DATE          TO WS-DL-KEYED-DATE
003577         MOVE CA-KEYED-TIME          TO WS-DL-KEYED-TIME
003578         MOVE "PENDING CHANGE NOT AS REVIEWED"
003579                                     TO WS-DL-REASON
003580         PERFORM 3300-REJECT-ACTION THRU 3300-REJECT-ACTION-EXIT
003581         GO TO 3710-APPLY-APPROVAL-NEXT
003582     END-IF.
003583     IF CA-USER-ID = PC-MAKER-ID
003584         MOVE "REFUSED "             TO WS-DL-RESULT
003585         MOVE "MAKER MAY NOT APPROVE OWN CHANGE"
003586                                     TO WS-DL-REASON
003587         ADD 1                       TO WS-REFUSED-CTR
003588         PERFORM 3850-WRITE-DETAIL THRU 3850-WRITE-DETAIL-EXIT
003589         PERFORM 3730-LOG-SELF-APPROVAL
003590             THRU 3730-LOG-SELF-APPROVAL-EXIT
003591         GO TO 3710-APPLY-APPROVAL-NEXT
003592     END-IF.
003593     MOVE CA-USER-ID       TO PC-CHECKER-ID.
003594     MOVE WS-RUN-DATE      TO PC-DECIDED-DATE.
003595     IF CA-ACTION-DECLINE
003596         SET PC-DECLINED             TO TRUE
003597         REWRITE PENDING-CHANGE-RECORD
003598             INVALID KEY
003599                 CONTINUE
003600         END-REWRITE
003601         MOVE "DECLINED"             TO WS-DL-RESULT
003602         MOVE "DECLINED BY CHECKER"  TO WS-DL-REASON
003603         ADD 1                       TO WS-DECLINED-CTR
003604         PERFORM 3850-WRITE-DETAIL THRU 3850-WRITE-DETAIL-EXIT
003605         GO TO 3710-APPLY-APPROVAL-NEXT
003606     END-IF.
003607     MOVE "N"              TO AP-APPLIED-SW.
003608     PERFORM 3250-READ-MASTER THRU 3250-READ-MASTER-EXIT.
003609     IF PN-ACTION-ADD
003610         PERFORM 3210-APPLY-ADD THRU 3210-APPLY-ADD-EXIT
003611     ELSE
003612         IF PN-ACTION-CHANGE
003613             PERFORM 3220-APPLY-CHANGE THRU 3220-APPLY-CHANGE-EXIT
003614         ELSE
003615             PERFORM 3230-APPLY-DELETE THRU 3230-APPLY-DELETE-EXIT
003616         END-IF
003617     END-IF.
003618     IF AP-APPLIED
003619         SET PC-APPLIED              TO TRUE
003620     ELSE
003621         SET PC-FAILED               TO TRUE
003622     END-IF.
003623     REWRITE PENDING-CHANGE-RECORD
003624         INVALID KEY
003625             CONTINUE
003626     END-REWRITE.
003627 3710-APPLY-APPROVAL-NEXT.
003628     PERFORM 3700-READ-APPROVAL THRU 3700-READ-APPROVAL-EXIT.
003629 3710-APPLY-APPROVAL-EXIT.
003630     EXIT.
003631*****************************************************************
003632*    3720-PENDING-LINE -- LOAD THE REGISTER LINE FROM THE        *
003633*    PENDING CHANGE JUST READ (PENDCHG RECORD AND ITS KEYED      *
003634*    MNTREC IMAGE IN PEND-MAINT-RECORD)                          *
003635*****************************************************************
003636 3720-PENDING-LINE.
003637     MOVE PN-ACTION-CODE   TO WS-DL-ACTION.
003638     MOVE PN-TRAN-ID       TO WS-DL-TRAN-ID.
003639     MOVE PC-MAKER-ID      TO WS-DL-MAKER-ID.
003640     MOVE PC-KEYED-DATE    TO WS-DL-KEYED-DATE.
003641     MOVE PC-KEYED-TIME    TO WS-DL-KEYED-TIME.
003642     MOVE SPACES           TO WS-DL-OLD-INDVAL.
003643     IF PN-ACTION-DELETE
003644         MOVE SPACES                 TO WS-DL-NEW-INDVAL
003645     ELSE
003646         MOVE PN-EXPECTED-INDVAL     TO WS-DL-NEW-INDVAL
003647     END-IF.
003648 3720-PENDING-LINE-EXIT.
003649     EXIT.
003650*****************************************************************
003651*    3730-LOG-SELF-APPROVAL -- APPEND AN SA01 AUDIT RECORD       *
003652*    NAMING THE USER WHO TRIED TO APPROVE THEIR OWN CHANGE AND   *
003653*    THE TRAN ID                                                 *
003654*****************************************************************
003655 3730-LOG-SELF-APPROVAL.
003656     IF NOT AU-OPEN
003657         GO TO 3730-LOG-SELF-APPROVAL-EXIT
003658     END-IF.
003659     MOVE WS-RUN-DATE      TO AR-RUN-DATE.
003660     MOVE WS-RUN-TIME      TO AR-RUN-TIME.
003661     MOVE 0                TO AR-INDVAL.
003662     MOVE "SA01"           TO AR-REASON-CODE.
003663     MOVE SPACES           TO AR-REASON-TEXT.
003664     STRING "SELF-APPR "  DELIMITED BY SIZE
003665            CA-USER-ID    DELIMITED BY SIZE
003666            " "           DELIMITED BY SIZE
003667            PN-TRAN-ID    DELIMITED BY SIZE
003668         INTO AR-REASON-TEXT
003669     END-STRING.
003670     WRITE AUDIT-RECORD.
003671 3730-LOG-SELF-APPROVAL-EXIT.
003672     EXIT.
003673*****************************************************************
003674*    3800-WRITE-HEADERS -- PRINT A NEW PAGE HEADER               *
003675*****************************************************************
003676 3800-WRITE-HEADERS.
003677     ADD 1                 TO WS-PAGE-NO.
003678     MOVE WS-PAGE-NO       TO WS-H1-PAGE.
003679     WRITE REGISTER-RECORD FROM WS-HDR-LINE1 AFTER ADVANCING PAGE.
003680     WRITE REGISTER-RECORD FROM WS-HDR-LINE2 AFTER ADVANCING 1.
003681     MOVE ZERO             TO WS-LINE-CTR.
003682 3800-WRITE-HEADERS-EXIT.
003683     EXIT.
003684*****************************************************************
003685*    3850-WRITE-DETAIL -- PRINT ONE REGISTER LINE, NEW PAGE IF   *
003686*    THE CURRENT PAGE IS FULL                                    *
003687*****************************************************************
003688 3850-WRITE-DETAIL.
003689     IF WS-LINE-CTR NOT < WS-LINES-PER-PAGE
003690         PERFORM 3800-WRITE-HEADERS THRU 3800-WRITE-HEADERS-EXIT
003691     END-IF.
003692     WRITE REGISTER-RECORD FROM WS-DETAIL-LINE AFTER ADVANCING 1.
003693     ADD 1                 TO WS-LINE-CTR.
003694 3850-WRITE-DETAIL-EXIT.
003695     EXIT.
003696*****************************************************************
003697*    3900-WRITE-TOTALS -- PRINT THE REGISTER CONTROL TOTALS;     *
003698*    ACTIONS READ PLUS APPROVALS READ MUST EQUAL PENDING PLUS    *
003699*    APPLIED, DECLINED, SELF-APPROVALS AND REJECTED, OR THE      *
003700*    REGISTER DOES NOT ACCOUNT FOR EVERY INPUT.  EXPIRED         *
003701*    CHANGES ARE COUNTED SEPARATELY -- THEY CAME FROM NO INPUT.  *
003702*****************************************************************
003710 3900-WRITE-TOTALS.
003720     MOVE WS-READ-CTR      TO WS-TL1-COUNT.
003730     MOVE WS-APPLIED-CTR   TO WS-TL2-COUNT.
003740     MOVE WS-REJECTED-CTR  TO WS-TL3-COUNT.
003741     MOVE WS-PENDING-CTR   TO WS-TL4-COUNT.
003742     MOVE WS-APPR-READ-CTR TO WS-TL5-COUNT.
003743     MOVE WS-DECLINED-CTR  TO WS-TL6-COUNT.
003744     MOVE WS-REFUSED-CTR   TO WS-TL7-COUNT.
003745     MOVE WS-EXPIRED-CTR   TO WS-TL8-COUNT.
003750     WRITE REGISTER-RECORD FROM WS-TOTAL-LINE1 AFTER ADVANCING 2.
003752     WRITE REGISTER-RECORD FROM WS-TOTAL-LINE4 AFTER ADVANCING 1.
003754     WRITE REGISTER-RECORD FROM WS-TOTAL-LINE5 AFTER ADVANCING 1.
003760     WRITE REGISTER-RECORD FROM WS-TOTAL-LINE2 AFTER ADVANCING 1.
003762     WRITE REGISTER-RECORD FROM WS-TOTAL-LINE6 AFTER ADVANCING 1.
003764     WRITE REGISTER-RECORD FROM WS-TOTAL-LINE7 AFTER ADVANCING 1.
003770     WRITE REGISTER-RECORD FROM WS-TOTAL-LINE3 AFTER ADVANCING 1.
003775     WRITE REGISTER-RECORD FROM WS-TOTAL-LINE8 AFTER ADVANCING 1.
003780 3900-WRITE-TOTALS-EXIT.
003790     EXIT.
003800*****************************************************************
003810*    3960-WRITE-JOURNAL -- APPEND ONE UPDATE JOURNAL RECORD      *
003820*    (UPDJRN.CPY) FOR THE FILE THE CALLER NAMED IN UJ-FILE-ID,   *
003830*    WITH THE ADDED, CHANGED AND DELETED COUNTS AND THE HASH     *
003840*    DELTA IT LEFT IN THE RECORD, SO VER001 CAN ACCOUNT FOR THE  *
003850*    CHANGE TO THE FILE.  THE JOURNAL IS SHARED WITH THE OTHER   *
003860*    PROGRAMS THAT UPDATE THE MANIFEST FILES, SO IT IS OPENED    *
003870*    AND CLOSED AROUND THE RECORD, CREATED ON THE FIRST EVER     *
003880*    RECORD; IF IT STILL CANNOT BE OPENED THE COUNTS GO TO THE   *
003890*    CONSOLE AND THE CHANGE WILL BE REPORTED AS DRIFT.           *
003900*****************************************************************
003910 3960-WRITE-JOURNAL.
003920     MOVE "MNT001"         TO UJ-PROGRAM.
003930     ACCEPT UJ-RUN-DATE    FROM DATE YYYYMMDD.
003940     ACCEPT UJ-RUN-TIME    FROM TIME.
003950     MOVE 0                TO UJ-PARTITION-NO.
003960     OPEN INPUT UPDATE-JOURNAL-FILE.
003970     IF WS-UPDJRNL-STATUS = "00"
003980         CLOSE UPDATE-JOURNAL-FILE
003990         OPEN EXTEND UPDATE-JOURNAL-FILE
004000     ELSE
004010         OPEN OUTPUT UPDATE-JOURNAL-FILE
004020     END-IF.
004030     IF WS-UPDJRNL-STATUS NOT = "00"
004040         DISPLAY "MNT001: NOT JOURNALLED " UJ-FILE-ID
004050                 " ADDED " UJ-ADD-COUNT
004060                 " CHANGED " UJ-CHANGE-COUNT
004070                 " DELETED " UJ-DELETE-COUNT
004080         GO TO 3960-WRITE-JOURNAL-EXIT
004090     END-IF.
004100     WRITE UPDATE-JOURNAL-FILE-RECORD FROM UPDATE-JOURNAL-RECORD.
004110     CLOSE UPDATE-JOURNAL-FILE.
004120 3960-WRITE-JOURNAL-EXIT.
004130     EXIT.
