000100 IDENTIFICATION            DIVISION.
000110 PROGRAM-ID.               LTR001.
000120 AUTHOR.                   D-J HARTLEY.
000130 INSTALLATION.             DAILY-PROC BATCH SUPPORT.
000140 DATE-WRITTEN.             10/12/2026.
000150 DATE-COMPILED.            10/12/2026.
000160*****************************************************************
000170*                                                               *
000180*    MODIFICATION HISTORY                                      *
000190*                                                               *
000200*    DATE       INIT  DESCRIPTION                               *
000210*    ---------- ----  ------------------------------------------*
000220*    10/12/2026  DJH  ORIGINAL.  REGULATORY LARGE-TRANSACTION    *
000230*                     REPORT, RUN AFTER THE DAILY RUN.  TAKES    *
000240*                     EVERY PARTITION'S TRANSRTnn AND EVERY      *
000250*                     HOLD-QUEUE RECORD HLD001 RELEASED TODAY    *
000260*                     (HOLDUPDnn), SORTS THEM BY TRAN ID AND     *
000270*                     TRANSACTION DATE, AND LISTS ON LTRRPT (1)  *
000280*                     EACH TRANSACTION AT OR OVER CP-REPORT-     *
000290*                     THRESHOLD AND (2) EACH TRAN ID WHOSE       *
000300*                     TRANSACTIONS FOR ONE BUSINESS DAY, ACROSS  *
000310*                     ALL PARTITIONS, ADD UP TO THE THRESHOLD,   *
000320*                     WITH THE CONTRIBUTING RECORDS.  THE SAME   *
000330*                     ITEMS GO ON THE FIXED-FORMAT FILING FILE   *
000340*                     LTRFILE (LTRREC.CPY) WITH A CONTROL        *
000350*                     TRAILER FOR THE REGULATOR'S UPLOAD.        *
000360*                                                               *
000370*****************************************************************
000380 ENVIRONMENT               DIVISION.
000390 CONFIGURATION             SECTION.
000400 SOURCE-COMPUTER.          IBM-370.
000410 OBJECT-COMPUTER.          IBM-370.
000420 INPUT-OUTPUT               SECTION.
000430 FILE-CONTROL.
000440     SELECT PARTLIST-FILE  ASSIGN TO "PARTLIST"
000450                           ORGANIZATION IS LINE SEQUENTIAL
000460                           FILE STATUS IS WS-PART-STATUS.
000470     SELECT CTLPARM-FILE   ASSIGN TO "CTLPARM"
000480                           ORGANIZATION IS LINE SEQUENTIAL
000490                           FILE STATUS IS WS-PARM-STATUS.
000500     SELECT TRAN-FILE      ASSIGN TO DYNAMIC WS-TRAN-FILENAME
000510                           ORGANIZATION IS LINE SEQUENTIAL
000520                           FILE STATUS IS WS-TRAN-STATUS.
000530     SELECT HOLD-FILE      ASSIGN TO DYNAMIC WS-HOLD-FILENAME
000540                           ORGANIZATION IS LINE SEQUENTIAL
000550                           FILE STATUS IS WS-HOLD-STATUS.
000560     SELECT LTR-WORK-FILE  ASSIGN TO "LTRWORK"
000570                           ORGANIZATION IS LINE SEQUENTIAL
000580                           FILE STATUS IS WS-WORK-STATUS.
000590     SELECT SORT-WORK      ASSIGN TO "SRTWK01".
000600     SELECT LTR-SORT-FILE  ASSIGN TO "LTRSORT"
000610                           ORGANIZATION IS LINE SEQUENTIAL
000620                           FILE STATUS IS WS-SORT-STATUS.
000630     SELECT LTR-FILE       ASSIGN TO "LTRFILE"
000640                           ORGANIZATION IS LINE SEQUENTIAL
000650                           FILE STATUS IS WS-LTR-STATUS.
000660     SELECT REPORT-FILE    ASSIGN TO "LTRRPT"
000670                           ORGANIZATION IS LINE SEQUENTIAL
000680                           FILE STATUS IS WS-RPT-STATUS.
000690 DATA                      DIVISION.
000700 FILE                      SECTION.
000710 FD  PARTLIST-FILE
000720     LABEL RECORD IS STANDARD.
000730     COPY PARTREC.
000740 FD  CTLPARM-FILE
000750     LABEL RECORD IS STANDARD.
000760     COPY CTLPARM.
000770 FD  TRAN-FILE
000780     LABEL RECORD IS STANDARD.
000790     COPY TRANREC.
000800 FD  HOLD-FILE
000810     LABEL RECORD IS STANDARD.
000820     COPY HOLDREC.
000830 FD  LTR-WORK-FILE
000840     LABEL RECORD IS STANDARD.
000850     COPY LTRWRK.
000860 SD  SORT-WORK.
000870     COPY LTRWRK REPLACING ==LTR-WORK-RECORD==
000880                        BY ==LTR-SORT-REC==
000890                   LEADING ==LW-== BY ==LQ-==.
000900 FD  LTR-SORT-FILE
000910     LABEL RECORD IS STANDARD.
000920     COPY LTRWRK REPLACING ==LTR-WORK-RECORD==
000930                        BY ==LTR-SORTED-REC==
000940                   LEADING ==LW-== BY ==LS-==.
000950 FD  LTR-FILE
000960     LABEL RECORD IS STANDARD.
000970     COPY LTRREC.
000980 FD  REPORT-FILE
000990     LABEL RECORD IS STANDARD.
001000     COPY RPTREC.
001010 WORKING-STORAGE           SECTION.
001020 01  WS-PART-STATUS        PIC X(02).
001030 01  WS-PARM-STATUS        PIC X(02).
001040 01  WS-TRAN-STATUS        PIC X(02).
001050 01  WS-HOLD-STATUS        PIC X(02).
001060 01  WS-WORK-STATUS        PIC X(02).
001070 01  WS-SORT-STATUS        PIC X(02).
001080 01  WS-LTR-STATUS         PIC X(02).
001090 01  WS-RPT-STATUS         PIC X(02).
001100 01  WS-TRAN-FILENAME      PIC X(20)   VALUE "TRANSRT".
001110 01  WS-HOLD-FILENAME      PIC X(20)   VALUE "HOLDUPD".
001120 01  WS-SUFFIX             PIC X(02)   VALUE SPACES.
001130 01  PL-SWITCHES.
001140     05  PL-EOF-SW         PIC X(01)   VALUE "N".
001150         88  PL-EOF                    VALUE "Y".
001160 01  LR-SWITCHES.
001170     05  LR-EOF-SW         PIC X(01)   VALUE "N".
001180         88  LR-EOF                    VALUE "Y".
001190     05  LR-PARM-MISSING-SW PIC X(01)  VALUE "N".
001200         88  LR-PARM-MISSING           VALUE "Y".
001210 01  GR-SWITCHES.
001220     05  GR-CROSSED-SW     PIC X(01)   VALUE "N".
001230         88  GR-CROSSED                VALUE "Y".
001240     05  GR-FLUSHED-SW     PIC X(01)   VALUE "N".
001250         88  GR-FLUSHED                VALUE "Y".
001260     05  GR-TRUNCATED-SW   PIC X(01)   VALUE "N".
001270         88  GR-TRUNCATED              VALUE "Y".
001280 01  WS-RUN-DATE           PIC 9(8).
001290 01  WS-PARTITION-NO       PIC 9(2)    VALUE 0.
001300 01  WS-THRESHOLD          PIC 9(7)V99 VALUE 10000.00.
001310 01  WS-AMOUNT-LIMIT       PIC 9(7)V99 VALUE 9999999.99.
001320 01  WS-BASE-CURRENCY      PIC X(3)    VALUE "USD".
001330 01  WS-BASE-AMOUNT        PIC S9(7)V99.
001340 01  WS-REPORT-AMOUNT      PIC 9(7)V99.
001350*****************************************************************
001360*    THE TRAN ID / BUSINESS DAY BEING AGGREGATED.  ITS RECORDS  *
001370*    ARE HELD IN WS-GRP-BUFFER UNTIL THE TOTAL HAS CROSSED THE  *
001380*    THRESHOLD ON A SECOND RECORD; FROM THEN ON THEY GO STRAIGHT *
001390*    OUT AS CONTRIBUTORS.                                        *
001400*****************************************************************
001410 01  WS-GROUP.
001420     05  WS-GRP-TRAN-ID    PIC X(10).
001430     05  WS-GRP-TRAN-DATE  PIC 9(8).
001440     05  WS-GRP-COUNT      PIC 9(5)    COMP.
001450     05  WS-GRP-PARTS      PIC 9(2)    COMP.
001460     05  WS-GRP-LAST-PART  PIC 9(2).
001470     05  WS-GRP-TOTAL      PIC 9(11)V99.
001480 01  WS-GB-MAX             PIC 9(4)    COMP VALUE 1000.
001490 01  WS-GB-CTR             PIC 9(4)    COMP VALUE 0.
001500 01  WS-GB-IX              PIC 9(4)    COMP.
001510 01  WS-GRP-BUFFER.
001520     05  WS-GB-ENTRY       PIC X(80)   OCCURS 1000 TIMES.
001530     COPY LTRWRK REPLACING ==LTR-WORK-RECORD==
001540                        BY ==WS-CONTRIB-REC==
001550                   LEADING ==LW-== BY ==LC-==.
001560 77  WS-EXAMINED-CTR       PIC 9(7)    VALUE 0.
001570 77  WS-RUN-CTR            PIC 9(7)    VALUE 0.
001580 77  WS-RELEASED-CTR       PIC 9(7)    VALUE 0.
001590 77  WS-MERGED-CTR         PIC 9(7)    VALUE 0.
001600 77  WS-SINGLE-CTR         PIC 9(7)    VALUE 0.
001610 77  WS-AGG-CTR            PIC 9(7)    VALUE 0.
001620 77  WS-CONTRIB-CTR        PIC 9(7)    VALUE 0.
001630 77  WS-TRUNC-CTR          PIC 9(7)    VALUE 0.
001640 77  WS-FILED-CTR          PIC 9(7)    VALUE 0.
001650 01  WS-SINGLE-AMOUNT      PIC 9(11)V99 VALUE 0.
001660 01  WS-AGG-AMOUNT         PIC 9(11)V99 VALUE 0.
001670 01  WS-PAGE-NO            PIC 9(3)    VALUE 0.
001680 01  WS-LINE-CTR           PIC 9(3)    VALUE 0.
001690 01  WS-LINES-PER-PAGE     PIC 9(3)    VALUE 60.
001700 01  WS-HDR-LINE1.
001710     05  FILLER            PIC X(10)   VALUE "RUN DATE: ".
001720     05  WS-H1-DATE        PIC 9(8).
001730     05  FILLER            PIC X(16)   VALUE SPACES.
001740     05  FILLER            PIC X(35)   VALUE
001750         "REGULATORY LARGE-TRAN REPORT".
001760     05  FILLER            PIC X(05)   VALUE "PAGE ".
001770     05  WS-H1-PAGE        PIC ZZ9.
001780     05  FILLER            PIC X(55)   VALUE SPACES.
001790 01  WS-HDR-LINE2.
001800     05  FILLER            PIC X(20)   VALUE
001810         "REPORTING THRESHOLD ".
001820     05  WS-H2-THRESHOLD   PIC Z,ZZZ,ZZ9.99.
001830     05  FILLER            PIC X(01)   VALUE SPACES.
001840     05  WS-H2-CURRENCY    PIC X(03).
001850     05  FILLER            PIC X(40)   VALUE
001860         "  (BASE CURRENCY, EITHER SIGN)".
001870     05  FILLER            PIC X(56)   VALUE SPACES.
001880 01  WS-HDR-LINE3.
001890     05  FILLER            PIC X(12)   VALUE "TRAN ID     ".
001900     05  FILLER            PIC X(10)   VALUE "TRAN DATE ".
001910     05  FILLER            PIC X(04)   VALUE "PT  ".
001920     05  FILLER            PIC X(09)   VALUE "SEQ NO   ".
001930     05  FILLER            PIC X(08)   VALUE "FROM    ".
001940     05  FILLER            PIC X(06)   VALUE "SRC   ".
001950     05  FILLER            PIC X(16)   VALUE "ORIGINAL AMOUNT ".
001960     05  FILLER            PIC X(18)   VALUE "     BASE AMOUNT  ".
001970     05  FILLER            PIC X(10)   VALUE "RELEASED  ".
001980     05  FILLER            PIC X(39)   VALUE SPACES.
001990 01  WS-DETAIL-LINE.
002000     05  WS-DL-TRAN-ID     PIC X(10).
002010     05  FILLER            PIC X(02)   VALUE SPACES.
002020     05  WS-DL-TRAN-DATE   PIC 9(8).
002030     05  FILLER            PIC X(02)   VALUE SPACES.
002040     05  WS-DL-PARTITION   PIC 99.
002050     05  FILLER            PIC X(02)   VALUE SPACES.
002060     05  WS-DL-SEQUENCE    PIC 9(7).
002070     05  FILLER            PIC X(02)   VALUE SPACES.
002080     05  WS-DL-ORIGIN      PIC X(06).
002090     05  FILLER            PIC X(02)   VALUE SPACES.
002100     05  WS-DL-SOURCE      PIC X(04).
002110     05  FILLER            PIC X(02)   VALUE SPACES.
002120     05  WS-DL-TRAN-AMOUNT PIC -(7)9.99.
002130     05  FILLER            PIC X(01)   VALUE SPACES.
002140     05  WS-DL-CURRENCY    PIC X(03).
002150     05  FILLER            PIC X(02)   VALUE SPACES.
002160     05  WS-DL-BASE-AMOUNT PIC -(7)9.99.
002170     05  FILLER            PIC X(02)   VALUE SPACES.
002180     05  WS-DL-FLAG        PIC X(01).
002190     05  FILLER            PIC X(01)   VALUE SPACES.
002200     05  WS-DL-APPROVER    PIC X(08).
002210     05  FILLER            PIC X(43)   VALUE SPACES.
002220 01  WS-GROUP-LINE.
002230     05  FILLER            PIC X(10)   VALUE "  TOTAL - ".
002240     05  WS-GL-TRAN-ID     PIC X(10).
002250     05  FILLER            PIC X(04)   VALUE " ON ".
002260     05  WS-GL-TRAN-DATE   PIC 9(8).
002270     05  FILLER            PIC X(02)   VALUE SPACES.
002280     05  WS-GL-COUNT       PIC ZZZZ9.
002290     05  FILLER            PIC X(13)   VALUE " RECORDS IN  ".
002300     05  WS-GL-PARTS       PIC Z9.
002310     05  FILLER            PIC X(14)   VALUE " PARTITION(S) ".
002320     05  WS-GL-TOTAL       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002330     05  FILLER            PIC X(47)   VALUE SPACES.
002340 01  WS-COUNT-LINE.
002350     05  WS-CL-CAPTION     PIC X(24).
002360     05  WS-CL-COUNT       PIC Z(6)9.
002370     05  FILLER            PIC X(101)  VALUE SPACES.
002380 01  WS-AMOUNT-LINE.
002390     05  WS-AL-CAPTION     PIC X(24).
002400     05  WS-AL-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002410     05  FILLER            PIC X(91)   VALUE SPACES.
002420 01  WS-MSG-LINE           PIC X(132)  VALUE SPACES.
002430 PROCEDURE                 DIVISION.
002440*****************************************************************
002450*    0000-MAINLINE -- GATHER THE DAY'S TRANSACTIONS FROM EVERY   *
002460*    PARTITION, SORT THEM BY TRAN ID AND BUSINESS DAY, THEN MAKE *
002470*    TWO PASSES OVER THE SORTED FILE: THE SINGLE TRANSACTIONS AT *
002480*    OR OVER THE THRESHOLD, THEN THE SAME-DAY AGGREGATES.        *
002490*    RETURN CODE 4 WHEN THE THRESHOLD HAD TO DEFAULT OR A GROUP  *
002500*    TOO LARGE TO HOLD LOST CONTRIBUTORS FROM THE LISTING.       *
002510*****************************************************************
002520 U01 SECTION.
002530 U011.
002540     PERFORM 6000-OPEN-FILES THRU 6000-OPEN-FILES-EXIT.
002550     PERFORM 6050-LOAD-PARMS THRU 6050-LOAD-PARMS-EXIT.
002560     PERFORM 6100-GATHER-ALL-PARTITIONS
002570         THRU 6100-GATHER-ALL-PARTITIONS-EXIT.
002580     CLOSE LTR-WORK-FILE.
002590     SORT SORT-WORK
002600         ON ASCENDING KEY LQ-TRAN-ID
002610                          LQ-TRAN-DATE
002620                          LQ-PARTITION-NO
002630                          LQ-SEQUENCE-NO
002640         USING LTR-WORK-FILE
002650         GIVING LTR-SORT-FILE.
002660     PERFORM 6380-WRITE-FILING-HEADER
002670         THRU 6380-WRITE-FILING-HEADER-EXIT.
002680     PERFORM 6400-LIST-SINGLES THRU 6400-LIST-SINGLES-EXIT.
002690     PERFORM 6500-LIST-AGGREGATES THRU 6500-LIST-AGGREGATES-EXIT.
002700     PERFORM 6880-WRITE-FILING-TRAILER
002710         THRU 6880-WRITE-FILING-TRAILER-EXIT.
002720     PERFORM 6900-WRITE-TOTALS THRU 6900-WRITE-TOTALS-EXIT.
002730     CLOSE LTR-FILE.
002740     CLOSE REPORT-FILE.
002750     IF LR-PARM-MISSING OR WS-TRUNC-CTR > 0
002760         MOVE 4            TO RETURN-CODE
002770     ELSE
002780         MOVE 0            TO RETURN-CODE
002790     END-IF.
002800     GOBACK.
002810*****************************************************************
002820*    6000-OPEN-FILES -- THE REPORT, THE FILING FILE AND THE WORK *
002830*    FILE.  ANY ONE OF THEM THAT WILL NOT OPEN IS FATAL: A       *
002840*    FILING WITHOUT ITS REPORT, OR THE REVERSE, IS NO USE TO     *
002850*    COMPLIANCE.                                                 *
002860*****************************************************************
002870 6000-OPEN-FILES.
002880     OPEN OUTPUT REPORT-FILE.
002890     IF WS-RPT-STATUS NOT = "00"
002900         DISPLAY "LTR001: UNABLE TO OPEN LTRRPT, STATUS "
002910                 WS-RPT-STATUS
002920         MOVE 16           TO RETURN-CODE
002930         GOBACK
002940     END-IF.
002950     OPEN OUTPUT LTR-FILE.
002960     IF WS-LTR-STATUS NOT = "00"
002970         DISPLAY "LTR001: UNABLE TO OPEN LTRFILE, STATUS "
002980                 WS-LTR-STATUS
002990         MOVE 16           TO RETURN-CODE
003000         GOBACK
003010     END-IF.
003020     OPEN OUTPUT LTR-WORK-FILE.
003030     IF WS-WORK-STATUS NOT = "00"
003040         DISPLAY "LTR001: UNABLE TO OPEN LTRWORK, STATUS "
003050                 WS-WORK-STATUS
003060         MOVE 16           TO RETURN-CODE
003070         GOBACK
003080     END-IF.
003090     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003100     MOVE WS-RUN-DATE      TO WS-H1-DATE.
003110 6000-OPEN-FILES-EXIT.
003120     EXIT.
003130*****************************************************************
003140*    6050-LOAD-PARMS -- CP-REPORT-THRESHOLD, AND THE CP-AMOUNT-  *
003150*    LIMIT AND BASE CURRENCY PROG RAN WITH TODAY.  A PARM RECORD *
003160*    WITHOUT A THRESHOLD (OR NO PARM FILE AT ALL) REPORTS AT     *
003170*    10000.00 AND SAYS SO ON THE REPORT.                         *
003180*****************************************************************
003190 6050-LOAD-PARMS.
003200     OPEN INPUT CTLPARM-FILE.
003210     IF WS-PARM-STATUS = "00"
003220         READ CTLPARM-FILE
003230             AT END
003240                 SET LR-PARM-MISSING TO TRUE
003250             NOT AT END
003260                 IF CP-REPORT-THRESHOLD NUMERIC
003270                    AND CP-REPORT-THRESHOLD > 0
003280                     MOVE CP-REPORT-THRESHOLD TO WS-THRESHOLD
003290                 ELSE
003300                     SET LR-PARM-MISSING TO TRUE
003310                 END-IF
003320                 IF CP-AMOUNT-LIMIT NUMERIC
003330                    AND CP-AMOUNT-LIMIT > 0
003340                     MOVE CP-AMOUNT-LIMIT TO WS-AMOUNT-LIMIT
003350                 END-IF
003360                 IF CP-BASE-CURRENCY NOT = SPACES
003370                     MOVE CP-BASE-CURRENCY TO WS-BASE-CURRENCY
003380                 END-IF
003390         END-READ
003400         CLOSE CTLPARM-FILE
003410     ELSE
003420         SET LR-PARM-MISSING TO TRUE
003430     END-IF.
003440     MOVE WS-THRESHOLD     TO WS-H2-THRESHOLD.
003450     MOVE WS-BASE-CURRENCY TO WS-H2-CURRENCY.
003460     PERFORM 6800-WRITE-HEADERS THRU 6800-WRITE-HEADERS-EXIT.
003470     IF LR-PARM-MISSING
003480         MOVE "CP-REPORT-THRESHOLD NOT SET - DEFAULT USED"
003490                           TO WS-MSG-LINE
003500         WRITE REPORT-RECORD FROM WS-MSG-LINE AFTER ADVANCING 2
003510         ADD 2             TO WS-LINE-CTR
003520     END-IF.
003530 6050-LOAD-PARMS-EXIT.
003540     EXIT.
003550*****************************************************************
003560*    6100-GATHER-ALL-PARTITIONS -- EVERY PARTITION ON PARTLIST   *
003570*    (OR THE STANDALONE FILES WHEN THERE IS NO PARTLIST), SAME   *
003580*    FILE-NAME DANCE AS EXT001                                   *
003590*****************************************************************
003600 6100-GATHER-ALL-PARTITIONS.
003610     OPEN INPUT PARTLIST-FILE.
003620     IF WS-PART-STATUS = "00"
003630         PERFORM 6130-READ-PARTITION
003640             THRU 6130-READ-PARTITION-EXIT
003650         PERFORM 6120-GATHER-ONE-PARTITION
003660             THRU 6120-GATHER-ONE-PARTITION-EXIT
003670             UNTIL PL-EOF
003680         CLOSE PARTLIST-FILE
003690     ELSE
003700         MOVE 0            TO WS-PARTITION-NO
003710         MOVE SPACES       TO WS-SUFFIX
003720         PERFORM 6150-GATHER-PARTITION-FILES
003730             THRU 6150-GATHER-PARTITION-FILES-EXIT
003740     END-IF.
003750 6100-GATHER-ALL-PARTITIONS-EXIT.
003760     EXIT.
003770*****************************************************************
003780*    6120-GATHER-ONE-PARTITION -- ONE PARTITION, THEN THE NEXT   *
003790*    ENTRY                                                       *
003800*****************************************************************
003810 6120-GATHER-ONE-PARTITION.
003820     MOVE PT-PARTITION-NO  TO WS-PARTITION-NO.
003830     MOVE PT-TRAN-SUFFIX   TO WS-SUFFIX.
003840     PERFORM 6150-GATHER-PARTITION-FILES
003850         THRU 6150-GATHER-PARTITION-FILES-EXIT.
003860     PERFORM 6130-READ-PARTITION THRU 6130-READ-PARTITION-EXIT.
003870 6120-GATHER-ONE-PARTITION-EXIT.
003880     EXIT.
003890*****************************************************************
003900*    6130-READ-PARTITION -- GET THE NEXT PARTITION               *
003910*****************************************************************
003920 6130-READ-PARTITION.
003930     READ PARTLIST-FILE
003940         AT END
003950             SET PL-EOF TO TRUE
003960     END-READ.
003970 6130-READ-PARTITION-EXIT.
003980     EXIT.
003990*****************************************************************
004000*    6150-GATHER-PARTITION-FILES -- ONE PARTITION'S SORTED RUN   *
004010*    FILE AND HLD001'S OUTPUT QUEUE.  A FILE THE PARTITION DID   *
004020*    NOT PRODUCE TODAY IS SKIPPED IN SILENCE.                    *
004030*****************************************************************
004040 6150-GATHER-PARTITION-FILES.
004050     MOVE "TRANSRT"        TO WS-TRAN-FILENAME.
004060     STRING "TRANSRT" DELIMITED BY SIZE
004070            WS-SUFFIX DELIMITED BY SPACE
004080            INTO WS-TRAN-FILENAME
004090     END-STRING.
004100     PERFORM 6200-GATHER-RUN THRU 6200-GATHER-RUN-EXIT.
004110     MOVE "HOLDUPD"        TO WS-HOLD-FILENAME.
004120     STRING "HOLDUPD" DELIMITED BY SIZE
004130            WS-SUFFIX DELIMITED BY SPACE
004140            INTO WS-HOLD-FILENAME
004150     END-STRING.
004160     PERFORM 6300-GATHER-RELEASES THRU 6300-GATHER-RELEASES-EXIT.
004170 6150-GATHER-PARTITION-FILES-EXIT.
004180     EXIT.
004190*****************************************************************
004200*    6200-GATHER-RUN -- EVERY RECORD PROG TOOK INTO TODAY'S RUN  *
004210*    (TRANSRTnn)                                                 *
004220*****************************************************************
004230 6200-GATHER-RUN.
004240     MOVE "N"              TO LR-EOF-SW.
004250     OPEN INPUT TRAN-FILE.
004260     IF WS-TRAN-STATUS NOT = "00"
004270         GO TO 6200-GATHER-RUN-EXIT
004280     END-IF.
004290     PERFORM 6210-GATHER-RUN-READ THRU 6210-GATHER-RUN-READ-EXIT
004300         UNTIL LR-EOF.
004310     CLOSE TRAN-FILE.
004320 6200-GATHER-RUN-EXIT.
004330     EXIT.
004340*****************************************************************
004350*    6210-GATHER-RUN-READ -- ONE TRANSRTnn RECORD.  ONE WHOSE    *
004360*    BASE AMOUNT IS OVER TODAY'S CP-AMOUNT-LIMIT CAN ONLY BE A   *
004370*    HELD RECORD RELEASED ON AN EARLIER DAY AND MERGED INTO      *
004380*    TODAY'S RUN -- PROG'S EDIT HOLDS EVERY OTHER ONE -- AND WAS *
004390*    FILED OFF HOLDUPDnn THE DAY IT WAS RELEASED, SO IT IS       *
004400*    COUNTED AND SKIPPED HERE RATHER THAN FILED TWICE.           *
004410*****************************************************************
004420 6210-GATHER-RUN-READ.
004430     READ TRAN-FILE
004440         AT END
004450             SET LR-EOF TO TRUE
004460             GO TO 6210-GATHER-RUN-READ-EXIT
004470     END-READ.
004480     IF TR-TRAN-AMOUNT NOT NUMERIC
004490         GO TO 6210-GATHER-RUN-READ-EXIT
004500     END-IF.
004510     IF TR-BASE-AMOUNT NUMERIC
004520         MOVE TR-BASE-AMOUNT TO WS-BASE-AMOUNT
004530     ELSE
004540         MOVE TR-TRAN-AMOUNT TO WS-BASE-AMOUNT
004550     END-IF.
004560     PERFORM 6250-SET-REPORT-AMOUNT
004570         THRU 6250-SET-REPORT-AMOUNT-EXIT.
004580     IF WS-REPORT-AMOUNT > WS-AMOUNT-LIMIT
004590         ADD 1             TO WS-MERGED-CTR
004600         GO TO 6210-GATHER-RUN-READ-EXIT
004610     END-IF.
004620     MOVE SPACES           TO LTR-WORK-RECORD.
004630     MOVE TR-TRAN-ID       TO LW-TRAN-ID.
004640     MOVE TR-TRAN-DATE     TO LW-TRAN-DATE.
004650     MOVE WS-PARTITION-NO  TO LW-PARTITION-NO.
004660     MOVE TR-SEQUENCE-NO   TO LW-SEQUENCE-NO.
004670     SET LW-FROM-RUN TO TRUE.
004680     MOVE TR-TRAN-AMOUNT   TO LW-TRAN-AMOUNT.
004690     MOVE TR-CURRENCY-CODE TO LW-CURRENCY-CODE.
004700     MOVE TR-SOURCE-CODE   TO LW-SOURCE-CODE.
004710     PERFORM 6260-WRITE-WORK THRU 6260-WRITE-WORK-EXIT.
004720     ADD 1                 TO WS-RUN-CTR.
004730 6210-GATHER-RUN-READ-EXIT.
004740     EXIT.
004750*****************************************************************
004760*    6250-SET-REPORT-AMOUNT -- THE AMOUNT EVERY COMPARISON AND   *
004770*    TOTAL USES: THE BASE AMOUNT WITHOUT ITS SIGN                *
004780*****************************************************************
004790 6250-SET-REPORT-AMOUNT.
004800     IF WS-BASE-AMOUNT < 0
004810         COMPUTE WS-REPORT-AMOUNT = 0 - WS-BASE-AMOUNT
004820     ELSE
004830         MOVE WS-BASE-AMOUNT TO WS-REPORT-AMOUNT
004840     END-IF.
004850 6250-SET-REPORT-AMOUNT-EXIT.
004860     EXIT.
004870*****************************************************************
004880*    6260-WRITE-WORK -- FINISH AND WRITE ONE WORK RECORD         *
004890*****************************************************************
004900 6260-WRITE-WORK.
004910     IF LW-CURRENCY-CODE = SPACES
004920         MOVE WS-BASE-CURRENCY TO LW-CURRENCY-CODE
004930     END-IF.
004940     MOVE WS-BASE-AMOUNT   TO LW-BASE-AMOUNT.
004950     MOVE WS-REPORT-AMOUNT TO LW-REPORT-AMOUNT.
004960     WRITE LTR-WORK-RECORD.
004970     ADD 1                 TO WS-EXAMINED-CTR.
004980 6260-WRITE-WORK-EXIT.
004990     EXIT.
005000*****************************************************************
005010*    6300-GATHER-RELEASES -- HLD001'S OUTPUT QUEUE (HOLDUPDnn):  *
005020*    A RECORD RELEASED TODAY IS IN SCOPE NOW, UNDER ITS OWN      *
005030*    TRANSACTION DATE, EVEN THOUGH IT ONLY MERGES INTO           *
005040*    TOMORROW'S RUN.  PENDING, DECLINED AND EARLIER DECISIONS    *
005050*    ARE NOT.                                                    *
005060*****************************************************************
005070 6300-GATHER-RELEASES.
005080     MOVE "N"              TO LR-EOF-SW.
005090     OPEN INPUT HOLD-FILE.
005100     IF WS-HOLD-STATUS NOT = "00"
005110         GO TO 6300-GATHER-RELEASES-EXIT
005120     END-IF.
005130     PERFORM 6310-GATHER-RELEASE-READ
005140         THRU 6310-GATHER-RELEASE-READ-EXIT
005150         UNTIL LR-EOF.
005160     CLOSE HOLD-FILE.
005170 6300-GATHER-RELEASES-EXIT.
005180     EXIT.
005190*****************************************************************
005200*    6310-GATHER-RELEASE-READ -- ONE HOLDUPDnn RECORD            *
005210*****************************************************************
005220 6310-GATHER-RELEASE-READ.
005230     READ HOLD-FILE
005240         AT END
005250             SET LR-EOF TO TRUE
005260             GO TO 6310-GATHER-RELEASE-READ-EXIT
005270     END-READ.
005280     IF NOT HD-RELEASED OR HD-DECISION-DATE NOT = WS-RUN-DATE
005290         GO TO 6310-GATHER-RELEASE-READ-EXIT
005300     END-IF.
005310     IF HD-BASE-AMOUNT NUMERIC
005320         MOVE HD-BASE-AMOUNT TO WS-BASE-AMOUNT
005330     ELSE
005340         MOVE HD-TRAN-AMOUNT TO WS-BASE-AMOUNT
005350     END-IF.
005360     PERFORM 6250-SET-REPORT-AMOUNT
005370         THRU 6250-SET-REPORT-AMOUNT-EXIT.
005380     MOVE SPACES           TO LTR-WORK-RECORD.
005390     MOVE HD-TRAN-ID       TO LW-TRAN-ID.
005400     MOVE HD-TRAN-DATE     TO LW-TRAN-DATE.
005410     MOVE WS-PARTITION-NO  TO LW-PARTITION-NO.
005420     MOVE HD-SEQUENCE-NO   TO LW-SEQUENCE-NO.
005430     SET LW-FROM-HOLD TO TRUE.
005440     MOVE HD-TRAN-AMOUNT   TO LW-TRAN-AMOUNT.
005450     MOVE HD-CURRENCY-CODE TO LW-CURRENCY-CODE.
005460     MOVE HD-SOURCE-CODE   TO LW-SOURCE-CODE.
005470     MOVE HD-APPROVER-ID   TO LW-APPROVER-ID.
005480     PERFORM 6260-WRITE-WORK THRU 6260-WRITE-WORK-EXIT.
005490     ADD 1                 TO WS-RELEASED-CTR.
005500 6310-GATHER-RELEASE-READ-EXIT.
005510     EXIT.
005520*****************************************************************
005530*    6380-WRITE-FILING-HEADER -- THE "H" RECORD: RUN DATE AND    *
005540*    THE THRESHOLD THE FILING WAS CUT AT                         *
005550*****************************************************************
005560 6380-WRITE-FILING-HEADER.
005570     MOVE SPACES           TO LARGE-TRAN-RECORD.
005580     SET LT-TYPE-HEADER TO TRUE.
005590     MOVE "DAILYPRC"       TO LT-HDR-FILING-ID.
005600     MOVE WS-RUN-DATE      TO LT-HDR-RUN-DATE.
005610     MOVE WS-THRESHOLD     TO LT-HDR-THRESHOLD.
005620     MOVE WS-BASE-CURRENCY TO LT-HDR-CURRENCY.
005630     WRITE LARGE-TRAN-RECORD.
005640     ADD 1                 TO WS-FILED-CTR.
005650 6380-WRITE-FILING-HEADER-EXIT.
005660     EXIT.
005670*****************************************************************
005680*    6400-LIST-SINGLES -- FIRST PASS OVER THE SORTED FILE: EVERY *
005690*    TRANSACTION AT OR OVER THE THRESHOLD ON ITS OWN             *
005700*****************************************************************
005710 6400-LIST-SINGLES.
005720     MOVE "SINGLE TRANSACTIONS AT OR OVER THE THRESHOLD"
005730                           TO WS-MSG-LINE.
005740     PERFORM 6820-WRITE-SECTION-TITLE
005750         THRU 6820-WRITE-SECTION-TITLE-EXIT.
005760     MOVE "N"              TO LR-EOF-SW.
005770     OPEN INPUT LTR-SORT-FILE.
005780     IF WS-SORT-STATUS NOT = "00"
005790         GO TO 6400-LIST-SINGLES-EXIT
005800     END-IF.
005810     PERFORM 6410-LIST-SINGLE-READ THRU 6410-LIST-SINGLE-READ-EXIT
005820         UNTIL LR-EOF.
005830     CLOSE LTR-SORT-FILE.
005840     IF WS-SINGLE-CTR = 0
005850         MOVE "   NONE TODAY"  TO WS-MSG-LINE
005860         WRITE REPORT-RECORD FROM WS-MSG-LINE AFTER ADVANCING 1
005870         ADD 1             TO WS-LINE-CTR
005880     END-IF.
005890 6400-LIST-SINGLES-EXIT.
005900     EXIT.
005910*****************************************************************
005920*    6410-LIST-SINGLE-READ -- ONE SORTED RECORD OF THE FIRST     *
005930*    PASS                                                        *
005940*****************************************************************
005950 6410-LIST-SINGLE-READ.
005960     READ LTR-SORT-FILE
005970         AT END
005980             SET LR-EOF TO TRUE
005990             GO TO 6410-LIST-SINGLE-READ-EXIT
006000     END-READ.
006010     IF LS-REPORT-AMOUNT < WS-THRESHOLD
006020         GO TO 6410-LIST-SINGLE-READ-EXIT
006030     END-IF.
006040     MOVE LTR-SORTED-REC   TO WS-CONTRIB-REC.
006050     PERFORM 6700-PRINT-TRANSACTION
006060         THRU 6700-PRINT-TRANSACTION-EXIT.
006070     PERFORM 6750-SET-FILING-DETAIL
006080         THRU 6750-SET-FILING-DETAIL-EXIT.
006090     SET LT-TYPE-SINGLE TO TRUE.
006100     WRITE LARGE-TRAN-RECORD.
006110     ADD 1                 TO WS-FILED-CTR.
006120     ADD 1                 TO WS-SINGLE-CTR.
006130     ADD LS-REPORT-AMOUNT  TO WS-SINGLE-AMOUNT.
006140 6410-LIST-SINGLE-READ-EXIT.
006150     EXIT.
006160*****************************************************************
006170*    6500-LIST-AGGREGATES -- SECOND PASS: ONE GROUP PER TRAN ID  *
006180*    AND TRANSACTION DATE, ACROSS EVERY PARTITION.  A GROUP OF   *
006190*    TWO OR MORE RECORDS WHOSE AMOUNTS ADD UP TO THE THRESHOLD   *
006200*    IS LISTED WITH ALL ITS CONTRIBUTORS AND ITS TOTAL --        *
006210*    HOWEVER SMALL EACH ONE IS.  A GROUP OF ONE IS ALREADY       *
006220*    COVERED BY THE FIRST PASS.                                  *
006230*****************************************************************
006240 6500-LIST-AGGREGATES.
006250     MOVE "SAME-DAY TOTALS BY TRAN ID AT OR OVER THE THRESHOLD"
006260                           TO WS-MSG-LINE.
006270     PERFORM 6820-WRITE-SECTION-TITLE
006280         THRU 6820-WRITE-SECTION-TITLE-EXIT.
006290     MOVE "N"              TO LR-EOF-SW.
006300     MOVE 0                TO WS-GRP-COUNT.
006310     OPEN INPUT LTR-SORT-FILE.
006320     IF WS-SORT-STATUS NOT = "00"
006330         GO TO 6500-LIST-AGGREGATES-EXIT
006340     END-IF.
006350     PERFORM 6510-LIST-AGGREGATE-READ
006360         THRU 6510-LIST-AGGREGATE-READ-EXIT
006370         UNTIL LR-EOF.
006380     CLOSE LTR-SORT-FILE.
006390     IF WS-GRP-COUNT > 0
006400         PERFORM 6550-END-GROUP THRU 6550-END-GROUP-EXIT
006410     END-IF.
006420     IF WS-AGG-CTR = 0
006430         MOVE "   NONE TODAY"  TO WS-MSG-LINE
006440         WRITE REPORT-RECORD FROM WS-MSG-LINE AFTER ADVANCING 1
006450         ADD 1             TO WS-LINE-CTR
006460     END-IF.
006470 6500-LIST-AGGREGATES-EXIT.
006480     EXIT.
006490*****************************************************************
006500*    6510-LIST-AGGREGATE-READ -- ONE SORTED RECORD OF THE SECOND *
006510*    PASS.  A CHANGE OF TRAN ID OR DATE CLOSES THE GROUP IN HAND *
006520*    FIRST.                                                      *
006530*****************************************************************
006540 6510-LIST-AGGREGATE-READ.
006550     READ LTR-SORT-FILE
006560         AT END
006570             SET LR-EOF TO TRUE
006580             GO TO 6510-LIST-AGGREGATE-READ-EXIT
006590     END-READ.
006600     IF WS-GRP-COUNT > 0
006610         IF LS-TRAN-ID NOT = WS-GRP-TRAN-ID
006620            OR LS-TRAN-DATE NOT = WS-GRP-TRAN-DATE
006630             PERFORM 6550-END-GROUP THRU 6550-END-GROUP-EXIT
006640         END-IF
006650     END-IF.
006660     IF WS-GRP-COUNT = 0
006670         PERFORM 6520-START-GROUP THRU 6520-START-GROUP-EXIT
006680     END-IF.
006690     ADD 1                 TO WS-GRP-COUNT.
006700     ADD LS-REPORT-AMOUNT  TO WS-GRP-TOTAL.
006710     IF WS-GRP-PARTS = 0 OR LS-PARTITION-NO NOT = WS-GRP-LAST-PART
006720         ADD 1             TO WS-GRP-PARTS
006730         MOVE LS-PARTITION-NO TO WS-GRP-LAST-PART
006740     END-IF.
006750     MOVE LTR-SORTED-REC   TO WS-CONTRIB-REC.
006760     IF GR-FLUSHED
006770         PERFORM 6600-WRITE-CONTRIBUTOR
006780             THRU 6600-WRITE-CONTRIBUTOR-EXIT
006790         GO TO 6510-LIST-AGGREGATE-READ-EXIT
006800     END-IF.
006810     IF WS-GB-CTR < WS-GB-MAX
006820         ADD 1             TO WS-GB-CTR
006830         MOVE WS-CONTRIB-REC TO WS-GB-ENTRY (WS-GB-CTR)
006840     ELSE
006850         SET GR-TRUNCATED TO TRUE
006860     END-IF.
006870     IF WS-GRP-TOTAL NOT < WS-THRESHOLD
006880         SET GR-CROSSED TO TRUE
006890     END-IF.
006900     IF GR-CROSSED AND WS-GRP-COUNT > 1
006910         PERFORM 6530-FLUSH-GROUP THRU 6530-FLUSH-GROUP-EXIT
006920     END-IF.
006930 6510-LIST-AGGREGATE-READ-EXIT.
006940     EXIT.
006950*****************************************************************
006960*    6520-START-GROUP -- A NEW TRAN ID / BUSINESS DAY            *
006970*****************************************************************
006980 6520-START-GROUP.
006990     MOVE LS-TRAN-ID       TO WS-GRP-TRAN-ID.
007000     MOVE LS-TRAN-DATE     TO WS-GRP-TRAN-DATE.
007010     MOVE 0                TO WS-GRP-PARTS.
007020     MOVE 0                TO WS-GRP-LAST-PART.
007030     MOVE 0                TO WS-GRP-TOTAL.
007040     MOVE 0                TO WS-GB-CTR.
007050     MOVE "N"              TO GR-CROSSED-SW.
007060     MOVE "N"              TO GR-FLUSHED-SW.
007070     MOVE "N"              TO GR-TRUNCATED-SW.
007080 6520-START-GROUP-EXIT.
007090     EXIT.
007100*****************************************************************
007110*    6530-FLUSH-GROUP -- THE GROUP HAS JUST QUALIFIED: WRITE OUT *
007120*    EVERY CONTRIBUTOR HELD SO FAR.  IF THE BUFFER OVERFLOWED    *
007130*    BEFORE IT QUALIFIED, THE LISTING SAYS HOW MANY COULD NOT BE *
007140*    SHOWN; THE TOTAL AND THE COUNT ON THE "A" RECORD STILL      *
007150*    COVER THEM ALL.                                             *
007160*****************************************************************
007170 6530-FLUSH-GROUP.
007180     SET GR-FLUSHED TO TRUE.
007190     MOVE 1                TO WS-GB-IX.
007200     PERFORM 6535-FLUSH-STEP THRU 6535-FLUSH-STEP-EXIT
007210         UNTIL WS-GB-IX > WS-GB-CTR.
007220     IF GR-TRUNCATED
007230         ADD 1             TO WS-TRUNC-CTR
007240         MOVE SPACES       TO WS-MSG-LINE
007250         STRING "   *** OVER 1000 RECORDS BEFORE THE TOTAL "
007260                    DELIMITED BY SIZE
007270                "QUALIFIED - THE EXCESS IS NOT LISTED ABOVE"
007280                    DELIMITED BY SIZE
007290                INTO WS-MSG-LINE
007300         END-STRING
007310         DISPLAY "LTR001: CONTRIBUTORS NOT LISTED FOR TRAN ID "
007320                 WS-GRP-TRAN-ID
007330         WRITE REPORT-RECORD FROM WS-MSG-LINE AFTER ADVANCING 1
007340         ADD 1             TO WS-LINE-CTR
007350     END-IF.
007360 6530-FLUSH-GROUP-EXIT.
007370     EXIT.
007380*****************************************************************
007390*    6535-FLUSH-STEP -- ONE HELD CONTRIBUTOR                     *
007400*****************************************************************
007410 6535-FLUSH-STEP.
007420     MOVE WS-GB-ENTRY (WS-GB-IX) TO WS-CONTRIB-REC.
007430     PERFORM 6600-WRITE-CONTRIBUTOR
007440         THRU 6600-WRITE-CONTRIBUTOR-EXIT.
007450     ADD 1                 TO WS-GB-IX.
007460 6535-FLUSH-STEP-EXIT.
007470     EXIT.
007480*****************************************************************
007490*    6550-END-GROUP -- CLOSE THE GROUP IN HAND.  A QUALIFYING    *
007500*    GROUP GETS ITS TOTAL LINE AND ITS "A" RECORD.               *
007510*****************************************************************
007520 6550-END-GROUP.
007530     IF GR-FLUSHED
007540         MOVE WS-GRP-TRAN-ID   TO WS-GL-TRAN-ID
007550         MOVE WS-GRP-TRAN-DATE TO WS-GL-TRAN-DATE
007560         MOVE WS-GRP-COUNT     TO WS-GL-COUNT
007570         MOVE WS-GRP-PARTS     TO WS-GL-PARTS
007580         MOVE WS-GRP-TOTAL     TO WS-GL-TOTAL
007590         WRITE REPORT-RECORD FROM WS-GROUP-LINE AFTER ADVANCING 1
007600         MOVE SPACES           TO WS-MSG-LINE
007610         WRITE REPORT-RECORD FROM WS-MSG-LINE AFTER ADVANCING 1
007620         ADD 2                 TO WS-LINE-CTR
007630         MOVE SPACES           TO LARGE-TRAN-RECORD
007640         SET LT-TYPE-AGGREGATE TO TRUE
007650         MOVE WS-GRP-TRAN-ID   TO LT-AGG-TRAN-ID
007660         MOVE WS-GRP-TRAN-DATE TO LT-AGG-TRAN-DATE
007670         MOVE WS-GRP-COUNT     TO LT-AGG-RECORD-COUNT
007680         MOVE WS-GRP-PARTS     TO LT-AGG-PARTITION-COUNT
007690         MOVE WS-GRP-TOTAL     TO LT-AGG-TOTAL-AMOUNT
007700         WRITE LARGE-TRAN-RECORD
007710         ADD 1                 TO WS-FILED-CTR
007720         ADD 1                 TO WS-AGG-CTR
007730         ADD WS-GRP-TOTAL      TO WS-AGG-AMOUNT
007740     END-IF.
007750     MOVE 0                TO WS-GRP-COUNT.
007760 6550-END-GROUP-EXIT.
007770     EXIT.
007780*****************************************************************
007790*    6600-WRITE-CONTRIBUTOR -- ONE CONTRIBUTING RECORD (IN WS-   *
007800*    CONTRIB-REC) TO THE REPORT AND THE FILING                   *
007810*****************************************************************
007820 6600-WRITE-CONTRIBUTOR.
007830     PERFORM 6700-PRINT-TRANSACTION
007840         THRU 6700-PRINT-TRANSACTION-EXIT.
007850     PERFORM 6750-SET-FILING-DETAIL
007860         THRU 6750-SET-FILING-DETAIL-EXIT.
007870     SET LT-TYPE-CONTRIBUTOR TO TRUE.
007880     WRITE LARGE-TRAN-RECORD.
007890     ADD 1                 TO WS-FILED-CTR.
007900     ADD 1                 TO WS-CONTRIB-CTR.
007910 6600-WRITE-CONTRIBUTOR-EXIT.
007920     EXIT.
007930*****************************************************************
007940*    6700-PRINT-TRANSACTION -- ONE TRANSACTION LINE FROM WS-     *
007950*    CONTRIB-REC.  "*" MARKS ONE THAT IS AT OR OVER THE          *
007960*    THRESHOLD ON ITS OWN; THE APPROVER IS SHOWN FOR A RELEASED  *
007970*    HOLD.                                                       *
007980*****************************************************************
007990 6700-PRINT-TRANSACTION.
008000     MOVE LC-TRAN-ID       TO WS-DL-TRAN-ID.
008010     MOVE LC-TRAN-DATE     TO WS-DL-TRAN-DATE.
008020     MOVE LC-PARTITION-NO  TO WS-DL-PARTITION.
008030     MOVE LC-SEQUENCE-NO   TO WS-DL-SEQUENCE.
008040     IF LC-FROM-HOLD
008050         MOVE "HOLD"       TO WS-DL-ORIGIN
008060     ELSE
008070         MOVE "RUN"        TO WS-DL-ORIGIN
008080     END-IF.
008090     MOVE LC-SOURCE-CODE   TO WS-DL-SOURCE.
008100     MOVE LC-TRAN-AMOUNT   TO WS-DL-TRAN-AMOUNT.
008110     MOVE LC-CURRENCY-CODE TO WS-DL-CURRENCY.
008120     MOVE LC-BASE-AMOUNT   TO WS-DL-BASE-AMOUNT.
008130     IF LC-REPORT-AMOUNT NOT < WS-THRESHOLD
008140         MOVE "*"          TO WS-DL-FLAG
008150     ELSE
008160         MOVE SPACE        TO WS-DL-FLAG
008170     END-IF.
008180     MOVE LC-APPROVER-ID   TO WS-DL-APPROVER.
008190     IF WS-LINE-CTR NOT < WS-LINES-PER-PAGE
008200         PERFORM 6800-WRITE-HEADERS THRU 6800-WRITE-HEADERS-EXIT
008210     END-IF.
008220     WRITE REPORT-RECORD FROM WS-DETAIL-LINE AFTER ADVANCING 1.
008230     ADD 1                 TO WS-LINE-CTR.
008240 6700-PRINT-TRANSACTION-EXIT.
008250     EXIT.
008260*****************************************************************
008270*    6750-SET-FILING-DETAIL -- THE TRANSACTION FIELDS OF AN "S"  *
008280*    OR "C" RECORD, FROM WS-CONTRIB-REC                          *
008290*****************************************************************
008300 6750-SET-FILING-DETAIL.
008310     MOVE SPACES           TO LARGE-TRAN-RECORD.
008320     MOVE LC-TRAN-ID       TO LT-DTL-TRAN-ID.
008330     MOVE LC-TRAN-DATE     TO LT-DTL-TRAN-DATE.
008340     MOVE LC-PARTITION-NO  TO LT-DTL-PARTITION-NO.
008350     MOVE LC-SEQUENCE-NO   TO LT-DTL-SEQUENCE-NO.
008360     MOVE LC-ORIGIN        TO LT-DTL-ORIGIN.
008370     MOVE LC-TRAN-AMOUNT   TO LT-DTL-TRAN-AMOUNT.
008380     MOVE LC-CURRENCY-CODE TO LT-DTL-CURRENCY-CODE.
008390     MOVE LC-BASE-AMOUNT   TO LT-DTL-BASE-AMOUNT.
008400     MOVE LC-REPORT-AMOUNT TO LT-DTL-REPORT-AMOUNT.
008410     MOVE LC-SOURCE-CODE   TO LT-DTL-SOURCE-CODE.
008420     IF LC-REPORT-AMOUNT NOT < WS-THRESHOLD
008430         SET LT-DTL-OVER TO TRUE
008440     ELSE
008450         MOVE "N"          TO LT-DTL-OVER-SW
008460     END-IF.
008470 6750-SET-FILING-DETAIL-EXIT.
008480     EXIT.
008490*****************************************************************
008500*    6800-WRITE-HEADERS -- PRINT A NEW PAGE HEADER               *
008510*****************************************************************
008520 6800-WRITE-HEADERS.
008530     ADD 1                 TO WS-PAGE-NO.
008540     MOVE WS-PAGE-NO       TO WS-H1-PAGE.
008550     WRITE REPORT-RECORD FROM WS-HDR-LINE1 AFTER ADVANCING PAGE.
008560     WRITE REPORT-RECORD FROM WS-HDR-LINE2 AFTER ADVANCING 1.
008570     WRITE REPORT-RECORD FROM WS-HDR-LINE3 AFTER ADVANCING 2.
008580     MOVE 4                TO WS-LINE-CTR.
008590 6800-WRITE-HEADERS-EXIT.
008600     EXIT.
008610*****************************************************************
008620*    6820-WRITE-SECTION-TITLE -- THE TITLE IN WS-MSG-LINE, ON A  *
008630*    NEW PAGE IF THERE IS NOT ROOM FOR IT AND A FEW LINES UNDER  *
008640*    IT                                                          *
008650*****************************************************************
008660 6820-WRITE-SECTION-TITLE.
008670     IF WS-LINE-CTR + 5 > WS-LINES-PER-PAGE
008680         PERFORM 6800-WRITE-HEADERS THRU 6800-WRITE-HEADERS-EXIT
008690     END-IF.
008700     WRITE REPORT-RECORD FROM WS-MSG-LINE AFTER ADVANCING 2.
008710     MOVE SPACES           TO WS-MSG-LINE.
008720     WRITE REPORT-RECORD FROM WS-MSG-LINE AFTER ADVANCING 1.
008730     ADD 3                 TO WS-LINE-CTR.
008740 6820-WRITE-SECTION-TITLE-EXIT.
008750     EXIT.
008760*****************************************************************
008770*    6880-WRITE-FILING-TRAILER -- THE "T" RECORD.  ITS RECORD    *
008780*    COUNT INCLUDES ITSELF.                                      *
008790*****************************************************************
008800 6880-WRITE-FILING-TRAILER.
008810     ADD 1                 TO WS-FILED-CTR.
008820     MOVE SPACES           TO LARGE-TRAN-RECORD.
008830     SET LT-TYPE-TRAILER TO TRUE.
008840     MOVE WS-FILED-CTR     TO LT-TRL-RECORD-COUNT.
008850     MOVE WS-SINGLE-CTR    TO LT-TRL-SINGLE-COUNT.
008860     MOVE WS-SINGLE-AMOUNT TO LT-TRL-SINGLE-AMOUNT.
008870     MOVE WS-AGG-CTR       TO LT-TRL-AGG-COUNT.
008880     MOVE WS-CONTRIB-CTR   TO LT-TRL-CONTRIB-COUNT.
008890     MOVE WS-AGG-AMOUNT    TO LT-TRL-AGG-AMOUNT.
008900     WRITE LARGE-TRAN-RECORD.
008910 6880-WRITE-FILING-TRAILER-EXIT.
008920     EXIT.
008930*****************************************************************
008940*    6900-WRITE-TOTALS -- CONTROL COUNTS.  EXAMINED = FROM RUNS  *
008950*    + RELEASED FROM HOLD, AND THE FILING'S TRAILER CARRIES THE  *
008960*    SAME SINGLE AND AGGREGATE FIGURES.                          *
008970*****************************************************************
008980 6900-WRITE-TOTALS.
008990     MOVE "FROM DAILY RUNS.......: " TO WS-CL-CAPTION.
009000     MOVE WS-RUN-CTR       TO WS-CL-COUNT.
009010     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 3.
009020     MOVE "RELEASED FROM HOLD....: " TO WS-CL-CAPTION.
009030     MOVE WS-RELEASED-CTR  TO WS-CL-COUNT.
009040     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
009050     MOVE "TRANSACTIONS EXAMINED.: " TO WS-CL-CAPTION.
009060     MOVE WS-EXAMINED-CTR  TO WS-CL-COUNT.
009070     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
009080     MOVE "PRIOR RELEASES SKIPPED: " TO WS-CL-CAPTION.
009090     MOVE WS-MERGED-CTR    TO WS-CL-COUNT.
009100     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
009110     MOVE "SINGLES REPORTED......: " TO WS-CL-CAPTION.
009120     MOVE WS-SINGLE-CTR    TO WS-CL-COUNT.
009130     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 2.
009140     MOVE "SINGLES AMOUNT........: " TO WS-AL-CAPTION.
009150     MOVE WS-SINGLE-AMOUNT TO WS-AL-AMOUNT.
009160     WRITE REPORT-RECORD FROM WS-AMOUNT-LINE AFTER ADVANCING 1.
009170     MOVE "TRAN IDS AGGREGATED...: " TO WS-CL-CAPTION.
009180     MOVE WS-AGG-CTR       TO WS-CL-COUNT.
009190     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
009200     MOVE "CONTRIBUTING RECORDS..: " TO WS-CL-CAPTION.
009210     MOVE WS-CONTRIB-CTR   TO WS-CL-COUNT.
009220     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
009230     MOVE "AGGREGATED AMOUNT.....: " TO WS-AL-CAPTION.
009240     MOVE WS-AGG-AMOUNT    TO WS-AL-AMOUNT.
009250     WRITE REPORT-RECORD FROM WS-AMOUNT-LINE AFTER ADVANCING 1.
009260     MOVE "FILING RECORDS WRITTEN: " TO WS-CL-CAPTION.
009270     MOVE WS-FILED-CTR     TO WS-CL-COUNT.
009280     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 2.
009290     IF WS-TRUNC-CTR > 0
009300         MOVE "GROUPS PART-LISTED....: " TO WS-CL-CAPTION
009310         MOVE WS-TRUNC-CTR TO WS-CL-COUNT
009320         WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1
009330     END-IF.
009340 6900-WRITE-TOTALS-EXIT.
009350     EXIT.
