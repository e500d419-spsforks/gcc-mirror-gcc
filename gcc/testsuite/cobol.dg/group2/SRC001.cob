000100 IDENTIFICATION            DIVISION.
000110 PROGRAM-ID.               SRC001.
000120 AUTHOR.                   D-J HARTLEY.
000130 INSTALLATION.             DAILY-PROC BATCH SUPPORT.
000140 DATE-WRITTEN.             10/10/2026.
000150 DATE-COMPILED.            10/10/2026.
000160*****************************************************************
000170*                                                               *
000180*    MODIFICATION HISTORY                                      *
000190*                                                               *
000200*    DATE       INIT  DESCRIPTION                               *
000210*    ---------- ----  ------------------------------------------*
000220*    10/10/2026  DJH  ORIGINAL.  DAILY SOURCE QUALITY SCORECARD. *
000230*                     FOR EVERY FRONT-END SOURCE FEED SPL001     *
000240*                     TOOK IN (SRCCTL.CPY, DDNAME SRCCTL):       *
000250*                     RECORDS RECEIVED, WHETHER THE SOURCE WAS   *
000260*                     RELEASED OR HELD BACK AND WHY, AND -- FROM *
000270*                     EVERY PARTITION'S SUSPNEWnn AND HOLDNEWnn, *
000280*                     BY THE SOURCE CODE EACH RECORD CARRIES --  *
000290*                     TODAY'S EDIT REJECTS BY REASON, CROSS-DAY  *
000300*                     DUPLICATES (DP01) AND OVER-LIMIT           *
000310*                     REFERRALS, WITH THE SOURCE'S EXCEPTION     *
000320*                     RATE. REPORT ON SRCRPT FOR THE FRONT-END   *
000330*                     TEAMS.                                     *
000340*                                                               *
000350*****************************************************************
000360 ENVIRONMENT               DIVISION.
000370 CONFIGURATION             SECTION.
000380 SOURCE-COMPUTER.          IBM-370.
000390 OBJECT-COMPUTER.          IBM-370.
000400 INPUT-OUTPUT               SECTION.
000410 FILE-CONTROL.
000420     SELECT SOURCE-CTL-FILE ASSIGN TO "SRCCTL"
000430                           ORGANIZATION IS LINE SEQUENTIAL
000440                           FILE STATUS IS WS-SRCC-STATUS.
000450     SELECT PARTLIST-FILE  ASSIGN TO "PARTLIST"
000460                           ORGANIZATION IS LINE SEQUENTIAL
000470                           FILE STATUS IS WS-PART-STATUS.
000480     SELECT SUSPENSE-FILE  ASSIGN TO DYNAMIC WS-SUSP-FILENAME
000490                           ORGANIZATION IS LINE SEQUENTIAL
000500                           FILE STATUS IS WS-SUSP-STATUS.
000510     SELECT HOLD-FILE      ASSIGN TO DYNAMIC WS-HOLD-FILENAME
000520                           ORGANIZATION IS LINE SEQUENTIAL
000530                           FILE STATUS IS WS-HOLD-STATUS.
000540     SELECT REPORT-FILE    ASSIGN TO "SRCRPT"
000550                           ORGANIZATION IS LINE SEQUENTIAL
000560                           FILE STATUS IS WS-RPT-STATUS.
000570 DATA                      DIVISION.
000580 FILE                      SECTION.
000590 FD  SOURCE-CTL-FILE
000600     LABEL RECORD IS STANDARD.
000610     COPY SRCCTL.
000620 FD  PARTLIST-FILE
000630     LABEL RECORD IS STANDARD.
000640     COPY PARTREC.
000650 FD  SUSPENSE-FILE
000660     LABEL RECORD IS STANDARD.
000670     COPY SUSPREC.
000680 FD  HOLD-FILE
000690     LABEL RECORD IS STANDARD.
000700     COPY HOLDREC.
000710 FD  REPORT-FILE
000720     LABEL RECORD IS STANDARD.
000730 01  REPORT-RECORD             PIC X(132).
000740 WORKING-STORAGE           SECTION.
000750 01  WS-SRCC-STATUS        PIC X(02).
000760 01  WS-PART-STATUS        PIC X(02).
000770 01  WS-SUSP-STATUS        PIC X(02).
000780 01  WS-HOLD-STATUS        PIC X(02).
000790 01  WS-RPT-STATUS         PIC X(02).
000800 01  WS-SUSP-FILENAME      PIC X(20)   VALUE "SUSPNEW".
000810 01  WS-HOLD-FILENAME      PIC X(20)   VALUE "HOLDNEW".
000820 01  WS-SUFFIX             PIC X(02)   VALUE SPACES.
000830 01  PL-SWITCHES.
000840     05  PL-EOF-SW         PIC X(01)   VALUE "N".
000850         88  PL-EOF                    VALUE "Y".
000860 01  SQ-SWITCHES.
000870     05  SQ-EOF-SW         PIC X(01)   VALUE "N".
000880         88  SQ-EOF                    VALUE "Y".
000890     05  SQ-CTL-MISSING-SW PIC X(01)   VALUE "N".
000900         88  SQ-CTL-MISSING            VALUE "Y".
000910     05  SQ-FOUND-SW       PIC X(01)   VALUE "N".
000920         88  SQ-FOUND                  VALUE "Y".
000930     05  SQ-OVERFLOW-SW    PIC X(01)   VALUE "N".
000940         88  SQ-OVERFLOW               VALUE "Y".
000950 01  WS-RUN-DATE           PIC 9(8).
000960 01  WS-PAGE-NO            PIC 9(3)    VALUE 0.
000970 77  WS-TOT-RECEIVED-CTR   PIC 9(7)    VALUE 0.
000980 77  WS-TOT-REJECT-CTR     PIC 9(7)    VALUE 0.
000990 77  WS-TOT-DUP-CTR        PIC 9(7)    VALUE 0.
001000 77  WS-TOT-REFER-CTR      PIC 9(7)    VALUE 0.
001010 77  WS-HELD-SRC-CTR       PIC 9(4)    VALUE 0.
001020 01  WS-EXCEPTION-CTR      PIC 9(7)    VALUE 0.
001030 01  WS-RATE               PIC 9(3)V99 VALUE 0.
001040 01  WS-SQ-KEY             PIC X(04).
001050 01  WS-SQ-MAX             PIC 9(4)    COMP VALUE 20.
001060 01  WS-SQ-CTR             PIC 9(4)    COMP VALUE 0.
001070 01  WS-SQ-IX              PIC 9(4)    COMP.
001080 01  WS-SQ-TABLE.
001090     05  WS-SQ-ENTRY       OCCURS 20 TIMES.
001100         10  WS-SQ-CODE            PIC X(04).
001110         10  WS-SQ-DESC            PIC X(30).
001120         10  WS-SQ-STATUS          PIC X(01).
001130             88  WS-SQ-RELEASED           VALUE "R".
001140             88  WS-SQ-HELD               VALUE "H".
001150             88  WS-SQ-UNLISTED           VALUE " ".
001160         10  WS-SQ-REASON          PIC X(30).
001170         10  WS-SQ-RECEIVED        PIC 9(7).
001180         10  WS-SQ-REJECTS         PIC 9(7).
001190         10  WS-SQ-DUPS            PIC 9(7).
001200         10  WS-SQ-REFERRALS       PIC 9(7).
001210 01  WS-RR-MAX             PIC 9(4)    COMP VALUE 100.
001220 01  WS-RR-CTR             PIC 9(4)    COMP VALUE 0.
001230 01  WS-RR-IX              PIC 9(4)    COMP.
001240 01  WS-RR-TABLE.
001250     05  WS-RR-ENTRY       OCCURS 100 TIMES.
001260         10  WS-RR-SOURCE-IX       PIC 9(4)    COMP.
001270         10  WS-RR-REASON          PIC X(30).
001280         10  WS-RR-COUNT           PIC 9(7).
001290 01  WS-HDR-LINE1.
001300     05  FILLER            PIC X(10)   VALUE "RUN DATE: ".
001310     05  WS-H1-DATE        PIC 9(8).
001320     05  FILLER            PIC X(16)   VALUE SPACES.
001330     05  FILLER            PIC X(35)   VALUE
001340         "SOURCE QUALITY SCORECARD".
001350     05  FILLER            PIC X(05)   VALUE "PAGE ".
001360     05  WS-H1-PAGE        PIC ZZ9.
001370     05  FILLER            PIC X(55)   VALUE SPACES.
001380 01  WS-SOURCE-LINE.
001390     05  FILLER            PIC X(07)   VALUE "SOURCE ".
001400     05  WS-SL-CODE        PIC X(04).
001410     05  FILLER            PIC X(02)   VALUE SPACES.
001420     05  WS-SL-DESC        PIC X(30).
001430     05  FILLER            PIC X(02)   VALUE SPACES.
001440     05  WS-SL-VERDICT     PIC X(50).
001450     05  FILLER            PIC X(37)   VALUE SPACES.
001460 01  WS-COUNT-LINE.
001470     05  WS-CL-CAPTION     PIC X(24).
001480     05  WS-CL-COUNT       PIC Z(6)9.
001490     05  FILLER            PIC X(101)  VALUE SPACES.
001500 01  WS-RATE-LINE.
001510     05  FILLER            PIC X(24)   VALUE
001520         "  EXCEPTION RATE......: ".
001530     05  WS-RL-RATE        PIC ZZ9.99.
001540     05  FILLER            PIC X(02)   VALUE " %".
001550     05  FILLER            PIC X(100)  VALUE SPACES.
001560 01  WS-REASON-LINE.
001570     05  FILLER            PIC X(20)   VALUE
001580         "    REJECT REASON:  ".
001590     05  WS-RL-REASON      PIC X(30).
001600     05  FILLER            PIC X(02)   VALUE SPACES.
001610     05  WS-RL-COUNT       PIC Z(6)9.
001620     05  FILLER            PIC X(73)   VALUE SPACES.
001630 01  WS-MSG-LINE           PIC X(132)  VALUE SPACES.
001640 PROCEDURE                 DIVISION.
001650*****************************************************************
001660*    0000-MAINLINE -- LOAD TODAY'S SOURCE VERDICTS FROM SRCCTL,  *
001670*    CHARGE EVERY PARTITION'S NEW SUSPENSE AND HOLD RECORDS BACK *
001680*    TO THE SOURCE THAT SENT THEM, AND PRINT THE SCORECARD.      *
001690*    RETURN CODE 4 WHEN SRCCTL IS MISSING OR NOT TODAY'S (THE    *
001700*    EXCEPTIONS ARE STILL SCORED, BUT RECEIVED COUNTS ARE        *
001710*    UNKNOWN) OR A TABLE OVERFLOWED; 16 WHEN THE REPORT CANNOT   *
001720*    BE OPENED.                                                  *
001730*****************************************************************
001740 S01 SECTION.
001750 S011.
001760     PERFORM 6000-OPEN-FILES THRU 6000-OPEN-FILES-EXIT.
001770     PERFORM 6100-LOAD-SOURCES THRU 6100-LOAD-SOURCES-EXIT.
001780     PERFORM 6200-SCAN-ALL-PARTITIONS
001790         THRU 6200-SCAN-ALL-PARTITIONS-EXIT.
001800     MOVE 1                TO WS-SQ-IX.
001810     PERFORM 6700-WRITE-SOURCE THRU 6700-WRITE-SOURCE-EXIT
001820         UNTIL WS-SQ-IX > WS-SQ-CTR.
001830     PERFORM 6900-WRITE-TOTALS THRU 6900-WRITE-TOTALS-EXIT.
001840     CLOSE REPORT-FILE.
001850     IF SQ-CTL-MISSING OR SQ-OVERFLOW
001860         MOVE 4            TO RETURN-CODE
001870     ELSE
001880         MOVE 0            TO RETURN-CODE
001890     END-IF.
001900     GOBACK.
001910*****************************************************************
001920*    6000-OPEN-FILES -- OPEN THE SCORECARD AND PRINT ITS         *
001930*    HEADING. A REPORT THAT WILL NOT OPEN IS FATAL.              *
001940*****************************************************************
001950 6000-OPEN-FILES.
001960     OPEN OUTPUT REPORT-FILE.
001970     IF WS-RPT-STATUS NOT = "00"
001980         DISPLAY "SRC001: UNABLE TO OPEN SRCRPT, STATUS "
001990                 WS-RPT-STATUS
002000         MOVE 16           TO RETURN-CODE
002010         GOBACK
002020     END-IF.
002030     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002040     MOVE WS-RUN-DATE      TO WS-H1-DATE.
002050     ADD 1                 TO WS-PAGE-NO.
002060     MOVE WS-PAGE-NO       TO WS-H1-PAGE.
002070     WRITE REPORT-RECORD FROM WS-HDR-LINE1 AFTER ADVANCING PAGE.
002080 6000-OPEN-FILES-EXIT.
002090     EXIT.
002100*****************************************************************
002110*    6100-LOAD-SOURCES -- ONE TABLE ENTRY PER SOURCE ON TODAY'S  *
002120*    SRCCTL, IN SPL001'S ORDER. A MISSING SRCCTL, OR ONE LEFT    *
002130*    OVER FROM AN EARLIER DAY, IS SAID SO ON THE REPORT; THE     *
002140*    SOURCES THEN COME ONLY FROM THE CODES ON THE EXCEPTION      *
002150*    FILES.                                                      *
002160*****************************************************************
002170 6100-LOAD-SOURCES.
002180     OPEN INPUT SOURCE-CTL-FILE.
002190     IF WS-SRCC-STATUS = "00"
002200         MOVE "N"          TO SQ-EOF-SW
002210         PERFORM 6110-LOAD-ONE-SOURCE
002220             THRU 6110-LOAD-ONE-SOURCE-EXIT
002230             UNTIL SQ-EOF
002240         CLOSE SOURCE-CTL-FILE
002250     END-IF.
002260     IF WS-SQ-CTR = 0
002270         SET SQ-CTL-MISSING TO TRUE
002280         MOVE "SRCCTL MISSING OR STALE - RECEIVED COUNTS UNKNOWN"
002290                           TO WS-MSG-LINE
002300         WRITE REPORT-RECORD FROM WS-MSG-LINE AFTER ADVANCING 2
002310     END-IF.
002320 6100-LOAD-SOURCES-EXIT.
002330     EXIT.
002340*****************************************************************
002350*    6110-LOAD-ONE-SOURCE -- FILE ONE OF TODAY'S SRCCTL RECORDS  *
002360*****************************************************************
002370 6110-LOAD-ONE-SOURCE.
002380     READ SOURCE-CTL-FILE
002390         AT END
002400             SET SQ-EOF TO TRUE
002410             GO TO 6110-LOAD-ONE-SOURCE-EXIT
002420     END-READ.
002430     IF SS-RUN-DATE NOT = WS-RUN-DATE
002440         GO TO 6110-LOAD-ONE-SOURCE-EXIT
002450     END-IF.
002460     MOVE SS-SOURCE-CODE   TO WS-SQ-KEY.
002470     PERFORM 6500-FIND-SOURCE THRU 6500-FIND-SOURCE-EXIT.
002480     IF NOT SQ-FOUND
002490         GO TO 6110-LOAD-ONE-SOURCE-EXIT
002500     END-IF.
002510     MOVE SS-DESCRIPTION   TO WS-SQ-DESC (WS-SQ-IX).
002520     MOVE SS-STATUS        TO WS-SQ-STATUS (WS-SQ-IX).
002530     MOVE SS-HOLD-REASON   TO WS-SQ-REASON (WS-SQ-IX).
002540     MOVE SS-RECEIVED-CTR  TO WS-SQ-RECEIVED (WS-SQ-IX).
002550 6110-LOAD-ONE-SOURCE-EXIT.
002560     EXIT.
002570*****************************************************************
002580*    6200-SCAN-ALL-PARTITIONS -- EVERY PARTITION ON PARTLIST (OR *
002590*    THE STANDALONE FILES WHEN THERE IS NO PARTLIST), SAME FILE- *
002600*    NAME DANCE AS HST001                                        *
002610*****************************************************************
002620 6200-SCAN-ALL-PARTITIONS.
002630     OPEN INPUT PARTLIST-FILE.
002640     IF WS-PART-STATUS = "00"
002650         PERFORM 6230-READ-PARTITION
002660             THRU 6230-READ-PARTITION-EXIT
002670         PERFORM 6220-SCAN-ONE-PARTITION
002680             THRU 6220-SCAN-ONE-PARTITION-EXIT
002690             UNTIL PL-EOF
002700         CLOSE PARTLIST-FILE
002710     ELSE
002720         MOVE SPACES       TO WS-SUFFIX
002730         PERFORM 6250-SCAN-PARTITION-FILES
002740             THRU 6250-SCAN-PARTITION-FILES-EXIT
002750     END-IF.
002760 6200-SCAN-ALL-PARTITIONS-EXIT.
002770     EXIT.
002780*****************************************************************
002790*    6220-SCAN-ONE-PARTITION -- SCORE ONE PARTITION'S            *
002800*    EXCEPTIONS, THEN READ THE NEXT ENTRY                        *
002810*****************************************************************
002820 6220-SCAN-ONE-PARTITION.
002830     MOVE PT-TRAN-SUFFIX   TO WS-SUFFIX.
002840     PERFORM 6250-SCAN-PARTITION-FILES
002850         THRU 6250-SCAN-PARTITION-FILES-EXIT.
002860     PERFORM 6230-READ-PARTITION THRU 6230-READ-PARTITION-EXIT.
002870 6220-SCAN-ONE-PARTITION-EXIT.
002880     EXIT.
002890*****************************************************************
002900*    6230-READ-PARTITION -- GET THE NEXT PARTITION TO SCORE      *
002910*****************************************************************
002920 6230-READ-PARTITION.
002930     READ PARTLIST-FILE
002940         AT END
002950             SET PL-EOF TO TRUE
002960     END-READ.
002970 6230-READ-PARTITION-EXIT.
002980     EXIT.
002990*****************************************************************
003000*    6250-SCAN-PARTITION-FILES -- ONE PARTITION'S NEW SUSPENSE   *
003010*    AND HOLD GENERATIONS. A FILE THE PARTITION DID NOT PRODUCE  *
003020*    TODAY IS SKIPPED IN SILENCE.                                *
003030*****************************************************************
003040 6250-SCAN-PARTITION-FILES.
003050     MOVE "SUSPNEW"        TO WS-SUSP-FILENAME.
003060     STRING "SUSPNEW" DELIMITED BY SIZE
003070            WS-SUFFIX DELIMITED BY SPACE
003080            INTO WS-SUSP-FILENAME
003090     END-STRING.
003100     PERFORM 6300-SCAN-SUSPENSE THRU 6300-SCAN-SUSPENSE-EXIT.
003110     MOVE "HOLDNEW"        TO WS-HOLD-FILENAME.
003120     STRING "HOLDNEW" DELIMITED BY SIZE
003130            WS-SUFFIX DELIMITED BY SPACE
003140            INTO WS-HOLD-FILENAME
003150     END-STRING.
003160     PERFORM 6400-SCAN-HOLDS THRU 6400-SCAN-HOLDS-EXIT.
003170 6250-SCAN-PARTITION-FILES-EXIT.
003180     EXIT.
003190*****************************************************************
003200*    6300-SCAN-SUSPENSE -- THE NEW SUSPENSE GENERATION           *
003210*    (SUSPNEWnn): ONLY WHAT WAS REJECTED TODAY COUNTS; CARRIED-  *
003220*    FORWARD RECORDS WERE SCORED THE DAY THEY WENT IN            *
003230*****************************************************************
003240 6300-SCAN-SUSPENSE.
003250     MOVE "N"              TO SQ-EOF-SW.
003260     OPEN INPUT SUSPENSE-FILE.
003270     IF WS-SUSP-STATUS NOT = "00"
003280         GO TO 6300-SCAN-SUSPENSE-EXIT
003290     END-IF.
003300     PERFORM 6310-SCAN-SUSPENSE-READ
003310         THRU 6310-SCAN-SUSPENSE-READ-EXIT
003320         UNTIL SQ-EOF.
003330     CLOSE SUSPENSE-FILE.
003340 6300-SCAN-SUSPENSE-EXIT.
003350     EXIT.
003360*****************************************************************
003370*    6310-SCAN-SUSPENSE-READ -- ONE NEW-GENERATION RECORD: A     *
003380*    CROSS-DAY DUPLICATE (DP01) IS SCORED AS SUCH, ANYTHING ELSE *
003390*    IS AN EDIT REJECT, COUNTED UNDER ITS REASON                 *
003400*****************************************************************
003410 6310-SCAN-SUSPENSE-READ.
003420     READ SUSPENSE-FILE
003430         AT END
003440             SET SQ-EOF TO TRUE
003450             GO TO 6310-SCAN-SUSPENSE-READ-EXIT
003460     END-READ.
003470     IF SP-REJECT-DATE NOT = WS-RUN-DATE
003480         GO TO 6310-SCAN-SUSPENSE-READ-EXIT
003490     END-IF.
003500     MOVE SP-SOURCE-CODE   TO WS-SQ-KEY.
003510     PERFORM 6500-FIND-SOURCE THRU 6500-FIND-SOURCE-EXIT.
003520     IF NOT SQ-FOUND
003530         GO TO 6310-SCAN-SUSPENSE-READ-EXIT
003540     END-IF.
003550     IF SP-REJECT-REASON = "CROSS-DAY DUPLICATE"
003560         ADD 1             TO WS-SQ-DUPS (WS-SQ-IX)
003570         ADD 1             TO WS-TOT-DUP-CTR
003580     ELSE
003590         ADD 1             TO WS-SQ-REJECTS (WS-SQ-IX)
003600         ADD 1             TO WS-TOT-REJECT-CTR
003610         PERFORM 6550-COUNT-REASON THRU 6550-COUNT-REASON-EXIT
003620     END-IF.
003630 6310-SCAN-SUSPENSE-READ-EXIT.
003640     EXIT.
003650*****************************************************************
003660*    6400-SCAN-HOLDS -- THE NEW HOLD-QUEUE GENERATION            *
003670*    (HOLDNEWnn): ONLY WHAT WAS REFERRED TODAY COUNTS            *
003680*****************************************************************
003690 6400-SCAN-HOLDS.
003700     MOVE "N"              TO SQ-EOF-SW.
003710     OPEN INPUT HOLD-FILE.
003720     IF WS-HOLD-STATUS NOT = "00"
003730         GO TO 6400-SCAN-HOLDS-EXIT
003740     END-IF.
003750     PERFORM 6410-SCAN-HOLDS-READ THRU 6410-SCAN-HOLDS-READ-EXIT
003760         UNTIL SQ-EOF.
003770     CLOSE HOLD-FILE.
003780 6400-SCAN-HOLDS-EXIT.
003790     EXIT.
003800*****************************************************************
003810*    6410-SCAN-HOLDS-READ -- ONE NEW-GENERATION HOLD RECORD, AN  *
003820*    OVER-LIMIT REFERRAL                                         *
003830*****************************************************************
003840 6410-SCAN-HOLDS-READ.
003850     READ HOLD-FILE
003860         AT END
003870             SET SQ-EOF TO TRUE
003880             GO TO 6410-SCAN-HOLDS-READ-EXIT
003890     END-READ.
003900     IF HD-HOLD-DATE NOT = WS-RUN-DATE
003910         GO TO 6410-SCAN-HOLDS-READ-EXIT
003920     END-IF.
003930     MOVE HD-SOURCE-CODE   TO WS-SQ-KEY.
003940     PERFORM 6500-FIND-SOURCE THRU 6500-FIND-SOURCE-EXIT.
003950     IF NOT SQ-FOUND
003960         GO TO 6410-SCAN-HOLDS-READ-EXIT
003970     END-IF.
003980     ADD 1                 TO WS-SQ-REFERRALS (WS-SQ-IX).
003990     ADD 1                 TO WS-TOT-REFER-CTR.
004000 6410-SCAN-HOLDS-READ-EXIT.
004010     EXIT.
004020*****************************************************************
004030*    6500-FIND-SOURCE -- LOCATE WS-SQ-KEY IN THE SOURCE TABLE,   *
004040*    ADDING IT WHEN IT IS NEW. A CODE ON AN EXCEPTION FILE THAT  *
004050*    TODAY'S SRCCTL DID NOT LIST (A RECYCLED RECORD FROM A FEED  *
004060*    SINCE RETIRED, SAY) IS SCORED UNDER ITS OWN CODE, MARKED AS *
004070*    NOT LISTED. SQ-FOUND COMES BACK DOWN ONLY WHEN THE TABLE IS *
004080*    FULL.                                                       *
004090*****************************************************************
004100 6500-FIND-SOURCE.
004110     MOVE "N"              TO SQ-FOUND-SW.
004120     MOVE 1                TO WS-SQ-IX.
004130     PERFORM 6510-FIND-SOURCE-STEP THRU 6510-FIND-SOURCE-STEP-EXIT
004140         UNTIL SQ-FOUND OR WS-SQ-IX > WS-SQ-CTR.
004150     IF SQ-FOUND
004160         GO TO 6500-FIND-SOURCE-EXIT
004170     END-IF.
004180     IF WS-SQ-CTR NOT < WS-SQ-MAX
004190         IF NOT SQ-OVERFLOW
004200             SET SQ-OVERFLOW TO TRUE
004210             MOVE "TOO MANY SOURCES - SCORECARD INCOMPLETE"
004220                           TO WS-MSG-LINE
004230             WRITE REPORT-RECORD FROM WS-MSG-LINE
004240                 AFTER ADVANCING 2
004250         END-IF
004260         GO TO 6500-FIND-SOURCE-EXIT
004270     END-IF.
004280     ADD 1                 TO WS-SQ-CTR.
004290     MOVE WS-SQ-CTR        TO WS-SQ-IX.
004300     MOVE WS-SQ-KEY        TO WS-SQ-CODE (WS-SQ-IX).
004310     MOVE "NOT ON TODAY'S SRCCTL"
004320                           TO WS-SQ-DESC (WS-SQ-IX).
004330     MOVE SPACES           TO WS-SQ-STATUS (WS-SQ-IX).
004340     MOVE SPACES           TO WS-SQ-REASON (WS-SQ-IX).
004350     MOVE 0                TO WS-SQ-RECEIVED (WS-SQ-IX).
004360     MOVE 0                TO WS-SQ-REJECTS (WS-SQ-IX).
004370     MOVE 0                TO WS-SQ-DUPS (WS-SQ-IX).
004380     MOVE 0                TO WS-SQ-REFERRALS (WS-SQ-IX).
004390     SET SQ-FOUND TO TRUE.
004400 6500-FIND-SOURCE-EXIT.
004410     EXIT.
004420*****************************************************************
004430*    6510-FIND-SOURCE-STEP -- ONE TABLE ENTRY                    *
004440*****************************************************************
004450 6510-FIND-SOURCE-STEP.
004460     IF WS-SQ-CODE (WS-SQ-IX) = WS-SQ-KEY
004470         SET SQ-FOUND TO TRUE
004480     ELSE
004490         ADD 1             TO WS-SQ-IX
004500     END-IF.
004510 6510-FIND-SOURCE-STEP-EXIT.
004520     EXIT.
004530*****************************************************************
004540*    6550-COUNT-REASON -- ADD ONE EDIT REJECT TO THE SOURCE'S    *
004550*    COUNT FOR ITS REASON TEXT, OPENING A NEW REASON ENTRY THE   *
004560*    FIRST TIME THE SOURCE SHOWS IT. REASONS PAST THE TABLE'S    *
004570*    CAPACITY STILL COUNT IN THE SOURCE'S REJECT TOTAL.          *
004580*****************************************************************
004590 6550-COUNT-REASON.
004600     MOVE "N"              TO SQ-FOUND-SW.
004610     MOVE 1                TO WS-RR-IX.
004620     PERFORM 6560-FIND-REASON-STEP THRU 6560-FIND-REASON-STEP-EXIT
004630         UNTIL SQ-FOUND OR WS-RR-IX > WS-RR-CTR.
004640     IF NOT SQ-FOUND
004650         IF WS-RR-CTR NOT < WS-RR-MAX
004660             IF NOT SQ-OVERFLOW
004670                 SET SQ-OVERFLOW TO TRUE
004680                 MOVE "TOO MANY REJECT REASONS - BREAKDOWN SHORT"
004690                           TO WS-MSG-LINE
004700                 WRITE REPORT-RECORD FROM WS-MSG-LINE
004710                     AFTER ADVANCING 2
004720             END-IF
004730             GO TO 6550-COUNT-REASON-EXIT
004740         END-IF
004750         ADD 1             TO WS-RR-CTR
004760         MOVE WS-RR-CTR    TO WS-RR-IX
004770         MOVE WS-SQ-IX     TO WS-RR-SOURCE-IX (WS-RR-IX)
004780         MOVE SP-REJECT-REASON TO WS-RR-REASON (WS-RR-IX)
004790         MOVE 0            TO WS-RR-COUNT (WS-RR-IX)
004800     END-IF.
004810     ADD 1                 TO WS-RR-COUNT (WS-RR-IX).
004820 6550-COUNT-REASON-EXIT.
004830     EXIT.
004840*****************************************************************
004850*    6560-FIND-REASON-STEP -- ONE REASON ENTRY                   *
004860*****************************************************************
004870 6560-FIND-REASON-STEP.
004880     IF WS-RR-SOURCE-IX (WS-RR-IX) = WS-SQ-IX
004890        AND WS-RR-REASON (WS-RR-IX) = SP-REJECT-REASON
004900         SET SQ-FOUND TO TRUE
004910     ELSE
004920         ADD 1             TO WS-RR-IX
004930     END-IF.
004940 6560-FIND-REASON-STEP-EXIT.
004950     EXIT.
004960*****************************************************************
004970*    6700-WRITE-SOURCE -- ONE SOURCE'S BLOCK OF THE SCORECARD:   *
004980*    ITS VERDICT, WHAT IT SENT, WHAT OF IT FELL OUT AND WHY, AND *
004990*    THE EXCEPTION RATE (REJECTS, DUPLICATES AND REFERRALS AS A  *
005000*    PERCENTAGE OF RECORDS RECEIVED)                             *
005010*****************************************************************
005020 6700-WRITE-SOURCE.
005030     MOVE WS-SQ-CODE (WS-SQ-IX) TO WS-SL-CODE.
005040     MOVE WS-SQ-DESC (WS-SQ-IX) TO WS-SL-DESC.
005050     MOVE SPACES           TO WS-SL-VERDICT.
005060     IF WS-SQ-RELEASED (WS-SQ-IX)
005070         MOVE "RELEASED TO THE SPLIT" TO WS-SL-VERDICT
005080     END-IF.
005090     IF WS-SQ-HELD (WS-SQ-IX)
005100         ADD 1             TO WS-HELD-SRC-CTR
005110         STRING "HELD BACK - " DELIMITED BY SIZE
005120                WS-SQ-REASON (WS-SQ-IX) DELIMITED BY SIZE
005130                INTO WS-SL-VERDICT
005140         END-STRING
005150     END-IF.
005160     WRITE REPORT-RECORD FROM WS-SOURCE-LINE AFTER ADVANCING 3.
005170     MOVE "  RECORDS RECEIVED....: " TO WS-CL-CAPTION.
005180     MOVE WS-SQ-RECEIVED (WS-SQ-IX) TO WS-CL-COUNT.
005190     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
005200     ADD WS-SQ-RECEIVED (WS-SQ-IX) TO WS-TOT-RECEIVED-CTR.
005210     MOVE "  EDIT REJECTS........: " TO WS-CL-CAPTION.
005220     MOVE WS-SQ-REJECTS (WS-SQ-IX) TO WS-CL-COUNT.
005230     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
005240     MOVE 1                TO WS-RR-IX.
005250     PERFORM 6710-WRITE-REASON THRU 6710-WRITE-REASON-EXIT
005260         UNTIL WS-RR-IX > WS-RR-CTR.
005270     MOVE "  DUPLICATES (DP01)...: " TO WS-CL-CAPTION.
005280     MOVE WS-SQ-DUPS (WS-SQ-IX) TO WS-CL-COUNT.
005290     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
005300     MOVE "  OVER-LIMIT REFERRALS: " TO WS-CL-CAPTION.
005310     MOVE WS-SQ-REFERRALS (WS-SQ-IX) TO WS-CL-COUNT.
005320     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
005330     IF WS-SQ-RECEIVED (WS-SQ-IX) > 0
005340         COMPUTE WS-EXCEPTION-CTR = WS-SQ-REJECTS (WS-SQ-IX)
005350                                  + WS-SQ-DUPS (WS-SQ-IX)
005360                                  + WS-SQ-REFERRALS (WS-SQ-IX)
005370         COMPUTE WS-RATE ROUNDED =
005380             WS-EXCEPTION-CTR * 100 / WS-SQ-RECEIVED (WS-SQ-IX)
005390             ON SIZE ERROR
005400                 MOVE 999.99 TO WS-RATE
005410         END-COMPUTE
005420         MOVE WS-RATE      TO WS-RL-RATE
005430         WRITE REPORT-RECORD FROM WS-RATE-LINE AFTER ADVANCING 1
005440     END-IF.
005450     ADD 1                 TO WS-SQ-IX.
005460 6700-WRITE-SOURCE-EXIT.
005470     EXIT.
005480*****************************************************************
005490*    6710-WRITE-REASON -- ONE REJECT REASON, WHEN IT BELONGS TO  *
005500*    THE SOURCE BEING PRINTED                                    *
005510*****************************************************************
005520 6710-WRITE-REASON.
005530     IF WS-RR-SOURCE-IX (WS-RR-IX) = WS-SQ-IX
005540         MOVE WS-RR-REASON (WS-RR-IX) TO WS-RL-REASON
005550         MOVE WS-RR-COUNT (WS-RR-IX)  TO WS-RL-COUNT
005560         WRITE REPORT-RECORD FROM WS-REASON-LINE AFTER ADVANCING 1
005570     END-IF.
005580     ADD 1                 TO WS-RR-IX.
005590 6710-WRITE-REASON-EXIT.
005600     EXIT.
005610*****************************************************************
005620*    6900-WRITE-TOTALS -- THE DAY ACROSS ALL SOURCES             *
005630*****************************************************************
005640 6900-WRITE-TOTALS.
005650     MOVE "SOURCES SCORED........: " TO WS-CL-CAPTION.
005660     MOVE WS-SQ-CTR        TO WS-CL-COUNT.
005670     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 3.
005680     MOVE "SOURCES HELD BACK.....: " TO WS-CL-CAPTION.
005690     MOVE WS-HELD-SRC-CTR  TO WS-CL-COUNT.
005700     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
005710     MOVE "RECORDS RECEIVED......: " TO WS-CL-CAPTION.
005720     MOVE WS-TOT-RECEIVED-CTR TO WS-CL-COUNT.
005730     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
005740     MOVE "EDIT REJECTS..........: " TO WS-CL-CAPTION.
005750     MOVE WS-TOT-REJECT-CTR TO WS-CL-COUNT.
005760     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
005770     MOVE "DUPLICATES (DP01).....: " TO WS-CL-CAPTION.
005780     MOVE WS-TOT-DUP-CTR   TO WS-CL-COUNT.
005790     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
005800     MOVE "OVER-LIMIT REFERRALS..: " TO WS-CL-CAPTION.
005810     MOVE WS-TOT-REFER-CTR TO WS-CL-COUNT.
005820     WRITE REPORT-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
005830 6900-WRITE-TOTALS-EXIT.
005840     EXIT.
