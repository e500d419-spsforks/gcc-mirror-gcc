000350*                     CORRECT TRAILER CARRYING ITS OWN COUNT     *
000360*                     AND NET AMOUNT, SO EVERY PARTITION         *
000370*                     RELEASED TO DRV001 ALREADY BALANCES.       *
000371*    10/09/2026  DJH  BALANCING AND TRAILERS ARE NOW PER         *
000372*                     CURRENCY. THE RAW FEED CARRIES ONE TRAILER *
000373*                     FOR EACH CURRENCY ON IT (BLANK MEANING THE *
000374*                     CTLPARM BASE CURRENCY) AND EACH MUST AGREE *
000375*                     ON COUNT AND AMOUNT; EACH PARTITION FILE   *
000376*                     IS CUT WITH ONE TRAILER PER CURRENCY IT    *
000377*                     HOLDS, WHICH IS HOW PROG NOW BALANCES IT.  *
000378*    10/10/2026  DJH  SEVERAL FRONT-END SOURCE FEEDS. SRCLIST    *
000379*                     (SRCREC.CPY) NAMES EACH SOURCE; ITS FEED   *
000380*                     IS RAWFEED PLUS THE SOURCE CODE, BALANCED  *
000381*                     AGAINST ITS OWN TRAILERS. A SOURCE THAT    *
000382*                     FAILS IS HELD BACK AND REPORTED WHILE THE  *
000383*                     GOOD ONES ARE RELEASED (RETURN CODE 4);    *
000384*                     ONLY WHEN NO SOURCE BALANCES IS NOTHING    *
000385*                     RELEASED (RETURN CODE 8). EVERY RECORD     *
000386*                     RELEASED IS STAMPED WITH ITS SOURCE CODE,  *
000387*                     AND EACH SOURCE'S VERDICT AND RECORD COUNT *
000388*                     GOES ON SRCCTL (SRCCTL.CPY) FOR THE SRC001 *
000389*                     SCORECARD. NO SRCLIST MEANS THE ONE        *
000390*                     CONSOLIDATED RAWFEED, AS BEFORE.           *
000391*    10/13/2026  DJH  A HELD-BACK SOURCE (SH01) AND A SPLIT WITH *
000392*                     NOTHING RELEASED (SH02) NOW RAISE OPERATOR *
000393*                     ALERTS ON ALERTFILE FOR ALF001 TO FORWARD  *
000394*                     TO THE MONITORING CONSOLE.                 *
000395*    10/15/2026  DJH  WHEN SEVERAL SOURCES FEED THE SPLIT, EACH  *
000396*                     PARTITION FILE IS RENUMBERED 1 UP IN THE   *
000397*                     ORDER ITS RECORDS ARE WRITTEN: EACH FRONT  *
000398*                     END NUMBERS ITS OWN FEED, SO TWO SOURCES   *
000399*                     LANDING IN ONE PARTITION OVERLAPPED AND    *
000400*                     PROG SUSPENDED THE SECOND AS SQ01.  A      *
000401*                     SINGLE FEED KEEPS THE FRONT END'S OWN      *
000402*                     NUMBERS, SO PROG'S SEQUENCE CHECK STILL    *
000403*                     PROVES IT.                                 *
000404*                     A RELEASED FEED THAT CANNOT BE REOPENED    *
000405*                     FOR THE PARTITION PASS IS DISPLAYED WITH   *
000406*                     ITS STATUS AND ENDS THE STEP RETURN CODE   *
000407*                     16.                                        *
000408*                                                               *
000409*****************************************************************
000410 ENVIRONMENT               DIVISION.
000411 CONFIGURATION             SECTION.
000420 SOURCE-COMPUTER.          IBM-370.
000430 OBJECT-COMPUTER.          IBM-370.
000440 INPUT-OUTPUT               SECTION.
000460     SELECT PARTLIST-FILE  ASSIGN TO "PARTLIST"
000470                           ORGANIZATION IS LINE SEQUENTIAL
000480                           FILE STATUS IS WS-PART-STATUS.
000490     SELECT RAW-FEED-FILE  ASSIGN TO DYNAMIC WS-RAW-FILENAME
000500                           ORGANIZATION IS LINE SEQUENTIAL
000510                           FILE STATUS IS WS-RAW-STATUS.
000520     SELECT TRAN-OUT-FILE  ASSIGN TO DYNAMIC WS-TRAN-FILENAME
000550     SELECT CONTROL-FILE   ASSIGN TO "SPLRPT"
000560                           ORGANIZATION IS LINE SEQUENTIAL
000570                           FILE STATUS IS WS-CTL-STATUS.
000571     SELECT CTLPARM-FILE   ASSIGN TO "CTLPARM"
000572                           ORGANIZATION IS LINE SEQUENTIAL
000573                           FILE STATUS IS WS-PARM-STATUS.
000574     SELECT SRCLIST-FILE   ASSIGN TO "SRCLIST"
000575                           ORGANIZATION IS LINE SEQUENTIAL
000576                           FILE STATUS IS WS-SRCL-STATUS.
000577     SELECT SOURCE-CTL-FILE ASSIGN TO "SRCCTL"
000578                           ORGANIZATION IS LINE SEQUENTIAL
000579                           FILE STATUS IS WS-SRCC-STATUS.
000581     SELECT ALERT-FILE     ASSIGN TO "ALERTFILE"
000583                           ORGANIZATION IS LINE SEQUENTIAL
000585                           FILE STATUS IS WS-ALERT-STATUS.
000587 DATA                      DIVISION.
000590 FILE                      SECTION.
000600 FD  PARTLIST-FILE
000610     LABEL RECORD IS STANDARD.
000710 FD  CONTROL-FILE
000720     LABEL RECORD IS STANDARD.
000730 01  CONTROL-RECORD            PIC X(132).
000731 FD  CTLPARM-FILE
000732     LABEL RECORD IS STANDARD.
000733     COPY CTLPARM.
000734 FD  SRCLIST-FILE
000735     LABEL RECORD IS STANDARD.
000736     COPY SRCREC.
000737 FD  SOURCE-CTL-FILE
000738     LABEL RECORD IS STANDARD.
000739     COPY SRCCTL.
000741 FD  ALERT-FILE
000743     LABEL RECORD IS STANDARD.
000745 01  ALERT-FILE-RECORD         PIC X(100).
000747 WORKING-STORAGE           SECTION.
000750 01  WS-PART-STATUS        PIC X(02).
000760 01  WS-RAW-STATUS         PIC X(02).
000770 01  WS-TRAN-STATUS        PIC X(02).
000780 01  WS-CTL-STATUS         PIC X(02).
000785 01  WS-PARM-STATUS        PIC X(02).
000786 01  WS-SRCL-STATUS        PIC X(02).
000787 01  WS-SRCC-STATUS        PIC X(02).
000788 01  WS-ALERT-STATUS       PIC X(02).
000790 01  PL-SWITCHES.
000800     05  PL-EOF-SW         PIC X(01)   VALUE "N".
000810         88  PL-EOF                    VALUE "Y".
000820 01  RW-SWITCHES.
000830     05  RW-EOF-SW         PIC X(01)   VALUE "N".
000840         88  RW-EOF                    VALUE "Y".
000842 01  SL-SWITCHES.
000844     05  SL-EOF-SW         PIC X(01)   VALUE "N".
000846         88  SL-EOF                    VALUE "Y".
000850 01  FB-SWITCHES.
000860     05  FB-TRAILER-SW     PIC X(01)   VALUE "N".
000870         88  FB-TRAILER-SEEN           VALUE "Y".
000890         88  FB-OUT-OF-BALANCE         VALUE "Y".
000900 01  WS-RUN-DATE           PIC 9(8).
000910 01  WS-TRAN-FILENAME      PIC X(20)   VALUE "TRANFILE".
000915 01  WS-RAW-FILENAME       PIC X(20)   VALUE "RAWFEED".
000920 77  WS-FEED-COUNT         PIC 9(7)    VALUE 0.
000930 77  WS-UNROUTED-CTR       PIC 9(7)    VALUE 0.
000940 77  WS-WRITTEN-CTR        PIC 9(7)    VALUE 0.
000950 77  WS-RECEIVED-CTR       PIC 9(7)    VALUE 0.
000951 77  WS-RELEASED-CTR       PIC 9(7)    VALUE 0.
000952 77  WS-HELD-CTR           PIC 9(7)    VALUE 0.
000953 77  WS-RELEASED-SRC-CTR   PIC 9(4)    VALUE 0.
000954 77  WS-HELD-SRC-CTR       PIC 9(4)    VALUE 0.
000955 77  WS-REOPEN-FAIL-CTR    PIC 9(4)    VALUE 0.
000956 01  WS-SRC-REASON         PIC X(30)   VALUE SPACES.
000957     COPY ALRTREC.
000958 01  WS-SRC-MAX            PIC 9(4)    COMP VALUE 20.
000959 01  WS-SRC-TOTAL          PIC 9(4)    COMP VALUE 0.
000960 01  WS-SRC-IX             PIC 9(4)    COMP.
000961 01  WS-SRC-TABLE.
000962     05  WS-SR-ENTRY       OCCURS 20 TIMES.
000963         10  WS-SR-CODE            PIC X(04).
000964         10  WS-SR-DESC            PIC X(30).
000965         10  WS-SR-STATUS          PIC X(01).
000966             88  WS-SR-RELEASED           VALUE "R".
000967             88  WS-SR-HELD               VALUE "H".
000968 01  WS-TRL-EXP-COUNT      PIC 9(7)    VALUE 0.
000970 01  WS-BASE-CURRENCY      PIC X(3)    VALUE "USD".
000971 01  WS-SPLIT-CURRENCY     PIC X(3).
000972 01  WS-SPLIT-COUNT        PIC 9(7).
000973 01  WS-SPLIT-AMOUNT       PIC S9(9)V99.
000974 01  CB-SWITCHES.
000975     05  CB-FOUND-SW       PIC X(01)   VALUE "N".
000976         88  CB-FOUND                  VALUE "Y".
000977     05  CB-OVERFLOW-SW    PIC X(01)   VALUE "N".
000978         88  CB-OVERFLOW               VALUE "Y".
000979 01  WS-CB-MAX             PIC 9(4)    COMP VALUE 20.
000980 01  WS-CB-CTR             PIC 9(4)    COMP VALUE 0.
000981 01  WS-CB-IX              PIC 9(4)    COMP.
000982 01  WS-CB-CURRENCY-KEY    PIC X(3).
000983 01  WS-CB-TABLE.
000984     05  WS-CB-ENTRY       OCCURS 20 TIMES.
000985         10  WS-CB-CURRENCY PIC X(3).
000986         10  WS-CB-TRAILER-SW PIC X(01).
000987             88  WS-CB-TRAILER-SEEN    VALUE "Y".
000988         10  WS-CB-ACT-COUNT PIC 9(07).
000989         10  WS-CB-ACT-AMOUNT PIC S9(9)V99.
000990         10  WS-CB-EXP-COUNT PIC 9(07).
000991         10  WS-CB-EXP-AMOUNT PIC S9(7)V99.
000992         10  WS-CB-SPLIT-COUNT PIC 9(07).
000993         10  WS-CB-SPLIT-AMOUNT PIC S9(9)V99.
000994 01  WS-PART-MAX           PIC 9(4)    COMP VALUE 64.
000995 01  WS-PART-TOTAL         PIC 9(4)    COMP VALUE 0.
001000 01  WS-PART-IX            PIC 9(4)    COMP.
001010 01  WS-SPLIT-IX           PIC 9(4)    COMP.
001020 01  WS-ROUTE-IX           PIC 9(4)    COMP.
001160         10  WS-PT-ID-HI           PIC X(10).
001170         10  WS-PT-HASH-ORDINAL    PIC 9(4) COMP.
001180         10  WS-PT-COUNT           PIC 9(7).
001200 01  WS-HDR-LINE1.
001210     05  FILLER            PIC X(10)   VALUE "RUN DATE: ".
001220     05  WS-H1-DATE        PIC 9(8).
001330     05  WS-BL-ACT-COUNT   PIC Z(6)9.
001340     05  FILLER            PIC X(75)   VALUE SPACES.
001350 01  WS-BAL-LINE2.
001360     05  FILLER            PIC X(09)   VALUE "CURRENCY ".
001370     05  WS-BL-CURRENCY    PIC X(03).
001380     05  FILLER            PIC X(18)   VALUE
001381         "  EXPECTED COUNT: ".
001382     05  WS-BL-CCY-EXP-COUNT PIC Z(6)9.
001383     05  FILLER            PIC X(10)   VALUE "  ACTUAL: ".
001384     05  WS-BL-CCY-ACT-COUNT PIC Z(6)9.
001385     05  FILLER            PIC X(19)   VALUE
001386         "  EXPECTED AMOUNT: ".
001390     05  WS-BL-EXP-AMT     PIC -(9)9.99.
001400     05  FILLER            PIC X(10)   VALUE "  ACTUAL: ".
001410     05  WS-BL-ACT-AMT     PIC -(9)9.99.
001420     05  FILLER            PIC X(02)   VALUE SPACES.
001422     05  WS-BL-STATUS      PIC X(12).
001424     05  FILLER            PIC X(09)   VALUE SPACES.
001430 01  WS-PART-LINE.
001440     05  FILLER            PIC X(11)   VALUE "PARTITION  ".
001450     05  WS-PL-PARTITION   PIC Z9.
001452     05  FILLER            PIC X(04)   VALUE SPACES.
001454     05  FILLER            PIC X(09)   VALUE "CURRENCY ".
001456     05  WS-PL-CURRENCY    PIC X(03).
001460     05  FILLER            PIC X(04)   VALUE SPACES.
001470     05  FILLER            PIC X(09)   VALUE "COUNT  = ".
001480     05  WS-PL-COUNT       PIC Z(6)9.
001490     05  FILLER            PIC X(04)   VALUE SPACES.
001500     05  FILLER            PIC X(09)   VALUE "AMOUNT = ".
001510     05  WS-PL-AMOUNT      PIC -(9)9.99.
001520     05  FILLER            PIC X(57)   VALUE SPACES.
001530 01  WS-COUNT-LINE.
001540     05  WS-CL-CAPTION     PIC X(24).
001550     05  WS-CL-COUNT       PIC Z(6)9.
001560     05  FILLER            PIC X(101)  VALUE SPACES.
001561 01  WS-SOURCE-LINE.
001562     05  FILLER            PIC X(07)   VALUE "SOURCE ".
001563     05  WS-SL-CODE        PIC X(04).
001564     05  FILLER            PIC X(02)   VALUE SPACES.
001565     05  WS-SL-DESC        PIC X(30).
001566     05  FILLER            PIC X(08)   VALUE "  FEED: ".
001567     05  WS-SL-FILENAME    PIC X(20).
001568     05  FILLER            PIC X(61)   VALUE SPACES.
001570 01  WS-MSG-LINE           PIC X(132)  VALUE SPACES.
001580 PROCEDURE                 DIVISION.
001590*****************************************************************
001600*    0000-MAINLINE -- LOAD THE PARTITION RULES AND THE SOURCE    *
001610*    LIST, PROVE EACH SOURCE FEED AGAINST ITS OWN TRAILERS AND   *
001620*    THE RULES, AND ONLY THEN CUT THE PARTITION FILES FROM THE   *
001630*    SOURCES THAT PASSED.  AN UNBALANCED OR UNROUTABLE SOURCE IS *
001640*    HELD BACK -- RETURN CODE 4 AND THE CONTROL PAGE SAYS WHY.   *
001645*    WHEN NO SOURCE PASSES NOTHING IS RELEASED: RETURN CODE 8.   *
001646*    EACH HELD SOURCE, AND A SPLIT WITH NOTHING RELEASED, ALSO   *
001647*    RAISES AN OPERATOR ALERT.                                   *
001650*****************************************************************
001660 M01 SECTION.
001670 M011.
001750     END-IF.
001760     MOVE WS-RUN-DATE      TO WS-H1-DATE.
001770     WRITE CONTROL-RECORD FROM WS-HDR-LINE1 AFTER ADVANCING PAGE.
001775     PERFORM 4060-READ-PARMS THRU 4060-READ-PARMS-EXIT.
001780     PERFORM 4080-LOAD-PARTITIONS
001790         THRU 4080-LOAD-PARTITIONS-EXIT.
001800     IF WS-PART-TOTAL = 0
001860         MOVE 16           TO RETURN-CODE
001870         GOBACK
001880     END-IF.
001890     PERFORM 4070-LOAD-SOURCES THRU 4070-LOAD-SOURCES-EXIT.
001900     OPEN OUTPUT SOURCE-CTL-FILE.
001910     IF WS-SRCC-STATUS NOT = "00"
001911         DISPLAY "SPL001: UNABLE TO OPEN SRCCTL, STATUS "
001912                 WS-SRCC-STATUS
001913         CLOSE CONTROL-FILE
001914         MOVE 16           TO RETURN-CODE
001915         GOBACK
001916     END-IF.
001917     MOVE 1                TO WS-SRC-IX.
001918     PERFORM 4095-BALANCE-SOURCE THRU 4095-BALANCE-SOURCE-EXIT
001919         UNTIL WS-SRC-IX > WS-SRC-TOTAL.
001921     CLOSE SOURCE-CTL-FILE.
001923     IF WS-RELEASED-SRC-CTR = 0
001925         MOVE "SPLIT NOT RELEASED - NO PARTITION FILE WRITTEN"
001930                           TO WS-MSG-LINE
001940         WRITE CONTROL-RECORD FROM WS-MSG-LINE
001950             AFTER ADVANCING 2
001951         MOVE "SH02"       TO AL-ALERT-CODE
001952         MOVE "C"          TO AL-SEVERITY
001953         MOVE "NO SOURCE BALANCED - SPLIT NOT RELEASED"
001954                           TO AL-MESSAGE
001955         PERFORM 4950-WRITE-ALERT THRU 4950-WRITE-ALERT-EXIT
001960         CLOSE CONTROL-FILE
001970         MOVE 8            TO RETURN-CODE
001980         GOBACK
001990     END-IF.
002000     PERFORM 4300-SPLIT-ALL THRU 4300-SPLIT-ALL-EXIT.
002010     IF WS-HELD-SRC-CTR > 0
002012         MOVE 4            TO RETURN-CODE
002014     ELSE
002016         MOVE 0            TO RETURN-CODE
002018     END-IF.
002020     PERFORM 4900-WRITE-TOTALS THRU 4900-WRITE-TOTALS-EXIT.
002022     IF WS-REOPEN-FAIL-CTR > 0
002024         MOVE 16           TO RETURN-CODE
002026     END-IF.
002030     CLOSE CONTROL-FILE.
002040     GOBACK.
002041*****************************************************************
002042*    4060-READ-PARMS -- THE BASE CURRENCY COMES FROM CTLPARM; A  *
002043*    BLANK CURRENCY CODE ON THE FEED MEANS THAT CURRENCY. NO     *
002044*    CTLPARM, OR A BLANK FIELD ON AN OLD ONE, LEAVES THE USD     *
002045*    DEFAULT IN PLACE.                                           *
002046*****************************************************************
002047 4060-READ-PARMS.
002048     OPEN INPUT CTLPARM-FILE.
002049     IF WS-PARM-STATUS NOT = "00"
002050         GO TO 4060-READ-PARMS-EXIT
002051     END-IF.
002052     READ CTLPARM-FILE
002053         NOT AT END
002054             IF CP-BASE-CURRENCY NOT = SPACES
002055                 MOVE CP-BASE-CURRENCY TO WS-BASE-CURRENCY
002056             END-IF
002057     END-READ.
002058     CLOSE CTLPARM-FILE.
002059 4060-READ-PARMS-EXIT.
002060     EXIT.
002061*****************************************************************
002062*    4070-LOAD-SOURCES -- LOAD THE SOURCE TABLE FROM SRCLIST. A  *
002063*    SITE WITHOUT ONE (OR WITH AN EMPTY ONE) STILL SENDS THE     *
002064*    SINGLE CONSOLIDATED RAWFEED, WHICH BECOMES THE ONE SOURCE,  *
002065*    WITH A BLANK CODE.                                          *
002066*****************************************************************
002067 4070-LOAD-SOURCES.
002068     OPEN INPUT SRCLIST-FILE.
002069     IF WS-SRCL-STATUS = "00"
002070         PERFORM 4078-READ-SOURCE THRU 4078-READ-SOURCE-EXIT
002071         PERFORM 4075-LOAD-ONE-SOURCE
002072             THRU 4075-LOAD-ONE-SOURCE-EXIT
002073             UNTIL SL-EOF
002074         CLOSE SRCLIST-FILE
002075     END-IF.
002076     IF WS-SRC-TOTAL = 0
002077         MOVE 1            TO WS-SRC-TOTAL
002078         MOVE SPACES       TO WS-SR-CODE (1)
002079         MOVE "CONSOLIDATED RAW FEED" TO WS-SR-DESC (1)
002080         MOVE "H"          TO WS-SR-STATUS (1)
002081     END-IF.
002082 4070-LOAD-SOURCES-EXIT.
002083     EXIT.
002084*****************************************************************
002085*    4075-LOAD-ONE-SOURCE -- FILE ONE SRCLIST ENTRY, THEN READ   *
002086*    THE NEXT. ENTRIES PAST THE TABLE'S CAPACITY ARE LEFT OUT    *
002087*    AND SAID SO, THE SAME GUARD AS THE PARTITION TABLE; THEIR   *
002088*    FEEDS ARE NOT READ.                                         *
002089*****************************************************************
002090 4075-LOAD-ONE-SOURCE.
002091     IF WS-SRC-TOTAL < WS-SRC-MAX
002092         ADD 1             TO WS-SRC-TOTAL
002093         MOVE SL-SOURCE-CODE TO WS-SR-CODE (WS-SRC-TOTAL)
002094         MOVE SL-DESCRIPTION TO WS-SR-DESC (WS-SRC-TOTAL)
002095         MOVE "H"          TO WS-SR-STATUS (WS-SRC-TOTAL)
002096     ELSE
002097         MOVE "SRCLIST TRUNCATED AT TABLE CAPACITY"
002098                           TO WS-MSG-LINE
002099         WRITE CONTROL-RECORD FROM WS-MSG-LINE
002100             AFTER ADVANCING 1
002101         SET SL-EOF TO TRUE
002102         GO TO 4075-LOAD-ONE-SOURCE-EXIT
002103     END-IF.
002104     PERFORM 4078-READ-SOURCE THRU 4078-READ-SOURCE-EXIT.
002105 4075-LOAD-ONE-SOURCE-EXIT.
002106     EXIT.
002107*****************************************************************
002108*    4078-READ-SOURCE -- GET THE NEXT SRCLIST ENTRY              *
002109*****************************************************************
002110 4078-READ-SOURCE.
002111     READ SRCLIST-FILE
002112         AT END
002113             SET SL-EOF TO TRUE
002114     END-READ.
002115 4078-READ-SOURCE-EXIT.
002116     EXIT.
002117*****************************************************************
002118*    4080-LOAD-PARTITIONS -- LOAD THE PARTITION RULE TABLE       *
002119*    FROM PARTLIST AND NUMBER THE HASH ENTRIES 1..N: A RANGE     *
002120*    ENTRY OWNS ITS TRAN ID BAND OUTRIGHT, AND THE HASH          *
002121*    ENTRIES SHARE WHATEVER NO RANGE CLAIMS.  AN ENTRY ON AN     *
002122*    OLD PARTLIST WITH THE RULE FIELDS BLANK POOLS WITH THE      *
002123*    HASH ENTRIES, SO AN UNCONVERTED SITE STILL SPLITS.          *
002124*****************************************************************
002130 4080-LOAD-PARTITIONS.
002140     OPEN INPUT PARTLIST-FILE.
002150     IF WS-PART-STATUS NOT = "00"
002390         MOVE PT-TRAN-ID-HI TO WS-PT-ID-HI (WS-PART-TOTAL)
002400         MOVE 0            TO WS-PT-HASH-ORDINAL (WS-PART-TOTAL)
002410         MOVE 0            TO WS-PT-COUNT (WS-PART-TOTAL)
002430         IF NOT WS-PT-RANGE (WS-PART-TOTAL)
002440             ADD 1         TO WS-HASH-TOTAL
002450             MOVE WS-HASH-TOTAL
002670 4090-READ-PARTITION-EXIT.
002680     EXIT.
002690*****************************************************************
002700*    4095-BALANCE-SOURCE -- ONE SOURCE FEED, PROVED ON ITS OWN:  *
002701*    THE BALANCE PASS, THE VERDICT, AND THE SOURCE'S SRCCTL      *
002702*    RECORD. A SOURCE THAT FAILS ANY TEST IS HELD BACK; IT DOES  *
002703*    NOT STOP THE OTHERS.                                        *
002704*****************************************************************
002705 4095-BALANCE-SOURCE.
002706     MOVE 0                TO WS-FEED-COUNT.
002707     MOVE 0                TO WS-UNROUTED-CTR.
002708     MOVE 0                TO WS-TRL-EXP-COUNT.
002709     MOVE "N"              TO FB-TRAILER-SW.
002710     MOVE "N"              TO FB-BALANCE-SW.
002711     MOVE "N"              TO CB-OVERFLOW-SW.
002712     MOVE SPACES           TO WS-SRC-REASON.
002713     MOVE 1                TO WS-CB-IX.
002714     PERFORM 4105-CLEAR-SOURCE-CURRENCY
002715         THRU 4105-CLEAR-SOURCE-CURRENCY-EXIT
002716         UNTIL WS-CB-IX > WS-CB-CTR.
002717     PERFORM 4098-SET-RAW-FILENAME
002718         THRU 4098-SET-RAW-FILENAME-EXIT.
002719     MOVE WS-SR-CODE (WS-SRC-IX) TO WS-SL-CODE.
002720     MOVE WS-SR-DESC (WS-SRC-IX) TO WS-SL-DESC.
002721     MOVE WS-RAW-FILENAME  TO WS-SL-FILENAME.
002722     WRITE CONTROL-RECORD FROM WS-SOURCE-LINE AFTER ADVANCING 3.
002723     PERFORM 4100-BALANCE-PASS THRU 4100-BALANCE-PASS-EXIT.
002724     IF NOT FB-OUT-OF-BALANCE
002725         PERFORM 4150-JUDGE-BALANCE THRU 4150-JUDGE-BALANCE-EXIT
002726     END-IF.
002727     MOVE SPACES           TO WS-MSG-LINE.
002728     IF FB-OUT-OF-BALANCE
002729         MOVE "H"          TO WS-SR-STATUS (WS-SRC-IX)
002730         ADD 1             TO WS-HELD-SRC-CTR
002731         ADD WS-FEED-COUNT TO WS-HELD-CTR
002732         STRING "SOURCE HELD BACK - " DELIMITED BY SIZE
002733                WS-SRC-REASON DELIMITED BY SIZE
002734                INTO WS-MSG-LINE
002735         END-STRING
002736         MOVE "SH01"       TO AL-ALERT-CODE
002737         MOVE "W"          TO AL-SEVERITY
002738         MOVE SPACES       TO AL-MESSAGE
002739         STRING "SOURCE " DELIMITED BY SIZE
002740                WS-SR-CODE (WS-SRC-IX) DELIMITED BY SPACE
002741                " HELD BACK - " DELIMITED BY SIZE
002742                WS-SRC-REASON DELIMITED BY SIZE
002743                INTO AL-MESSAGE
002744         END-STRING
002745         PERFORM 4950-WRITE-ALERT THRU 4950-WRITE-ALERT-EXIT
002746     ELSE
002747         MOVE "R"          TO WS-SR-STATUS (WS-SRC-IX)
002748         ADD 1             TO WS-RELEASED-SRC-CTR
002749         ADD WS-FEED-COUNT TO WS-RELEASED-CTR
002750         MOVE "SOURCE RELEASED TO THE SPLIT" TO WS-MSG-LINE
002751     END-IF.
002752     WRITE CONTROL-RECORD FROM WS-MSG-LINE AFTER ADVANCING 1.
002753     ADD WS-FEED-COUNT     TO WS-RECEIVED-CTR.
002754     MOVE SPACES           TO SOURCE-CONTROL-RECORD.
002755     MOVE WS-RUN-DATE      TO SS-RUN-DATE.
002756     MOVE WS-SR-CODE (WS-SRC-IX)   TO SS-SOURCE-CODE.
002757     MOVE WS-SR-DESC (WS-SRC-IX)   TO SS-DESCRIPTION.
002758     MOVE WS-SR-STATUS (WS-SRC-IX) TO SS-STATUS.
002759     MOVE WS-FEED-COUNT    TO SS-RECEIVED-CTR.
002760     MOVE WS-SRC-REASON    TO SS-HOLD-REASON.
002761     WRITE SOURCE-CONTROL-RECORD.
002762     ADD 1                 TO WS-SRC-IX.
002763 4095-BALANCE-SOURCE-EXIT.
002764     EXIT.
002765*****************************************************************
002766*    4098-SET-RAW-FILENAME -- NAME THE CURRENT SOURCE'S FEED:    *
002767*    RAWFEED PLUS THE SOURCE CODE, OR PLAIN RAWFEED FOR THE      *
002768*    BLANK-CODED CONSOLIDATED FEED                               *
002769*****************************************************************
002770 4098-SET-RAW-FILENAME.
002771     MOVE "RAWFEED"        TO WS-RAW-FILENAME.
002772     STRING "RAWFEED" DELIMITED BY SIZE
002773            WS-SR-CODE (WS-SRC-IX) DELIMITED BY SPACE
002774            INTO WS-RAW-FILENAME
002775     END-STRING.
002776 4098-SET-RAW-FILENAME-EXIT.
002777     EXIT.
002778*****************************************************************
002779*    4105-CLEAR-SOURCE-CURRENCY -- ZERO ONE CURRENCY'S TRAILER   *
002780*    AND ACTUAL TOTALS AHEAD OF THE NEXT SOURCE. THE CURRENCY    *
002781*    KEEPS ITS TABLE SLOT FOR THE PARTITION PASSES.              *
002782*****************************************************************
002783 4105-CLEAR-SOURCE-CURRENCY.
002784     MOVE "N"              TO WS-CB-TRAILER-SW (WS-CB-IX).
002785     MOVE 0                TO WS-CB-ACT-COUNT (WS-CB-IX).
002786     MOVE 0                TO WS-CB-ACT-AMOUNT (WS-CB-IX).
002787     MOVE 0                TO WS-CB-EXP-COUNT (WS-CB-IX).
002788     MOVE 0                TO WS-CB-EXP-AMOUNT (WS-CB-IX).
002789     ADD 1                 TO WS-CB-IX.
002790 4105-CLEAR-SOURCE-CURRENCY-EXIT.
002791     EXIT.
002792*****************************************************************
002793*    4100-BALANCE-PASS -- ONE FULL READ OF A SOURCE FEED BEFORE  *
002794*    A SINGLE PARTITION BYTE IS WRITTEN: CAPTURE THE INBOUND     *
002795*    TRAILERS, ACCUMULATE THE ACTUAL COUNT AND AMOUNT TOTALS     *
002796*    BY CURRENCY, AND ROUTE EVERY RECORD ON PAPER SO ANY         *
002797*    UNROUTABLE RECORDS ARE KNOWN UP FRONT.  A SOURCE WHOSE FEED *
002798*    DID NOT ARRIVE IS HELD BACK.                                *
002799*****************************************************************
002800 4100-BALANCE-PASS.
002801     OPEN INPUT RAW-FEED-FILE.
002802     IF WS-RAW-STATUS NOT = "00"
002803         SET FB-OUT-OF-BALANCE TO TRUE
002804         MOVE "FEED NOT RECEIVED" TO WS-SRC-REASON
002810         GO TO 4100-BALANCE-PASS-EXIT
002860     END-IF.
002870     MOVE "N"              TO RW-EOF-SW.
002880     PERFORM 4110-BALANCE-READ THRU 4110-BALANCE-READ-EXIT
002920     EXIT.
002930*****************************************************************
002940*    4110-BALANCE-READ -- ONE RAW RECORD OF THE BALANCE PASS.    *
002950*    A TRAILER IS CAPTURED AGAINST ITS CURRENCY; EVERYTHING      *
002960*    ELSE COUNTS, ADDS INTO ITS CURRENCY'S AMOUNT HASH TOTAL     *
002970*    WHEN NUMERIC (THE SAME RULE PROG'S EDIT PASS BALANCES BY),  *
002975*    AND IS ROUTED ON PAPER.                                     *
002980*****************************************************************
002990 4110-BALANCE-READ.
003000     READ RAW-FEED-FILE
003030         NOT AT END
003040             IF RF-TRAN-ID = "TRAILER"
003050                 SET FB-TRAILER-SEEN TO TRUE
003060                 MOVE RF-CURRENCY-CODE TO WS-CB-CURRENCY-KEY
003070                 PERFORM 4120-FIND-CURRENCY
003071                     THRU 4120-FIND-CURRENCY-EXIT
003072                 IF WS-CB-IX > 0
003073                     MOVE "Y" TO WS-CB-TRAILER-SW (WS-CB-IX)
003074                     MOVE RF-SEQUENCE-NO
003075                               TO WS-CB-EXP-COUNT (WS-CB-IX)
003076                     MOVE RF-TRAN-AMOUNT
003077                               TO WS-CB-EXP-AMOUNT (WS-CB-IX)
003078                 END-IF
003080             ELSE
003090                 ADD 1                TO WS-FEED-COUNT
003100                 MOVE RF-CURRENCY-CODE TO WS-CB-CURRENCY-KEY
003110                 PERFORM 4120-FIND-CURRENCY
003111                     THRU 4120-FIND-CURRENCY-EXIT
003112                 IF WS-CB-IX > 0
003113                     ADD 1 TO WS-CB-ACT-COUNT (WS-CB-IX)
003114                     IF RF-TRAN-AMOUNT NUMERIC
003115                         ADD RF-TRAN-AMOUNT
003116                               TO WS-CB-ACT-AMOUNT (WS-CB-IX)
003117                     END-IF
003120                 END-IF
003130                 PERFORM 4250-ROUTE-RECORD
003140                     THRU 4250-ROUTE-RECORD-EXIT
003150                 IF WS-ROUTE-IX = 0
003160                     ADD 1            TO WS-UNROUTED-CTR
003230                 END-IF
003240             END-IF
003250     END-READ.
003260 4110-BALANCE-READ-EXIT.
003270     EXIT.
003280*****************************************************************
003281*    4120-FIND-CURRENCY -- FIND (OR OPEN) THE BALANCE ENTRY FOR  *
003282*    THE CURRENCY IN WS-CB-CURRENCY-KEY, BLANK MEANING THE BASE  *
003283*    CURRENCY, AND LEAVE ITS SUBSCRIPT IN WS-CB-IX. A FEED       *
003284*    CARRYING MORE CURRENCIES THAN THE TABLE HOLDS CANNOT BE     *
003285*    BALANCED AND IS REFUSED: WS-CB-IX COMES BACK ZERO AND CB-   *
003286*    OVERFLOW IS SET (SAME RULE AS PROG).                        *
003287*****************************************************************
003288 4120-FIND-CURRENCY.
003289     IF WS-CB-CURRENCY-KEY = SPACES
003290         MOVE WS-BASE-CURRENCY TO WS-CB-CURRENCY-KEY
003291     END-IF.
003292     MOVE "N"              TO CB-FOUND-SW.
003293     MOVE 1                TO WS-CB-IX.
003294     PERFORM 4125-SEARCH-CURRENCY THRU 4125-SEARCH-CURRENCY-EXIT
003295         UNTIL CB-FOUND OR WS-CB-IX > WS-CB-CTR.
003296     IF CB-FOUND
003297         GO TO 4120-FIND-CURRENCY-EXIT
003298     END-IF.
003299     IF WS-CB-CTR < WS-CB-MAX
003300         ADD 1             TO WS-CB-CTR
003301         MOVE WS-CB-CTR    TO WS-CB-IX
003302         MOVE WS-CB-CURRENCY-KEY TO WS-CB-CURRENCY (WS-CB-IX)
003303         MOVE "N"          TO WS-CB-TRAILER-SW (WS-CB-IX)
003304         MOVE 0            TO WS-CB-ACT-COUNT (WS-CB-IX)
003305         MOVE 0            TO WS-CB-ACT-AMOUNT (WS-CB-IX)
003306         MOVE 0            TO WS-CB-EXP-COUNT (WS-CB-IX)
003307         MOVE 0            TO WS-CB-EXP-AMOUNT (WS-CB-IX)
003308         MOVE 0            TO WS-CB-SPLIT-COUNT (WS-CB-IX)
003309         MOVE 0            TO WS-CB-SPLIT-AMOUNT (WS-CB-IX)
003310     ELSE
003311         SET CB-OVERFLOW TO TRUE
003312         MOVE 0            TO WS-CB-IX
003313     END-IF.
003314 4120-FIND-CURRENCY-EXIT.
003315     EXIT.
003316*****************************************************************
003317*    4125-SEARCH-CURRENCY -- ONE STEP OF THE BALANCE-TABLE       *
003318*    SEARCH                                                      *
003319*****************************************************************
003320 4125-SEARCH-CURRENCY.
003321     IF WS-CB-CURRENCY (WS-CB-IX) = WS-CB-CURRENCY-KEY
003322         SET CB-FOUND TO TRUE
003323     ELSE
003324         ADD 1             TO WS-CB-IX
003329     END-IF.
003330 4125-SEARCH-CURRENCY-EXIT.
003331     EXIT.
003332*****************************************************************
003333*    4150-JUDGE-BALANCE -- A SOURCE IS RELEASED ONLY WHEN THE    *
003334*    INBOUND TRAILER OF EVERY CURRENCY AGREES WITH THAT          *
003335*    CURRENCY'S TOTALS AND EVERY RECORD FOUND A PARTITION.       *
003336*    EACH FAILURE PRINTS ITS OWN LINE SO OPS CAN TELL A          *
003337*    TRANSMISSION PROBLEM FROM A RULE GAP; THE FIRST FAILURE IS  *
003338*    THE REASON THE SOURCE IS HELD BACK.                         *
003339*****************************************************************
003340 4150-JUDGE-BALANCE.
003341     IF CB-OVERFLOW
003342         SET FB-OUT-OF-BALANCE TO TRUE
003343         MOVE "TOO MANY CURRENCIES ON FEED"
003344                           TO WS-SRC-REASON WS-MSG-LINE
003345         WRITE CONTROL-RECORD FROM WS-MSG-LINE
003346             AFTER ADVANCING 2
003347     END-IF.
003350     IF FB-TRAILER-SEEN
003360         MOVE 0            TO WS-TRL-EXP-COUNT
003370         MOVE 1            TO WS-CB-IX
003380         PERFORM 4160-BALANCE-CURRENCY
003382             THRU 4160-BALANCE-CURRENCY-EXIT
003384             UNTIL WS-CB-IX > WS-CB-CTR
003386         IF FB-OUT-OF-BALANCE AND WS-SRC-REASON = SPACES
003388             MOVE "FEED TRAILER OUT OF BALANCE" TO WS-SRC-REASON
003390         END-IF
003400     ELSE
003410         IF WS-FEED-COUNT > 0
003420             SET FB-OUT-OF-BALANCE TO TRUE
003430             MOVE "NO TRAILER RECORD ON FEED"
003440                           TO WS-SRC-REASON WS-MSG-LINE
003450             WRITE CONTROL-RECORD FROM WS-MSG-LINE
003460                 AFTER ADVANCING 2
003470         END-IF
003490     MOVE WS-TRL-EXP-COUNT TO WS-BL-EXP-COUNT.
003500     MOVE WS-FEED-COUNT    TO WS-BL-ACT-COUNT.
003510     WRITE CONTROL-RECORD FROM WS-BAL-LINE1 AFTER ADVANCING 2.
003520     MOVE 1                TO WS-CB-IX.
003530     PERFORM 4170-WRITE-CURRENCY-BALANCE
003540         THRU 4170-WRITE-CURRENCY-BALANCE-EXIT
003542         UNTIL WS-CB-IX > WS-CB-CTR.
003550     IF WS-UNROUTED-CTR > 0
003560         SET FB-OUT-OF-BALANCE TO TRUE
003562         IF WS-SRC-REASON = SPACES
003564             MOVE "RECORDS NO RULE CLAIMS" TO WS-SRC-REASON
003566         END-IF
003570         MOVE "RECORDS NO RULE CLAIMS: " TO WS-CL-CAPTION
003580         MOVE WS-UNROUTED-CTR TO WS-CL-COUNT
003590         WRITE CONTROL-RECORD FROM WS-COUNT-LINE
003600             AFTER ADVANCING 1
003610     END-IF.
003620 4150-JUDGE-BALANCE-EXIT.
003621     EXIT.
003622*****************************************************************
003623*    4160-BALANCE-CURRENCY -- ONE CURRENCY OF THE TRAILER        *
003624*    BALANCE: IT MUST HAVE HAD ITS OWN TRAILER AND AGREE WITH IT *
003625*    ON BOTH COUNT AND AMOUNT. ITS EXPECTED COUNT ROLLS INTO THE *
003626*    OVERALL EXPECTED COUNT FOR THE CONTROL PAGE.  A CURRENCY    *
003627*    ANOTHER SOURCE CARRIED BUT THIS ONE DID NOT IS PASSED OVER. *
003628*****************************************************************
003629 4160-BALANCE-CURRENCY.
003630     IF NOT WS-CB-TRAILER-SEEN (WS-CB-IX)
003631        AND WS-CB-ACT-COUNT (WS-CB-IX) = 0
003632         ADD 1             TO WS-CB-IX
003633         GO TO 4160-BALANCE-CURRENCY-EXIT
003634     END-IF.
003635     ADD WS-CB-EXP-COUNT (WS-CB-IX) TO WS-TRL-EXP-COUNT.
003636     IF NOT WS-CB-TRAILER-SEEN (WS-CB-IX)
003637        OR WS-CB-EXP-COUNT (WS-CB-IX)
003638                           NOT = WS-CB-ACT-COUNT (WS-CB-IX)
003639        OR WS-CB-EXP-AMOUNT (WS-CB-IX)
003640                           NOT = WS-CB-ACT-AMOUNT (WS-CB-IX)
003641         SET FB-OUT-OF-BALANCE TO TRUE
003642     END-IF.
003643     ADD 1                 TO WS-CB-IX.
003644 4160-BALANCE-CURRENCY-EXIT.
003645     EXIT.
003646*****************************************************************
003647*    4170-WRITE-CURRENCY-BALANCE -- ONE CURRENCY LINE OF THE     *
003648*    CONTROL PAGE, EXPECTED AGAINST ACTUAL, WITH ITS OWN VERDICT *
003649*    (ONLY THE CURRENCIES THIS SOURCE CARRIED)                   *
003650*****************************************************************
003651 4170-WRITE-CURRENCY-BALANCE.
003652     IF NOT WS-CB-TRAILER-SEEN (WS-CB-IX)
003653        AND WS-CB-ACT-COUNT (WS-CB-IX) = 0
003654         ADD 1             TO WS-CB-IX
003655         GO TO 4170-WRITE-CURRENCY-BALANCE-EXIT
003656     END-IF.
003657     MOVE WS-CB-CURRENCY (WS-CB-IX)   TO WS-BL-CURRENCY.
003658     MOVE WS-CB-EXP-COUNT (WS-CB-IX)  TO WS-BL-CCY-EXP-COUNT.
003659     MOVE WS-CB-ACT-COUNT (WS-CB-IX)  TO WS-BL-CCY-ACT-COUNT.
003660     MOVE WS-CB-EXP-AMOUNT (WS-CB-IX) TO WS-BL-EXP-AMT.
003661     MOVE WS-CB-ACT-AMOUNT (WS-CB-IX) TO WS-BL-ACT-AMT.
003662     IF NOT WS-CB-TRAILER-SEEN (WS-CB-IX)
003663         MOVE "NO TRAILER"   TO WS-BL-STATUS
003664     ELSE
003665         IF WS-CB-EXP-COUNT (WS-CB-IX)
003666                           = WS-CB-ACT-COUNT (WS-CB-IX)
003667            AND WS-CB-EXP-AMOUNT (WS-CB-IX)
003668                           = WS-CB-ACT-AMOUNT (WS-CB-IX)
003669             MOVE "IN BALANCE" TO WS-BL-STATUS
003670         ELSE
003671             MOVE "OUT OF BAL" TO WS-BL-STATUS
003672         END-IF
003673     END-IF.
003674     WRITE CONTROL-RECORD FROM WS-BAL-LINE2 AFTER ADVANCING 1.
003675     ADD 1                 TO WS-CB-IX.
003676 4170-WRITE-CURRENCY-BALANCE-EXIT.
003677     EXIT.
003678*****************************************************************
003679*    4250-ROUTE-RECORD -- PICK THE CURRENT RAW RECORD'S          *
003680*    PARTITION: THE FIRST RANGE ENTRY WHOSE BAND HOLDS THE       *
003681*    TRAN ID WINS; OTHERWISE THE TRAN ID HASHES ACROSS THE       *
003682*    HASH ENTRIES.  WS-ROUTE-IX COMES BACK ZERO ONLY WHEN NO     *
003690*    RANGE CLAIMS THE RECORD AND THERE ARE NO HASH ENTRIES --    *
003700*    A RULE GAP THE BALANCE PASS REFUSES TO RELEASE.             *
003710*****************************************************************
004380     EXIT.
004390*****************************************************************
004400*    4300-SPLIT-ALL -- THE BALANCE IS PROVEN; CUT EACH           *
004410*    PARTITION'S FILE IN ITS OWN PASS OVER THE RELEASED SOURCE   *
004420*    FEEDS (ONE OUTPUT FILE OPEN AT A TIME), TRAILER AND CONTROL *
004430*    LINE INCLUDED, SO EVERY RELEASED TRANFILEnn ALREADY         *
004440*    BALANCES WHEN PROG'S OWN EDIT PASS PROVES IT AGAIN          *
004450*****************************************************************
004460 4300-SPLIT-ALL.
004470     MOVE 1                TO WS-SPLIT-IX.
004510     EXIT.
004520*****************************************************************
004530*    4310-SPLIT-ONE -- ONE PARTITION: COPY ITS RECORDS OFF THE   *
004540*    RELEASED SOURCE FEEDS IN SRCLIST ORDER, CLOSE WITH ONE      *
004550*    TRAILER PER CURRENCY IT HOLDS, EACH CARRYING THAT           *
004560*    CURRENCY'S COUNT AND NET AMOUNT, AND PRINT A CONTROL LINE   *
004562*    FOR EACH.  A PARTITION THAT DRAWS NO RECORDS STILL GETS ONE *
004564*    ZERO TRAILER IN THE BASE CURRENCY.                          *
004570*****************************************************************
004580 4310-SPLIT-ONE.
004590     MOVE "TRANFILE"       TO WS-TRAN-FILENAME.
004620            INTO WS-TRAN-FILENAME
004630     END-STRING.
004640     OPEN OUTPUT TRAN-OUT-FILE.
004650     MOVE 1                TO WS-CB-IX.
004660     PERFORM 4330-CLEAR-SPLIT-CURRENCY
004670         THRU 4330-CLEAR-SPLIT-CURRENCY-EXIT
004680         UNTIL WS-CB-IX > WS-CB-CTR.
004690     MOVE 0                TO WS-PT-COUNT (WS-SPLIT-IX).
004700     MOVE 1                TO WS-SRC-IX.
004710     PERFORM 4315-SPLIT-SOURCE THRU 4315-SPLIT-SOURCE-EXIT
004720         UNTIL WS-SRC-IX > WS-SRC-TOTAL.
004730     IF WS-PT-COUNT (WS-SPLIT-IX) = 0
004740         MOVE WS-BASE-CURRENCY TO WS-SPLIT-CURRENCY
004750         MOVE 0            TO WS-SPLIT-COUNT
004751         MOVE 0            TO WS-SPLIT-AMOUNT
004752         PERFORM 4350-WRITE-TRAILER THRU 4350-WRITE-TRAILER-EXIT
004753     ELSE
004754         MOVE 1            TO WS-CB-IX
004755         PERFORM 4340-SPLIT-CURRENCY-TRAILER
004756             THRU 4340-SPLIT-CURRENCY-TRAILER-EXIT
004757             UNTIL WS-CB-IX > WS-CB-CTR
004758     END-IF.
004760     CLOSE TRAN-OUT-FILE.
004820     ADD 1                 TO WS-SPLIT-IX.
004830 4310-SPLIT-ONE-EXIT.
004840     EXIT.
004842*****************************************************************
004844*    4315-SPLIT-SOURCE -- ONE SOURCE'S CONTRIBUTION TO THE       *
004846*    PARTITION BEING CUT; A HELD-BACK SOURCE CONTRIBUTES NOTHING *
004848*    A RELEASED FEED THAT WILL NOT REOPEN IS DISPLAYED AND ENDS  *
004850*    THE STEP RETURN CODE 16; ITS RECORDS SHOW AS NOT            *
004852*    DISTRIBUTED IN THE TOTALS.                                  *
004853*****************************************************************
004854 4315-SPLIT-SOURCE.
004855     IF WS-SR-RELEASED (WS-SRC-IX)
004856         PERFORM 4098-SET-RAW-FILENAME
004857             THRU 4098-SET-RAW-FILENAME-EXIT
004858         OPEN INPUT RAW-FEED-FILE
004859         IF WS-RAW-STATUS NOT = "00"
004860             DISPLAY "SPL001: UNABLE TO REOPEN RAWFEED, STATUS "
004861                     WS-RAW-STATUS " SOURCE "
004862                     WS-SR-CODE (WS-SRC-IX)
004863             ADD 1         TO WS-REOPEN-FAIL-CTR
004864         ELSE
004865             MOVE "N"      TO RW-EOF-SW
004866             PERFORM 4320-SPLIT-READ THRU 4320-SPLIT-READ-EXIT
004867                 UNTIL RW-EOF
004868             CLOSE RAW-FEED-FILE
004869         END-IF
004870     END-IF.
004871     ADD 1                 TO WS-SRC-IX.
004872 4315-SPLIT-SOURCE-EXIT.
004873     EXIT.
004874*****************************************************************
004875*    4320-SPLIT-READ -- ONE RAW RECORD OF A PARTITION PASS:      *
004876*    ROUTED THE SAME WAY THE BALANCE PASS ROUTED IT, WRITTEN     *
004880*    ONLY WHEN IT BELONGS TO THE PARTITION BEING CUT, AND THEN   *
004882*    STAMPED WITH ITS SOURCE CODE.  WITH MORE THAN ONE SOURCE    *
004884*    IT ALSO TAKES THE PARTITION'S NEXT SEQUENCE NUMBER, SINCE   *
004886*    EACH FRONT END NUMBERS ITS OWN FEED FROM 1 AND THE SOURCES  *
004888*    WOULD OTHERWISE OVERLAP IN THE PARTITION FILE.              *
004890*****************************************************************
004900 4320-SPLIT-READ.
004910     READ RAW-FEED-FILE
004970                     THRU 4250-ROUTE-RECORD-EXIT
004980                 IF WS-ROUTE-IX = WS-SPLIT-IX
004990                     MOVE RAW-FEED-REC TO TRAN-RECORD
004991                     MOVE WS-SR-CODE (WS-SRC-IX)
004992                                       TO TR-SOURCE-CODE
004993                     ADD 1 TO WS-PT-COUNT (WS-SPLIT-IX)
004994                     IF WS-SRC-TOTAL > 1
004995                         MOVE WS-PT-COUNT (WS-SPLIT-IX)
004996                                       TO TR-SEQUENCE-NO
004997                     END-IF
005000                     WRITE TRAN-RECORD
005005                     ADD 1 TO WS-WRITTEN-CTR
005006                     MOVE RF-CURRENCY-CODE TO WS-CB-CURRENCY-KEY
005007                     PERFORM 4120-FIND-CURRENCY
005008                         THRU 4120-FIND-CURRENCY-EXIT
005009                     IF WS-CB-IX > 0
005010                         ADD 1 TO WS-CB-SPLIT-COUNT (WS-CB-IX)
005011                         IF RF-TRAN-AMOUNT NUMERIC
005012                             ADD RF-TRAN-AMOUNT
005013                               TO WS-CB-SPLIT-AMOUNT (WS-CB-IX)
005014                         END-IF
005015                     END-IF
005016                 END-IF
005020             END-IF
005030     END-READ.
005040 4320-SPLIT-READ-EXIT.
005050     EXIT.
005060*****************************************************************
005061*    4330-CLEAR-SPLIT-CURRENCY -- ZERO ONE CURRENCY'S PARTITION  *
005062*    TOTALS AHEAD OF THE NEXT PARTITION PASS                     *
005063*****************************************************************
005064 4330-CLEAR-SPLIT-CURRENCY.
005065     MOVE 0                TO WS-CB-SPLIT-COUNT (WS-CB-IX).
005066     MOVE 0                TO WS-CB-SPLIT-AMOUNT (WS-CB-IX).
005067     ADD 1                 TO WS-CB-IX.
005068 4330-CLEAR-SPLIT-CURRENCY-EXIT.
005069     EXIT.
005070*****************************************************************
005071*    4340-SPLIT-CURRENCY-TRAILER -- ONE CURRENCY OF THE          *
005072*    PARTITION JUST CUT: A TRAILER ONLY WHEN THE PARTITION DREW  *
005073*    RECORDS IN IT                                               *
005074*****************************************************************
005075 4340-SPLIT-CURRENCY-TRAILER.
005076     IF WS-CB-SPLIT-COUNT (WS-CB-IX) > 0
005077         MOVE WS-CB-CURRENCY (WS-CB-IX)     TO WS-SPLIT-CURRENCY
005078         MOVE WS-CB-SPLIT-COUNT (WS-CB-IX)  TO WS-SPLIT-COUNT
005079         MOVE WS-CB-SPLIT-AMOUNT (WS-CB-IX) TO WS-SPLIT-AMOUNT
005080         PERFORM 4350-WRITE-TRAILER THRU 4350-WRITE-TRAILER-EXIT
005081     END-IF.
005082     ADD 1                 TO WS-CB-IX.
005083 4340-SPLIT-CURRENCY-TRAILER-EXIT.
005084     EXIT.
005085*****************************************************************
005086*    4350-WRITE-TRAILER -- WRITE ONE PARTITION TRAILER FOR THE   *
005087*    CURRENCY IN WS-SPLIT-CURRENCY AND PRINT ITS CONTROL LINE    *
005088*****************************************************************
005089 4350-WRITE-TRAILER.
005090     MOVE SPACES           TO TRAN-RECORD.
005091     MOVE WS-SPLIT-COUNT   TO TR-SEQUENCE-NO.
005092     MOVE "TRAILER"        TO TR-TRAN-ID.
005093     MOVE WS-RUN-DATE      TO TR-TRAN-DATE.
005094     MOVE WS-SPLIT-AMOUNT  TO TR-TRAN-AMOUNT.
005095     MOVE WS-SPLIT-CURRENCY TO TR-CURRENCY-CODE.
005096     WRITE TRAN-RECORD.
005097     MOVE WS-PT-PARTITION-NO (WS-SPLIT-IX) TO WS-PL-PARTITION.
005098     MOVE WS-SPLIT-CURRENCY TO WS-PL-CURRENCY.
005099     MOVE WS-SPLIT-COUNT   TO WS-PL-COUNT.
005100     MOVE WS-SPLIT-AMOUNT  TO WS-PL-AMOUNT.
005101     WRITE CONTROL-RECORD FROM WS-PART-LINE AFTER ADVANCING 1.
005102 4350-WRITE-TRAILER-EXIT.
005103     EXIT.
005104*****************************************************************
005105*    4900-WRITE-TOTALS -- CROSS-FOOT OF THE RELEASED SPLIT:      *
005106*    THE PARTITION COUNTS MUST ADD BACK TO THE COUNT OF THE      *
005107*    SOURCES RELEASED, OR THE SPLIT DROPPED SOMETHING            *
005108*****************************************************************
005110 4900-WRITE-TOTALS.
005120     MOVE "SOURCES RELEASED......: " TO WS-CL-CAPTION.
005130     MOVE WS-RELEASED-SRC-CTR TO WS-CL-COUNT.
005140     WRITE CONTROL-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 3.
005141     MOVE "SOURCES HELD BACK.....: " TO WS-CL-CAPTION.
005142     MOVE WS-HELD-SRC-CTR  TO WS-CL-COUNT.
005143     WRITE CONTROL-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
005144     MOVE "RECORDS RECEIVED......: " TO WS-CL-CAPTION.
005145     MOVE WS-RECEIVED-CTR  TO WS-CL-COUNT.
005146     WRITE CONTROL-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
005147     MOVE "RECORDS HELD BACK.....: " TO WS-CL-CAPTION.
005148     MOVE WS-HELD-CTR      TO WS-CL-COUNT.
005149     WRITE CONTROL-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
005151     MOVE "RECORDS RELEASED......: " TO WS-CL-CAPTION.
005153     MOVE WS-RELEASED-CTR  TO WS-CL-COUNT.
005155     WRITE CONTROL-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
005157     MOVE "RECORDS DISTRIBUTED...: " TO WS-CL-CAPTION.
005160     MOVE WS-WRITTEN-CTR   TO WS-CL-COUNT.
005170     WRITE CONTROL-RECORD FROM WS-COUNT-LINE AFTER ADVANCING 1.
005180     IF WS-WRITTEN-CTR NOT = WS-RELEASED-CTR
005190         MOVE "DISTRIBUTED DOES NOT ADD BACK TO RELEASED - REVIEW"
005200                           TO WS-MSG-LINE
005210         WRITE CONTROL-RECORD FROM WS-MSG-LINE
005220             AFTER ADVANCING 1
005240     END-IF.
005250 4900-WRITE-TOTALS-EXIT.
005260     EXIT.
005270*****************************************************************
005280*    4950-WRITE-ALERT -- APPEND ONE OPERATOR ALERT TO ALERTFILE  *
005290*    FOR ALF001 TO FORWARD TO THE MONITORING CONSOLE.  THE       *
005300*    CALLER LEAVES THE CODE, SEVERITY AND MESSAGE IN ALERT-      *
005310*    RECORD.  THE FILE IS SHARED WITH THE OTHER STEPS OF THE     *
005320*    STREAM, SO IT IS OPENED AND CLOSED AROUND EACH ALERT,       *
005330*    CREATED ON THE FIRST EVER ALERT; IF IT STILL CANNOT BE      *
005340*    OPENED THE ALERT GOES TO THE CONSOLE INSTEAD.               *
005350*****************************************************************
005360 4950-WRITE-ALERT.
005370     MOVE "SPL001"         TO AL-PROGRAM.
005380     MOVE WS-RUN-DATE      TO AL-RUN-DATE.
005390     ACCEPT AL-RUN-TIME    FROM TIME.
005400     MOVE 0                TO AL-PARTITION-NO.
005410     OPEN INPUT ALERT-FILE.
005420     IF WS-ALERT-STATUS = "00"
005430         CLOSE ALERT-FILE
005440         OPEN EXTEND ALERT-FILE
005450     ELSE
005460         OPEN OUTPUT ALERT-FILE
005470     END-IF.
005480     IF WS-ALERT-STATUS NOT = "00"
005490         DISPLAY "SPL001: ALERT " AL-ALERT-CODE " " AL-MESSAGE
005500         GO TO 4950-WRITE-ALERT-EXIT
005510     END-IF.
005520     WRITE ALERT-FILE-RECORD FROM ALERT-RECORD.
005530     CLOSE ALERT-FILE.
005540 4950-WRITE-ALERT-EXIT.
005550     EXIT.
