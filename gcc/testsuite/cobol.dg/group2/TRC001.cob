000100 IDENTIFICATION            DIVISION.
000110 PROGRAM-ID.               TRC001.
000120 AUTHOR.                   D-J HARTLEY.
000130 INSTALLATION.             DAILY-PROC BATCH SUPPORT.
000140 DATE-WRITTEN.             10/06/2026.
000150 DATE-COMPILED.            10/06/2026.
000160*****************************************************************
000170*                                                               *
000180*    MODIFICATION HISTORY                                      *
000190*                                                               *
000200*    DATE       INIT  DESCRIPTION                               *
000210*    ---------- ----  ------------------------------------------*
000220*    10/06/2026  DJH  ORIGINAL.  ONLINE PSEUDO-CONVERSATIONAL    *
000230*                     "WHERE IS MY TRANSACTION" TRACE AGAINST    *
000240*                     THE PERMANENT HISTORY HST001 BUILDS        *
000250*                     NIGHTLY (TRANHIST, TRANHST.CPY).  THE      *
000260*                     DESK KEYS A TRAN ID AND A DATE RANGE ON    *
000270*                     MAP TRCMAP (MAPSET TRCSET) AND GETS THE    *
000280*                     WHOLE TRAIL -- EDITED, SUSPENSED,          *
000290*                     CORRECTED, HELD, RELEASED OR DECLINED,     *
000300*                     EXTRACTED, ACKNOWLEDGED, REVERSED -- ON    *
000310*                     ONE SCREEN, WITH WHO ACTED AND WHY,        *
000320*                     INSTEAD OF DIGGING THROUGH A WEEK OF       *
000330*                     PRINTED REPORTS.                           *
000340*                                                               *
000350*****************************************************************
000360 ENVIRONMENT               DIVISION.
000370 CONFIGURATION             SECTION.
000380 SOURCE-COMPUTER.          IBM-370.
000390 OBJECT-COMPUTER.          IBM-370.
000400 DATA                      DIVISION.
000410 WORKING-STORAGE           SECTION.
000420 01  WS-RESP                PIC S9(8)   COMP.
000430 01  WS-REPLY-LENGTH         PIC S9(4)   COMP.
000440     COPY TRCMAP.
000450 01  WS-BROWSE-SWITCHES.
000460     05  WS-BROWSE-DONE-SW   PIC X(01)   VALUE "N".
000470         88  WS-BROWSE-DONE          VALUE "Y".
000480     05  WS-MORE-SW          PIC X(01)   VALUE "N".
000490         88  WS-MORE-ON-FILE         VALUE "Y".
000500     05  WS-EVENT-FOUND-SW   PIC X(01)   VALUE "N".
000510         88  WS-EVENT-FOUND          VALUE "Y".
000520 01  WS-BROWSE-TRAN-ID       PIC X(10).
000530 01  WS-FROM-DATE            PIC 9(8).
000540 01  WS-TO-DATE              PIC 9(8).
000550 01  WS-ROW-COUNT            PIC 9(02)   VALUE 0.
000560 01  WS-EV-IX                PIC 9(02)   VALUE 0.
000570*****************************************************************
000580*    EVENT NAMES, ONE PER TH-EVENT-CODE (SEE TRANHST.CPY)        *
000590*****************************************************************
000600 01  WS-EVENT-NAMES.
000605     05  FILLER              PIC X(18)   VALUE
000610         "10CORRECTED       ".
000615     05  FILLER              PIC X(18)   VALUE
000620         "20EDITED INTO RUN ".
000625     05  FILLER              PIC X(18)   VALUE
000630         "30SUSPENSED       ".
000635     05  FILLER              PIC X(18)   VALUE
000640         "40HELD OVER LIMIT ".
000645     05  FILLER              PIC X(18)   VALUE
000650         "50EXTRACTED       ".
000655     05  FILLER              PIC X(18)   VALUE
000660         "52REVERSAL SENT   ".
000665     05  FILLER              PIC X(18)   VALUE
000670         "54ADJUSTMENT SENT ".
000675     05  FILLER              PIC X(18)   VALUE
000680         "60GL POSTED       ".
000685     05  FILLER              PIC X(18)   VALUE
000690         "65GL REJECTED     ".
000695     05  FILLER              PIC X(18)   VALUE
000700         "70RELEASED        ".
000705     05  FILLER              PIC X(18)   VALUE
000710         "75DECLINED        ".
000715     05  FILLER              PIC X(18)   VALUE
000720         "80REVERSED        ".
000725     05  FILLER              PIC X(18)   VALUE
000730         "85ADJUSTED        ".
000740 01  WS-EVENT-TABLE REDEFINES WS-EVENT-NAMES.
000750     05  WS-EV-ENTRY         OCCURS 13 TIMES.
000760         10  WS-EV-CODE      PIC 9(02).
000770         10  WS-EV-NAME      PIC X(16).
000780 01  WS-REPLY-TABLE.
000790     05  WS-REPLY-ROW OCCURS 20 TIMES.
000800         10  TH-EVENT-DATE-OUT   PIC 9(8).
000810         10  FILLER          PIC X(01)   VALUE SPACES.
000820         10  TH-EVENT-NAME-OUT   PIC X(16).
000830         10  FILLER          PIC X(04)   VALUE " PT ".
000840         10  TH-PARTITION-OUT    PIC 9(2).
000850         10  FILLER          PIC X(05)   VALUE " SEQ ".
000860         10  TH-SEQUENCE-OUT     PIC 9(7).
000870         10  FILLER          PIC X(01)   VALUE SPACES.
000880         10  TH-AMOUNT-OUT       PIC -(7)9.99.
000890         10  FILLER          PIC X(01)   VALUE SPACES.
000900         10  TH-USER-OUT         PIC X(08).
000910         10  FILLER          PIC X(01)   VALUE SPACES.
000920         10  TH-DETAIL-OUT       PIC X(30).
000930         10  FILLER          PIC X(37)   VALUE SPACES.
000940 01  WS-MORE-LINE            PIC X(132)  VALUE
000950     "MORE EVENTS ON FILE - NARROW THE DATE RANGE TO SEE THEM.".
000960 01  WS-NOT-FOUND-LINE       PIC X(132)  VALUE
000970     "NO HISTORY FOR THAT TRAN ID IN THAT DATE RANGE.".
000980 01  WS-NO-TRAN-ID-LINE      PIC X(132)  VALUE
000990     "ENTER A TRAN ID TO TRACE.".
001000     COPY TRANHST.
001010 PROCEDURE                 DIVISION.
001020*****************************************************************
001030*    0000-MAINLINE -- PSEUDO-CONVERSATIONAL TRACE.  EACH PASS    *
001040*    HANDLES ONE TERMINAL INTERACTION AND RETURNS, PASSING       *
001050*    CONTROL BACK TO CICS BETWEEN KEYSTROKES.  A ZERO FROM DATE  *
001060*    STARTS AT THE BEGINNING OF THE HISTORY; A ZERO TO DATE      *
001070*    RUNS TO THE END OF IT.                                      *
001080*****************************************************************
001090 0000-MAINLINE SECTION.
001100 0010-START.
001110     EXEC CICS HANDLE CONDITION
001120         MAPFAIL   (0050-SEND-INITIAL-MAP)
001130         NOTFND    (0080-SEND-NOT-FOUND)
001140     END-EXEC.
001150     EXEC CICS RECEIVE MAP ("TRCMAP") MAPSET ("TRCSET")
001160         INTO (TRCMAPI)
001170     END-EXEC.
001180     IF TM-TRAN-IDI = SPACES OR TM-TRAN-IDI = LOW-VALUES
001190         GO TO 0085-SEND-NO-TRAN-ID
001200     END-IF.
001210     MOVE TM-TRAN-IDI      TO WS-BROWSE-TRAN-ID.
001220     MOVE 0                TO WS-FROM-DATE.
001230     IF TM-FROM-DATEI NUMERIC
001240         MOVE TM-FROM-DATEI TO WS-FROM-DATE
001250     END-IF.
001260     MOVE 99999999         TO WS-TO-DATE.
001270     IF TM-TO-DATEI NUMERIC AND TM-TO-DATEI > 0
001280         MOVE TM-TO-DATEI  TO WS-TO-DATE
001290     END-IF.
001300     MOVE 0                TO WS-ROW-COUNT.
001310     PERFORM 0065-BROWSE-HISTORY THRU 0065-BROWSE-HISTORY-EXIT.
001320     IF WS-ROW-COUNT = 0
001330         GO TO 0080-SEND-NOT-FOUND
001340     END-IF.
001350     PERFORM 0070-SEND-REPLY THRU 0070-SEND-REPLY-EXIT.
001360     GO TO 0090-RETURN.
001370 0050-SEND-INITIAL-MAP.
001380     EXEC CICS SEND MAP ("TRCMAP") MAPSET ("TRCSET")
001390         ERASE
001400     END-EXEC.
001410     GO TO 0090-RETURN.
001420*****************************************************************
001430*    0065-BROWSE-HISTORY -- WALK TRANHIST FROM THE FIRST EVENT   *
001440*    FOR THE ENTERED TRAN ID ON OR AFTER THE FROM DATE,          *
001450*    COLLECTING EVERY EVENT UP TO THE TO DATE, UP TO             *
001460*    WS-REPLY-TABLE'S CAPACITY.  THE KEY RUNS TRAN ID, EVENT     *
001470*    DATE, EVENT CODE, SO THE TRAIL COMES BACK IN ORDER.         *
001480*****************************************************************
001490 0065-BROWSE-HISTORY.
001500     MOVE LOW-VALUES       TO TH-KEY.
001510     MOVE WS-BROWSE-TRAN-ID TO TH-TRAN-ID.
001520     MOVE WS-FROM-DATE     TO TH-EVENT-DATE.
001530     MOVE "N"              TO WS-BROWSE-DONE-SW.
001540     MOVE "N"              TO WS-MORE-SW.
001550     EXEC CICS STARTBR FILE ("TRANHIST")
001560         RIDFLD (TH-KEY)
001570         GTEQ
001580         RESP (WS-RESP)
001590     END-EXEC.
001600     IF WS-RESP NOT = DFHRESP(NORMAL)
001610         GO TO 0065-BROWSE-HISTORY-EXIT
001620     END-IF.
001630     PERFORM 0066-BROWSE-NEXT THRU 0066-BROWSE-NEXT-EXIT
001640         UNTIL WS-BROWSE-DONE.
001650     EXEC CICS ENDBR FILE ("TRANHIST") END-EXEC.
001660 0065-BROWSE-HISTORY-EXIT.
001670     EXIT.
001680*****************************************************************
001690*    0066-BROWSE-NEXT -- ONE STEP OF THE TRANHIST BROWSE.  STOPS *
001700*    ON END OF FILE, ON THE FIRST EVENT FOR ANOTHER TRAN ID OR   *
001710*    PAST THE TO DATE, OR WHEN THE REPLY TABLE IS FULL -- IN     *
001720*    WHICH CASE THE LAST LINE TELLS THE DESK THERE IS MORE.      *
001730*****************************************************************
001740 0066-BROWSE-NEXT.
001750     EXEC CICS READNEXT FILE ("TRANHIST")
001760         INTO (TRAN-HIST-RECORD)
001770         RIDFLD (TH-KEY)
001780         RESP (WS-RESP)
001790     END-EXEC.
001800     IF WS-RESP NOT = DFHRESP(NORMAL)
001810         SET WS-BROWSE-DONE TO TRUE
001820         GO TO 0066-BROWSE-NEXT-EXIT
001830     END-IF.
001840     IF TH-TRAN-ID NOT = WS-BROWSE-TRAN-ID
001850        OR TH-EVENT-DATE > WS-TO-DATE
001860         SET WS-BROWSE-DONE TO TRUE
001870         GO TO 0066-BROWSE-NEXT-EXIT
001880     END-IF.
001890     IF WS-ROW-COUNT < 19
001900         ADD 1             TO WS-ROW-COUNT
001910         PERFORM 0060-BUILD-REPLY THRU 0060-BUILD-REPLY-EXIT
001920     ELSE
001930         SET WS-MORE-ON-FILE TO TRUE
001940         SET WS-BROWSE-DONE TO TRUE
001950     END-IF.
001960 0066-BROWSE-NEXT-EXIT.
001970     EXIT.
001980*****************************************************************
001990*    0060-BUILD-REPLY -- FORMAT THE CURRENTLY-READ HISTORY       *
002000*    EVENT INTO ROW WS-ROW-COUNT OF WS-REPLY-TABLE               *
002010*****************************************************************
002020 0060-BUILD-REPLY.
002030     MOVE TH-EVENT-DATE    TO TH-EVENT-DATE-OUT (WS-ROW-COUNT).
002040     MOVE SPACES           TO TH-EVENT-NAME-OUT (WS-ROW-COUNT).
002050     MOVE "N"              TO WS-EVENT-FOUND-SW.
002060     MOVE 1                TO WS-EV-IX.
002070     PERFORM 0061-FIND-EVENT-NAME THRU 0061-FIND-EVENT-NAME-EXIT
002080         UNTIL WS-EVENT-FOUND OR WS-EV-IX > 13.
002090     MOVE TH-PARTITION-NO  TO TH-PARTITION-OUT (WS-ROW-COUNT).
002100     MOVE TH-SEQUENCE-NO   TO TH-SEQUENCE-OUT (WS-ROW-COUNT).
002110     MOVE TH-TRAN-AMOUNT   TO TH-AMOUNT-OUT (WS-ROW-COUNT).
002120     MOVE TH-USER-ID       TO TH-USER-OUT (WS-ROW-COUNT).
002130     MOVE TH-DETAIL        TO TH-DETAIL-OUT (WS-ROW-COUNT).
002140 0060-BUILD-REPLY-EXIT.
002150     EXIT.
002160*****************************************************************
002170*    0061-FIND-EVENT-NAME -- ONE STEP OF THE EVENT-NAME SEARCH   *
002180*****************************************************************
002190 0061-FIND-EVENT-NAME.
002200     IF WS-EV-CODE (WS-EV-IX) = TH-EVENT-CODE
002210         MOVE WS-EV-NAME (WS-EV-IX)
002220                           TO TH-EVENT-NAME-OUT (WS-ROW-COUNT)
002230         SET WS-EVENT-FOUND TO TRUE
002240     ELSE
002250         ADD 1             TO WS-EV-IX
002260     END-IF.
002270 0061-FIND-EVENT-NAME-EXIT.
002280     EXIT.
002290*****************************************************************
002300*    0070-SEND-REPLY -- SEND THE TRAIL, WITH THE "MORE" LINE AS  *
002310*    ROW 20 WHEN THE BROWSE STOPPED ON A FULL TABLE              *
002320*****************************************************************
002330 0070-SEND-REPLY.
002340     IF WS-MORE-ON-FILE
002350         ADD 1             TO WS-ROW-COUNT
002360         MOVE WS-MORE-LINE TO WS-REPLY-ROW (WS-ROW-COUNT)
002370     END-IF.
002380     COMPUTE WS-REPLY-LENGTH = WS-ROW-COUNT * 132.
002390     EXEC CICS SEND TEXT
002400         FROM (WS-REPLY-TABLE)
002410         LENGTH (WS-REPLY-LENGTH)
002420         ERASE
002430     END-EXEC.
002440 0070-SEND-REPLY-EXIT.
002450     EXIT.
002460 0080-SEND-NOT-FOUND.
002470     EXEC CICS SEND TEXT
002480         FROM (WS-NOT-FOUND-LINE)
002490         LENGTH (LENGTH OF WS-NOT-FOUND-LINE)
002500         ERASE
002510     END-EXEC.
002520     GO TO 0090-RETURN.
002530 0085-SEND-NO-TRAN-ID.
002540     EXEC CICS SEND TEXT
002550         FROM (WS-NO-TRAN-ID-LINE)
002560         LENGTH (LENGTH OF WS-NO-TRAN-ID-LINE)
002570         ERASE
002580     END-EXEC.
002590 0090-RETURN.
002600     EXEC CICS RETURN
002610         TRANSID ("TRC1")
002620         COMMAREA (TRCMAPI)
002630     END-EXEC.
002640 0000-MAINLINE-EXIT.
002650     EXIT.
