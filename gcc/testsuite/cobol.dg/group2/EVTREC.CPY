000100*****************************************************************
000200*                                                               *
000300*    EVTREC.CPY                                                  *
000400*    MONITORING EVENT FILE (EVENT-FILE, DDNAME EVENTFILE),       *
000500*    WRITTEN BY ALF001 FOR THE ENTERPRISE MONITORING TOOL TO     *
000600*    PICK UP.  FIXED FORMAT, 120 BYTES.  ONE "H" HEADER NAMING   *
000700*    THE SENDING SYSTEM AND THE BUSINESS DATE, ONE "E" EVENT PER *
000800*    ALERT RAISED THAT DAY, THEN ONE "T" TRAILER WITH THE EVENT  *
000900*    AND PAGE COUNTS THE TOOL BALANCES TO.  EV-EVT-SEVERITY, EV- *
001000*    EVT-ROUTE-GROUP AND EV-EVT-PAGE-SW COME FROM ALERTTAB.  THE *
001100*    FILE IS REWRITTEN WHOLE EACH TIME ALF001 RUNS, SO A RERUN   *
001200*    SENDS THE DAY AGAIN AND THE TOOL DISCARDS EVENTS IT HAS     *
001300*    ALREADY SEEN BY PROGRAM, TIME AND CODE.  A FILE WITH NO     *
001400*    EVENTS IS STILL SENT, AS THE BATCH HEARTBEAT.               *
001500*                                                               *
001600*****************************************************************
001700 01  MONITOR-EVENT-RECORD.
001800     05  EV-RECORD-TYPE          PIC X(01).
001900         88  EV-TYPE-HEADER              VALUE "H".
002000         88  EV-TYPE-EVENT               VALUE "E".
002100         88  EV-TYPE-TRAILER             VALUE "T".
002200     05  EV-SYSTEM-ID            PIC X(08).
002300     05  EV-BUSINESS-DATE        PIC 9(08).
002400     05  EV-BODY                 PIC X(103).
002500     05  EV-HEADER-REC REDEFINES EV-BODY.
002600         10  EV-HDR-CREATE-DATE  PIC 9(08).
002700         10  EV-HDR-CREATE-TIME  PIC 9(08).
002800         10  FILLER              PIC X(87).
002900     05  EV-EVENT-REC REDEFINES EV-BODY.
003000         10  EV-EVT-TIME         PIC 9(08).
003100         10  EV-EVT-SEVERITY     PIC X(01).
003200         10  EV-EVT-ROUTE-GROUP  PIC X(08).
003300         10  EV-EVT-PAGE-SW      PIC X(01).
003400         10  EV-EVT-ALERT-CODE   PIC X(04).
003500         10  EV-EVT-PROGRAM      PIC X(08).
003600         10  EV-EVT-PARTITION-NO PIC 9(02).
003700         10  EV-EVT-MESSAGE      PIC X(60).
003800         10  FILLER              PIC X(11).
003900     05  EV-TRAILER-REC REDEFINES EV-BODY.
004000         10  EV-TRL-RECORD-COUNT PIC 9(07).
004100         10  EV-TRL-EVENT-COUNT  PIC 9(07).
004200         10  EV-TRL-PAGE-COUNT   PIC 9(07).
004300         10  FILLER              PIC X(82).
