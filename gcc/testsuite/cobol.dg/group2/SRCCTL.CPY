000100*****************************************************************
000200*                                                               *
000300*    SRCCTL.CPY                                                  *
000400*    SOURCE CONTROL RECORD, ONE PER SOURCE FEED PER RUN          *
000500*    (SOURCE-CTL-FILE, DDNAME SRCCTL).  SPL001 WRITES IT AS IT   *
000600*    BALANCES EACH SOURCE AGAINST THAT SOURCE'S OWN TRAILERS:    *
000700*    RELEASED ("R") SOURCES GO INTO THE PARTITION FILES, HELD    *
000800*    ("H") ONES ARE KEPT BACK WITH THE REASON, AND THE GOOD      *
000900*    SOURCES ARE RELEASED REGARDLESS.  SS-RECEIVED-CTR IS THE    *
001000*    NUMBER OF RECORDS (TRAILERS EXCLUDED) ON THE SOURCE FEED.   *
001100*    SRC001 READS IT FOR THE DAILY SOURCE SCORECARD.  THE FILE   *
001200*    IS REWRITTEN EVERY RUN.                                     *
001300*                                                               *
001400*****************************************************************
001500 01  SOURCE-CONTROL-RECORD.
001600     05  SS-RUN-DATE              PIC 9(8).
001700     05  SS-SOURCE-CODE           PIC X(4).
001800     05  SS-DESCRIPTION           PIC X(30).
001900     05  SS-STATUS                PIC X(1).
002000         88  SS-RELEASED                  VALUE "R".
002100         88  SS-HELD                      VALUE "H".
002200     05  SS-RECEIVED-CTR          PIC 9(7).
002300     05  SS-HOLD-REASON           PIC X(30).
