000100*****************************************************************
000200*                                                               *
000300*    SRCREC.CPY                                                  *
000400*    ONE RECORD PER FRONT-END SOURCE FEED THE SPL001 SPLITTER    *
000500*    TAKES IN (SRCLIST-FILE, DDNAME SRCLIST), MAINTAINED BY      *
000600*    HAND THE SAME WAY AS PARTLIST.  SL-SOURCE-CODE IS APPENDED  *
000700*    TO "RAWFEED" TO NAME THAT SOURCE'S OWN FEED FILE AND IS     *
000800*    STAMPED ON EVERY RECORD SPL001 TAKES OFF IT                 *
000900*    (TR-SOURCE-CODE).  SL-DESCRIPTION NAMES THE FRONT-END TEAM  *
001000*    ON THE CONTROL PAGE AND THE SOURCE SCORECARD.  A SITE       *
001100*    WITH NO SRCLIST STILL SENDS ONE CONSOLIDATED RAWFEED,       *
001200*    WHICH SPL001 TREATS AS A SINGLE SOURCE WITH A BLANK CODE.   *
001300*                                                               *
001400*****************************************************************
001500 01  SOURCE-RECORD.
001600     05  SL-SOURCE-CODE       PIC X(04).
001700     05  SL-DESCRIPTION       PIC X(30).
