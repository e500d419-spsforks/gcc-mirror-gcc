000100*****************************************************************
000200*                                                               *
000300*    ALMTRN.CPY                                                  *
000400*    ALERT ROUTING MAINTENANCE TRANSACTION FOR ALM001 (ALERT-    *
000500*    TRAN-FILE, DDNAME ALMTRAN).  ONE ADD/CHANGE/DELETE ACTION   *
000600*    AGAINST ONE ALERTTAB ENTRY, NAMED BY ALERT CODE.  AM-       *
000700*    SEVERITY IS C, E, W OR I; AM-PAGE-SW IS Y OR N, BLANK TAKEN *
000800*    AS N.  ON A CHANGE EVERY FIELD IS REKEYED, AS ON AN ADD.    *
000900*    AM-USER-ID IS PRINTED ON THE REGISTER AND STAMPED ON THE    *
001000*    ENTRY.                                                      *
001100*                                                               *
001200*****************************************************************
001300 01  ALERT-MAINT-RECORD.
001400     05  AM-ACTION-CODE          PIC X(01).
001500         88  AM-ACTION-ADD               VALUE "A".
001600         88  AM-ACTION-CHANGE            VALUE "C".
001700         88  AM-ACTION-DELETE            VALUE "D".
001800     05  AM-ALERT-CODE           PIC X(04).
001900     05  AM-SEVERITY             PIC X(01).
002000     05  AM-ROUTE-GROUP          PIC X(08).
002100     05  AM-PAGE-SW              PIC X(01).
002200     05  AM-DESCRIPTION          PIC X(30).
002300     05  AM-USER-ID              PIC X(08).
002400     05  FILLER                  PIC X(07).
