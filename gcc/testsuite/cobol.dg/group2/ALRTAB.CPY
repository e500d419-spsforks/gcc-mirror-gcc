000100*****************************************************************
000200*                                                               *
000300*    ALRTAB.CPY                                                  *
000400*    ALERT ROUTING TABLE (ALERT-TABLE-FILE, DDNAME ALERTTAB),    *
000500*    KEYED BY ALERT CODE.  FOR EACH CODE IN ALRTREC.CPY IT HOLDS *
000600*    THE SEVERITY THE MONITORING CONSOLE IS GIVEN, THE ROUTING   *
000700*    GROUP THAT RECEIVES THE EVENT AND WHETHER THE GROUP IS      *
000800*    PAGED, SO WHO GETS WOKEN FOR WHAT IS CHANGED HERE AND NOT   *
000900*    IN ANY PROGRAM.  MAINTAINED THROUGH ALM001 (SEE             *
001000*    ALMTRN.CPY), WHICH STAMPS WHO KEYED EACH ENTRY AND WHEN.  A *
001100*    CODE WITH NO ENTRY IS STILL FORWARDED BY ALF001, AT ITS     *
001200*    RAISED SEVERITY TO THE BATCHOPS GROUP.                      *
001300*                                                               *
001400*****************************************************************
001500 01  ALERT-CODE-RECORD.
001600     05  AT-ALERT-CODE           PIC X(04).
001700     05  AT-SEVERITY             PIC X(01).
001800         88  AT-SEV-CRITICAL             VALUE "C".
001900         88  AT-SEV-ERROR                VALUE "E".
002000         88  AT-SEV-WARNING              VALUE "W".
002100         88  AT-SEV-INFO                 VALUE "I".
002200     05  AT-ROUTE-GROUP          PIC X(08).
002300     05  AT-PAGE-SW              PIC X(01).
002400         88  AT-PAGE                     VALUE "Y".
002500     05  AT-DESCRIPTION          PIC X(30).
002600     05  AT-USER-ID              PIC X(08).
002700     05  AT-KEYED-DATE           PIC 9(08).
002800     05  FILLER                  PIC X(10).
