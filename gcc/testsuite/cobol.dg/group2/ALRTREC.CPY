000100*****************************************************************
000200*                                                               *
000300*    ALRTREC.CPY                                                 *
000400*    OPERATOR ALERT RECORD (ALERT-FILE, DDNAME ALERTFILE), ONE   *
000500*    LAYOUT SHARED BY EVERY PROGRAM THAT RAISES AN ALERT.  EACH  *
000600*    PROGRAM APPENDS ITS OWN ALERTS AS THE CONDITION ARISES, AND *
000700*    ALF001 FORWARDS THE DAY'S ALERTS TO THE ENTERPRISE          *
000800*    MONITORING CONSOLE (SEE EVTREC.CPY).  AL-PARTITION-NO IS    *
000900*    ZERO WHEN THE ALERT IS NOT ABOUT ONE PARTITION.  AL-        *
001000*    SEVERITY IS THE RAISING PROGRAM'S OWN VIEW; THE ALERTTAB    *
001100*    ENTRY FOR THE CODE (SEE ALRTAB.CPY) OVERRIDES IT WHEN       *
001200*    ALF001 FORWARDS THE ALERT.  ALERT CODES: BL01 FEED TRAILER  *
001300*    OUT OF BALANCE, RUN REFUSED (PROG); RR01 RERUN REFUSED, RUN *
001400*    ALREADY COMPLETED (PROG); PF01 PARTITION ENDED RC 8 OR OVER *
001500*    (DRV001); SH01 SOURCE HELD BACK FROM THE SPLIT (SPL001);    *
001600*    SH02 NO SOURCE BALANCED, SPLIT NOT RELEASED (SPL001); RC01  *
001700*    PARTITION OR DRVSUM DOES NOT RECONCILE (REC001); RC02       *
001800*    RUNLOG NOT AVAILABLE TO RECONCILE (REC001); GX01 PARTITION  *
001900*    LEFT OFF THE GL EXTRACT (EXT001); GR01 GL REJECTED EXTRACT  *
002000*    DETAILS (ACK001); HD01 HOLD DECISION MATCHED NO HELD RECORD *
002100*    (HLD001); BW01 BATCH WINDOW PROJECTED TO BE EXCEEDED        *
002200*    (TRD001); BW02 RUN ALREADY EXCEEDS THE BATCH WINDOW         *
002300*    (TRD001); IV01 UNEXPLAINED DRIFT IN A FILE ON THE BACKUP    *
002400*    MANIFEST (VER001); IV02 FILE ON THE BACKUP MANIFEST FAILED  *
002500*    ITS CONSISTENCY CHECKS (VER001).                            *
002600*                                                               *
002700*****************************************************************
002800 01  ALERT-RECORD.
002900     05  AL-PROGRAM              PIC X(08).
003000     05  AL-RUN-DATE             PIC 9(08).
003100     05  AL-RUN-TIME             PIC 9(08).
003200     05  AL-PARTITION-NO         PIC 9(02).
003300     05  AL-SEVERITY             PIC X(01).
003400         88  AL-SEV-CRITICAL             VALUE "C".
003500         88  AL-SEV-ERROR                VALUE "E".
003600         88  AL-SEV-WARNING              VALUE "W".
003700         88  AL-SEV-INFO                 VALUE "I".
003800         88  AL-SEV-VALID                VALUE "C" "E" "W" "I".
003900     05  AL-ALERT-CODE           PIC X(04).
004000     05  AL-MESSAGE              PIC X(60).
004100     05  FILLER                  PIC X(09).
