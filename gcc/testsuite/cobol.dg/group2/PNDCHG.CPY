000100*****************************************************************
000200*                                                               *
000300*    PNDCHG.CPY                                                  *
000400*    PENDING-CHANGE RECORD FOR DUAL-CONTROL MAINTENANCE          *
000500*    (PENDING-FILE, DDNAME PENDCHG).  MNT001 AND PRM001 NO       *
000600*    LONGER APPLY A KEYED CHANGE ON THE SPOT: EACH ONE THAT      *
000700*    PASSES ITS EDITS IS FILED HERE AS PENDING, WITH THE KEYING  *
000800*    USER AS MAKER, AND TAKES EFFECT ONLY WHEN A DIFFERENT USER  *
000900*    APPROVES IT ON A LATER RUN (CHGAPR.CPY).  KEYED BY KIND     *
001000*    ("M" MASTFILE, "P" CTLPARM) AND TARGET (THE TRAN ID OR THE  *
001100*    CP- FIELD NAME), SO THERE IS ONLY EVER ONE CHANGE PENDING   *
001200*    PER TARGET -- A NEWER KEYING REPLACES THE OLDER ONE, AND    *
001300*    THE APPROVAL QUOTES PC-KEYED-DATE/PC-KEYED-TIME AS PRINTED  *
001400*    ON THE REGISTER SO IT CAN ONLY APPROVE THE VERSION THE      *
001500*    CHECKER ACTUALLY REVIEWED.  PC-CHANGE-IMAGE IS THE KEYED    *
001600*    MNTREC OR PRMREC RECORD AS IT WAS FILED.  A CHANGE STILL    *
001700*    PENDING AFTER CP-PEND-EXPIRE-DAYS IS MARKED EXPIRED AND     *
001800*    MUST BE KEYED AGAIN.  THE RECORD STAYS ON FILE WITH ITS     *
001900*    OUTCOME UNTIL THE NEXT CHANGE TO THE SAME TARGET.           *
002000*                                                               *
002100*****************************************************************
002200 01  PENDING-CHANGE-RECORD.
002300     05  PC-KEY.
002400         10  PC-KIND             PIC X(01).
002500             88  PC-KIND-MASTER          VALUE "M".
002600             88  PC-KIND-PARM            VALUE "P".
002700         10  PC-TARGET           PIC X(20).
002800     05  PC-STATUS               PIC X(01).
002900         88  PC-PENDING                  VALUE "P".
003000         88  PC-APPLIED                  VALUE "A".
003100         88  PC-FAILED                   VALUE "F".
003200         88  PC-DECLINED                 VALUE "D".
003300         88  PC-EXPIRED                  VALUE "X".
003400     05  PC-MAKER-ID             PIC X(08).
003500     05  PC-KEYED-DATE           PIC 9(08).
003600     05  PC-KEYED-TIME           PIC 9(08).
003700     05  PC-CHECKER-ID           PIC X(08).
003800     05  PC-DECIDED-DATE         PIC 9(08).
003900     05  PC-CHANGE-IMAGE         PIC X(45).
004000     05  FILLER                  PIC X(10).
