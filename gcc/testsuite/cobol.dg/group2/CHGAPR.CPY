000100*****************************************************************
000200*                                                               *
000300*    CHGAPR.CPY                                                  *
000400*    CHECKER'S DECISION ON A PENDING MAINTENANCE CHANGE          *
000500*    (PNDCHG.CPY).  MNT001 READS THEM FROM MNTAPPR, PRM001 FROM  *
000600*    PRMAPPR.  CA-TARGET IS THE TRAN ID OR CP- FIELD NAME, AND   *
000700*    CA-KEYED-DATE/CA-KEYED-TIME ARE THE PENDING CHANGE'S OWN    *
000800*    STAMP AS PRINTED ON THE REGISTER THE CHECKER REVIEWED -- A  *
000900*    CHANGE KEYED AGAIN SINCE THEN NO LONGER MATCHES AND IS NOT  *
001000*    APPLIED.  CA-USER-ID IS THE CHECKER AND MUST NOT BE THE     *
001100*    MAKER: A SELF-APPROVAL IS REFUSED, PRINTED, AND LOGGED ON   *
001200*    AUDITFILE AS SA01.                                          *
001300*                                                               *
001400*****************************************************************
001500 01  CHANGE-APPROVAL-RECORD.
001600     05  CA-TARGET               PIC X(20).
001700     05  CA-KEYED-DATE           PIC 9(08).
001800     05  CA-KEYED-TIME           PIC 9(08).
001900     05  CA-ACTION-CODE          PIC X(01).
002000         88  CA-ACTION-APPROVE           VALUE "A".
002100         88  CA-ACTION-DECLINE           VALUE "D".
002200     05  CA-USER-ID              PIC X(08).
002300     05  FILLER                  PIC X(08).
