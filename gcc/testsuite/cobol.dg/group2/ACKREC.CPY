000800*    A POSTED OR REJECTED STATUS.  ACK001 BALANCES THIS FEED     *
000900*    AGAINST THE DAY'S EXTRACT AND RE-SENDS WHATEVER THE GL      *
001000*    SIDE DID NOT POST.                                          *
001020*    A REVERSAL OR ADJUSTMENT OFFSET IS NUMBERED FROM THE        *
001040*    RESERVED SEQUENCE RANGE 9000001 UP (SEE EXTREC.CPY), SO IT  *
001060*    NEVER SHARES A KEY WITH A FRESH DETAIL.                     *
001100*                                                               *
001200*****************************************************************
001300 01  ACK-RECORD.
