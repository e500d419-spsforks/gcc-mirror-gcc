000830*    CW01 -- INDVAL CROSSED THE CAPACITY WARNING PERCENTAGE      *
000840*    DP01 -- CROSS-DAY DUPLICATE: THE RECORD'S TRAN ID/DATE/     *
000850*             AMOUNT KEY WAS ALREADY ON RECENT-KEY-FILE           *
000860*    SA01 -- MNT001/PRM001: A CHECKER TRIED TO APPROVE THEIR     *
000870*             OWN PENDING CHANGE (SEE CHGAPR.CPY); REFUSED        *
000900*****************************************************************
001000 01  AUDIT-RECORD.
001100     05  AR-RUN-DATE             PIC 9(8).
