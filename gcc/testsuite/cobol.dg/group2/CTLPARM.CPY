000713*    THE CROSS-DAY DUPLICATE CHECK HOLDS ON RECENT-KEY-FILE    *
000714*    (SEE RCNTREC.CPY); ZERO, OR A PARM RECORD THAT PREDATES   *
000715*    THE FIELD, TURNS THE CHECK OFF.                           *
000720*    CP-PEND-EXPIRE-DAYS IS HOW MANY DAYS A MAINTENANCE CHANGE  *
000725*    KEYED THROUGH MNT001 OR PRM001 MAY WAIT ON PENDCHG FOR ITS *
000730*    SECOND-USER APPROVAL BEFORE IT EXPIRES (SEE PNDCHG.CPY).   *
000735*    A RECORD THAT PREDATES THE FIELD GETS SEVEN DAYS.          *
000740*    CP-BASE-CURRENCY IS THE CURRENCY THE BOOKS ARE KEPT IN:    *
000745*    EVERY FOREIGN AMOUNT IS CONVERTED TO IT THROUGH FXRATE     *
000750*    (SEE FXRATE.CPY) AND CP-AMOUNT-LIMIT IS MEASURED IN IT.  A *
000755*    RECORD THAT PREDATES THE FIELD MEANS USD.                  *
000760*    CP-REPORT-THRESHOLD IS THE BASE-CURRENCY AMOUNT AT WHICH A *
000765*    TRANSACTION, OR ONE TRAN ID'S TRANSACTIONS FOR ONE         *
000770*    BUSINESS DAY TAKEN TOGETHER, GOES ON LTR001'S REGULATORY   *
000775*    LARGE-TRANSACTION REPORT AND FILING.  A RECORD THAT        *
000780*    PREDATES THE FIELD MEANS 10000.00.                         *
000785*                                                               *
000800*****************************************************************
000900 01  CTL-PARM-RECORD.
001000     05  CP-A011-THRESHOLD       PIC 9(7).
001600     05  CP-RUNLOG-RETAIN-DAYS   PIC 9(3).
001700     05  CP-FORCE-RERUN-SW       PIC X(1).
001800     05  CP-DUP-CHECK-DAYS       PIC 9(3).
001900     05  CP-PEND-EXPIRE-DAYS     PIC 9(3).
002000     05  CP-BASE-CURRENCY        PIC X(3).
002010     05  CP-REPORT-THRESHOLD     PIC 9(7)V99.
