000500*    ACTMAST), KEYED BY TRAN ID AND CALENDAR MONTH.  ACT001      *
000600*    FOLDS EACH PROCESSED DAY'S TRANSRTnn RECORDS, JOINED TO     *
000700*    THEIR RUNLOG ROWS, INTO THE BUCKET FOR THE RUN MONTH:       *
000800*    RECORD COUNT, NET AMOUNT AND EXCEPTION COUNT PER            *
000900*    TRANSACTION TYPE -- THE FIGURES MANAGEMENT USED TO TALLY    *
001000*    BY HAND OFF THE DAILY EXCEPTION REPORTS AT EVERY CLOSE.     *
001100*    ONE CONTROL ENTRY PER MONTH (AC-TRAN-ID = "*CONTROL*")      *
001200*    CARRIES THE LAST RUN DATE ROLLED IN, SO A RE-RUN OF THE     *
001300*    ROLLUP CANNOT DOUBLE-COUNT A DAY.                           *
001310*    ADJ001 POSTS A REVERSAL OR ADJUSTMENT STRAIGHT INTO THE     *
001320*    ORIGINAL'S MONTH: THE OFFSET FOLDS INTO AC-NET-AMOUNT AND   *
001330*    AC-ADJUST-COUNT COUNTS THEM (AC-RECORD-COUNT STAYS THE      *
001340*    NUMBER OF TRANSACTIONS ROLLED).                             *
001343*    AC-NET-AMOUNT IS IN BASE CURRENCY: A FOREIGN-CURRENCY       *
001346*    TRANSACTION FOLDS IN AT THE BASE AMOUNT PROG STAMPED ON IT  *
001350*    (TR-BASE-AMOUNT), NEVER AT ITS ORIGINAL AMOUNT.             *
001360*    ONCE CLS001 CLOSES A PERIOD EVERY BUCKET OF THAT MONTH, THE *
001361*    CONTROL ENTRY INCLUDED, CARRIES AC-FROZEN AND IS NEVER      *
001362*    FOLDED INTO AGAIN.  A TRANSACTION DATED INTO A CLOSED       *
001363*    PERIOD FOLDS INTO THE OPEN PERIOD'S BUCKET INSTEAD AND IS   *
001364*    COUNTED IN AC-PRIOR-COUNT.  AC-YEAR-MONTH IS THE ACCOUNTING *
001365*    PERIOD (SEE PRDCTL.CPY), WHICH IS THE CALENDAR MONTH AT A   *
001366*    SITE WITHOUT PERIOD CONTROL.                                *
001400*                                                               *
001500*****************************************************************
001600 01  ACTIVITY-RECORD.
002100     05  AC-NET-AMOUNT           PIC S9(9)V99.
002200     05  AC-EXCEPTION-COUNT      PIC 9(7).
002300     05  AC-LAST-ROLL-DATE       PIC 9(8).
002400     05  AC-ADJUST-COUNT         PIC 9(05).
002500     05  AC-FROZEN-SW            PIC X(01).
002600         88  AC-FROZEN                   VALUE "F".
002700     05  AC-PRIOR-COUNT          PIC 9(04).
