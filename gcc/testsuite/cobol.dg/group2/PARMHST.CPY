000900*    THE PARAMETER SET THAT WAS IN FORCE FOR THAT RUN -- THE     *
001000*    QUESTION OPS COULD NEVER ANSWER WHILE CTLPARM WAS A HAND-   *
001100*    EDITED FLAT FILE WITH NO HISTORY AT ALL.                    *
001110*    UNDER DUAL CONTROL PH-USER-ID IS THE MAKER WHO KEYED THE    *
001120*    CHANGE AND PH-CHECKER-ID THE SECOND USER WHO APPROVED IT.   *
001130*    PH-PARM-IMAGE LEAVES ROOM FOR THE PARM RECORD TO GROW; A    *
001140*    GENERATION WRITTEN BEFORE THE CHECKER EXISTED READS SPACES  *
001150*    THERE.                                                      *
001200*                                                               *
001300*****************************************************************
001400 01  PARM-HIST-RECORD.
001500     05  PH-EFF-DATE             PIC 9(8).
001600     05  PH-EFF-TIME             PIC 9(8).
001700     05  PH-USER-ID              PIC X(08).
001800     05  PH-PARM-IMAGE           PIC X(80).
001900     05  PH-CHECKER-ID           PIC X(08).
