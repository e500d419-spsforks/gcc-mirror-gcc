000720*    MOVE IN PROG) BECAUSE THIS STORAGE IS ALLOCATED ONCE FOR THE *
000730*    WHOLE RUN UNIT -- PROG MUST NEVER RESET THEM ITSELF OR IT    *
000740*    WOULD STOMP ON THE FLAGS THE DRIVER JUST SET BEFORE THE CALL.*
000750*    DRV-STREAM-SW IS SET BY THE STREAM CONTROLLER (STM001) WHEN  *
000760*    IT CALLS THE DRIVER AS ONE STEP OF THE NIGHTLY STREAM: THE   *
000770*    DRIVER THEN HANDS ITS WORST PARTITION RETURN CODE BACK AND   *
000780*    LEAVES REC001 TO THE CONTROLLER'S OWN NEXT STEP.             *
000800*                                                               *
000900*****************************************************************
001000 01  DRV-COMM-AREA            EXTERNAL.
001200         88  DRV-ACTIVE                VALUE "Y".
001250     05  DRV-FINAL-SW         PIC X(01)   VALUE "N".
001260         88  DRV-FINAL                 VALUE "Y".
001270     05  DRV-STREAM-SW        PIC X(01)   VALUE "N".
001280         88  DRV-UNDER-STREAM          VALUE "Y".
001300     05  DRV-PARTITION-NO     PIC 9(02).
001400     05  DRV-TRAN-SUFFIX      PIC X(02).
001500     05  DRV-EXCEPTION-CTR    PIC 9(07).
