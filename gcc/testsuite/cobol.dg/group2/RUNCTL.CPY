001100*    IN-FLIGHT OR ABENDED RUN AND CARRIES ON INTO THE NORMAL     *
001200*    CHECKPOINT/RESTART PATH.  THE CHECKPOINT FILE PROTECTS A    *
001300*    RUN FROM ITSELF; THIS RECORD PROTECTS A DAY FROM A SECOND   *
001400*    WHOLE RUN.  RC-PROCESSED-CTR IS THE RECORD COUNT THE        *
001410*    COMPLETED RUN HANDED BACK TO DRV001, SO A STREAM RE-DRIVE   *
001420*    OF THE DRIVER CAN CARRY A FINISHED PARTITION FORWARD ONTO   *
001430*    DRVSUM INSTEAD OF LAUNCHING IT INTO A REFUSED RERUN.        *
001500*                                                               *
001600*****************************************************************
001700 01  RUN-CONTROL-RECORD.
002400     05  RC-RETURN-CODE          PIC 9(2).
002500     05  RC-START-TIME           PIC 9(8).
002600     05  RC-END-TIME             PIC 9(8).
002700     05  RC-PROCESSED-CTR        PIC 9(7).
002800     05  FILLER                  PIC X(3).
