000100*****************************************************************
000200*                                                               *
000300*    STEPCTL.CPY                                                 *
000400*    STREAM STEP-CONTROL RECORD, ONE PER RUN DATE PER STEP OF    *
000500*    THE NIGHTLY STREAM (STEP-CONTROL-FILE, DDNAME STEPCTL).     *
000600*    STM001 WRITES A STARTED RECORD BEFORE IT CALLS A STEP AND   *
000700*    FLIPS IT TO COMPLETED OR FAILED, WITH THE STEP'S RETURN     *
000800*    CODE AND END TIME, WHEN THE STEP COMES BACK.  A STEP WHOSE  *
000900*    PREREQUISITE HAS NOT COMPLETED IS RECORDED BLOCKED AND NOT  *
001000*    CALLED.  A RECORD STILL STARTED NEXT TIME MEANS THE STEP    *
001100*    ABENDED UNDER THE CONTROLLER.  A RERUN SKIPS EVERY STEP     *
001200*    ALREADY COMPLETED FOR THE DATE AND RESUMES AT THE FIRST     *
001300*    ONE THAT IS NOT; SC-ATTEMPT-CTR COUNTS THE DRIVES.  AS      *
001400*    WITH RUNCTL, THIS RECORD PROTECTS A DAY FROM RUNNING A      *
001500*    COMPLETED STEP TWICE.                                       *
001700*                                                               *
001800*****************************************************************
001900 01  STEP-CONTROL-RECORD.
002000     05  SC-KEY.
002100         10  SC-RUN-DATE         PIC 9(8).
002200         10  SC-STEP-NAME        PIC X(8).
002300     05  SC-STEP-SEQ             PIC 9(2).
002400     05  SC-STATUS               PIC X(1).
002500         88  SC-STARTED                  VALUE "S".
002600         88  SC-COMPLETED                VALUE "C".
002700         88  SC-FAILED                   VALUE "F".
002800         88  SC-BLOCKED                  VALUE "B".
002900     05  SC-RETURN-CODE          PIC 9(2).
003000     05  SC-START-TIME           PIC 9(8).
003100     05  SC-END-TIME             PIC 9(8).
003200     05  SC-ATTEMPT-CTR          PIC 9(2).
003300     05  SC-PREREQ-NAME          PIC X(8).
003400     05  FILLER                  PIC X(10).
