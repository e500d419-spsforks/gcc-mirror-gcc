000100*****************************************************************
000200*                                                               *
000300*    TRCMAP.CPY                                                  *
000400*    SYMBOLIC MAP FOR MAP TRCMAP, MAPSET TRCSET (SEE             *
000500*    TRCSET.BMS), LAID OUT THE WAY A BMS MAP ASSEMBLY GENERATES  *
000600*    IT -- THE 12-BYTE TIOAPFX FILLER, THEN A LENGTH/FLAG/       *
000700*    ATTRIBUTE GROUP AND THE ...I DATA FIELD PER SCREEN FIELD,   *
000800*    THE SAME SHAPE AS INQMAP.CPY.                               *
000900*                                                               *
001000*****************************************************************
001100 01  TRCMAPI.
001200     05  FILLER                 PIC X(12).
001300     05  TM-TRAN-IDL            PIC S9(4) COMP.
001400     05  TM-TRAN-IDF            PIC X.
001500     05  FILLER REDEFINES TM-TRAN-IDF.
001600         10  TM-TRAN-IDA        PIC X.
001700     05  TM-TRAN-IDI            PIC X(10).
001800     05  TM-FROM-DATEL          PIC S9(4) COMP.
001900     05  TM-FROM-DATEF          PIC X.
002000     05  FILLER REDEFINES TM-FROM-DATEF.
002100         10  TM-FROM-DATEA      PIC X.
002200     05  TM-FROM-DATEI          PIC 9(8).
002300     05  TM-TO-DATEL            PIC S9(4) COMP.
002400     05  TM-TO-DATEF            PIC X.
002500     05  FILLER REDEFINES TM-TO-DATEF.
002600         10  TM-TO-DATEA        PIC X.
002700     05  TM-TO-DATEI            PIC 9(8).
