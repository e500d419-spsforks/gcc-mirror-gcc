000100*****************************************************************
000200*                                                               *
000300*    CLSREC.CPY                                                  *
000400*    PERIOD MAINTENANCE / MONTH-END CLOSE CARD LAYOUT FOR CLS001 *
000500*    (CLOSE-CARD-FILE, DDNAME CLSTRAN).  AN "OPEN" CARD PUTS A   *
000600*    PERIOD ON THE PERIOD-CONTROL FILE, OR MOVES THE CUTOFF OF   *
000700*    ONE STILL OPEN; A CUTOFF OF ZEROS OR SPACES TAKES THE LAST  *
000800*    BUSINESS DAY OF THE MONTH FROM THE PROCCAL SITE CALENDAR.   *
000900*    A "CLOSE" CARD CLOSES THE PERIOD, FREEZES ITS ACTMAST       *
001000*    BUCKETS AND PRINTS THE CLOSE CERTIFICATE (CL-CUTOFF-DATE IS *
001100*    NOT USED).  CL-USER-ID IS WHO ASKED FOR IT AND IS PRINTED   *
001200*    ON THE CERTIFICATE AND FILED ON THE PERIOD RECORD.          *
001300*                                                               *
001400*****************************************************************
001500 01  CLOSE-CARD-RECORD.
001600     05  CL-ACTION               PIC X(05).
001700         88  CL-ACTION-OPEN              VALUE "OPEN ".
001800         88  CL-ACTION-CLOSE             VALUE "CLOSE".
001900     05  CL-PERIOD               PIC 9(06).
002000     05  CL-PERIOD-R REDEFINES CL-PERIOD.
002100         10  CL-PERIOD-YEAR      PIC 9(04).
002200         10  CL-PERIOD-MONTH     PIC 9(02).
002300     05  CL-CUTOFF-DATE          PIC 9(08).
002400     05  CL-USER-ID              PIC X(08).
002500     05  FILLER                  PIC X(13).
