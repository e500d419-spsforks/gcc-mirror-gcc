000540*      TR-TRAN-AMOUNT  CARRIES THE FRONT-END'S NET AMOUNT       *
000550*    PROG'S EDIT PASS BALANCES THE FEED AGAINST IT AND DROPS    *
000560*    IT BEFORE THE SORT; IT NEVER REACHES THE MAIN LOOP.        *
000561*    TR-CURRENCY-CODE IS THE ISO CODE THE AMOUNT IS KEYED IN;   *
000562*    SPACES MEANS THE BASE CURRENCY (CP-BASE-CURRENCY), WHICH   *
000563*    IS WHAT EVERY FEED SENT BEFORE THE FIELD EXISTED.  A FEED  *
000564*    MAY MIX CURRENCIES AND THEN ENDS WITH ONE TRAILER PER      *
000565*    CURRENCY, EACH CARRYING ITS CURRENCY CODE AND THAT         *
000566*    CURRENCY'S OWN COUNT AND NET AMOUNT.  TR-BASE-AMOUNT IS    *
000567*    LEFT BLANK BY THE FRONT END: PROG'S EDIT PASS STAMPS IT -- *
000568*    TR-TRAN-AMOUNT CONVERTED AT THE FXRATE RATE IN FORCE ON    *
000569*    TR-TRAN-DATE (SEE FXRATE.CPY) -- TOGETHER WITH THE         *
000570*    CURRENCY CODE ON EVERY RECORD IT PASSES, SO THE EXTRACT    *
000571*    AND THE ROLLUP NEVER CONVERT A SECOND TIME.                *
000572*    TR-SOURCE-CODE IS THE FRONT END THE RECORD CAME IN FROM.   *
000573*    SPL001 STAMPS IT FROM THE SRCLIST ENTRY (SEE SRCREC.CPY)   *
000574*    OF THE SOURCE FEED IT READ THE RECORD OFF -- SPACES FOR A  *
000575*    SITE STILL SENDING ONE CONSOLIDATED RAWFEED -- AND IT      *
000576*    RIDES THROUGH PROG'S SUSPENSE AND HOLD IMAGES ONTO THE GL  *
000577*    EXTRACT. EACH SOURCE FEED CARRIES ITS OWN TRAILERS; THE    *
000578*    PARTITION FILES SPL001 CUTS CARRY TRAILERS FOR ALL THE     *
000579*    SOURCES IT RELEASED TOGETHER.                              *
000580*    EACH FRONT END NUMBERS ITS OWN FEED IN TR-SEQUENCE-NO, SO  *
000581*    WHEN SEVERAL SOURCES ARE SPLIT SPL001 RENUMBERS EVERY      *
000582*    PARTITION FILE 1 UP IN THE ORDER IT WRITES THE RECORDS; A  *
000583*    SINGLE FEED KEEPS THE FRONT END'S NUMBERS.  EITHER WAY     *
000584*    THEY STAY BELOW 9000000, THE RANGE EXT001 RESERVES FOR GL  *
000585*    OFFSETS (SEE EXTREC.CPY).                                  *
000586*                                                               *
000600*****************************************************************
000700 01  TRAN-RECORD.
000800     05  TR-SEQUENCE-NO          PIC 9(7).
000900     05  TR-TRAN-ID              PIC X(10).
001000     05  TR-TRAN-DATE            PIC 9(8).
001100     05  TR-TRAN-AMOUNT          PIC S9(7)V99.
001200     05  TR-CURRENCY-CODE        PIC X(3).
001300     05  TR-BASE-AMOUNT          PIC S9(7)V99.
001350     05  TR-SOURCE-CODE          PIC X(4).
001400     05  FILLER                  PIC X(4).
