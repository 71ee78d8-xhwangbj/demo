      *****************************************************
      *    SUSPENSE - TRANSACTION EXCEPTION SUSPENSE FILE  *
      *    VSAM KSDS, KEY = SU-SOURCE + SU-FEED-SOURCE +   *
      *    SU-FEED-SEQ + SU-RUN-DATE + SU-SEQ.  ONE RECORD *
      *    PER FEED RECORD THAT TESTENR COULD NOT ENRICH   *
      *    (SOURCE 'E') OR TESTSTL COULD NOT SETTLE        *
      *    (SOURCE 'S'), KEYED BY THE SOURCE SYSTEM AND    *
      *    FILE SEQUENCE FROM THE FEED HEADER, THE RUN     *
      *    DATE IT FAILED IN AND ITS RECORD NUMBER WITHIN  *
      *    THAT FEED, SO TWO FEEDS RUN ON THE SAME DATE    *
      *    NEVER SHARE A KEY AND A RESTART OF THE SAME RUN *
      *    FINDS ITS ITEMS ALREADY SUSPENDED.  THE ITEM'S  *
      *    AGE IS COUNTED FROM SU-RUN-DATE.                *
      *    SU-RECORD-IMAGE CARRIES THE RECORD AS IT        *
      *    FAILED: THE 80-BYTE DRIVER RECORD FOR 'E', THE  *
      *    113-BYTE ENRICHED RECORD FOR 'S'; BOTH HOLD     *
      *    REGION CODE, SOURCE CURRENCY AND ZONED AMOUNT   *
      *    IN THE SAME FIRST 20 BYTES.                     *
      *    SU-REASON:  NRGN  NO REGNTAB RECORD IN FORCE    *
      *                BAMT  AMOUNT NOT NUMERIC            *
      *                NRAT  RATE NOT ON RATETAB           *
      *                ZRAT  RATE ON RATETAB IS ZERO       *
      *                OVFL  CONVERSION OVERFLOWED         *
      *    SU-STATUS:  O  OPEN - AWAITING REPAIR           *
      *                R  RELEASED ONLINE BY TESTS         *
      *                P  RECYCLED BY THE RUN IN PROGRESS  *
      *                C  CLEARED - WENT THROUGH CLEANLY   *
      *    A RELEASED ITEM IS PICKED UP BY THE NEXT RUN OF *
      *    THE PROGRAM THAT SUSPENDED IT AND GOES BACK     *
      *    THROUGH WITH THE NIGHT'S FEED; ONE THAT FAILS   *
      *    AGAIN RETURNS TO 'O' WITH THE NEW REASON AND    *
      *    ITS RECYCLE COUNT BUMPED.  SU-USERID AND THE    *
      *    ACTION DATE/TIME RECORD THE LAST ONLINE REPAIR  *
      *    OR RELEASE.  A FRESH RUN OF A FEED CLEARS THAT  *
      *    FEED'S OPEN AND RELEASED ITEMS BEFORE IT STARTS *
      *    AND SUSPENDS AFRESH WHAT STILL FAILS.           *
      *****************************************************
       01 SUSPENSE-RECORD.
           03 SU-SUSP-KEY.
               05 SU-SOURCE          PIC X(1).
               05 SU-FEED-SOURCE     PIC X(8).
               05 SU-FEED-SEQ        PIC 9(6).
               05 SU-RUN-DATE        PIC X(8).
               05 SU-SEQ             PIC 9(9).
           03 SU-RUN-TIME            PIC 9(6).
           03 SU-REASON              PIC X(4).
           03 SU-STATUS              PIC X(1).
           03 SU-LAST-RUN-DATE       PIC X(8).
           03 SU-RECYCLE-COUNT       PIC 9(3).
           03 SU-USERID              PIC X(8).
           03 SU-ACTION-DATE         PIC X(8).
           03 SU-ACTION-TIME         PIC 9(6).
           03 SU-RECORD-IMAGE        PIC X(113).
           03 FILLER REDEFINES SU-RECORD-IMAGE.
               05 SU-IMG-REGION-CODE PIC X(4).
               05 SU-IMG-CURRENCY    PIC X(3).
               05 SU-IMG-AMOUNT      PIC S9(11)V9(2).
               05 SU-IMG-AMOUNT-X    REDEFINES SU-IMG-AMOUNT
                                     PIC X(13).
               05 SU-IMG-PAYLOAD     PIC X(60).
               05 SU-IMG-REGION-NAME PIC X(20).
               05 SU-IMG-TIMEZONE    PIC X(10).
               05 SU-IMG-SETTLE-CCY  PIC X(3).
