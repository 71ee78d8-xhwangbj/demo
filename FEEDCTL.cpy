      *****************************************************
      *    FEEDCTL - TRANSACTION FEED HEADER AND TRAILER   *
      *    EVERY DRIVIN FEED, AND THE ENROUT FILE TESTENR  *
      *    WRITES FROM IT, OPENS WITH ONE HEADER AND       *
      *    CLOSES WITH ONE TRAILER, LAID OVER THE FIRST 80 *
      *    BYTES OF THE RECORD.  THE RECORD TYPE SITS IN   *
      *    THE REGION CODE COLUMNS: '*HDR' OR '*TRL' CAN   *
      *    NEVER BE A REGION CODE.  THE HEADER NAMES THE   *
      *    SENDING SYSTEM, THE BUSINESS DATE AND THE       *
      *    SENDER'S FILE SEQUENCE NUMBER, WHICH FEEDREG    *
      *    USES TO REFUSE A FEED ALREADY TAKEN OR ONE OUT  *
      *    OF TURN.  THE TRAILER CARRIES THE COUNT OF      *
      *    DETAIL RECORDS BETWEEN THEM AND THE SUM OF      *
      *    THEIR ZONED AMOUNTS (COLUMNS 8-20); AN AMOUNT   *
      *    THAT IS NOT NUMERIC ADDS NOTHING TO THE HASH.   *
      *    TESTENR'S ENROUT HEADER IS THE DRIVIN HEADER;   *
      *    ITS TRAILER COUNTS WHAT WAS WRITTEN TO ENROUT,  *
      *    RECYCLED SUSPENSE ITEMS INCLUDED.               *
      *****************************************************
       01 FEEDCTL-RECORD.
           03 FC-REC-TYPE            PIC X(4).
           03 FC-REC-BODY            PIC X(76).
           03 FC-HEADER REDEFINES FC-REC-BODY.
               05 FC-HDR-SOURCE      PIC X(8).
               05 FC-HDR-BUS-DATE    PIC X(8).
               05 FC-HDR-FILE-SEQ    PIC 9(6).
               05 FILLER             PIC X(54).
           03 FC-TRAILER REDEFINES FC-REC-BODY.
               05 FC-TRL-REC-COUNT   PIC 9(9).
               05 FC-TRL-AMOUNT-HASH PIC S9(15)V9(2).
               05 FILLER             PIC X(50).
