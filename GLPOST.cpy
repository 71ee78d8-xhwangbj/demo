      *****************************************************
      *    GLPOST - GENERAL LEDGER POSTING FILE            *
      *    SEQUENTIAL, 100-BYTE FIXED RECORDS, WRITTEN BY  *
      *    TESTGL FROM THE TESTSTL SETTLEMENT FILE FOR     *
      *    THE LEDGER'S NIGHTLY JOURNAL IMPORT.  ONE       *
      *    HEADER ('H'), THE JOURNAL LINES ('D'), ONE      *
      *    TRAILER ('T').  EVERY LINE IS FOR ONE REGION    *
      *    AND SETTLEMENT CURRENCY AND CARRIES AN UNSIGNED *
      *    AMOUNT IN THAT CURRENCY, AS WIDE AS THE TRAILER *
      *    TOTALS IT ADDS INTO, WITH GL-DTL-DR-CR 'D'      *
      *    OR 'C'.  THE TRAILER COUNTS THE 'D' RECORDS,    *
      *    TOTALS EACH SIDE AND CARRIES THE AMOUNT HASH    *
      *    (THE SUM OF EVERY LINE AMOUNT REGARDLESS OF     *
      *    SIDE) SO THE LEDGER CAN PROVE IT LOADED THE     *
      *    WHOLE FILE.  DEBITS ALWAYS EQUAL CREDITS -      *
      *    TESTGL PRODUCES NO FILE OTHERWISE.              *
      *****************************************************
       01 GL-POSTING-RECORD.
           03 GL-REC-TYPE            PIC X(1).
           03 GL-REC-BODY            PIC X(99).
           03 GL-HEADER REDEFINES GL-REC-BODY.
               05 GL-HDR-SOURCE      PIC X(8).
               05 GL-HDR-BUS-DATE    PIC X(8).
               05 GL-HDR-RUN-TIME    PIC 9(6).
               05 FILLER             PIC X(77).
           03 GL-DETAIL REDEFINES GL-REC-BODY.
               05 GL-DTL-BUS-DATE    PIC X(8).
               05 GL-DTL-ACCOUNT     PIC X(10).
               05 GL-DTL-REGION      PIC X(4).
               05 GL-DTL-CURRENCY    PIC X(3).
               05 GL-DTL-DR-CR       PIC X(1).
               05 GL-DTL-AMOUNT      PIC 9(15)V9(2).
               05 GL-DTL-ITEM-COUNT  PIC 9(9).
               05 GL-DTL-DESC        PIC X(30).
               05 FILLER             PIC X(17).
           03 GL-TRAILER REDEFINES GL-REC-BODY.
               05 GL-TRL-REC-COUNT   PIC 9(9).
               05 GL-TRL-DEBIT-TOTAL PIC 9(15)V9(2).
               05 GL-TRL-CREDIT-TOTAL
                                     PIC 9(15)V9(2).
               05 GL-TRL-AMOUNT-HASH PIC 9(15)V9(2).
               05 FILLER             PIC X(39).
