      *****************************************************
      *    TSTACACH - TESTA REGION CACHE.  TWO MAIN-       *
      *    STORAGE TS QUEUES, EACH READ AND REWRITTEN AS   *
      *    ITEM 1 ONLY:                                    *
      *    TSTARGNC HOLDS THE REGNTAB RECORDS IN FORCE ON  *
      *    RC-BUILD-DATE, ONE ENTRY PER REGION CODE.  IT   *
      *    IS BUILT ONLY BY TESTK - WHEN TESTR REFRESHES   *
      *    REGNTAB, WHEN TESTM CHANGES A REGNTAB RECORD,   *
      *    AND WHEN TESTA FINDS IT MISSING OR BUILT ON AN  *
      *    EARLIER DATE, SO AN EFFECTIVE-DATED RECORD      *
      *    CUTS IN AT MIDNIGHT WITHOUT ANYONE ACTING.      *
      *    RC-STATUS 'A' = AVAILABLE; 'U' = THE LAST BUILD *
      *    FAILED AND TESTA MUST READ THE FILE UNTIL A     *
      *    LATER BUILD SUCCEEDS.  RC-BUILT-BY NAMES THE    *
      *    PROGRAM THAT ASKED FOR THE BUILD AND            *
      *    RC-BUILD-COUNT COUNTS BUILDS SINCE CICS START.  *
      *    TSTARGNS HOLDS TESTA'S LOOKUP COUNTS SINCE      *
      *    RS-SINCE-ABSTIME: ANSWERED FROM THE CACHE AND   *
      *    ANSWERED FROM THE FILE.  IT IS BEST-EFFORT      *
      *    MONITOR DATA FOR TESTH, LIKE TSTAERRS.          *
      *****************************************************
       01 TESTA-REGION-CACHE.
           03 RC-STATUS              PIC X(1).
           03 RC-BUILD-DATE          PIC X(8).
           03 RC-BUILD-ABSTIME       PIC S9(15) COMP-3.
           03 RC-BUILT-BY            PIC X(8).
           03 RC-BUILD-COUNT         PIC S9(9) COMP.
           03 RC-ENTRY-COUNT         PIC S9(4) COMP.
           03 RC-ENTRY               OCCURS 100 TIMES.
               05 RC-REGION-CODE     PIC X(4).
               05 RC-REGION-NAME     PIC X(20).
               05 RC-TIMEZONE        PIC X(10).
               05 RC-CURRENCY        PIC X(3).
       01 TESTA-CACHE-STATS.
           03 RS-SINCE-ABSTIME       PIC S9(15) COMP-3.
           03 RS-CACHE-HITS          PIC S9(15) COMP-3.
           03 RS-FILE-LOOKUPS        PIC S9(15) COMP-3.
