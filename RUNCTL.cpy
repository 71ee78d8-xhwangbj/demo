      *****************************************************
      *    RUNCTL - NIGHTLY BATCH RUN-CONTROL FILE         *
      *    VSAM KSDS, KEY = RN-PROGRAM + RN-DATE-DESCEND   *
      *    (99999999 MINUS THE BUSINESS DATE), SO A        *
      *    BROWSE FROM THE PROGRAM NAME READS THAT STEP'S  *
      *    MOST RECENT RUN FIRST.  ONE RECORD PER PROGRAM  *
      *    PER BUSINESS DATE, WRITTEN BY TESTF, TESTV,     *
      *    TESTARC, TESTREP, TESTBAL, TESTENR AND TESTSTL. *
      *    THE BUSINESS DATE IS THE RUN DATE, AS ON THE    *
      *    STEPS' OWN REPORTS.  A STEP WRITES ITS ENTRY    *
      *    WITH RN-STATUS 'R' (RUNNING) AS IT STARTS AND   *
      *    REWRITES IT WITH 'E' (ENDED), THE END TIME, ITS *
      *    RETURN CODE AND UP TO FOUR KEY COUNTS AS IT     *
      *    ENDS, INCLUDING ON ITS FILE-ERROR PATHS; A STEP *
      *    THAT ABENDS IS LEFT AT 'R'.  A SAME-DAY RERUN   *
      *    REWRITES THE ENTRY AND BUMPS RN-RUN-COUNT.      *
      *    RN-RESTART-FLAG IS 'Y' WHEN THE RUN RESUMED     *
      *    FROM A CHECKPOINT.  THE TESTH HEALTH MONITOR    *
      *    SHOWS LAST NIGHT'S CHAIN FROM THIS FILE.  A     *
      *    STEP NEVER FAILS BECAUSE THIS FILE IS MISSING   *
      *    OR UNWRITABLE - IT SIMPLY LEAVES NO ENTRY.      *
      *****************************************************
       01 RUNCTL-RECORD.
           03 RN-KEY.
               05 RN-PROGRAM         PIC X(8).
               05 RN-DATE-DESCEND    PIC 9(8).
           03 RN-BUS-DATE            PIC 9(8).
           03 RN-STATUS              PIC X(1).
           03 RN-START-DATE          PIC 9(8).
           03 RN-START-TIME          PIC 9(6).
           03 RN-END-DATE            PIC 9(8).
           03 RN-END-TIME            PIC 9(6).
           03 RN-RETURN-CODE         PIC 9(4).
           03 RN-RESTART-FLAG        PIC X(1).
           03 RN-RUN-COUNT           PIC 9(3).
           03 RN-COUNT-ENTRY         OCCURS 4 TIMES.
               05 RN-COUNT-LABEL     PIC X(10).
               05 RN-COUNT-VALUE     PIC 9(9).
           03 FILLER                 PIC X(23).
