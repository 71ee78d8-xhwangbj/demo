      *    ALERT LINE ON THE SCREEN AND WRITES IT TO THE   *
      *    CSMT OPERATOR QUEUE, SO TROUBLE IS SEEN BEFORE  *
      *    THE HELP DESK HEARS ABOUT IT.                   *
      *    THE LOWER HALF SHOWS LAST NIGHT'S BATCH CHAIN   *
      *    (TESTF, TESTV, TESTARC, TESTREP, TESTBAL,       *
      *    TESTENR, TESTSTL) STEP BY STEP FROM THE RUNCTL  *
      *    RUN-CONTROL FILE, AND A STEP THAT IS MISSING,   *
      *    FAILED, INCOMPLETE OR RUNNING FAR LONGER THAN   *
      *    NORMAL RAISES THE SAME ALERT.                   *
      *    IT ALSO SHOWS THE TESTA REGION CACHE (SEE       *
      *    TSTACACH): WHEN AND BY WHOM IT WAS LAST BUILT,  *
      *    ITS AGE, AND HOW MANY LOOKUPS WERE ANSWERED     *
      *    FROM IT AND FROM THE FILE.  A CACHE LEFT        *
      *    UNUSABLE BY A FAILED BUILD RAISES AN ALERT.     *
      *****************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           03 WS-REGN-RID-CODE         PIC X(4).
           03 WS-REGN-RID-FROM         PIC X(8).
       01 WS-TERMREG-RID               PIC X(8).
       01 WS-RUNCTL-RID.
           03 WS-RC-RID-PROGRAM        PIC X(8).
           03 WS-RC-RID-DESCEND        PIC 9(8).
       01 WS-RUNCTL-AVAIL              PIC X.
       01 WS-LATER-STARTED             PIC X.
       01 WS-STEP                      PIC S9(4) COMP.
       01 WS-LATER                     PIC S9(4) COMP.
       01 WS-PRIOR-READS               PIC S9(4) COMP.
       01 WS-PRIOR-RUNS                PIC 9(4).
       01 WS-PRIOR-TOTAL               PIC 9(9).
       01 WS-START-SECS                PIC S9(9) COMP-3.
       01 WS-END-SECS                  PIC S9(9) COMP-3.
       01 WS-ELAPSED-SECS              PIC S9(9) COMP-3.
       01 WS-END-DATE                  PIC 9(8).
       01 WS-CLOCK.
           03 WS-CLK-HH                PIC 9(2).
           03 WS-CLK-MM                PIC 9(2).
           03 WS-CLK-SS                PIC 9(2).
       01 WS-CLOCK-N REDEFINES WS-CLOCK
                                        PIC 9(6).
       01 WS-TODAY-X                   PIC X(8).
       01 WS-TODAY REDEFINES WS-TODAY-X
                                        PIC 9(8).
       01 WS-YESTERDAY                 PIC 9(8).
       01 WS-NOW-TIME                  PIC 9(6).
       01 WS-TIME-PACKED               PIC S9(7) COMP-3.
       01 WS-LONG-FACTOR               PIC 9(2) VALUE 2.
       01 WS-LONG-MINIMUM              PIC 9(7) VALUE 900.
       01 WS-CHAIN-ISSUES              PIC 9(4).
       01 WS-CACHE-LEN                 PIC S9(4) COMP.
       01 WS-CACHE-MINS                PIC S9(9) COMP-3.
       01 WS-CHAIN-RUNNING             PIC 9(4).
       01 WS-WORK-DATE.
           03 WS-WK-YEAR               PIC 9(4).
           03 WS-WK-MONTH              PIC 9(2).
           03 WS-WK-DAY                PIC 9(2).
       01 WS-WK-QUOTIENT               PIC 9(4).
       01 WS-WK-REM4                   PIC 9(4).
       01 WS-WK-REM100                 PIC 9(4).
       01 WS-WK-REM400                 PIC 9(4).
       01 WS-MONTH-DAY-VALUES          PIC X(24)
               VALUE '312831303130313130313031'.
       01 WS-MONTH-DAY-TABLE REDEFINES WS-MONTH-DAY-VALUES.
           03 WS-MONTH-DAYS            OCCURS 12 TIMES
                                        PIC 9(2).
       01 WS-CHAIN-VALUES.
           03 FILLER                   PIC X(8) VALUE 'TESTF'.
           03 FILLER                   PIC X(8) VALUE 'TESTV'.
           03 FILLER                   PIC X(8) VALUE 'TESTARC'.
           03 FILLER                   PIC X(8) VALUE 'TESTREP'.
           03 FILLER                   PIC X(8) VALUE 'TESTBAL'.
           03 FILLER                   PIC X(8) VALUE 'TESTENR'.
           03 FILLER                   PIC X(8) VALUE 'TESTSTL'.
       01 WS-CHAIN-TABLE REDEFINES WS-CHAIN-VALUES.
           03 WS-CHAIN-PROGRAM         OCCURS 7 TIMES
                                        PIC X(8).
       01 WS-STEP-TABLE.
           03 WS-STEP-ENTRY            OCCURS 7 TIMES.
               05 WS-STP-FOUND         PIC X.
               05 WS-STP-RECENT        PIC X.
               05 WS-STP-STAMP         PIC 9(14).
               05 WS-STP-ELAPSED       PIC 9(7).
               05 WS-STP-USUAL         PIC 9(7).
               05 WS-STP-RECORD        PIC X(160).
       01 WS-STAMP.
           03 WS-STAMP-DATE            PIC 9(8).
           03 WS-STAMP-TIME            PIC 9(6).
       01 WS-STAMP-N REDEFINES WS-STAMP
                                        PIC 9(14).
       01 WS-HHMM-EDIT.
           03 WS-HM-HH                 PIC 9(2).
           03 FILLER                   PIC X(1) VALUE ':'.
           03 WS-HM-MM                 PIC 9(2).
       01 WS-CHAIN-LINE.
           03 WS-CHL-STEP              PIC X(8).
           03 FILLER                   PIC X(1).
           03 WS-CHL-BUS-DATE          PIC X(8).
           03 FILLER                   PIC X(1).
           03 WS-CHL-START             PIC X(5).
           03 FILLER                   PIC X(1).
           03 WS-CHL-END               PIC X(5).
           03 FILLER                   PIC X(1).
           03 WS-CHL-MINS              PIC ZZZ9.
           03 FILLER                   PIC X(1).
           03 WS-CHL-NORM              PIC ZZZ9.
           03 FILLER                   PIC X(1).
           03 WS-CHL-RC                PIC ZZ9.
           03 FILLER                   PIC X(1).
           03 WS-CHL-RESTART           PIC X(1).
           03 FILLER                   PIC X(1).
           03 WS-CHL-STATUS            PIC X(12).
           03 FILLER                   PIC X(1).
           03 WS-CHL-LABEL             PIC X(8).
           03 FILLER                   PIC X(1).
           03 WS-CHL-COUNT             PIC ZZZZZZZZ9.
       01 WS-CHAIN-SUM-MSG.
           03 FILLER                   PIC X(13)
                                        VALUE 'BATCH CHAIN: '.
           03 WS-CSM-COUNT             PIC 9.
           03 FILLER                   PIC X(25)
                                        VALUE ' STEP(S) NEED ATTENTION'.
       01 WS-ALERT-MSG.
           03 FILLER                   PIC X(12)
                                        VALUE 'TESTH ALERT '.
       COPY REGNTAB.
       COPY TERMREG.
       COPY TSTAERR.
       COPY TSTACACH.
       COPY RUNCTL.
       COPY TSTHMAP.
       COPY DFHAID.
       PROCEDURE DIVISION.
           PERFORM 2200-CHECK-TERMREG.
           PERFORM 2300-CHECK-AUDT-DEPTH.
           PERFORM 2400-COUNT-ERRORS.
           PERFORM 2600-CHECK-CHAIN.
           PERFORM 2800-CHECK-CACHE.
           PERFORM 2500-RAISE-ALERT.
           MOVE 'ENTER TO REFRESH' TO HMSGO.

               MOVE 'ALL COMPONENTS NORMAL' TO HALERTO
           END-IF.

      *****************************************************
      *    LAST NIGHT'S CHAIN, FROM THE RUNCTL ENTRIES THE *
      *    BATCH STEPS WRITE.  A STEP IS MISSING WHEN IT   *
      *    HAS NOT STARTED IN THE LAST 24 HOURS.  A STEP   *
      *    STILL MARKED RUNNING IS INCOMPLETE (IT ABENDED) *
      *    ONCE A LATER STEP HAS STARTED, AND LONG RUNNING *
      *    ONCE IT HAS TAKEN WS-LONG-FACTOR TIMES ITS      *
      *    NORMAL TIME - THE AVERAGE OF ITS LAST FIVE GOOD *
      *    RUNS - AND AT LEAST WS-LONG-MINIMUM SECONDS.  A *
      *    RETURN CODE OF 8 OR MORE IS A FAILURE.          *
      *****************************************************
       2600-CHECK-CHAIN.
           MOVE ZERO TO WS-CHAIN-ISSUES.
           MOVE ZERO TO WS-CHAIN-RUNNING.
           MOVE 'Y' TO WS-RUNCTL-AVAIL.
           MOVE SPACES TO HCHAINO-GROUP.
           MOVE SPACES TO HCSUMO.
           EXEC CICS ASKTIME ABSTIME(WS-NOW) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-NOW)
                   YYYYMMDD(WS-TODAY-X)
                   TIME(WS-TIME-PACKED)
           END-EXEC.
           MOVE WS-TIME-PACKED TO WS-NOW-TIME.
           MOVE WS-TODAY-X TO WS-WORK-DATE.
           PERFORM 8200-SUBTRACT-ONE-DAY.
           MOVE WS-WORK-DATE TO WS-YESTERDAY.
           PERFORM 2610-READ-STEP
               VARYING WS-STEP FROM 1 BY 1
               UNTIL WS-STEP > 7 OR WS-RUNCTL-AVAIL = 'N'.
           IF WS-RUNCTL-AVAIL = 'Y'
               PERFORM 2650-SHOW-STEP
                   VARYING WS-STEP FROM 1 BY 1
                   UNTIL WS-STEP > 7
               PERFORM 2690-SUMMARISE-CHAIN
           ELSE
               MOVE 'RUN-CONTROL FILE NOT AVAILABLE' TO HCSUMO
           END-IF.

       2610-READ-STEP.
           MOVE 'N' TO WS-STP-FOUND(WS-STEP).
           MOVE 'N' TO WS-STP-RECENT(WS-STEP).
           MOVE ZERO TO WS-STP-STAMP(WS-STEP).
           MOVE ZERO TO WS-STP-ELAPSED(WS-STEP).
           MOVE ZERO TO WS-STP-USUAL(WS-STEP).
           MOVE WS-CHAIN-PROGRAM(WS-STEP) TO WS-RC-RID-PROGRAM.
           MOVE ZERO TO WS-RC-RID-DESCEND.
           EXEC CICS STARTBR FILE('RUNCTL')
                   RIDFLD(WS-RUNCTL-RID)
                   GTEQ
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 2620-READ-LATEST-RUN
               EXEC CICS ENDBR FILE('RUNCTL') END-EXEC
           ELSE
               IF WS-RESP NOT = DFHRESP(NOTFND)
                   MOVE 'N' TO WS-RUNCTL-AVAIL
               END-IF
           END-IF.

      *****************************************************
      *    THE KEY CARRIES THE BUSINESS DATE DESCENDING,   *
      *    SO THE FIRST RECORD FOR THE PROGRAM IS ITS      *
      *    LATEST RUN AND THE ONES AFTER IT ARE THE RUNS   *
      *    BEFORE THAT, NEWEST FIRST.                      *
      *****************************************************
       2620-READ-LATEST-RUN.
           PERFORM 2640-READ-NEXT-RUN.
           IF WS-READ-DONE = 'N'
               MOVE 'Y' TO WS-STP-FOUND(WS-STEP)
               MOVE RUNCTL-RECORD TO WS-STP-RECORD(WS-STEP)
               MOVE RN-START-DATE TO WS-STAMP-DATE
               MOVE RN-START-TIME TO WS-STAMP-TIME
               MOVE WS-STAMP-N TO WS-STP-STAMP(WS-STEP)
               IF RN-START-DATE = WS-TODAY
                       OR (RN-START-DATE = WS-YESTERDAY
                           AND RN-START-TIME NOT < WS-NOW-TIME)
                   MOVE 'Y' TO WS-STP-RECENT(WS-STEP)
               END-IF
               PERFORM 2700-COMPUTE-ELAPSED
               MOVE WS-ELAPSED-SECS TO WS-STP-ELAPSED(WS-STEP)
               MOVE ZERO TO WS-PRIOR-READS
               MOVE ZERO TO WS-PRIOR-RUNS
               MOVE ZERO TO WS-PRIOR-TOTAL
               PERFORM 2630-READ-PRIOR-RUN
                   UNTIL WS-READ-DONE = 'Y'
                      OR WS-PRIOR-RUNS = 5
                      OR WS-PRIOR-READS = 10
               IF WS-PRIOR-RUNS > ZERO
                   DIVIDE WS-PRIOR-TOTAL BY WS-PRIOR-RUNS
                       GIVING WS-STP-USUAL(WS-STEP)
               END-IF
           END-IF.

       2630-READ-PRIOR-RUN.
           PERFORM 2640-READ-NEXT-RUN.
           IF WS-READ-DONE = 'N'
               ADD 1 TO WS-PRIOR-READS
               IF RN-STATUS = 'E' AND RN-RETURN-CODE < 8
                   PERFORM 2700-COMPUTE-ELAPSED
                   ADD WS-ELAPSED-SECS TO WS-PRIOR-TOTAL
                   ADD 1 TO WS-PRIOR-RUNS
               END-IF
           END-IF.

       2640-READ-NEXT-RUN.
           MOVE 'N' TO WS-READ-DONE.
           EXEC CICS READNEXT FILE('RUNCTL')
                   INTO(RUNCTL-RECORD)
                   RIDFLD(WS-RUNCTL-RID)
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-READ-DONE
           ELSE
               IF RN-PROGRAM NOT = WS-CHAIN-PROGRAM(WS-STEP)
                   MOVE 'Y' TO WS-READ-DONE
               END-IF
           END-IF.

       2650-SHOW-STEP.
           MOVE SPACES TO WS-CHAIN-LINE.
           MOVE WS-CHAIN-PROGRAM(WS-STEP) TO WS-CHL-STEP.
           IF WS-STP-FOUND(WS-STEP) = 'Y'
               MOVE WS-STP-RECORD(WS-STEP) TO RUNCTL-RECORD
               PERFORM 2660-FORMAT-RUN
           END-IF.
           IF WS-STP-RECENT(WS-STEP) = 'Y'
               PERFORM 2670-SET-STEP-STATUS
           ELSE
               MOVE 'MISSING' TO WS-CHL-STATUS
               PERFORM 2680-FLAG-STEP
           END-IF.
           MOVE WS-CHAIN-LINE TO HCO(WS-STEP).

       2660-FORMAT-RUN.
           MOVE RN-BUS-DATE TO WS-CHL-BUS-DATE.
           MOVE RN-START-TIME TO WS-CLOCK-N.
           PERFORM 2665-EDIT-CLOCK.
           MOVE WS-HHMM-EDIT TO WS-CHL-START.
           IF RN-STATUS = 'E'
               MOVE RN-END-TIME TO WS-CLOCK-N
               PERFORM 2665-EDIT-CLOCK
               MOVE WS-HHMM-EDIT TO WS-CHL-END
               MOVE RN-RETURN-CODE TO WS-CHL-RC
           END-IF.
           DIVIDE WS-STP-ELAPSED(WS-STEP) BY 60
               GIVING WS-CHL-MINS.
           DIVIDE WS-STP-USUAL(WS-STEP) BY 60
               GIVING WS-CHL-NORM.
           IF RN-RESTART-FLAG = 'Y'
               MOVE 'Y' TO WS-CHL-RESTART
           END-IF.
           MOVE RN-COUNT-LABEL(1) TO WS-CHL-LABEL.
           MOVE RN-COUNT-VALUE(1) TO WS-CHL-COUNT.

       2665-EDIT-CLOCK.
           MOVE WS-CLK-HH TO WS-HM-HH.
           MOVE WS-CLK-MM TO WS-HM-MM.

       2670-SET-STEP-STATUS.
           IF RN-STATUS = 'E'
               IF RN-RETURN-CODE NOT < 8
                   MOVE 'FAILED' TO WS-CHL-STATUS
                   PERFORM 2680-FLAG-STEP
               ELSE
                   IF RN-RETURN-CODE > ZERO
                       MOVE 'ENDED - WARN' TO WS-CHL-STATUS
                   ELSE
                       MOVE 'ENDED OK' TO WS-CHL-STATUS
                   END-IF
               END-IF
           ELSE
               MOVE 'N' TO WS-LATER-STARTED
               PERFORM 2675-CHECK-LATER-STEP
                   VARYING WS-LATER FROM WS-STEP BY 1
                   UNTIL WS-LATER > 7
               IF WS-LATER-STARTED = 'Y'
                   MOVE 'INCOMPLETE' TO WS-CHL-STATUS
                   PERFORM 2680-FLAG-STEP
               ELSE
                   IF WS-STP-USUAL(WS-STEP) > ZERO
                           AND WS-STP-ELAPSED(WS-STEP) >
                               WS-STP-USUAL(WS-STEP) * WS-LONG-FACTOR
                           AND WS-STP-ELAPSED(WS-STEP) NOT <
                               WS-LONG-MINIMUM
                       MOVE 'LONG RUNNING' TO WS-CHL-STATUS
                       PERFORM 2680-FLAG-STEP
                   ELSE
                       MOVE 'RUNNING' TO WS-CHL-STATUS
                       ADD 1 TO WS-CHAIN-RUNNING
                   END-IF
               END-IF
           END-IF.

       2675-CHECK-LATER-STEP.
           IF WS-LATER > WS-STEP
                   AND WS-STP-RECENT(WS-LATER) = 'Y'
                   AND WS-STP-STAMP(WS-LATER) > WS-STP-STAMP(WS-STEP)
               MOVE 'Y' TO WS-LATER-STARTED
           END-IF.

       2680-FLAG-STEP.
           ADD 1 TO WS-CHAIN-ISSUES.
           MOVE 'Y' TO WS-ALERT-SWITCH.
           IF WS-ALERT-TEXT = SPACES
               STRING 'BATCH STEP ' DELIMITED BY SIZE
                      WS-CHAIN-PROGRAM(WS-STEP) DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      WS-CHL-STATUS DELIMITED BY SIZE
                      INTO WS-ALERT-TEXT
               END-STRING
           END-IF.

       2690-SUMMARISE-CHAIN.
           IF WS-CHAIN-ISSUES > ZERO
               MOVE WS-CHAIN-ISSUES TO WS-CSM-COUNT
               MOVE WS-CHAIN-SUM-MSG TO HCSUMO
           ELSE
               IF WS-CHAIN-RUNNING > ZERO
                   MOVE 'BATCH CHAIN STILL RUNNING' TO HCSUMO
               ELSE
                   MOVE 'BATCH CHAIN COMPLETE - ALL STEPS ENDED'
                           TO HCSUMO
               END-IF
           END-IF.

      *****************************************************
      *    ELAPSED SECONDS OF THE RUN IN RUNCTL-RECORD; A  *
      *    RUN STILL GOING IS MEASURED TO NOW.  A RUN      *
      *    THAT CROSSES MIDNIGHT GAINS A DAY.              *
      *****************************************************
       2700-COMPUTE-ELAPSED.
           MOVE RN-START-TIME TO WS-CLOCK-N.
           COMPUTE WS-START-SECS = WS-CLK-HH * 3600
                                 + WS-CLK-MM * 60 + WS-CLK-SS.
           IF RN-STATUS = 'E'
               MOVE RN-END-TIME TO WS-CLOCK-N
               MOVE RN-END-DATE TO WS-END-DATE
           ELSE
               MOVE WS-NOW-TIME TO WS-CLOCK-N
               MOVE WS-TODAY TO WS-END-DATE
           END-IF.
           COMPUTE WS-END-SECS = WS-CLK-HH * 3600
                               + WS-CLK-MM * 60 + WS-CLK-SS.
           IF WS-END-DATE > RN-START-DATE
               ADD 86400 TO WS-END-SECS
           END-IF.
           COMPUTE WS-ELAPSED-SECS = WS-END-SECS - WS-START-SECS.
           IF WS-ELAPSED-SECS < ZERO
               MOVE ZERO TO WS-ELAPSED-SECS
           END-IF.

      *****************************************************
      *    THE CACHE IS BUILT ON DEMAND, SO 'ABSENT' AFTER *
      *    A CICS START AND 'NOT BUILT TODAY' JUST AFTER   *
      *    MIDNIGHT ARE NORMAL UNTIL THE NEXT TESTA        *
      *    LOOKUP.  RUNS AFTER 2600-CHECK-CHAIN, WHICH     *
      *    SETS WS-NOW AND WS-TODAY-X.                     *
      *****************************************************
       2800-CHECK-CACHE.
           MOVE LENGTH OF TESTA-REGION-CACHE TO WS-CACHE-LEN.
           EXEC CICS READQ TS QUEUE('TSTARGNC')
                   INTO(TESTA-REGION-CACHE)
                   LENGTH(WS-CACHE-LEN)
                   ITEM(1)
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               COMPUTE WS-CACHE-MINS =
                       (WS-NOW - RC-BUILD-ABSTIME) / 60000
               MOVE WS-CACHE-MINS TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO CCAGEO
               MOVE SPACES TO CCSTATO
               IF RC-STATUS = 'A'
                   IF RC-BUILD-DATE = WS-TODAY-X
                       EXEC CICS FORMATTIME ABSTIME(RC-BUILD-ABSTIME)
                               TIME(WS-TIME-PACKED)
                       END-EXEC
                       MOVE WS-TIME-PACKED TO WS-CLOCK-N
                       PERFORM 2665-EDIT-CLOCK
                       STRING 'BUILT ' DELIMITED BY SIZE
                              WS-HHMM-EDIT DELIMITED BY SIZE
                              ' BY ' DELIMITED BY SIZE
                              RC-BUILT-BY DELIMITED BY SPACE
                              INTO CCSTATO
                       END-STRING
                   ELSE
                       MOVE 'NOT BUILT TODAY' TO CCSTATO
                   END-IF
               ELSE
                   MOVE 'UNUSABLE - ON FILE' TO CCSTATO
                   MOVE 'Y' TO WS-ALERT-SWITCH
                   IF WS-ALERT-TEXT = SPACES
                       MOVE 'TESTA REGION CACHE UNUSABLE'
                               TO WS-ALERT-TEXT
                   END-IF
               END-IF
           ELSE
               MOVE 'ABSENT' TO CCSTATO
               MOVE 'N/A' TO CCAGEO
           END-IF.
           MOVE LENGTH OF TESTA-CACHE-STATS TO WS-CACHE-LEN.
           EXEC CICS READQ TS QUEUE('TSTARGNS')
                   INTO(TESTA-CACHE-STATS)
                   LENGTH(WS-CACHE-LEN)
                   ITEM(1)
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE RS-CACHE-HITS TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO CCHITO
               MOVE RS-FILE-LOOKUPS TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO CCFILO
           ELSE
               MOVE 'N/A' TO CCHITO
               MOVE 'N/A' TO CCFILO
           END-IF.

      *****************************************************
      *    STEP WS-WORK-DATE BACK ONE DAY (LEAP YEARS:     *
      *    EVERY 4TH, EXCEPT CENTURIES, EXCEPT EVERY 400). *
      *****************************************************
       8200-SUBTRACT-ONE-DAY.
           SUBTRACT 1 FROM WS-WK-DAY.
           IF WS-WK-DAY = ZERO
               SUBTRACT 1 FROM WS-WK-MONTH
               IF WS-WK-MONTH = ZERO
                   MOVE 12 TO WS-WK-MONTH
                   SUBTRACT 1 FROM WS-WK-YEAR
               END-IF
               MOVE WS-MONTH-DAYS(WS-WK-MONTH) TO WS-WK-DAY
               IF WS-WK-MONTH = 2
                   PERFORM 8210-CHECK-LEAP-YEAR
               END-IF
           END-IF.

       8210-CHECK-LEAP-YEAR.
           DIVIDE WS-WK-YEAR BY 4 GIVING WS-WK-QUOTIENT
                   REMAINDER WS-WK-REM4.
           DIVIDE WS-WK-YEAR BY 100 GIVING WS-WK-QUOTIENT
                   REMAINDER WS-WK-REM100.
           DIVIDE WS-WK-YEAR BY 400 GIVING WS-WK-QUOTIENT
                   REMAINDER WS-WK-REM400.
           IF WS-WK-REM4 = ZERO
                   AND (WS-WK-REM100 NOT = ZERO
                     OR WS-WK-REM400 = ZERO)
               MOVE 29 TO WS-WK-DAY
           END-IF.

       9100-SEND-MAP-ERROR.
           MOVE WS-RESP TO WS-SEND-RESP.
           EXEC CICS WRITEQ TD QUEUE('CSMT')
