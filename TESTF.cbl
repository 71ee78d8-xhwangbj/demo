      *    THE BAD ONE.  ANY REJECT SETS RETURN CODE 8 SO  *
      *    THE JOB STOPS BEFORE THE LOAD; A TOLERANCE      *
      *    FLAG ALONE SETS RETURN CODE 4.                  *
      *    EMERGENCY RATES KEYED AND APPROVED ONLINE WITH  *
      *    TESTO ARE CHECKED ON EVERY RUN: A CURRENCY      *
      *    WHOSE MANUAL RATE THIS RUN'S CLEAN FEED         *
      *    REPLACES IS MARKED SUPERSEDED ON RATEOVR; ONE   *
      *    STILL CARRYING A MANUAL RATE AFTER THE RUN IS   *
      *    FLAGGED ON THE REPORT AND SETS RETURN CODE 4,   *
      *    SO AN OVERRIDE NEVER QUIETLY STAYS IN PLACE.    *
      *    OVERRIDES STILL WAITING FOR APPROVAL ARE        *
      *    LISTED AS WELL.                                 *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS IS RANDOM
               RECORD KEY IS RH-HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPTIONAL OVERRIDE-FILE ASSIGN TO 'RATEOVR'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RO-CURRENCY
               FILE STATUS IS WS-OVR-STATUS.
           SELECT REJECT-FILE ASSIGN TO 'REJECTS'
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'RATRPT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RUNCTL-FILE-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RATE-FEED
           03 FILLER                   PIC X(41).
       FD  HISTORY-FILE.
           COPY RATEHIST.
       FD  OVERRIDE-FILE.
           COPY RATEOVR.
       FD  REJECT-FILE
           RECORDING MODE IS F.
       01 REJECT-RECORD.
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                  PIC X(80).
       FD  RUNCTL-FILE.
       01 RUNCTL-FILE-RECORD.
           03 RUNCTL-FILE-KEY          PIC X(16).
           03 FILLER                   PIC X(144).
       WORKING-STORAGE SECTION.
       01 WS-FEED-EOF-SWITCH           PIC X VALUE 'N'.
       01 WS-REGN-EOF-SWITCH           PIC X.
       01 WS-RATE-STATUS               PIC X(2).
       01 WS-REGN-STATUS               PIC X(2).
       01 WS-HIST-STATUS               PIC X(2).
       01 WS-OVR-STATUS                PIC X(2).
       01 WS-OVR-EOF-SWITCH            PIC X.
       01 WS-RUN-DATE                  PIC X(8).
       01 WS-PREV-FEED-KEY             PIC X(3) VALUE LOW-VALUES.
       01 WS-TOLERANCE-PCT             PIC 9(3) VALUE 20.
       01 WS-FEED-REJ-COUNT            PIC 9(7) VALUE 0.
       01 WS-REVIEW-COUNT              PIC 9(7) VALUE 0.
       01 WS-MISSING-COUNT             PIC 9(7) VALUE 0.
       01 WS-MANUAL-COUNT              PIC 9(7) VALUE 0.
       01 WS-SUPERSEDED-COUNT          PIC 9(7) VALUE 0.
       01 WS-PENDING-COUNT             PIC 9(7) VALUE 0.
       COPY REGNTAB.
       01 WS-CCY-COUNT                 PIC S9(4) COMP VALUE 0.
       01 WS-CCY-MAX                   PIC S9(4) COMP VALUE 100.
           03 FILLER                   PIC X(25)
               VALUE 'RATEHIST FILE STATUS:'.
           03 WS-HIST-STS-VALUE        PIC X(2).
       01 WS-OVR-STATUS-LINE.
           03 FILLER                   PIC X(25)
               VALUE 'RATEOVR FILE STATUS:'.
           03 WS-OVR-STS-VALUE         PIC X(2).
       01 WS-TABLE-FULL-LINE.
           03 FILLER                   PIC X(46)
               VALUE 'CURRENCY TABLE FULL - RUN STOPPED AT 100'.
       01 WS-RUNCTL-STATUS             PIC X(2).
       01 WS-RUNCTL-OPEN               PIC X VALUE 'N'.
       01 WS-RUNCTL-FOUND              PIC X.
       01 WS-RUNCTL-RUNS               PIC 9(3).
       01 WS-RUNCTL-SUB                PIC S9(4) COMP.
       01 WS-RUNCTL-TIME.
           03 WS-RUNCTL-HHMMSS         PIC 9(6).
           03 FILLER                   PIC 9(2).
       COPY RUNCTL.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           IF WS-FEED-REJ-COUNT = 0 AND WS-MISSING-COUNT = 0
               PERFORM 3500-LOAD-HISTORY
           END-IF.
           PERFORM 3700-CHECK-OVERRIDES.
           PERFORM 4000-PRINT-TOTALS.
           PERFORM 5000-TERMINATE.
           IF WS-FEED-REJ-COUNT > 0 OR WS-MISSING-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REVIEW-COUNT > 0 OR WS-MANUAL-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 8800-END-RUN-CONTROL.
           STOP RUN.

      *****************************************************
      *    CHECK.                                          *
      *****************************************************
       1000-INITIALIZE.
           PERFORM 8700-START-RUN-CONTROL.
           OPEN INPUT RATE-FEED PARM-FILE PRIOR-RATETAB.
           OPEN OUTPUT RATETAB-CLEAN REJECT-FILE REPORT-FILE.
           OPEN INPUT REGNTAB-FILE.
           IF WS-HIST-STATUS NOT = '00' AND WS-HIST-STATUS NOT = '05'
               PERFORM 9100-HISTORY-ERROR
           END-IF.
           OPEN I-O OVERRIDE-FILE.
           IF WS-OVR-STATUS NOT = '00' AND WS-OVR-STATUS NOT = '05'
               PERFORM 9200-OVERRIDE-ERROR
           END-IF.
           IF WS-REGN-STATUS NOT = '00'
               PERFORM 9000-REGNTAB-ERROR
           END-IF.
               PERFORM 9100-HISTORY-ERROR
           END-IF.

      *****************************************************
      *    AN APPROVED OVERRIDE IS SUPERSEDED ONLY WHEN    *
      *    THIS RUN ENDS CLEAN AND ITS FEED CARRIED A RATE *
      *    FOR THE CURRENCY - THAT RATE IS THE ONE THE     *
      *    LOAD PUTS ON RATETAB.  OTHERWISE THE MANUAL     *
      *    RATE IS STILL WHAT TESTC AND TESTSTL CONVERT    *
      *    AT, AND THE CURRENCY IS FLAGGED EVERY NIGHT     *
      *    UNTIL A FEED REPLACES IT.                       *
      *****************************************************
       3700-CHECK-OVERRIDES.
           MOVE 'N' TO WS-OVR-EOF-SWITCH.
           MOVE LOW-VALUES TO RO-CURRENCY.
           START OVERRIDE-FILE KEY NOT < RO-CURRENCY
               INVALID KEY MOVE 'Y' TO WS-OVR-EOF-SWITCH
           END-START.
           PERFORM 3710-CHECK-ONE-OVERRIDE
               UNTIL WS-OVR-EOF-SWITCH = 'Y'.

       3710-CHECK-ONE-OVERRIDE.
           READ OVERRIDE-FILE NEXT
               AT END MOVE 'Y' TO WS-OVR-EOF-SWITCH
           END-READ.
           IF WS-OVR-EOF-SWITCH = 'N'
                   AND WS-OVR-STATUS NOT = '00'
               PERFORM 9200-OVERRIDE-ERROR
           END-IF.
           IF WS-OVR-EOF-SWITCH = 'N'
               MOVE SPACES TO WS-DTL-CURRENCY
               MOVE RO-CURRENCY TO WS-DTL-CURRENCY(1:3)
               IF RO-STATUS = 'A'
                   MOVE 'N' TO WS-FOUND-SWITCH
                   IF WS-FEED-REJ-COUNT = 0 AND WS-MISSING-COUNT = 0
                       PERFORM 3720-FIND-FEED-CURRENCY
                           VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-CCY-COUNT
                              OR WS-FOUND-SWITCH = 'Y'
                   END-IF
                   IF WS-FOUND-SWITCH = 'Y'
                       PERFORM 3730-SUPERSEDE-OVERRIDE
                   ELSE
                       ADD 1 TO WS-MANUAL-COUNT
                       MOVE 'MANUAL RATE IN FORCE' TO WS-DTL-REASON
                       MOVE WS-DETAIL-LINE TO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
               END-IF
               IF RO-STATUS = 'P'
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE 'OVERRIDE NOT YET APPROVED' TO WS-DTL-REASON
                   MOVE WS-DETAIL-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       3720-FIND-FEED-CURRENCY.
           IF RO-CURRENCY = WS-CCY-CODE(WS-SUB)
               MOVE 'Y' TO WS-FOUND-SWITCH
           END-IF.

       3730-SUPERSEDE-OVERRIDE.
           MOVE 'S' TO RO-STATUS.
           MOVE WS-RUN-DATE TO RO-CLEAR-DATE.
           REWRITE RATEOVR-RECORD.
           IF WS-OVR-STATUS NOT = '00'
               PERFORM 9200-OVERRIDE-ERROR
           END-IF.
           ADD 1 TO WS-SUPERSEDED-COUNT.
           MOVE 'MANUAL RATE SUPERSEDED' TO WS-DTL-REASON.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       4000-PRINT-TOTALS.
           MOVE 'RATES READ:' TO WS-TOT-LABEL.
           MOVE WS-FEED-READ-COUNT TO WS-TOT-VALUE.
           MOVE WS-MISSING-COUNT TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'MANUAL RATES SUPERSEDED:' TO WS-TOT-LABEL.
           MOVE WS-SUPERSEDED-COUNT TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'MANUAL RATES STILL IN FORCE:' TO WS-TOT-LABEL.
           MOVE WS-MANUAL-COUNT TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'OVERRIDES AWAITING APPROVAL:' TO WS-TOT-LABEL.
           MOVE WS-PENDING-COUNT TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       5000-TERMINATE.
           CLOSE RATE-FEED PARM-FILE PRIOR-RATETAB.
           CLOSE REGNTAB-FILE HISTORY-FILE OVERRIDE-FILE.
           CLOSE RATETAB-CLEAN REJECT-FILE REPORT-FILE.

      *****************************************************
      *    THE RUN-CONTROL ENTRY IS WRITTEN AS RUNNING     *
      *    BEFORE ANY OTHER FILE IS OPENED, SO A STEP THAT *
      *    ABENDS OR STOPS ON A FILE ERROR STILL SHOWS ON  *
      *    THE TESTH CHAIN PANEL.  RUNCTL ITSELF BEING     *
      *    MISSING OR UNWRITABLE NEVER STOPS THE STEP.     *
      *****************************************************
       8700-START-RUN-CONTROL.
           OPEN I-O RUNCTL-FILE.
           IF WS-RUNCTL-STATUS = '00' OR WS-RUNCTL-STATUS = '05'
               MOVE 'Y' TO WS-RUNCTL-OPEN
               PERFORM 8710-WRITE-RUNNING-ENTRY
           END-IF.

       8710-WRITE-RUNNING-ENTRY.
           MOVE SPACES TO RUNCTL-RECORD.
           MOVE 'TESTF' TO RN-PROGRAM.
           ACCEPT RN-BUS-DATE FROM DATE YYYYMMDD.
           COMPUTE RN-DATE-DESCEND = 99999999 - RN-BUS-DATE.
           MOVE RN-KEY TO RUNCTL-FILE-KEY.
           MOVE ZERO TO WS-RUNCTL-RUNS.
           MOVE 'N' TO WS-RUNCTL-FOUND.
           READ RUNCTL-FILE INTO RUNCTL-RECORD.
           IF WS-RUNCTL-STATUS = '00'
               MOVE 'Y' TO WS-RUNCTL-FOUND
               MOVE RN-RUN-COUNT TO WS-RUNCTL-RUNS
           END-IF.
           ADD 1 TO WS-RUNCTL-RUNS.
           MOVE WS-RUNCTL-RUNS TO RN-RUN-COUNT.
           MOVE 'R' TO RN-STATUS.
           MOVE RN-BUS-DATE TO RN-START-DATE.
           ACCEPT WS-RUNCTL-TIME FROM TIME.
           MOVE WS-RUNCTL-HHMMSS TO RN-START-TIME.
           MOVE ZERO TO RN-END-DATE RN-END-TIME RN-RETURN-CODE.
           MOVE 'N' TO RN-RESTART-FLAG.
           PERFORM 8720-CLEAR-COUNT
               VARYING WS-RUNCTL-SUB FROM 1 BY 1
               UNTIL WS-RUNCTL-SUB > 4.
           IF WS-RUNCTL-FOUND = 'Y'
               REWRITE RUNCTL-FILE-RECORD FROM RUNCTL-RECORD
           ELSE
               WRITE RUNCTL-FILE-RECORD FROM RUNCTL-RECORD
           END-IF.
           IF WS-RUNCTL-STATUS NOT = '00'
               CLOSE RUNCTL-FILE
               MOVE 'N' TO WS-RUNCTL-OPEN
           END-IF.

       8720-CLEAR-COUNT.
           MOVE SPACES TO RN-COUNT-LABEL(WS-RUNCTL-SUB).
           MOVE ZERO TO RN-COUNT-VALUE(WS-RUNCTL-SUB).

      *****************************************************
      *    CALLED ONCE THE RETURN CODE IS FINAL, FROM THE  *
      *    MAINLINE AND FROM EVERY FILE-ERROR STOP.        *
      *****************************************************
       8800-END-RUN-CONTROL.
           IF WS-RUNCTL-OPEN = 'Y'
               PERFORM 8810-WRITE-ENDED-ENTRY
           END-IF.

       8810-WRITE-ENDED-ENTRY.
           MOVE 'E' TO RN-STATUS.
           ACCEPT RN-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNCTL-TIME FROM TIME.
           MOVE WS-RUNCTL-HHMMSS TO RN-END-TIME.
           MOVE RETURN-CODE TO RN-RETURN-CODE.
           PERFORM 8820-SET-RUN-COUNTS.
           REWRITE RUNCTL-FILE-RECORD FROM RUNCTL-RECORD.
           CLOSE RUNCTL-FILE.
           MOVE 'N' TO WS-RUNCTL-OPEN.

       8820-SET-RUN-COUNTS.
           MOVE 'READ' TO RN-COUNT-LABEL(1).
           MOVE WS-FEED-READ-COUNT TO RN-COUNT-VALUE(1).
           MOVE 'ACCEPTED' TO RN-COUNT-LABEL(2).
           MOVE WS-FEED-GOOD-COUNT TO RN-COUNT-VALUE(2).
           MOVE 'REJECTED' TO RN-COUNT-LABEL(3).
           MOVE WS-FEED-REJ-COUNT TO RN-COUNT-VALUE(3).
           MOVE 'FLAGGED' TO RN-COUNT-LABEL(4).
           MOVE WS-REVIEW-COUNT TO RN-COUNT-VALUE(4).

       9000-REGNTAB-ERROR.
           MOVE WS-REGN-STATUS TO WS-STS-VALUE.
           MOVE WS-STATUS-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE RATE-FEED PARM-FILE PRIOR-RATETAB REGNTAB-FILE.
           CLOSE HISTORY-FILE OVERRIDE-FILE.
           CLOSE RATETAB-CLEAN REJECT-FILE REPORT-FILE.
           MOVE 16 TO RETURN-CODE.
           PERFORM 8800-END-RUN-CONTROL.
           STOP RUN.

       9100-HISTORY-ERROR.
           MOVE WS-HIST-STATUS-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE RATE-FEED PARM-FILE PRIOR-RATETAB REGNTAB-FILE.
           CLOSE HISTORY-FILE OVERRIDE-FILE.
           CLOSE RATETAB-CLEAN REJECT-FILE REPORT-FILE.
           MOVE 16 TO RETURN-CODE.
           PERFORM 8800-END-RUN-CONTROL.
           STOP RUN.

       9200-OVERRIDE-ERROR.
           MOVE WS-OVR-STATUS TO WS-OVR-STS-VALUE.
           MOVE WS-OVR-STATUS-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE RATE-FEED PARM-FILE PRIOR-RATETAB REGNTAB-FILE.
           CLOSE HISTORY-FILE OVERRIDE-FILE.
           CLOSE RATETAB-CLEAN REJECT-FILE REPORT-FILE.
           MOVE 16 TO RETURN-CODE.
           PERFORM 8800-END-RUN-CONTROL.
           STOP RUN.
