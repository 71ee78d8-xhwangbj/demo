           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO 'RPTCHKP'
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO 'SORTWK'.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RUNCTL-FILE-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
       01 SORT-RECORD.
           03 SRT-DATE                 PIC X(8).
           03 SRT-REGION               PIC X(20).
       FD  RUNCTL-FILE.
       01 RUNCTL-FILE-RECORD.
           03 RUNCTL-FILE-KEY          PIC X(16).
           03 FILLER                   PIC X(144).
       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH                PIC X VALUE 'N'.
       01 WS-SORT-EOF-SWITCH           PIC X.
       01 WS-STALE-LINE.
           03 FILLER                     PIC X(44)
               VALUE 'CHECKPOINT IGNORED - AUDIT FILE HAS CHANGED'.
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
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE.
               INPUT PROCEDURE IS 7000-SELECT-AUDIT
               OUTPUT PROCEDURE IS 8000-SUMMARIZE.
           PERFORM 4000-TERMINATE.
           PERFORM 9120-END-RUN-CONTROL.
           STOP RUN.

       1000-INITIALIZE SECTION.
       1001-START-RUN-CONTROL.
           PERFORM 9110-START-RUN-CONTROL.
      *****************************************************
      *    THE RUN IDENTITY IS THE DATE/TIME OF THE FIRST  *
      *    AUDIT RECORD.  A CHECKPOINT ONLY RESTARTS THE   *
           MOVE WS-CURR-RUN-ID TO CHK-RUN-ID.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

      *****************************************************
      *    THE RUN-CONTROL ENTRY IS WRITTEN AS RUNNING     *
      *    BEFORE ANY OTHER FILE IS OPENED, SO A STEP THAT *
      *    ABENDS OR STOPS ON A FILE ERROR STILL SHOWS ON  *
      *    THE TESTH CHAIN PANEL.  RUNCTL ITSELF BEING     *
      *    MISSING OR UNWRITABLE NEVER STOPS THE STEP.     *
      *****************************************************
       9100-RUN-CONTROL SECTION.
       9110-START-RUN-CONTROL.
           OPEN I-O RUNCTL-FILE.
           IF WS-RUNCTL-STATUS = '00' OR WS-RUNCTL-STATUS = '05'
               MOVE 'Y' TO WS-RUNCTL-OPEN
               PERFORM 9111-WRITE-RUNNING-ENTRY
           END-IF.

       9111-WRITE-RUNNING-ENTRY.
           MOVE SPACES TO RUNCTL-RECORD.
           MOVE 'TESTREP' TO RN-PROGRAM.
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
           PERFORM 9112-CLEAR-COUNT
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

       9112-CLEAR-COUNT.
           MOVE SPACES TO RN-COUNT-LABEL(WS-RUNCTL-SUB).
           MOVE ZERO TO RN-COUNT-VALUE(WS-RUNCTL-SUB).

      *****************************************************
      *    CALLED ONCE THE RETURN CODE IS FINAL, FROM THE  *
      *    MAINLINE AND FROM EVERY FILE-ERROR STOP.        *
      *****************************************************
       9120-END-RUN-CONTROL.
           IF WS-RUNCTL-OPEN = 'Y'
               PERFORM 9121-WRITE-ENDED-ENTRY
           END-IF.

       9121-WRITE-ENDED-ENTRY.
           MOVE 'E' TO RN-STATUS.
           ACCEPT RN-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNCTL-TIME FROM TIME.
           MOVE WS-RUNCTL-HHMMSS TO RN-END-TIME.
           MOVE RETURN-CODE TO RN-RETURN-CODE.
           PERFORM 9122-SET-RUN-COUNTS.
           REWRITE RUNCTL-FILE-RECORD FROM RUNCTL-RECORD.
           CLOSE RUNCTL-FILE.
           MOVE 'N' TO WS-RUNCTL-OPEN.

       9122-SET-RUN-COUNTS.
           MOVE 'CALLS' TO RN-COUNT-LABEL(1).
           MOVE WS-GRAND-TOTAL TO RN-COUNT-VALUE(1).
           MOVE WS-RESTART-SWITCH TO RN-RESTART-FLAG.
