      *    MINUS 90).  A BLANK OR MISSING PARM SKIPS THE   *
      *    PURGE.  RECORDS ALREADY ON AUDHIST ARE SKIPPED, *
      *    SO A RERUN AFTER AN ABEND IS SAFE.              *
      *    EVERY RECORD DUE FOR PURGE IS FIRST COPIED TO   *
      *    THE AUDARCH ARCHIVE (A NEW DATED GENERATION     *
      *    EACH RUN) AND THE GENERATION CLOSED; ONLY THEN  *
      *    IS THE DELETE PASS MADE.  THE REPORT PROVES THE *
      *    ARCHIVE TRAILER COUNT AGAINST THE RECORDS       *
      *    PURGED AND ENDS RETURN CODE 8 IF THEY DIFFER.   *
      *    AN ABEND IN THE DELETE PASS LEAVES A COMPLETE   *
      *    GENERATION; THE RERUN ARCHIVES WHAT IS LEFT     *
      *    AGAIN, AND TESTRST SKIPS THE DUPLICATES ON      *
      *    RESTORE.                                        *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-HIST-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'ARCRPT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARCHIVE-FILE ASSIGN TO 'AUDARCH'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RUNCTL-FILE-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                  PIC X(80).
       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
           COPY AUDARCH.
       FD  RUNCTL-FILE.
       01 RUNCTL-FILE-RECORD.
           03 RUNCTL-FILE-KEY          PIC X(16).
           03 FILLER                   PIC X(144).
       WORKING-STORAGE SECTION.
       01 WS-AUDIT-EOF-SWITCH          PIC X VALUE 'N'.
       01 WS-PURGE-EOF-SWITCH          PIC X.
       01 WS-ARCHIVED-COUNT            PIC 9(7) VALUE 0.
       01 WS-SKIPPED-COUNT             PIC 9(7) VALUE 0.
       01 WS-PURGED-COUNT              PIC 9(7) VALUE 0.
       01 WS-ARCH-COUNT                PIC 9(7) VALUE 0.
       01 WS-ARCH-LOW-DATE             PIC X(8) VALUE SPACES.
       01 WS-ARCH-HIGH-DATE            PIC X(8) VALUE SPACES.
       01 WS-RUN-DATE                  PIC X(8).
       01 WS-RUN-TIME.
           03 WS-RUN-HHMMSS            PIC 9(6).
           03 FILLER                   PIC 9(2).
       01 WS-PROOF-LINE.
           03 WS-PRF-TEXT              PIC X(50).
       01 WS-COUNT-LINE.
           03 WS-CNT-LABEL             PIC X(30).
           03 WS-CNT-VALUE             PIC ZZZ,ZZ9.
       01 WS-HEADING-1.
           03 FILLER                   PIC X(80)
               VALUE 'TESTARC AUDIT HISTORY ARCHIVE'.
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
               UNTIL WS-AUDIT-EOF-SWITCH = 'Y'.
           IF WS-CUTOFF-DATE NOT = SPACES
               PERFORM 3000-PURGE-HISTORY
           ELSE
               PERFORM 3400-CLOSE-ARCHIVE
           END-IF.
           PERFORM 4000-PRINT-TOTALS.
           PERFORM 5000-TERMINATE.
           IF WS-PURGED-COUNT NOT = WS-ARCH-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 8800-END-RUN-CONTROL.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 8700-START-RUN-CONTROL.
           OPEN INPUT AUDIT-FILE PARM-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-HEADING-1 TO REPORT-LINE.
               AT END CONTINUE
               NOT AT END MOVE PARM-CUTOFF-DATE TO WS-CUTOFF-DATE
           END-READ.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN OUTPUT ARCHIVE-FILE.
           MOVE SPACES TO AUDARCH-RECORD.
           MOVE 'H' TO AA-REC-TYPE.
           MOVE WS-RUN-DATE TO AA-HDR-RUN-DATE.
           MOVE WS-RUN-HHMMSS TO AA-HDR-RUN-TIME.
           MOVE WS-CUTOFF-DATE TO AA-HDR-CUTOFF-DATE.
           WRITE AUDARCH-RECORD.
           READ AUDIT-FILE
               AT END MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
           END-READ.
               AT END MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
           END-READ.

      *****************************************************
      *    TWO PASSES OVER THE SAME KEY RANGE: THE FIRST   *
      *    COPIES EVERY RECORD DATED BEFORE THE CUTOFF TO  *
      *    THE ARCHIVE AND CLOSES IT, THE SECOND DELETES   *
      *    THEM.  NOTHING IS DELETED UNTIL IT IS SAFELY ON *
      *    A CLOSED GENERATION.                            *
      *****************************************************
       3000-PURGE-HISTORY.
           MOVE 'N' TO WS-PURGE-EOF-SWITCH.
           MOVE LOW-VALUES TO AH-HIST-KEY.
           START HISTORY-FILE KEY NOT < AH-HIST-KEY
               INVALID KEY MOVE 'Y' TO WS-PURGE-EOF-SWITCH
           END-START.
           PERFORM 3200-ARCHIVE-ONE-RECORD
               UNTIL WS-PURGE-EOF-SWITCH = 'Y'.
           PERFORM 3400-CLOSE-ARCHIVE.
           MOVE 'N' TO WS-PURGE-EOF-SWITCH.
           MOVE LOW-VALUES TO AH-HIST-KEY.
           START HISTORY-FILE KEY NOT < AH-HIST-KEY
           IF WS-PURGE-EOF-SWITCH = 'N'
               IF AH-DATE < WS-CUTOFF-DATE
                   DELETE HISTORY-FILE
                   IF WS-HIST-STATUS NOT = '00'
                       PERFORM 9000-HISTORY-ERROR
                   END-IF
                   ADD 1 TO WS-PURGED-COUNT
               ELSE
                   MOVE 'Y' TO WS-PURGE-EOF-SWITCH
               END-IF
           END-IF.

       3200-ARCHIVE-ONE-RECORD.
           READ HISTORY-FILE NEXT
               AT END MOVE 'Y' TO WS-PURGE-EOF-SWITCH
           END-READ.
           IF WS-PURGE-EOF-SWITCH = 'N'
               IF AH-DATE < WS-CUTOFF-DATE
                   MOVE SPACES TO AUDARCH-RECORD
                   MOVE 'D' TO AA-REC-TYPE
                   MOVE AUDHIST-RECORD TO AA-DTL-HIST-DATA
                   WRITE AUDARCH-RECORD
                   ADD 1 TO WS-ARCH-COUNT
                   IF WS-ARCH-LOW-DATE = SPACES
                       MOVE AH-DATE TO WS-ARCH-LOW-DATE
                   END-IF
                   MOVE AH-DATE TO WS-ARCH-HIGH-DATE
               ELSE
                   MOVE 'Y' TO WS-PURGE-EOF-SWITCH
               END-IF
           END-IF.

       3400-CLOSE-ARCHIVE.
           MOVE SPACES TO AUDARCH-RECORD.
           MOVE 'T' TO AA-REC-TYPE.
           MOVE WS-ARCH-COUNT TO AA-TRL-REC-COUNT.
           MOVE WS-ARCH-LOW-DATE TO AA-TRL-LOW-DATE.
           MOVE WS-ARCH-HIGH-DATE TO AA-TRL-HIGH-DATE.
           WRITE AUDARCH-RECORD.
           CLOSE ARCHIVE-FILE.

       4000-PRINT-TOTALS.
           MOVE 'AUDIT RECORDS READ:' TO WS-CNT-LABEL.
           MOVE WS-READ-COUNT TO WS-CNT-VALUE.
           MOVE WS-PURGED-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'AUDARCH TRAILER COUNT:' TO WS-CNT-LABEL.
           MOVE WS-ARCH-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-PURGED-COUNT = WS-ARCH-COUNT
               MOVE 'PURGED RECORDS AGREE WITH AUDARCH GENERATION'
                   TO WS-PRF-TEXT
           ELSE
               MOVE 'PURGED RECORDS DO NOT AGREE WITH AUDARCH'
                   TO WS-PRF-TEXT
           END-IF.
           MOVE WS-PROOF-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       5000-TERMINATE.
           CLOSE AUDIT-FILE PARM-FILE.
           CLOSE HISTORY-FILE.
           CLOSE REPORT-FILE.

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
           MOVE 'TESTARC' TO RN-PROGRAM.
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
           MOVE WS-READ-COUNT TO RN-COUNT-VALUE(1).
           MOVE 'LOADED' TO RN-COUNT-LABEL(2).
           MOVE WS-ARCHIVED-COUNT TO RN-COUNT-VALUE(2).
           MOVE 'PURGED' TO RN-COUNT-LABEL(3).
           MOVE WS-PURGED-COUNT TO RN-COUNT-VALUE(3).
           MOVE 'ARCHIVED' TO RN-COUNT-LABEL(4).
           MOVE WS-ARCH-COUNT TO RN-COUNT-VALUE(4).

       9000-HISTORY-ERROR.
           MOVE WS-HIST-STATUS TO WS-STS-VALUE.
           MOVE WS-STATUS-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE AUDIT-FILE PARM-FILE HISTORY-FILE REPORT-FILE.
           MOVE 16 TO RETURN-CODE.
           PERFORM 8800-END-RUN-CONTROL.
           STOP RUN.
