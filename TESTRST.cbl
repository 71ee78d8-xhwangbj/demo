       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'TESTRST'.
      *****************************************************
      *    TESTRST - RESTORE OF PURGED AUDIT HISTORY FROM  *
      *    THE AUDARCH ARCHIVE TESTARC WRITES BEFORE EACH  *
      *    PURGE.  READS ONE OR MORE AUDARCH GENERATIONS   *
      *    (CONCATENATED UNDER THE ONE DD) AND RELOADS     *
      *    EVERY ARCHIVED RECORD DATED WITHIN THE RANGE ON *
      *    RSTPARM:  COLS 1-8 FROM DATE, 9-16 TO DATE      *
      *    (YYYYMMDD; BLANK MEANS OPEN-ENDED), COL 17 THE  *
      *    TARGET - 'I' (THE DEFAULT) THE AUDINQ INQUIRY   *
      *    FILE, 'H' AUDHIST ITSELF.  AUDINQ HAS THE       *
      *    AUDHIST LAYOUT: TESTQ BROWSES IT WITH SOURCE    *
      *    'I' AND TESTTRN READS IT WITH ITS AUDHIST DD    *
      *    POINTED AT THE AUDINQ CLUSTER.  RECORDS         *
      *    RESTORED TO AUDHIST THAT ARE OLDER THAN THE     *
      *    NEXT ARCPARM CUTOFF WILL BE ARCHIVED AND PURGED *
      *    AGAIN BY THAT NIGHT'S TESTARC.  A RECORD        *
      *    ALREADY ON THE TARGET IS COUNTED AND SKIPPED,   *
      *    SO A RESTORE CAN BE RERUN, AND THE DUPLICATES   *
      *    LEFT BY A TESTARC RERUN COST NOTHING.  EACH     *
      *    GENERATION'S DETAIL COUNT IS PROVED AGAINST ITS *
      *    TRAILER - THE SAME FIGURE TESTARC'S REPORT      *
      *    PROVED AGAINST ITS PURGE - AND ANY GENERATION   *
      *    THAT DOES NOT PROVE (OR HAS NO TRAILER) SETS    *
      *    RETURN CODE 8.                                  *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE ASSIGN TO 'AUDARCH'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'RSTPARM'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO 'AUDHIST'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS HIST-FILE-KEY
               FILE STATUS IS WS-TARGET-STATUS.
           SELECT OPTIONAL INQUIRY-FILE ASSIGN TO 'AUDINQ'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS INQ-FILE-KEY
               FILE STATUS IS WS-TARGET-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'RSTRPT'
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
           COPY AUDARCH.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01 PARM-RECORD.
           03 PARM-FROM-DATE           PIC X(8).
           03 PARM-TO-DATE             PIC X(8).
           03 PARM-TARGET              PIC X(1).
           03 FILLER                   PIC X(63).
       FD  HISTORY-FILE.
       01 HIST-FILE-RECORD.
           03 HIST-FILE-KEY            PIC X(21).
           03 FILLER                   PIC X(41).
       FD  INQUIRY-FILE.
       01 INQ-FILE-RECORD.
           03 INQ-FILE-KEY             PIC X(21).
           03 FILLER                   PIC X(41).
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                  PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-ARCH-EOF-SWITCH           PIC X VALUE 'N'.
       01 WS-IN-GENERATION             PIC X VALUE 'N'.
       01 WS-PARM-OK                   PIC X VALUE 'Y'.
       01 WS-TARGET-STATUS             PIC X(2).
       01 WS-FROM-DATE                 PIC X(8) VALUE '00000000'.
       01 WS-TO-DATE                   PIC X(8) VALUE '99999999'.
       01 WS-TARGET                    PIC X(1) VALUE 'I'.
       01 WS-GEN-RUN-DATE              PIC X(8).
       01 WS-GEN-CUTOFF                PIC X(8).
       01 WS-GEN-COUNT                 PIC 9(9).
       01 WS-GENERATION-COUNT          PIC 9(7) VALUE 0.
       01 WS-UNPROVED-COUNT            PIC 9(7) VALUE 0.
       01 WS-DETAIL-COUNT              PIC 9(9) VALUE 0.
       01 WS-IN-RANGE-COUNT            PIC 9(9) VALUE 0.
       01 WS-RESTORED-COUNT            PIC 9(9) VALUE 0.
       01 WS-PRESENT-COUNT             PIC 9(9) VALUE 0.
       01 WS-STRAY-COUNT               PIC 9(9) VALUE 0.
       COPY AUDHIST.
       01 WS-HEADING-1.
           03 FILLER                   PIC X(80)
               VALUE 'TESTRST AUDIT HISTORY RESTORE FROM AUDARCH'.
       01 WS-RANGE-LINE.
           03 FILLER                   PIC X(13)
               VALUE 'DATES FROM:  '.
           03 WS-RNG-FROM              PIC X(8).
           03 FILLER                   PIC X(6) VALUE '  TO: '.
           03 WS-RNG-TO                PIC X(8).
           03 FILLER                   PIC X(10) VALUE '  TARGET: '.
           03 WS-RNG-TARGET            PIC X(8).
       01 WS-HEADING-2.
           03 FILLER                   PIC X(40)
               VALUE 'GENERATION CUTOFF     TRAILER    COUNTED'.
       01 WS-GEN-LINE.
           03 WS-GNL-RUN-DATE          PIC X(8).
           03 FILLER                   PIC X(3) VALUE SPACES.
           03 WS-GNL-CUTOFF            PIC X(8).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-GNL-TRAILER           PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-GNL-COUNTED           PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-GNL-RESULT            PIC X(20).
       01 WS-COUNT-LINE.
           03 WS-CNT-LABEL             PIC X(30).
           03 WS-CNT-VALUE             PIC ZZZ,ZZZ,ZZ9.
       01 WS-MESSAGE-LINE              PIC X(80).
       01 WS-STATUS-LINE.
           03 WS-STS-LABEL             PIC X(25).
           03 WS-STS-VALUE             PIC X(2).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           IF WS-PARM-OK = 'Y'
               PERFORM 2000-READ-ARCHIVE
                   UNTIL WS-ARCH-EOF-SWITCH = 'Y'
               IF WS-IN-GENERATION = 'Y'
                   PERFORM 2900-NO-TRAILER
               END-IF
               PERFORM 4000-PRINT-TOTALS
           END-IF.
           PERFORM 5000-TERMINATE.
           IF WS-PARM-OK = 'N' OR WS-UNPROVED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT ARCHIVE-FILE PARM-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           READ PARM-FILE
               AT END CONTINUE
               NOT AT END PERFORM 1100-EDIT-PARMS
           END-READ.
           IF WS-PARM-OK = 'Y'
               PERFORM 1200-OPEN-TARGET
               READ ARCHIVE-FILE
                   AT END MOVE 'Y' TO WS-ARCH-EOF-SWITCH
               END-READ
           ELSE
               MOVE WS-MESSAGE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       1100-EDIT-PARMS.
           IF PARM-FROM-DATE NOT = SPACES
               MOVE PARM-FROM-DATE TO WS-FROM-DATE
           END-IF.
           IF PARM-TO-DATE NOT = SPACES
               MOVE PARM-TO-DATE TO WS-TO-DATE
           END-IF.
           IF PARM-TARGET NOT = SPACE
               MOVE PARM-TARGET TO WS-TARGET
           END-IF.
           IF WS-FROM-DATE NOT NUMERIC
                   OR WS-TO-DATE NOT NUMERIC
                   OR WS-TO-DATE < WS-FROM-DATE
               MOVE 'N' TO WS-PARM-OK
               MOVE 'RSTPARM DATE RANGE INVALID - NOTHING RESTORED'
                   TO WS-MESSAGE-LINE
           END-IF.
           IF WS-TARGET NOT = 'I' AND WS-TARGET NOT = 'H'
               MOVE 'N' TO WS-PARM-OK
               MOVE 'RSTPARM TARGET NOT I OR H - NOTHING RESTORED'
                   TO WS-MESSAGE-LINE
           END-IF.

       1200-OPEN-TARGET.
           MOVE WS-FROM-DATE TO WS-RNG-FROM.
           MOVE WS-TO-DATE TO WS-RNG-TO.
           IF WS-TARGET = 'H'
               MOVE 'AUDHIST' TO WS-RNG-TARGET
               MOVE 'AUDHIST FILE STATUS:' TO WS-STS-LABEL
               OPEN I-O HISTORY-FILE
           ELSE
               MOVE 'AUDINQ' TO WS-RNG-TARGET
               MOVE 'AUDINQ FILE STATUS:' TO WS-STS-LABEL
               OPEN I-O INQUIRY-FILE
           END-IF.
           IF WS-TARGET-STATUS NOT = '00'
                   AND WS-TARGET-STATUS NOT = '05'
               PERFORM 9000-TARGET-ERROR
           END-IF.
           MOVE WS-RANGE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.

      *****************************************************
      *    A HEADER OPENS A GENERATION AND ITS TRAILER     *
      *    CLOSES IT.  A DETAIL OUTSIDE ANY GENERATION, OR *
      *    A RECORD OF UNKNOWN TYPE, IS COUNTED AS STRAY   *
      *    AND FAILS THE PROOF; A STRAY DETAIL IS STILL    *
      *    RESTORED IF IT FALLS IN THE RANGE.              *
      *****************************************************
       2000-READ-ARCHIVE.
           EVALUATE AA-REC-TYPE
               WHEN 'H'
                   IF WS-IN-GENERATION = 'Y'
                       PERFORM 2900-NO-TRAILER
                   END-IF
                   MOVE 'Y' TO WS-IN-GENERATION
                   MOVE AA-HDR-RUN-DATE TO WS-GEN-RUN-DATE
                   MOVE AA-HDR-CUTOFF-DATE TO WS-GEN-CUTOFF
                   MOVE ZERO TO WS-GEN-COUNT
                   ADD 1 TO WS-GENERATION-COUNT
               WHEN 'D'
                   IF WS-IN-GENERATION = 'Y'
                       ADD 1 TO WS-GEN-COUNT
                   ELSE
                       PERFORM 2950-STRAY-RECORD
                   END-IF
                   PERFORM 2100-RESTORE-DETAIL
               WHEN 'T'
                   IF WS-IN-GENERATION = 'Y'
                       PERFORM 2800-PROVE-GENERATION
                   ELSE
                       PERFORM 2950-STRAY-RECORD
                   END-IF
               WHEN OTHER
                   PERFORM 2950-STRAY-RECORD
           END-EVALUATE.
           READ ARCHIVE-FILE
               AT END MOVE 'Y' TO WS-ARCH-EOF-SWITCH
           END-READ.

       2100-RESTORE-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT.
           MOVE AA-DTL-HIST-DATA TO AUDHIST-RECORD.
           IF AH-DATE NOT < WS-FROM-DATE
                   AND AH-DATE NOT > WS-TO-DATE
               ADD 1 TO WS-IN-RANGE-COUNT
               IF WS-TARGET = 'H'
                   WRITE HIST-FILE-RECORD FROM AUDHIST-RECORD
               ELSE
                   WRITE INQ-FILE-RECORD FROM AUDHIST-RECORD
               END-IF
               IF WS-TARGET-STATUS = '00'
                   ADD 1 TO WS-RESTORED-COUNT
               ELSE
                   IF WS-TARGET-STATUS = '22'
                       ADD 1 TO WS-PRESENT-COUNT
                   ELSE
                       PERFORM 9000-TARGET-ERROR
                   END-IF
               END-IF
           END-IF.

       2800-PROVE-GENERATION.
           MOVE 'N' TO WS-IN-GENERATION.
           MOVE WS-GEN-RUN-DATE TO WS-GNL-RUN-DATE.
           MOVE WS-GEN-CUTOFF TO WS-GNL-CUTOFF.
           MOVE AA-TRL-REC-COUNT TO WS-GNL-TRAILER.
           MOVE WS-GEN-COUNT TO WS-GNL-COUNTED.
           IF AA-TRL-REC-COUNT = WS-GEN-COUNT
               MOVE 'PROVED' TO WS-GNL-RESULT
           ELSE
               MOVE 'COUNT MISMATCH' TO WS-GNL-RESULT
               ADD 1 TO WS-UNPROVED-COUNT
           END-IF.
           MOVE WS-GEN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       2900-NO-TRAILER.
           MOVE 'N' TO WS-IN-GENERATION.
           MOVE WS-GEN-RUN-DATE TO WS-GNL-RUN-DATE.
           MOVE WS-GEN-CUTOFF TO WS-GNL-CUTOFF.
           MOVE ZERO TO WS-GNL-TRAILER.
           MOVE WS-GEN-COUNT TO WS-GNL-COUNTED.
           MOVE 'NO TRAILER' TO WS-GNL-RESULT.
           ADD 1 TO WS-UNPROVED-COUNT.
           MOVE WS-GEN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       2950-STRAY-RECORD.
           ADD 1 TO WS-STRAY-COUNT.
           IF WS-STRAY-COUNT = 1
               ADD 1 TO WS-UNPROVED-COUNT
           END-IF.

       4000-PRINT-TOTALS.
           MOVE 'GENERATIONS READ:' TO WS-CNT-LABEL.
           MOVE WS-GENERATION-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'GENERATIONS NOT PROVED:' TO WS-CNT-LABEL.
           MOVE WS-UNPROVED-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'STRAY ARCHIVE RECORDS:' TO WS-CNT-LABEL.
           MOVE WS-STRAY-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'ARCHIVED RECORDS READ:' TO WS-CNT-LABEL.
           MOVE WS-DETAIL-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'RECORDS IN DATE RANGE:' TO WS-CNT-LABEL.
           MOVE WS-IN-RANGE-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'RECORDS RESTORED:' TO WS-CNT-LABEL.
           MOVE WS-RESTORED-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'ALREADY ON TARGET:' TO WS-CNT-LABEL.
           MOVE WS-PRESENT-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       5000-TERMINATE.
           CLOSE ARCHIVE-FILE PARM-FILE.
           IF WS-PARM-OK = 'Y'
               IF WS-TARGET = 'H'
                   CLOSE HISTORY-FILE
               ELSE
                   CLOSE INQUIRY-FILE
               END-IF
           END-IF.
           CLOSE REPORT-FILE.

       9000-TARGET-ERROR.
           MOVE WS-TARGET-STATUS TO WS-STS-VALUE.
           MOVE WS-STATUS-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE ARCHIVE-FILE PARM-FILE HISTORY-FILE INQUIRY-FILE.
           CLOSE REPORT-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
