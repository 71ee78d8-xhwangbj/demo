      *    NEEDED BECAUSE NO RELOAD HAPPENED.  EVERY       *
      *    RECORD IS LISTED ON THE RUN REPORT AS APPLIED   *
      *    OR REJECTED; ANY REJECT SETS RETURN CODE 4.     *
      *    THE RUN IS CHECKED AGAINST THE SUBMITTING       *
      *    USER'S OPERAUTH RECORD (USERID IN COLUMNS 1-8   *
      *    OF APLPARM): WITHOUT REFERENCE-MAINTENANCE      *
      *    AUTHORITY NOTHING IS APPLIED AND THE JOB ENDS   *
      *    RETURN CODE 8; OTHERWISE EACH ASSIGNMENT NEEDS  *
      *    MAINTAIN AUTHORITY FOR THE NEW REGION AND, FOR  *
      *    A CHANGE, THE TERMINAL'S CURRENT REGION.  EVERY *
      *    REFUSAL IS REJECTED ON THE REPORT AND WRITTEN   *
      *    TO CHGJRNL AS TESTM WOULD JOURNAL IT.           *
      *    THE ASSIGNMENT RECORD (ASGNREC) ALSO CARRIES AN *
      *    ACTION IN COLUMN 13 FOR THE TESTDRM CLEANUP     *
      *    FILE: 'C' CHANGES A TERMINAL ONLY IF IT IS      *
      *    STILL ENROLLED, AND 'D' DELETES THE ENROLMENT - *
      *    NO REGNTAB CHECK, SINCE AN ORPHANED REGION IS   *
      *    OFTEN THE REASON, BUT THE REGION GIVEN MUST     *
      *    STILL BE THE ONE ENROLLED AND THE SUBMITTER     *
      *    MUST BE ABLE TO MAINTAIN IT.  EVERY ADD, CHANGE *
      *    AND DELETE APPLIED IS JOURNALED TO CHGJRNL WITH *
      *    ITS BEFORE AND AFTER IMAGES, AS TESTM JOURNALS  *
      *    ONE, SO TESTPIT CAN REPLAY IT.                  *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-REGN-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'APLRPT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'APLPARM'
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUTH-FILE ASSIGN TO 'OPERAUTH'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS OA-USERID
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'CHGJRNL'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CJ-JRNL-KEY
               FILE STATUS IS WS-JRNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ASSIGN-FILE
           RECORDING MODE IS F.
           COPY ASGNREC.
       FD  TERMREG-FILE.
           COPY TERMREG.
       FD  REGNTAB-FILE.
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                  PIC X(80).
       FD  PARM-FILE
           RECORDING MODE IS F.
       01 PARM-RECORD.
           03 PARM-SUBMIT-USERID       PIC X(8).
           03 FILLER                   PIC X(72).
       FD  AUTH-FILE.
           COPY OPERAUTH.
       FD  JOURNAL-FILE.
           COPY CHGJRNL.
       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH                PIC X VALUE 'N'.
       01 WS-LOOKUP-DONE               PIC X.
       01 WS-RECORD-OK-SWITCH          PIC X.
       01 WS-TERM-STATUS               PIC X(2).
       01 WS-REGN-STATUS               PIC X(2).
       01 WS-AUTH-STATUS               PIC X(2).
       01 WS-JRNL-STATUS               PIC X(2).
       01 WS-RUN-DATE                  PIC X(8).
       01 WS-SUBMIT-USERID             PIC X(8) VALUE SPACES.
       01 WS-SUBMIT-OK                 PIC X.
       01 WS-AUTH-FOUND                PIC X.
       01 WS-AUTH-REGION               PIC X(4).
       01 WS-AUTH-GRANTED              PIC X.
       01 WS-AUTH-SUB                  PIC S9(4) COMP.
       01 WS-JRNL-DONE                 PIC X.
       01 WS-JRNL-ACTION               PIC X(6).
       01 WS-JRNL-DATE                 PIC X(8).
       01 WS-JRNL-TIME.
           03 WS-JRNL-HHMMSS           PIC 9(6).
           03 FILLER                   PIC 9(2).
       01 WS-BEFORE-IMAGE              PIC X(53).
       01 WS-AFTER-IMAGE               PIC X(53).
       01 WS-REFUSED-COUNT             PIC 9(7) VALUE 0.
       01 WS-READ-COUNT                PIC 9(7) VALUE 0.
       01 WS-ADDED-COUNT               PIC 9(7) VALUE 0.
       01 WS-CHANGED-COUNT             PIC 9(7) VALUE 0.
       01 WS-DELETED-COUNT             PIC 9(7) VALUE 0.
       01 WS-REJECTED-COUNT            PIC 9(7) VALUE 0.
       COPY REGNTAB.
       01 WS-HEADING-1.
           03 FILLER                   PIC X(13)
               VALUE 'RUN DATE:    '.
           03 WS-RUN-DATE-OUT          PIC X(8).
       01 WS-USER-LINE.
           03 FILLER                   PIC X(13)
               VALUE 'SUBMITTED BY:'.
           03 WS-SUBMIT-USERID-OUT     PIC X(8).
       01 WS-RUN-REFUSED-LINE.
           03 WS-RRF-TEXT              PIC X(40).
           03 FILLER                   PIC X(40)
               VALUE ' - NO ASSIGNMENTS APPLIED'.
       01 WS-DETAIL-LINE.
           03 WS-DTL-TERM              PIC X(10).
           03 WS-DTL-REGION            PIC X(6).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           IF WS-SUBMIT-OK = 'Y'
               PERFORM 2000-APPLY-ONE
                   UNTIL WS-EOF-SWITCH = 'Y'
           ELSE
               PERFORM 1200-REFUSE-RUN
           END-IF.
           PERFORM 4000-PRINT-TOTALS.
           PERFORM 5000-TERMINATE.
           IF WS-SUBMIT-OK = 'N'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECTED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

               MOVE WS-REGN-STATUS TO WS-STS-VALUE
               PERFORM 9000-FILE-ERROR
           END-IF.
           OPEN INPUT AUTH-FILE.
           IF WS-AUTH-STATUS NOT = '00'
               MOVE 'OPERAUTH FILE STATUS:' TO WS-STS-LABEL
               MOVE WS-AUTH-STATUS TO WS-STS-VALUE
               PERFORM 9000-FILE-ERROR
           END-IF.
           OPEN I-O JOURNAL-FILE.
           IF WS-JRNL-STATUS NOT = '00'
               MOVE 'CHGJRNL FILE STATUS:' TO WS-STS-LABEL
               MOVE WS-JRNL-STATUS TO WS-STS-VALUE
               PERFORM 9000-FILE-ERROR
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-OUT.
           MOVE WS-DATE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE
               AT END CONTINUE
               NOT AT END MOVE PARM-SUBMIT-USERID TO WS-SUBMIT-USERID
           END-READ.
           CLOSE PARM-FILE.
           MOVE WS-SUBMIT-USERID TO WS-SUBMIT-USERID-OUT.
           MOVE WS-USER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 1100-LOAD-AUTHORITY.
           MOVE WS-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           READ ASSIGN-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      *****************************************************
      *    A MISSING OR BLANK SUBMITTING USERID IS TREATED *
      *    LIKE ONE WITH NO AUTHORITY RECORD.              *
      *****************************************************
       1100-LOAD-AUTHORITY.
           MOVE 'N' TO WS-AUTH-FOUND.
           IF WS-SUBMIT-USERID NOT = SPACES
               MOVE WS-SUBMIT-USERID TO OA-USERID
               READ AUTH-FILE
               IF WS-AUTH-STATUS = '00'
                   MOVE 'Y' TO WS-AUTH-FOUND
               ELSE
                   IF WS-AUTH-STATUS NOT = '23'
                       MOVE 'OPERAUTH FILE STATUS:' TO WS-STS-LABEL
                       MOVE WS-AUTH-STATUS TO WS-STS-VALUE
                       PERFORM 9000-FILE-ERROR
                   END-IF
               END-IF
           END-IF.
           MOVE 'N' TO WS-SUBMIT-OK.
           IF WS-AUTH-FOUND = 'Y'
               IF OA-REF-MAINT = 'Y'
                   MOVE 'Y' TO WS-SUBMIT-OK
               END-IF
           END-IF.

       1200-REFUSE-RUN.
           IF WS-SUBMIT-USERID = SPACES
               MOVE 'SUBMITTING USERID MISSING' TO WS-RRF-TEXT
           ELSE
               IF WS-AUTH-FOUND = 'N'
                   MOVE 'SUBMITTER NOT ON OPERATOR AUTHORITY FILE'
                           TO WS-RRF-TEXT
               ELSE
                   MOVE 'SUBMITTER NOT AUTHORISED FOR REF MAINT'
                           TO WS-RRF-TEXT
               END-IF
           END-IF.
           MOVE WS-RUN-REFUSED-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DNYRUN' TO WS-JRNL-ACTION.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE SPACES TO WS-AFTER-IMAGE.
           MOVE SPACES TO ASG-TERM-USER-ID.
           PERFORM 6000-WRITE-JOURNAL.

       2000-APPLY-ONE.
           ADD 1 TO WS-READ-COUNT.
           MOVE 'Y' TO WS-RECORD-OK-SWITCH.
               PERFORM 2900-REJECT-ASSIGNMENT
           END-IF.
           IF WS-RECORD-OK-SWITCH = 'Y'
                   AND ASG-ACTION NOT = SPACE
                   AND ASG-ACTION NOT = 'C'
                   AND ASG-ACTION NOT = 'D'
               MOVE 'ACTION NOT BLANK, C OR D' TO WS-DTL-DISP
               PERFORM 2900-REJECT-ASSIGNMENT
           END-IF.
           IF WS-RECORD-OK-SWITCH = 'Y'
                   AND ASG-ACTION NOT = 'D'
               PERFORM 3000-LOOKUP-REGION
               IF WS-LOOKUP-FOUND = 'N'
                   MOVE 'REGION NOT IN FORCE TODAY' TO WS-DTL-DISP
           END-READ.

      *****************************************************
      *    THE TERMINAL IS READ FIRST: NOT FOUND (STATUS   *
      *    23) MAKES IT AN ADD; FOUND MAKES THE APPLY A    *
      *    CHANGE TO THE NEW REGION CODE - THAT IS THE     *
      *    REMAP CASE THE WORKLIST PRODUCES AFTER A BRANCH *
      *    MOVE - AND THE SUBMITTER MUST ALSO BE ABLE TO   *
      *    MAINTAIN THE REGION THE TERMINAL IS LEAVING.    *
      *    A 'C' OR 'D' FOR A TERMINAL NO LONGER ENROLLED  *
      *    IS REJECTED RATHER THAN ADDED.                  *
      *****************************************************
       2100-WRITE-OR-REWRITE.
           MOVE ASG-TERM-USER-ID TO TR-TERM-USER-ID.
           READ TERMREG-FILE.
           IF WS-TERM-STATUS = '00'
               IF ASG-ACTION = 'D'
                   PERFORM 2400-DELETE-TERMINAL
               ELSE
                   PERFORM 2300-CHANGE-TERMINAL
               END-IF
           ELSE
               IF WS-TERM-STATUS = '23'
                   IF ASG-ACTION = SPACE
                       PERFORM 2200-ADD-TERMINAL
                   ELSE
                       MOVE 'TERMINAL NOT ENROLLED' TO WS-DTL-DISP
                       PERFORM 2900-REJECT-ASSIGNMENT
                   END-IF
               ELSE
                   MOVE 'TERMREG FILE STATUS:' TO WS-STS-LABEL
                   MOVE WS-TERM-STATUS TO WS-STS-VALUE
                   PERFORM 9000-FILE-ERROR
               END-IF
           END-IF.

       2200-ADD-TERMINAL.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE ASG-REGION-CODE TO WS-AUTH-REGION.
           PERFORM 3500-CHECK-REGION.
           IF WS-AUTH-GRANTED = 'N'
               MOVE 'DNYADD' TO WS-JRNL-ACTION
               MOVE 'NEW REGION NOT AUTHORISED' TO WS-DTL-DISP
               PERFORM 2950-REFUSE-ASSIGNMENT
           ELSE
               MOVE ASG-TERM-USER-ID TO TR-TERM-USER-ID
               MOVE ASG-REGION-CODE TO TR-REGION-CODE
               WRITE TERMREG-RECORD
               IF WS-TERM-STATUS = '00'
                   ADD 1 TO WS-ADDED-COUNT
                   MOVE 'ADDED' TO WS-DTL-DISP
                   PERFORM 2800-REPORT-APPLIED
                   MOVE 'ADD' TO WS-JRNL-ACTION
                   MOVE TERMREG-RECORD TO WS-AFTER-IMAGE
                   PERFORM 6000-WRITE-JOURNAL
               ELSE
                   MOVE 'TERMREG FILE STATUS:' TO WS-STS-LABEL
                   MOVE WS-TERM-STATUS TO WS-STS-VALUE
                   PERFORM 9000-FILE-ERROR
               END-IF
           END-IF.

       2300-CHANGE-TERMINAL.
           MOVE TERMREG-RECORD TO WS-BEFORE-IMAGE.
           MOVE ASG-REGION-CODE TO WS-AUTH-REGION.
           PERFORM 3500-CHECK-REGION.
           IF WS-AUTH-GRANTED = 'N'
               MOVE 'NEW REGION NOT AUTHORISED' TO WS-DTL-DISP
           ELSE
               MOVE TR-REGION-CODE TO WS-AUTH-REGION
               PERFORM 3500-CHECK-REGION
               IF WS-AUTH-GRANTED = 'N'
                   MOVE 'OLD REGION NOT AUTHORISED' TO WS-DTL-DISP
               END-IF
           END-IF.
           IF WS-AUTH-GRANTED = 'N'
               MOVE 'DNYUPD' TO WS-JRNL-ACTION
               PERFORM 2950-REFUSE-ASSIGNMENT
           ELSE
               MOVE ASG-REGION-CODE TO TR-REGION-CODE
               REWRITE TERMREG-RECORD
               IF WS-TERM-STATUS = '00'
                   ADD 1 TO WS-CHANGED-COUNT
                   MOVE 'CHANGED' TO WS-DTL-DISP
                   PERFORM 2800-REPORT-APPLIED
                   MOVE 'UPDATE' TO WS-JRNL-ACTION
                   MOVE TERMREG-RECORD TO WS-AFTER-IMAGE
                   PERFORM 6000-WRITE-JOURNAL
               ELSE
                   MOVE 'TERMREG FILE STATUS:' TO WS-STS-LABEL
                   MOVE WS-TERM-STATUS TO WS-STS-VALUE
                   PERFORM 9000-FILE-ERROR
               END-IF
           END-IF.

      *****************************************************
      *    THE CLEANUP FILE WAS REVIEWED AGAINST THE       *
      *    REGION THE TERMINAL WAS ENROLLED UNDER THEN; IF *
      *    IT HAS BEEN MOVED SINCE, THE DELETE IS REJECTED *
      *    SO THE MOVE IS NOT UNDONE UNSEEN.  THE DELETE   *
      *    IS JOURNALED LIKE A TESTM DELETE: THE TERMREG   *
      *    RECORD AS THE BEFORE IMAGE, NO AFTER IMAGE.     *
      *****************************************************
       2400-DELETE-TERMINAL.
           MOVE TERMREG-RECORD TO WS-BEFORE-IMAGE.
           IF ASG-REGION-CODE NOT = SPACES
                   AND ASG-REGION-CODE NOT = TR-REGION-CODE
               MOVE 'REGION CHANGED SINCE LIST' TO WS-DTL-DISP
               PERFORM 2900-REJECT-ASSIGNMENT
           ELSE
               MOVE TR-REGION-CODE TO WS-AUTH-REGION
               PERFORM 3500-CHECK-REGION
               IF WS-AUTH-GRANTED = 'N'
                   MOVE 'DNYDEL' TO WS-JRNL-ACTION
                   MOVE 'REGION NOT AUTHORISED' TO WS-DTL-DISP
                   PERFORM 2950-REFUSE-ASSIGNMENT
               ELSE
                   DELETE TERMREG-FILE RECORD
                   IF WS-TERM-STATUS = '00'
                       ADD 1 TO WS-DELETED-COUNT
                       MOVE 'DELETED' TO WS-DTL-DISP
                       PERFORM 2800-REPORT-APPLIED
                       MOVE 'DELETE' TO WS-JRNL-ACTION
                       MOVE SPACES TO WS-AFTER-IMAGE
                       PERFORM 6000-WRITE-JOURNAL
                   ELSE
                       MOVE 'TERMREG FILE STATUS:' TO WS-STS-LABEL
                       MOVE WS-TERM-STATUS TO WS-STS-VALUE
                       PERFORM 9000-FILE-ERROR
                   END-IF
               END-IF
           END-IF.

           ADD 1 TO WS-REJECTED-COUNT.
           PERFORM 2800-REPORT-APPLIED.

       2950-REFUSE-ASSIGNMENT.
           ADD 1 TO WS-REFUSED-COUNT.
           PERFORM 2900-REJECT-ASSIGNMENT.
           MOVE SPACES TO WS-AFTER-IMAGE.
           MOVE ASG-TERM-USER-ID TO WS-AFTER-IMAGE(1:8).
           MOVE ASG-REGION-CODE TO WS-AFTER-IMAGE(9:4).
           PERFORM 6000-WRITE-JOURNAL.

      *****************************************************
      *    SAME RULE AS TESTA'S ONLINE LOOKUP: BROWSE THE  *
      *    CODE'S EFFECTIVE-DATED RECORDS FROM THE START   *
               END-IF
           END-IF.

      *****************************************************
      *    SAME RULE AS TESTM: MAINTAIN AUTHORITY COMES    *
      *    FROM ALL-REGIONS 'M' OR AN 'M' REGION ENTRY.    *
      *    REFERENCE-MAINTENANCE AUTHORITY WAS PROVED      *
      *    BEFORE THE FIRST ASSIGNMENT WAS READ.           *
      *****************************************************
       3500-CHECK-REGION.
           MOVE 'N' TO WS-AUTH-GRANTED.
           IF OA-ALL-REGIONS = 'M'
               MOVE 'Y' TO WS-AUTH-GRANTED
           ELSE
               PERFORM 3510-CHECK-REGION-ENTRY
                   VARYING WS-AUTH-SUB FROM 1 BY 1
                   UNTIL WS-AUTH-SUB > 8
                      OR WS-AUTH-GRANTED = 'Y'
           END-IF.

       3510-CHECK-REGION-ENTRY.
           IF OA-REGION-CODE(WS-AUTH-SUB) = WS-AUTH-REGION
                   AND OA-REGION-LEVEL(WS-AUTH-SUB) = 'M'
               MOVE 'Y' TO WS-AUTH-GRANTED
           END-IF.

       4000-PRINT-TOTALS.
           MOVE 'ASSIGNMENTS READ:' TO WS-CNT-LABEL.
           MOVE WS-READ-COUNT TO WS-CNT-VALUE.
           MOVE WS-CHANGED-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'TERMINALS DELETED:' TO WS-CNT-LABEL.
           MOVE WS-DELETED-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'REJECTED:' TO WS-CNT-LABEL.
           MOVE WS-REJECTED-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE '  NOT AUTHORISED:' TO WS-CNT-LABEL.
           MOVE WS-REFUSED-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      *****************************************************
      *    SAME JOURNAL RECORD TESTM WRITES FOR A REFUSAL  *
      *    OR A CHANGE, KEYED ON THE DATE AND TIME OF THE  *
      *    WRITE SO TESTPIT REPLAYS IT IN ITS PLACE AMONG  *
      *    THE ONLINE CHANGES; A DUPLICATE KEY BUMPS THE   *
      *    SEQUENCE.                                       *
      *****************************************************
       6000-WRITE-JOURNAL.
           MOVE SPACES TO CHGJRNL-RECORD.
           MOVE 'TERMREG' TO CJ-FILE.
           ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-JRNL-TIME FROM TIME.
           MOVE WS-JRNL-DATE TO CJ-DATE.
           MOVE WS-JRNL-HHMMSS TO CJ-TIME.
           MOVE 1 TO CJ-SEQ.
           MOVE WS-JRNL-ACTION TO CJ-ACTION.
           MOVE ASG-TERM-USER-ID TO CJ-REC-KEY.
           MOVE WS-SUBMIT-USERID TO CJ-USERID.
           MOVE WS-BEFORE-IMAGE TO CJ-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO CJ-AFTER-IMAGE.
           MOVE 'N' TO WS-JRNL-DONE.
           PERFORM 6100-WRITE-JOURNAL-REC
               UNTIL WS-JRNL-DONE = 'Y'.

       6100-WRITE-JOURNAL-REC.
           WRITE CHGJRNL-RECORD.
           IF WS-JRNL-STATUS = '00'
               MOVE 'Y' TO WS-JRNL-DONE
           ELSE
               IF WS-JRNL-STATUS = '22' AND CJ-SEQ < 999
                   ADD 1 TO CJ-SEQ
               ELSE
                   MOVE 'CHGJRNL FILE STATUS:' TO WS-STS-LABEL
                   MOVE WS-JRNL-STATUS TO WS-STS-VALUE
                   PERFORM 9000-FILE-ERROR
               END-IF
           END-IF.

       5000-TERMINATE.
           CLOSE ASSIGN-FILE TERMREG-FILE REGNTAB-FILE.
           CLOSE AUTH-FILE JOURNAL-FILE.
           CLOSE REPORT-FILE.

       9000-FILE-ERROR.
           MOVE WS-STATUS-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE ASSIGN-FILE TERMREG-FILE REGNTAB-FILE.
           CLOSE AUTH-FILE JOURNAL-FILE.
           CLOSE REPORT-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
