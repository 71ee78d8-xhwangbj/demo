       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'TESTDRM'.
      *****************************************************
      *    TESTDRM - DORMANT AND ORPHANED TERMREG          *
      *    ENROLMENT REPORT.  TERMREG ONLY GROWS: TESTUNM  *
      *    FINDS TERMINALS TO ENROL AND TESTAPL ENROLS     *
      *    THEM, BUT NOTHING ELSE FINDS ENROLMENTS THAT    *
      *    SHOULD GO.  THE AUDHIST LOOKUP HISTORY IS       *
      *    SORTED BY TERMINAL AND MATCHED AGAINST TERMREG  *
      *    IN KEY ORDER, AND EVERY ENROLMENT IS TESTED:    *
      *      REGION NOT IN FORCE - NO REGNTAB RECORD FOR   *
      *        THE ENROLLED CODE IS IN FORCE ON THE RUN    *
      *        DATE OR DUE TO COME INTO FORCE              *
      *      DORMANT - NO LOOKUP IN THE LAST N DAYS        *
      *      OTHER REGION - LOOKUPS IN THE LAST N DAYS,    *
      *        BUT NONE RESOLVED TO THE ENROLLED REGION    *
      *    N IS COLUMNS 1-3 OF DRMPARM (DEFAULT 90) AND    *
      *    SHOULD NOT EXCEED THE AUDHIST RETENTION; WHEN   *
      *    THE HISTORY ON FILE STARTS AFTER THE N-DAY      *
      *    CUTOFF, DORMANT TERMINALS ARE LISTED BUT NOT    *
      *    PROPOSED FOR DELETION AND THE RUN ENDS RETURN   *
      *    CODE 4.  AUDHIST CARRIES ONLY THE 4-CHARACTER   *
      *    TERMINAL ID, SO USERID ENROLMENTS ARE TESTED    *
      *    FOR THEIR REGION ONLY.  EACH ENROLMENT WITH A   *
      *    FINDING GETS AT MOST ONE PROPOSAL ON THE DRMOUT *
      *    CLEANUP FILE, IN THE ASGNREC LAYOUT TESTAPL     *
      *    APPLIES: OTHER REGION IS A CHANGE ('C') TO THE  *
      *    REGION OF THE LATEST LOOKUP; OTHERWISE REGION   *
      *    NOT IN FORCE OR DORMANT IS A DELETE ('D').  THE *
      *    FILE IS REVIEWED - LINES REMOVED OR AMENDED -   *
      *    AND RUN THROUGH TESTAPL AS ITS ASGNIN, WHICH    *
      *    CHECKS AUTHORITY, REPORTS AND JOURNALS EACH     *
      *    CHANGE.  NOTHING IS UPDATED HERE.  AN INVALID   *
      *    DRMPARM ENDS THE RUN RETURN CODE 8.             *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERMREG-FILE ASSIGN TO 'TERMREG'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS TR-TERM-USER-ID
               FILE STATUS IS WS-TERM-STATUS.
           SELECT REGNTAB-FILE ASSIGN TO 'REGNTAB'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS REGN-FILE-KEY
               FILE STATUS IS WS-REGN-STATUS.
           SELECT HISTORY-FILE ASSIGN TO 'AUDHIST'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS AH-HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'DRMPARM'
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLEANUP-FILE ASSIGN TO 'DRMOUT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'DRMRPT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO 'SORTWK1'.
       DATA DIVISION.
       FILE SECTION.
       FD  TERMREG-FILE.
           COPY TERMREG.
       FD  REGNTAB-FILE.
       01 REGN-FILE-RECORD.
           03 REGN-FILE-KEY.
               05 REGN-KEY-CODE        PIC X(4).
               05 REGN-KEY-FROM        PIC X(8).
           03 FILLER                   PIC X(41).
       FD  HISTORY-FILE.
           COPY AUDHIST.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01 PARM-RECORD.
           03 PARM-DORMANT-DAYS        PIC X(3).
           03 FILLER                   PIC X(77).
       FD  CLEANUP-FILE
           RECORDING MODE IS F.
           COPY ASGNREC.
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                  PIC X(80).
       SD  SORT-FILE.
       01 SORT-RECORD.
           03 SRT-TERM                 PIC X(8).
           03 SRT-DATE                 PIC X(8).
           03 SRT-TIME                 PIC 9(6).
           03 SRT-REGION               PIC X(4).
       WORKING-STORAGE SECTION.
       01 WS-HIST-EOF-SWITCH           PIC X VALUE 'N'.
       01 WS-SORT-EOF-SWITCH           PIC X VALUE 'N'.
       01 WS-TERM-EOF-SWITCH           PIC X VALUE 'N'.
       01 WS-PARM-OK                   PIC X VALUE 'Y'.
       01 WS-HISTORY-SHORT             PIC X VALUE 'N'.
       01 WS-LOOKUP-DONE               PIC X.
       01 WS-LOOKUP-FOUND              PIC X.
       01 WS-TERM-STATUS               PIC X(2).
       01 WS-REGN-STATUS               PIC X(2).
       01 WS-HIST-STATUS               PIC X(2).
       01 WS-RUN-DATE                  PIC X(8).
       01 WS-CUTOFF-DATE               PIC X(8).
       01 WS-HIST-LOW-DATE             PIC X(8) VALUE SPACES.
       01 WS-DORMANT-DAYS              PIC 9(3) VALUE 90.
       01 WS-DAY-COUNT                 PIC 9(4).
       01 WS-GROUP-ACTIVE              PIC X VALUE 'N'.
       01 WS-GROUP-ENROLLED            PIC X.
       01 WS-GROUP-TERM                PIC X(8).
       01 WS-GROUP-LAST-DATE           PIC X(8).
       01 WS-GROUP-LAST-REGION         PIC X(4).
       01 WS-GROUP-WINDOW              PIC 9(7).
       01 WS-GROUP-ON-REGION           PIC 9(7).
       01 WS-EVAL-LAST-DATE            PIC X(8).
       01 WS-EVAL-LAST-REGION          PIC X(4).
       01 WS-EVAL-WINDOW               PIC 9(7).
       01 WS-EVAL-ON-REGION            PIC 9(7).
       01 WS-ORPHAN-SWITCH             PIC X.
       01 WS-DORMANT-SWITCH            PIC X.
       01 WS-MISMATCH-SWITCH           PIC X.
       01 WS-PROPOSED-ACTION           PIC X.
       01 WS-HIST-READ-COUNT           PIC 9(9) VALUE 0.
       01 WS-ENROLLED-COUNT            PIC 9(7) VALUE 0.
       01 WS-TERMINAL-COUNT            PIC 9(7) VALUE 0.
       01 WS-USERID-COUNT              PIC 9(7) VALUE 0.
       01 WS-ORPHAN-COUNT              PIC 9(7) VALUE 0.
       01 WS-DORMANT-COUNT             PIC 9(7) VALUE 0.
       01 WS-MISMATCH-COUNT            PIC 9(7) VALUE 0.
       01 WS-DELETE-COUNT              PIC 9(7) VALUE 0.
       01 WS-CHANGE-COUNT              PIC 9(7) VALUE 0.
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
       COPY REGNTAB.
       01 WS-HEADING-1.
           03 FILLER                   PIC X(80)
               VALUE 'TESTDRM DORMANT AND ORPHANED TERMREG ENROLMENTS'.
       01 WS-DATE-LINE.
           03 FILLER                   PIC X(13)
               VALUE 'RUN DATE:    '.
           03 WS-DTE-RUN-DATE          PIC X(8).
           03 FILLER                   PIC X(16)
               VALUE '  DORMANT DAYS: '.
           03 WS-DTE-DAYS              PIC ZZ9.
           03 FILLER                   PIC X(10) VALUE '  CUTOFF: '.
           03 WS-DTE-CUTOFF            PIC X(8).
       01 WS-HISTORY-LINE.
           03 FILLER                   PIC X(20)
               VALUE 'HISTORY ON FILE FROM'.
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-HSL-LOW-DATE          PIC X(8).
       01 WS-HEADING-2.
           03 FILLER                   PIC X(10) VALUE 'TERM/USER'.
           03 FILLER                   PIC X(6) VALUE 'REGN'.
           03 FILLER                   PIC X(10) VALUE 'LAST USED'.
           03 FILLER                   PIC X(9) VALUE '  LOOKUPS'.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 FILLER                   PIC X(6) VALUE 'USED'.
           03 FILLER                   PIC X(22) VALUE 'FINDING'.
           03 FILLER                   PIC X(8) VALUE 'PROPOSED'.
       01 WS-DETAIL-LINE.
           03 WS-DTL-TERM              PIC X(10).
           03 WS-DTL-REGION            PIC X(6).
           03 WS-DTL-LAST-DATE         PIC X(10).
           03 WS-DTL-LOOKUPS           PIC Z,ZZZ,ZZ9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 WS-DTL-USED-REGION       PIC X(6).
           03 WS-DTL-FINDING           PIC X(22).
           03 WS-DTL-PROPOSED          PIC X(8).
       01 WS-COUNT-LINE.
           03 WS-CNT-LABEL             PIC X(30).
           03 WS-CNT-VALUE             PIC ZZZ,ZZZ,ZZ9.
       01 WS-MESSAGE-LINE              PIC X(80).
       01 WS-STATUS-LINE.
           03 WS-STS-LABEL             PIC X(25).
           03 WS-STS-VALUE             PIC X(2).
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INITIALIZE.
           IF WS-PARM-OK = 'Y'
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-TERM SRT-DATE SRT-TIME
                   INPUT PROCEDURE IS 7000-SELECT-HISTORY
                   OUTPUT PROCEDURE IS 8000-MATCH-ENROLMENTS
               PERFORM 4000-PRINT-TOTALS
           END-IF.
           PERFORM 5000-TERMINATE.
           IF WS-PARM-OK = 'N'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-HISTORY-SHORT = 'Y'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT PARM-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           READ PARM-FILE
               AT END CONTINUE
               NOT AT END PERFORM 1100-EDIT-PARMS
           END-READ.
           IF WS-PARM-OK = 'Y'
               PERFORM 1200-SET-CUTOFF
               PERFORM 1300-OPEN-FILES
           ELSE
               MOVE WS-MESSAGE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       1100-EDIT-PARMS.
           IF PARM-DORMANT-DAYS NOT = SPACES
               IF PARM-DORMANT-DAYS NUMERIC
                   MOVE PARM-DORMANT-DAYS TO WS-DORMANT-DAYS
               ELSE
                   MOVE ZERO TO WS-DORMANT-DAYS
               END-IF
           END-IF.
           IF WS-DORMANT-DAYS = ZERO
               MOVE 'N' TO WS-PARM-OK
               MOVE 'DRMPARM DORMANT DAYS INVALID - NO REPORT'
                   TO WS-MESSAGE-LINE
           END-IF.

      *****************************************************
      *    THE CUTOFF IS THE RUN DATE LESS N DAYS; A       *
      *    LOOKUP ON OR AFTER THE CUTOFF IS RECENT.        *
      *****************************************************
       1200-SET-CUTOFF.
           MOVE WS-RUN-DATE TO WS-WORK-DATE.
           PERFORM 8910-SUBTRACT-ONE-DAY
               VARYING WS-DAY-COUNT FROM 1 BY 1
               UNTIL WS-DAY-COUNT > WS-DORMANT-DAYS.
           MOVE WS-WORK-DATE TO WS-CUTOFF-DATE.
           MOVE WS-RUN-DATE TO WS-DTE-RUN-DATE.
           MOVE WS-DORMANT-DAYS TO WS-DTE-DAYS.
           MOVE WS-CUTOFF-DATE TO WS-DTE-CUTOFF.
           MOVE WS-DATE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       1300-OPEN-FILES.
           OPEN OUTPUT CLEANUP-FILE.
           OPEN INPUT TERMREG-FILE.
           IF WS-TERM-STATUS NOT = '00'
               MOVE 'TERMREG FILE STATUS:' TO WS-STS-LABEL
               MOVE WS-TERM-STATUS TO WS-STS-VALUE
               PERFORM 9000-FILE-ERROR
           END-IF.
           OPEN INPUT REGNTAB-FILE.
           IF WS-REGN-STATUS NOT = '00'
               MOVE 'REGNTAB FILE STATUS:' TO WS-STS-LABEL
               MOVE WS-REGN-STATUS TO WS-STS-VALUE
               PERFORM 9000-FILE-ERROR
           END-IF.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS NOT = '00'
               MOVE 'AUDHIST FILE STATUS:' TO WS-STS-LABEL
               MOVE WS-HIST-STATUS TO WS-STS-VALUE
               PERFORM 9000-FILE-ERROR
           END-IF.

       4000-PRINT-TOTALS.
           MOVE 'HISTORY RECORDS READ:' TO WS-CNT-LABEL.
           MOVE WS-HIST-READ-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'ENROLMENTS READ:' TO WS-CNT-LABEL.
           MOVE WS-ENROLLED-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE '  TERMINALS:' TO WS-CNT-LABEL.
           MOVE WS-TERMINAL-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE '  USERIDS - REGION ONLY:' TO WS-CNT-LABEL.
           MOVE WS-USERID-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'REGION NOT IN FORCE:' TO WS-CNT-LABEL.
           MOVE WS-ORPHAN-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DORMANT:' TO WS-CNT-LABEL.
           MOVE WS-DORMANT-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'USED IN OTHER REGION:' TO WS-CNT-LABEL.
           MOVE WS-MISMATCH-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DELETES PROPOSED:' TO WS-CNT-LABEL.
           MOVE WS-DELETE-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'CHANGES PROPOSED:' TO WS-CNT-LABEL.
           MOVE WS-CHANGE-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-HISTORY-SHORT = 'Y'
               MOVE 'HISTORY STARTS AFTER CUTOFF - NO DORMANT DELETES'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       5000-TERMINATE.
           CLOSE PARM-FILE.
           IF WS-PARM-OK = 'Y'
               CLOSE TERMREG-FILE REGNTAB-FILE HISTORY-FILE
               CLOSE CLEANUP-FILE
           END-IF.
           CLOSE REPORT-FILE.

      *****************************************************
      *    AUDHIST IS KEYED ON DATE FIRST, SO THE FIRST    *
      *    RECORD READ GIVES THE START OF THE HISTORY ON   *
      *    FILE.  LOOKUPS WITH NO TERMINAL (USERID-DRIVEN  *
      *    CALLS) CANNOT BE MATCHED AND ARE SKIPPED.       *
      *****************************************************
       7000-SELECT-HISTORY SECTION.
       7010-RELEASE-HISTORY.
           PERFORM 7200-READ-HISTORY.
           IF WS-HIST-EOF-SWITCH = 'N'
               MOVE AH-DATE TO WS-HIST-LOW-DATE
           END-IF.
           PERFORM 7100-RELEASE-ONE
               UNTIL WS-HIST-EOF-SWITCH = 'Y'.
           IF WS-HIST-LOW-DATE = SPACES
                   OR WS-HIST-LOW-DATE > WS-CUTOFF-DATE
               MOVE 'Y' TO WS-HISTORY-SHORT
           END-IF.
           MOVE WS-HIST-LOW-DATE TO WS-HSL-LOW-DATE.
           MOVE WS-HISTORY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           GO TO 7090-EXIT.
       7100-RELEASE-ONE.
           ADD 1 TO WS-HIST-READ-COUNT.
           IF AH-TERM-ID NOT = SPACES
               MOVE SPACES TO SRT-TERM
               MOVE AH-TERM-ID TO SRT-TERM(1:4)
               MOVE AH-DATE TO SRT-DATE
               MOVE AH-TIME TO SRT-TIME
               MOVE AH-REGION-CODE TO SRT-REGION
               RELEASE SORT-RECORD
           END-IF.
           PERFORM 7200-READ-HISTORY.
       7200-READ-HISTORY.
           READ HISTORY-FILE NEXT
               AT END MOVE 'Y' TO WS-HIST-EOF-SWITCH
           END-READ.
           IF WS-HIST-EOF-SWITCH = 'N'
                   AND WS-HIST-STATUS NOT = '00'
               MOVE 'AUDHIST FILE STATUS:' TO WS-STS-LABEL
               MOVE WS-HIST-STATUS TO WS-STS-VALUE
               PERFORM 9000-FILE-ERROR
           END-IF.
       7090-EXIT.
           EXIT.

      *****************************************************
      *    THE SORTED HISTORY AND TERMREG ARE BOTH IN      *
      *    TERMINAL ORDER.  AT EACH NEW TERMINAL IN THE    *
      *    HISTORY, THE ENROLMENTS BEFORE IT (WHICH HAVE   *
      *    NO HISTORY AT ALL) ARE TESTED FIRST; IF IT IS   *
      *    ITSELF ENROLLED ITS LOOKUPS ARE SUMMED AGAINST  *
      *    THE ENROLLED REGION AND IT IS TESTED AT THE     *
      *    BREAK.  HISTORY FOR AN UNENROLLED TERMINAL IS   *
      *    TESTUNM'S BUSINESS AND IS PASSED OVER.          *
      *****************************************************
       8000-MATCH-ENROLMENTS SECTION.
       8010-MATCH-LOOP.
           PERFORM 8600-READ-TERMREG.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.
           PERFORM 8100-MATCH-ONE
               UNTIL WS-SORT-EOF-SWITCH = 'Y'.
           IF WS-GROUP-ACTIVE = 'Y'
               PERFORM 8200-END-GROUP
           END-IF.
           PERFORM 8300-NO-HISTORY
               UNTIL WS-TERM-EOF-SWITCH = 'Y'.
           GO TO 8090-EXIT.
       8100-MATCH-ONE.
           IF WS-GROUP-ACTIVE = 'Y'
                   AND SRT-TERM NOT = WS-GROUP-TERM
               PERFORM 8200-END-GROUP
           END-IF.
           IF WS-GROUP-ACTIVE = 'N'
               PERFORM 8150-START-GROUP
           END-IF.
           MOVE SRT-DATE TO WS-GROUP-LAST-DATE.
           MOVE SRT-REGION TO WS-GROUP-LAST-REGION.
           IF SRT-DATE NOT < WS-CUTOFF-DATE
               ADD 1 TO WS-GROUP-WINDOW
               IF WS-GROUP-ENROLLED = 'Y'
                       AND SRT-REGION = TR-REGION-CODE
                   ADD 1 TO WS-GROUP-ON-REGION
               END-IF
           END-IF.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.
       8150-START-GROUP.
           MOVE SRT-TERM TO WS-GROUP-TERM.
           PERFORM 8300-NO-HISTORY
               UNTIL WS-TERM-EOF-SWITCH = 'Y'
                  OR TR-TERM-USER-ID NOT < WS-GROUP-TERM.
           MOVE 'N' TO WS-GROUP-ENROLLED.
           IF WS-TERM-EOF-SWITCH = 'N'
                   AND TR-TERM-USER-ID = WS-GROUP-TERM
               MOVE 'Y' TO WS-GROUP-ENROLLED
           END-IF.
           MOVE SPACES TO WS-GROUP-LAST-DATE.
           MOVE SPACES TO WS-GROUP-LAST-REGION.
           MOVE ZERO TO WS-GROUP-WINDOW.
           MOVE ZERO TO WS-GROUP-ON-REGION.
           MOVE 'Y' TO WS-GROUP-ACTIVE.
       8200-END-GROUP.
           IF WS-GROUP-ENROLLED = 'Y'
               MOVE WS-GROUP-LAST-DATE TO WS-EVAL-LAST-DATE
               MOVE WS-GROUP-LAST-REGION TO WS-EVAL-LAST-REGION
               MOVE WS-GROUP-WINDOW TO WS-EVAL-WINDOW
               MOVE WS-GROUP-ON-REGION TO WS-EVAL-ON-REGION
               PERFORM 8400-TEST-ENROLMENT
               PERFORM 8600-READ-TERMREG
           END-IF.
           MOVE 'N' TO WS-GROUP-ACTIVE.
       8300-NO-HISTORY.
           MOVE SPACES TO WS-EVAL-LAST-DATE.
           MOVE SPACES TO WS-EVAL-LAST-REGION.
           MOVE ZERO TO WS-EVAL-WINDOW.
           MOVE ZERO TO WS-EVAL-ON-REGION.
           PERFORM 8400-TEST-ENROLMENT.
           PERFORM 8600-READ-TERMREG.

      *****************************************************
      *    A TERMINAL ID IS 4 CHARACTERS; ANYTHING LONGER  *
      *    IN THE TERMREG KEY IS A USERID.  OTHER REGION   *
      *    NEEDS RECENT LOOKUPS, SO IT NEVER COINCIDES     *
      *    WITH DORMANT, AND THE LATEST LOOKUP IS THEN     *
      *    ALWAYS RECENT AND OFF THE ENROLLED REGION.      *
      *****************************************************
       8400-TEST-ENROLMENT.
           ADD 1 TO WS-ENROLLED-COUNT.
           MOVE 'N' TO WS-DORMANT-SWITCH.
           MOVE 'N' TO WS-MISMATCH-SWITCH.
           MOVE SPACE TO WS-PROPOSED-ACTION.
           PERFORM 8500-LOOKUP-REGION.
           IF WS-LOOKUP-FOUND = 'Y'
               MOVE 'N' TO WS-ORPHAN-SWITCH
           ELSE
               MOVE 'Y' TO WS-ORPHAN-SWITCH
               ADD 1 TO WS-ORPHAN-COUNT
           END-IF.
           IF TR-TERM-USER-ID(5:4) NOT = SPACES
               ADD 1 TO WS-USERID-COUNT
           ELSE
               ADD 1 TO WS-TERMINAL-COUNT
               IF WS-EVAL-WINDOW = ZERO
                   MOVE 'Y' TO WS-DORMANT-SWITCH
                   ADD 1 TO WS-DORMANT-COUNT
               ELSE
                   IF WS-EVAL-ON-REGION = ZERO
                       MOVE 'Y' TO WS-MISMATCH-SWITCH
                       ADD 1 TO WS-MISMATCH-COUNT
                   END-IF
               END-IF
           END-IF.
           IF WS-MISMATCH-SWITCH = 'Y'
               MOVE 'C' TO WS-PROPOSED-ACTION
           ELSE
               IF WS-ORPHAN-SWITCH = 'Y'
                   MOVE 'D' TO WS-PROPOSED-ACTION
               ELSE
                   IF WS-DORMANT-SWITCH = 'Y'
                           AND WS-HISTORY-SHORT = 'N'
                       MOVE 'D' TO WS-PROPOSED-ACTION
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO WS-DTL-PROPOSED.
           IF WS-PROPOSED-ACTION = 'C'
               MOVE 'CHANGE' TO WS-DTL-PROPOSED
           END-IF.
           IF WS-PROPOSED-ACTION = 'D'
               MOVE 'DELETE' TO WS-DTL-PROPOSED
           END-IF.
           IF WS-ORPHAN-SWITCH = 'Y'
               MOVE 'REGION NOT IN FORCE' TO WS-DTL-FINDING
               PERFORM 8700-REPORT-FINDING
           END-IF.
           IF WS-DORMANT-SWITCH = 'Y'
               MOVE 'DORMANT' TO WS-DTL-FINDING
               PERFORM 8700-REPORT-FINDING
           END-IF.
           IF WS-MISMATCH-SWITCH = 'Y'
               MOVE 'USED IN OTHER REGION' TO WS-DTL-FINDING
               PERFORM 8700-REPORT-FINDING
           END-IF.
           IF WS-PROPOSED-ACTION NOT = SPACE
               PERFORM 8800-WRITE-PROPOSAL
           END-IF.

      *****************************************************
      *    IN FORCE OR COMING: ANY REGNTAB RECORD FOR THE  *
      *    CODE THAT HAS NO END DATE OR ENDS ON OR AFTER   *
      *    THE RUN DATE, WHATEVER ITS START DATE.          *
      *****************************************************
       8500-LOOKUP-REGION.
           MOVE 'N' TO WS-LOOKUP-FOUND.
           MOVE 'N' TO WS-LOOKUP-DONE.
           MOVE TR-REGION-CODE TO REGN-KEY-CODE.
           MOVE LOW-VALUES TO REGN-KEY-FROM.
           START REGNTAB-FILE KEY NOT < REGN-FILE-KEY
               INVALID KEY MOVE 'Y' TO WS-LOOKUP-DONE
           END-START.
           PERFORM 8510-SCAN-REGION
               UNTIL WS-LOOKUP-FOUND = 'Y'
                  OR WS-LOOKUP-DONE = 'Y'.

       8510-SCAN-REGION.
           READ REGNTAB-FILE NEXT
               AT END MOVE 'Y' TO WS-LOOKUP-DONE
           END-READ.
           IF WS-LOOKUP-DONE = 'N'
                   AND WS-REGN-STATUS NOT = '00'
               MOVE 'REGNTAB FILE STATUS:' TO WS-STS-LABEL
               MOVE WS-REGN-STATUS TO WS-STS-VALUE
               PERFORM 9000-FILE-ERROR
           END-IF.
           IF WS-LOOKUP-DONE = 'N'
               MOVE REGN-FILE-RECORD TO REGNTAB-RECORD
               IF RT-REGION-CODE NOT = TR-REGION-CODE
                   MOVE 'Y' TO WS-LOOKUP-DONE
               ELSE
                   IF RT-EFF-TO = SPACES
                           OR RT-EFF-TO NOT < WS-RUN-DATE
                       MOVE 'Y' TO WS-LOOKUP-FOUND
                   END-IF
               END-IF
           END-IF.

       8600-READ-TERMREG.
           READ TERMREG-FILE NEXT
               AT END MOVE 'Y' TO WS-TERM-EOF-SWITCH
           END-READ.
           IF WS-TERM-EOF-SWITCH = 'N'
                   AND WS-TERM-STATUS NOT = '00'
               MOVE 'TERMREG FILE STATUS:' TO WS-STS-LABEL
               MOVE WS-TERM-STATUS TO WS-STS-VALUE
               PERFORM 9000-FILE-ERROR
           END-IF.

       8700-REPORT-FINDING.
           MOVE TR-TERM-USER-ID TO WS-DTL-TERM.
           MOVE TR-REGION-CODE TO WS-DTL-REGION.
           MOVE WS-EVAL-LAST-DATE TO WS-DTL-LAST-DATE.
           MOVE WS-EVAL-WINDOW TO WS-DTL-LOOKUPS.
           MOVE WS-EVAL-LAST-REGION TO WS-DTL-USED-REGION.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      *****************************************************
      *    A DELETE CARRIES THE REGION ENROLLED NOW, SO    *
      *    TESTAPL WILL NOT DELETE A TERMINAL MOVED SINCE; *
      *    A CHANGE CARRIES THE REGION TO MOVE IT TO.      *
      *****************************************************
       8800-WRITE-PROPOSAL.
           MOVE SPACES TO ASSIGN-RECORD.
           MOVE TR-TERM-USER-ID TO ASG-TERM-USER-ID.
           MOVE WS-PROPOSED-ACTION TO ASG-ACTION.
           IF WS-PROPOSED-ACTION = 'C'
               MOVE WS-EVAL-LAST-REGION TO ASG-REGION-CODE
               MOVE 'USED IN OTHER REGION' TO ASG-REASON
               ADD 1 TO WS-CHANGE-COUNT
           ELSE
               MOVE TR-REGION-CODE TO ASG-REGION-CODE
               IF WS-ORPHAN-SWITCH = 'Y'
                   MOVE 'REGION NOT IN FORCE' TO ASG-REASON
               ELSE
                   MOVE 'DORMANT' TO ASG-REASON
               END-IF
               ADD 1 TO WS-DELETE-COUNT
           END-IF.
           WRITE ASSIGN-RECORD.
       8090-EXIT.
           EXIT.

      *****************************************************
      *    STEP WS-WORK-DATE BACK ONE DAY (LEAP YEARS:     *
      *    DIVISIBLE BY 4, NOT BY 100 UNLESS BY 400).      *
      *****************************************************
       8900-DATE-ROUTINES SECTION.
       8910-SUBTRACT-ONE-DAY.
           SUBTRACT 1 FROM WS-WK-DAY.
           IF WS-WK-DAY = ZERO
               SUBTRACT 1 FROM WS-WK-MONTH
               IF WS-WK-MONTH = ZERO
                   MOVE 12 TO WS-WK-MONTH
                   SUBTRACT 1 FROM WS-WK-YEAR
               END-IF
               MOVE WS-MONTH-DAYS(WS-WK-MONTH) TO WS-WK-DAY
               IF WS-WK-MONTH = 2
                   PERFORM 8920-CHECK-LEAP-YEAR
               END-IF
           END-IF.

       8920-CHECK-LEAP-YEAR.
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

       9000-ERROR-ROUTINES SECTION.
       9000-FILE-ERROR.
           MOVE WS-STATUS-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE PARM-FILE TERMREG-FILE REGNTAB-FILE HISTORY-FILE.
           CLOSE CLEANUP-FILE REPORT-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
