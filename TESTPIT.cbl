       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'TESTPIT'.
      *****************************************************
      *    TESTPIT - POINT-IN-TIME REBUILD OF REGNTAB AND  *
      *    TERMREG FROM THE CHGJRNL JOURNAL, FOR DISPUTES  *
      *    OVER WHAT A TERMINAL WAS MAPPED TO AND WHAT ITS *
      *    REGION LOOKED LIKE ON A PAST DATE.  THE AS-OF   *
      *    DATE IS COLUMNS 1-8 OF PITPARM (YYYYMMDD; BLANK *
      *    MEANS THE RUN DATE, WHICH REBUILDS THE FILES AS *
      *    THEY SHOULD STAND NOW).  FOR EACH FILE THE      *
      *    START POINT IS THE LAST TESTR RELOAD ON OR      *
      *    BEFORE THE AS-OF DATE: ITS 'BASELN' IMAGES ARE  *
      *    PROVED AGAINST THE COUNT ON ITS 'BASEND'        *
      *    RECORD, THEN EVERY ADD, UPDATE AND DELETE       *
      *    JOURNALED FROM THE RELOAD TO THE END OF THE     *
      *    AS-OF DATE IS REPLAYED OVER THEM IN JOURNAL     *
      *    ORDER.  THE LAST IMAGE FOR EACH KEY WINS, SO A  *
      *    CHANGE MADE WHILE THE BASELINE WAS BEING TAKEN  *
      *    REPLAYS CLEANLY.  THE IMAGES ARE SORTED, NOT    *
      *    TABLED, SO THERE IS NO CAP ON FILE SIZE.        *
      *    THE REBUILT FILES ARE LISTED ON PITRPT WITH THE *
      *    JOURNAL ENTRY THAT LAST SET EACH RECORD, AND    *
      *    WRITTEN IN KEY ORDER IN THE REGNTAB AND TERMREG *
      *    LAYOUTS TO PITREGN AND PITTERM, FOR COMPARISON  *
      *    WITH AN UNLOAD OF THE LIVE FILES OR OF ANOTHER  *
      *    DATE'S REBUILD.  A FILE WITH NO RELOAD ON OR    *
      *    BEFORE THE AS-OF DATE, OR WHOSE LAST RELOAD HAS *
      *    NO PROVED BASELINE, IS NOT REBUILT AND THE RUN  *
      *    ENDS RETURN CODE 8, AS IT DOES FOR AN INVALID   *
      *    PITPARM.                                        *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO 'CHGJRNL'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CJ-JRNL-KEY
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'PITPARM'
               ORGANIZATION IS SEQUENTIAL.
           SELECT REGNTAB-OUT ASSIGN TO 'PITREGN'
               ORGANIZATION IS SEQUENTIAL.
           SELECT TERMREG-OUT ASSIGN TO 'PITTERM'
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'PITRPT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO 'SORTWK1'.
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
           COPY CHGJRNL.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01 PARM-RECORD.
           03 PARM-ASOF-DATE           PIC X(8).
           03 FILLER                   PIC X(72).
       FD  REGNTAB-OUT
           RECORDING MODE IS F.
       01 REGNTAB-OUT-RECORD           PIC X(53).
       FD  TERMREG-OUT
           RECORDING MODE IS F.
       01 TERMREG-OUT-RECORD           PIC X(12).
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                  PIC X(80).
       SD  SORT-FILE.
       01 SORT-RECORD.
           03 SRT-FILE                 PIC X(8).
           03 SRT-REC-KEY              PIC X(12).
           03 SRT-JRNL-DATE            PIC X(8).
           03 SRT-JRNL-TIME            PIC 9(6).
           03 SRT-JRNL-SEQ             PIC 9(3).
           03 SRT-ACTION               PIC X(6).
           03 SRT-USERID               PIC X(8).
           03 SRT-IMAGE                PIC X(53).
       WORKING-STORAGE SECTION.
       01 WS-JRNL-STATUS               PIC X(2).
       01 WS-JRNL-EOF-SWITCH           PIC X.
       01 WS-SORT-EOF-SWITCH           PIC X VALUE 'N'.
       01 WS-PARM-OK                   PIC X VALUE 'Y'.
       01 WS-BASE-ENDED                PIC X.
       01 WS-GROUP-ACTIVE              PIC X VALUE 'N'.
       01 WS-REC-CHANGED               PIC X.
       01 WS-RUN-DATE                  PIC X(8).
       01 WS-ASOF-DATE                 PIC X(8).
       01 WS-CURRENT-FILE              PIC X(8) VALUE SPACES.
       01 WS-FILE-SUB                  PIC S9(4) COMP.
       01 WS-UNBUILT-COUNT             PIC 9(3) VALUE 0.
      *****************************************************
      *    ONE ENTRY PER FILE REBUILT.  WS-FT-STATE IS THE *
      *    STATE OF ITS LAST RELOAD ON OR BEFORE THE AS-OF *
      *    DATE:  N  NONE FOUND      O  BASELINE OPEN      *
      *           X  COUNT WRONG     C  BASELINE PROVED    *
      *****************************************************
       01 WS-FILE-TABLE.
           03 WS-FT-ENTRY              OCCURS 2 TIMES.
               05 WS-FT-NAME           PIC X(8).
               05 WS-FT-STATE          PIC X(1).
               05 WS-FT-BASE-KEY       PIC X(25).
               05 WS-FT-BASE-COUNT     PIC 9(9).
               05 WS-FT-REPLAYED       PIC 9(9).
               05 WS-FT-REBUILT        PIC 9(9).
               05 WS-FT-CHANGED        PIC 9(9).
               05 WS-FT-DELETED        PIC 9(9).
       01 WS-BASE-START-KEY.
           03 WS-BSK-FILE              PIC X(8).
           03 WS-BSK-DATE              PIC X(8).
           03 WS-BSK-TIME              PIC 9(6).
           03 WS-BSK-SEQ               PIC 9(3).
       01 WS-BASE-END-IMAGE.
           03 FILLER                   PIC X(8).
           03 WS-BEI-COUNT             PIC 9(9).
           03 FILLER                   PIC X(36).
       01 WS-LAST-EVENT.
           03 WS-LE-FILE               PIC X(8).
           03 WS-LE-REC-KEY            PIC X(12).
           03 WS-LE-DATE               PIC X(8).
           03 WS-LE-TIME               PIC 9(6).
           03 WS-LE-SEQ                PIC 9(3).
           03 WS-LE-ACTION             PIC X(6).
           03 WS-LE-USERID             PIC X(8).
           03 WS-LE-IMAGE              PIC X(53).
       COPY REGNTAB.
       COPY TERMREG.
       01 WS-HEADING-1.
           03 FILLER                   PIC X(80)
               VALUE 'TESTPIT REGNTAB/TERMREG POINT-IN-TIME REBUILD'.
       01 WS-DATE-LINE.
           03 FILLER                   PIC X(13)
               VALUE 'RUN DATE:    '.
           03 WS-DTE-RUN-DATE          PIC X(8).
           03 FILLER                   PIC X(13)
               VALUE '  AS AT END: '.
           03 WS-DTE-ASOF-DATE         PIC X(8).
       01 WS-BASE-LINE.
           03 WS-BSL-FILE              PIC X(10).
           03 WS-BSL-TEXT              PIC X(70).
       01 WS-BASE-FOUND-TEXT.
           03 FILLER                   PIC X(17)
               VALUE 'RELOADED ON/AT   '.
           03 WS-BFT-DATE              PIC X(8).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-BFT-TIME              PIC 9(6).
           03 FILLER                   PIC X(18)
               VALUE '  BASELINE IMAGES '.
           03 WS-BFT-COUNT             PIC ZZZ,ZZZ,ZZ9.
       01 WS-FILE-HEADING.
           03 WS-FHD-FILE              PIC X(8).
           03 FILLER                   PIC X(7) VALUE ' AS AT '.
           03 WS-FHD-ASOF-DATE         PIC X(8).
       01 WS-REGN-HEADING.
           03 FILLER                   PIC X(6) VALUE 'CODE'.
           03 FILLER                   PIC X(10) VALUE 'EFF FROM'.
           03 FILLER                   PIC X(10) VALUE 'EFF TO'.
           03 FILLER                   PIC X(21) VALUE 'REGION NAME'.
           03 FILLER                   PIC X(11) VALUE 'TIMEZONE'.
           03 FILLER                   PIC X(4) VALUE 'CCY'.
           03 FILLER                   PIC X(17) VALUE 'LAST SET BY'.
       01 WS-TERM-HEADING.
           03 FILLER                   PIC X(10) VALUE 'TERM/USER'.
           03 FILLER                   PIC X(6) VALUE 'REGN'.
           03 FILLER                   PIC X(27)
               VALUE 'LAST SET BY         USERID'.
       01 WS-REGN-LINE.
           03 WS-RGL-CODE              PIC X(6).
           03 WS-RGL-FROM              PIC X(10).
           03 WS-RGL-TO                PIC X(10).
           03 WS-RGL-NAME              PIC X(21).
           03 WS-RGL-TIMEZONE          PIC X(11).
           03 WS-RGL-CURRENCY          PIC X(4).
           03 WS-RGL-SOURCE            PIC X(9).
           03 WS-RGL-DATE              PIC X(8).
       01 WS-TERM-LINE.
           03 WS-TML-TERM              PIC X(10).
           03 WS-TML-REGION            PIC X(6).
           03 WS-TML-SOURCE            PIC X(9).
           03 WS-TML-DATE              PIC X(11).
           03 WS-TML-USERID            PIC X(8).
       01 WS-COUNT-LINE.
           03 WS-CNT-FILE              PIC X(8).
           03 WS-CNT-LABEL             PIC X(26).
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
                   ON ASCENDING KEY SRT-FILE SRT-REC-KEY
                                    SRT-JRNL-DATE SRT-JRNL-TIME
                                    SRT-JRNL-SEQ
                   INPUT PROCEDURE IS 7000-SELECT-JOURNAL
                   OUTPUT PROCEDURE IS 8000-REBUILD-FILES
               PERFORM 4000-PRINT-TOTALS
           END-IF.
           PERFORM 5000-TERMINATE.
           IF WS-PARM-OK = 'N' OR WS-UNBUILT-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT PARM-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-ASOF-DATE.
           READ PARM-FILE
               AT END CONTINUE
               NOT AT END PERFORM 1100-EDIT-PARMS
           END-READ.
           IF WS-PARM-OK = 'Y'
               PERFORM 1200-OPEN-FILES
           ELSE
               MOVE WS-MESSAGE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       1100-EDIT-PARMS.
           IF PARM-ASOF-DATE NOT = SPACES
               MOVE PARM-ASOF-DATE TO WS-ASOF-DATE
           END-IF.
           IF WS-ASOF-DATE NOT NUMERIC
                   OR WS-ASOF-DATE(5:2) < '01'
                   OR WS-ASOF-DATE(5:2) > '12'
                   OR WS-ASOF-DATE(7:2) < '01'
                   OR WS-ASOF-DATE(7:2) > '31'
               MOVE 'N' TO WS-PARM-OK
               MOVE 'PITPARM AS-OF DATE INVALID - NOTHING REBUILT'
                   TO WS-MESSAGE-LINE
           END-IF.

       1200-OPEN-FILES.
           OPEN OUTPUT REGNTAB-OUT TERMREG-OUT.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRNL-STATUS NOT = '00'
               MOVE 'CHGJRNL FILE STATUS:' TO WS-STS-LABEL
               MOVE WS-JRNL-STATUS TO WS-STS-VALUE
               PERFORM 9000-FILE-ERROR
           END-IF.
           MOVE 'REGNTAB' TO WS-FT-NAME(1).
           MOVE 'TERMREG' TO WS-FT-NAME(2).
           PERFORM 1300-CLEAR-FILE-ENTRY
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 2.
           MOVE WS-RUN-DATE TO WS-DTE-RUN-DATE.
           MOVE WS-ASOF-DATE TO WS-DTE-ASOF-DATE.
           MOVE WS-DATE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       1300-CLEAR-FILE-ENTRY.
           MOVE 'N' TO WS-FT-STATE(WS-FILE-SUB).
           MOVE SPACES TO WS-FT-BASE-KEY(WS-FILE-SUB).
           MOVE ZERO TO WS-FT-BASE-COUNT(WS-FILE-SUB).
           MOVE ZERO TO WS-FT-REPLAYED(WS-FILE-SUB).
           MOVE ZERO TO WS-FT-REBUILT(WS-FILE-SUB).
           MOVE ZERO TO WS-FT-CHANGED(WS-FILE-SUB).
           MOVE ZERO TO WS-FT-DELETED(WS-FILE-SUB).

       4000-PRINT-TOTALS.
           PERFORM 4100-PRINT-FILE-TOTALS
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 2.

       4100-PRINT-FILE-TOTALS.
           MOVE WS-FT-NAME(WS-FILE-SUB) TO WS-CNT-FILE.
           MOVE 'BASELINE IMAGES:' TO WS-CNT-LABEL.
           MOVE WS-FT-BASE-COUNT(WS-FILE-SUB) TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'CHANGES REPLAYED:' TO WS-CNT-LABEL.
           MOVE WS-FT-REPLAYED(WS-FILE-SUB) TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'RECORDS REBUILT:' TO WS-CNT-LABEL.
           MOVE WS-FT-REBUILT(WS-FILE-SUB) TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE '  CHANGED SINCE BASELINE:' TO WS-CNT-LABEL.
           MOVE WS-FT-CHANGED(WS-FILE-SUB) TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'KEYS LEFT DELETED:' TO WS-CNT-LABEL.
           MOVE WS-FT-DELETED(WS-FILE-SUB) TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       5000-TERMINATE.
           CLOSE PARM-FILE.
           IF WS-PARM-OK = 'Y'
               CLOSE JOURNAL-FILE REGNTAB-OUT TERMREG-OUT
           END-IF.
           CLOSE REPORT-FILE.

      *****************************************************
      *    EACH FILE'S JOURNAL ENTRIES ARE READ TWICE:     *
      *    ONCE TO FIND AND PROVE ITS LAST BASELINE, THEN  *
      *    FROM THAT RELOAD ONWARD TO RELEASE THE BASELINE *
      *    IMAGES AND THE CHANGES TO BE REPLAYED.          *
      *****************************************************
       7000-SELECT-JOURNAL SECTION.
       7010-SELECT-FILES.
           PERFORM 7100-SELECT-FILE
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > 2.
           GO TO 7090-EXIT.
       7100-SELECT-FILE.
           PERFORM 7200-FIND-BASELINE.
           MOVE WS-FT-NAME(WS-FILE-SUB) TO WS-BSL-FILE.
           EVALUATE WS-FT-STATE(WS-FILE-SUB)
               WHEN 'C'
                   MOVE WS-FT-BASE-KEY(WS-FILE-SUB)
                       TO WS-BASE-START-KEY
                   MOVE WS-BSK-DATE TO WS-BFT-DATE
                   MOVE WS-BSK-TIME TO WS-BFT-TIME
                   MOVE WS-FT-BASE-COUNT(WS-FILE-SUB) TO WS-BFT-COUNT
                   MOVE WS-BASE-FOUND-TEXT TO WS-BSL-TEXT
               WHEN 'N'
                   MOVE 'NO RELOAD ON OR BEFORE AS-OF DATE - NOT BUILT'
                       TO WS-BSL-TEXT
                   ADD 1 TO WS-UNBUILT-COUNT
               WHEN OTHER
                   MOVE 'LAST RELOAD BASELINE NOT PROVED - NOT REBUILT'
                       TO WS-BSL-TEXT
                   ADD 1 TO WS-UNBUILT-COUNT
           END-EVALUATE.
           MOVE WS-BASE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-FT-STATE(WS-FILE-SUB) = 'C'
               PERFORM 7400-RELEASE-CHANGES
           END-IF.

      *****************************************************
      *    ONLY A RELOAD ON OR BEFORE THE AS-OF DATE CAN   *
      *    START THE REBUILD, AND ONLY THE LATEST ONE - IF *
      *    IT HAS NO PROVED BASELINE AN EARLIER BASELINE   *
      *    WOULD REBUILD THE WRONG CONTENTS.  A BASELINE   *
      *    IS ONLY CLOSED BY ITS OWN 'BASEND': ANOTHER     *
      *    'REFRSH' WHILE IT IS OPEN MEANS IT NEVER GOT    *
      *    ONE, AND A 'BASELN' OR 'BASEND' DATED AFTER THE *
      *    AS-OF DATE CANNOT BE TOLD FROM A LATER RELOAD'S *
      *    WHOSE 'REFRSH' NEVER REACHED THE JOURNAL, SO    *
      *    EITHER LEAVES THE BASELINE NOT PROVED.          *
      *****************************************************
       7200-FIND-BASELINE.
           MOVE 'N' TO WS-JRNL-EOF-SWITCH.
           MOVE LOW-VALUES TO CJ-JRNL-KEY.
           MOVE WS-FT-NAME(WS-FILE-SUB) TO CJ-FILE.
           START JOURNAL-FILE KEY NOT < CJ-JRNL-KEY
               INVALID KEY MOVE 'Y' TO WS-JRNL-EOF-SWITCH
           END-START.
           IF WS-JRNL-EOF-SWITCH = 'N'
               PERFORM 7500-READ-JOURNAL
           END-IF.
           PERFORM 7210-SCAN-BASELINE
               UNTIL WS-JRNL-EOF-SWITCH = 'Y'
                  OR (CJ-DATE > WS-ASOF-DATE
                      AND WS-FT-STATE(WS-FILE-SUB) NOT = 'O').
       7210-SCAN-BASELINE.
           EVALUATE CJ-ACTION
               WHEN 'REFRSH'
                   IF WS-FT-STATE(WS-FILE-SUB) = 'O'
                       MOVE 'X' TO WS-FT-STATE(WS-FILE-SUB)
                   END-IF
                   IF CJ-DATE NOT > WS-ASOF-DATE
                           AND CJ-AFTER-IMAGE(1:8) = 'RELOADED'
                       MOVE 'O' TO WS-FT-STATE(WS-FILE-SUB)
                       MOVE CJ-JRNL-KEY TO WS-FT-BASE-KEY(WS-FILE-SUB)
                       MOVE ZERO TO WS-FT-BASE-COUNT(WS-FILE-SUB)
                   END-IF
               WHEN 'BASELN'
                   IF WS-FT-STATE(WS-FILE-SUB) = 'O'
                       IF CJ-DATE > WS-ASOF-DATE
                           MOVE 'X' TO WS-FT-STATE(WS-FILE-SUB)
                       ELSE
                           ADD 1 TO WS-FT-BASE-COUNT(WS-FILE-SUB)
                       END-IF
                   END-IF
               WHEN 'BASEND'
                   IF WS-FT-STATE(WS-FILE-SUB) = 'O'
                           AND CJ-DATE > WS-ASOF-DATE
                       MOVE 'X' TO WS-FT-STATE(WS-FILE-SUB)
                   END-IF
                   IF WS-FT-STATE(WS-FILE-SUB) = 'O'
                       MOVE CJ-AFTER-IMAGE TO WS-BASE-END-IMAGE
                       IF WS-BEI-COUNT NUMERIC
                           AND WS-BEI-COUNT =
                               WS-FT-BASE-COUNT(WS-FILE-SUB)
                           MOVE 'C' TO WS-FT-STATE(WS-FILE-SUB)
                       ELSE
                           MOVE 'X' TO WS-FT-STATE(WS-FILE-SUB)
                       END-IF
                   END-IF
           END-EVALUATE.
           PERFORM 7500-READ-JOURNAL.

      *****************************************************
      *    FROM THE RELOAD: EVERY BASELINE IMAGE UP TO ITS *
      *    'BASEND', AND EVERY ADD, UPDATE AND DELETE      *
      *    DATED NO LATER THAN THE AS-OF DATE.  REFUSALS   *
      *    AND REFRESH EVENTS CHANGE NO RECORD.            *
      *****************************************************
       7400-RELEASE-CHANGES.
           MOVE 'N' TO WS-JRNL-EOF-SWITCH.
           MOVE 'N' TO WS-BASE-ENDED.
           MOVE WS-FT-BASE-KEY(WS-FILE-SUB) TO CJ-JRNL-KEY.
           START JOURNAL-FILE KEY NOT < CJ-JRNL-KEY
               INVALID KEY MOVE 'Y' TO WS-JRNL-EOF-SWITCH
           END-START.
           IF WS-JRNL-EOF-SWITCH = 'N'
               PERFORM 7500-READ-JOURNAL
           END-IF.
           PERFORM 7410-RELEASE-ONE
               UNTIL WS-JRNL-EOF-SWITCH = 'Y'
                  OR (CJ-DATE > WS-ASOF-DATE
                      AND WS-BASE-ENDED = 'Y').
       7410-RELEASE-ONE.
           EVALUATE CJ-ACTION
               WHEN 'BASELN'
                   IF WS-BASE-ENDED = 'N'
                       PERFORM 7450-RELEASE-EVENT
                   END-IF
               WHEN 'BASEND'
                   MOVE 'Y' TO WS-BASE-ENDED
               WHEN 'ADD'
               WHEN 'UPDATE'
               WHEN 'DELETE'
                   IF CJ-DATE NOT > WS-ASOF-DATE
                       ADD 1 TO WS-FT-REPLAYED(WS-FILE-SUB)
                       PERFORM 7450-RELEASE-EVENT
                   END-IF
           END-EVALUATE.
           PERFORM 7500-READ-JOURNAL.
       7450-RELEASE-EVENT.
           MOVE CJ-FILE TO SRT-FILE.
           MOVE CJ-REC-KEY TO SRT-REC-KEY.
           MOVE CJ-DATE TO SRT-JRNL-DATE.
           MOVE CJ-TIME TO SRT-JRNL-TIME.
           MOVE CJ-SEQ TO SRT-JRNL-SEQ.
           MOVE CJ-ACTION TO SRT-ACTION.
           MOVE CJ-USERID TO SRT-USERID.
           MOVE CJ-AFTER-IMAGE TO SRT-IMAGE.
           RELEASE SORT-RECORD.
       7500-READ-JOURNAL.
           READ JOURNAL-FILE NEXT
               AT END MOVE 'Y' TO WS-JRNL-EOF-SWITCH
           END-READ.
           IF WS-JRNL-EOF-SWITCH = 'N'
                   AND WS-JRNL-STATUS NOT = '00'
               MOVE 'CHGJRNL FILE STATUS:' TO WS-STS-LABEL
               MOVE WS-JRNL-STATUS TO WS-STS-VALUE
               PERFORM 9000-FILE-ERROR
           END-IF.
           IF WS-JRNL-EOF-SWITCH = 'N'
                   AND CJ-FILE NOT = WS-FT-NAME(WS-FILE-SUB)
               MOVE 'Y' TO WS-JRNL-EOF-SWITCH
           END-IF.
       7090-EXIT.
           EXIT.

      *****************************************************
      *    THE SORTED EVENTS ARRIVE BY FILE, THEN RECORD   *
      *    KEY, THEN JOURNAL ORDER; AT EACH KEY BREAK THE  *
      *    LAST EVENT DECIDES THE RECORD - A DELETE LEAVES *
      *    IT OUT, ANYTHING ELSE GIVES ITS IMAGE.          *
      *****************************************************
       8000-REBUILD-FILES SECTION.
       8010-REBUILD-LOOP.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.
           PERFORM 8100-REBUILD-ONE
               UNTIL WS-SORT-EOF-SWITCH = 'Y'.
           IF WS-GROUP-ACTIVE = 'Y'
               PERFORM 8200-END-RECORD
           END-IF.
           GO TO 8090-EXIT.
       8100-REBUILD-ONE.
           IF WS-GROUP-ACTIVE = 'Y'
                   AND (SRT-FILE NOT = WS-LE-FILE
                     OR SRT-REC-KEY NOT = WS-LE-REC-KEY)
               PERFORM 8200-END-RECORD
           END-IF.
           IF SRT-FILE NOT = WS-CURRENT-FILE
               PERFORM 8150-START-FILE
           END-IF.
           IF WS-GROUP-ACTIVE = 'N'
               MOVE 'N' TO WS-REC-CHANGED
               MOVE 'Y' TO WS-GROUP-ACTIVE
           END-IF.
           IF SRT-ACTION NOT = 'BASELN'
               MOVE 'Y' TO WS-REC-CHANGED
           END-IF.
           MOVE SORT-RECORD TO WS-LAST-EVENT.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.
       8150-START-FILE.
           MOVE SRT-FILE TO WS-CURRENT-FILE.
           IF SRT-FILE = WS-FT-NAME(1)
               MOVE 1 TO WS-FILE-SUB
           ELSE
               MOVE 2 TO WS-FILE-SUB
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SRT-FILE TO WS-FHD-FILE.
           MOVE WS-ASOF-DATE TO WS-FHD-ASOF-DATE.
           MOVE WS-FILE-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-FILE-SUB = 1
               MOVE WS-REGN-HEADING TO REPORT-LINE
           ELSE
               MOVE WS-TERM-HEADING TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
       8200-END-RECORD.
           MOVE 'N' TO WS-GROUP-ACTIVE.
           IF WS-LE-ACTION = 'DELETE'
               ADD 1 TO WS-FT-DELETED(WS-FILE-SUB)
           ELSE
               ADD 1 TO WS-FT-REBUILT(WS-FILE-SUB)
               IF WS-REC-CHANGED = 'Y'
                   ADD 1 TO WS-FT-CHANGED(WS-FILE-SUB)
               END-IF
               IF WS-FILE-SUB = 1
                   PERFORM 8300-WRITE-REGNTAB
               ELSE
                   PERFORM 8400-WRITE-TERMREG
               END-IF
           END-IF.
       8300-WRITE-REGNTAB.
           MOVE WS-LE-IMAGE TO REGNTAB-RECORD.
           WRITE REGNTAB-OUT-RECORD FROM REGNTAB-RECORD.
           MOVE RT-REGION-CODE TO WS-RGL-CODE.
           MOVE RT-EFF-FROM TO WS-RGL-FROM.
           MOVE RT-EFF-TO TO WS-RGL-TO.
           MOVE RT-REGION-NAME TO WS-RGL-NAME.
           MOVE RT-TIMEZONE TO WS-RGL-TIMEZONE.
           MOVE RT-CURRENCY TO WS-RGL-CURRENCY.
           PERFORM 8500-SET-SOURCE.
           MOVE WS-TML-SOURCE TO WS-RGL-SOURCE.
           MOVE WS-LE-DATE TO WS-RGL-DATE.
           MOVE WS-REGN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       8400-WRITE-TERMREG.
           MOVE WS-LE-IMAGE TO TERMREG-RECORD.
           WRITE TERMREG-OUT-RECORD FROM TERMREG-RECORD.
           MOVE TR-TERM-USER-ID TO WS-TML-TERM.
           MOVE TR-REGION-CODE TO WS-TML-REGION.
           PERFORM 8500-SET-SOURCE.
           MOVE WS-LE-DATE TO WS-TML-DATE.
           MOVE WS-LE-USERID TO WS-TML-USERID.
           MOVE WS-TERM-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
       8500-SET-SOURCE.
           IF WS-LE-ACTION = 'BASELN'
               MOVE 'BASELINE' TO WS-TML-SOURCE
           ELSE
               MOVE WS-LE-ACTION TO WS-TML-SOURCE
           END-IF.
       8090-EXIT.
           EXIT.

       9000-ERROR-ROUTINES SECTION.
       9000-FILE-ERROR.
           MOVE WS-STATUS-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE PARM-FILE JOURNAL-FILE REGNTAB-OUT TERMREG-OUT.
           CLOSE REPORT-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
