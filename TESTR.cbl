      *    JOURNAL ALONGSIDE THE TESTM CHANGES, SO THE      *
      *    AUDIT TRAIL SHOWS WHEN EACH FILE WAS RELOADED    *
      *    AND BY WHOM.                                     *
      *    AFTER EACH SUCCESSFUL RELOAD THE FILE IS BROWSED *
      *    AND EVERY RECORD IS JOURNALED AS A BASELINE      *
      *    IMAGE ('BASELN'), CLOSED BY A 'BASEND' RECORD    *
      *    CARRYING THE COUNT, SO TESTPIT CAN REBUILD THE   *
      *    FILE AS AT ANY DATE FROM THE LAST BASELINE AND   *
      *    THE CHANGES JOURNALED SINCE.                     *
      *    ONCE REGNTAB HAS BEEN REFRESHED, WHATEVER THE    *
      *    OUTCOME, TESTK IS LINKED TO REBUILD THE TESTA    *
      *    REGION CACHE FROM IT (SEE TSTACACH).             *
      *****************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           03 WS-MSG-FILE                PIC X(8).
           03 FILLER                     PIC X(1) VALUE SPACE.
           03 WS-MSG-STATUS               PIC X(10).
       01 WS-SNAP-FAIL-MSG.
           03 FILLER                     PIC X(19)
               VALUE 'TESTR BASELINE FLD'.
           03 FILLER                     PIC X(1) VALUE SPACE.
           03 WS-SNAP-FILE               PIC X(8).
           03 FILLER                     PIC X(1) VALUE SPACE.
           03 WS-SNAP-RESP               PIC 9(8).
       01 WS-SNAP-DONE                  PIC X.
       01 WS-SNAP-FAILED                PIC X.
       01 WS-SNAP-COUNT                 PIC 9(9).
       01 WS-SNAP-LENGTH                PIC S9(4) COMP.
       01 WS-SNAP-RID                   PIC X(12).
       01 WS-SNAP-RECORD                PIC X(53).
       01 WS-SNAP-END-IMAGE.
           03 FILLER                     PIC X(8) VALUE 'RECORDS '.
           03 WS-SNAP-END-COUNT          PIC 9(9).
       01 WS-CACHE-FAIL-MSG.
           03 FILLER                     PIC X(20)
               VALUE 'TESTR CACHE BLD FLD'.
           03 FILLER                     PIC X(1) VALUE SPACE.
           03 WS-CACHE-RESP              PIC 9(8).
           03 FILLER                     PIC X(1) VALUE SPACE.
           03 WS-CACHE-RC                PIC X(2).
       COPY CHGJRNL.
       COPY TESTKCOM REPLACING ==DFHCOMMAREA== BY ==TESTK-AREA==.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'REGNTAB' TO WS-MSG-FILE.
           PERFORM 1000-REFRESH-FILE.
           PERFORM 5000-REBUILD-CACHE.
           MOVE 'TERMREG' TO WS-MSG-FILE.
           PERFORM 1000-REFRESH-FILE.
           EXEC CICS RETURN END-EXEC.
               MOVE 'OPEN FAIL' TO WS-MSG-STATUS
           END-IF.
           PERFORM 2000-LOG-REFRESH.
           IF WS-MSG-STATUS = 'RELOADED'
               PERFORM 4000-JOURNAL-BASELINE
           END-IF.

       2000-LOG-REFRESH.
           EXEC CICS WRITEQ TD QUEUE('CSMT')
       3000-JOURNAL-REFRESH.
           MOVE SPACES TO CHGJRNL-RECORD.
           MOVE WS-MSG-FILE TO CJ-FILE.
           PERFORM 3050-STAMP-JOURNAL.
           MOVE 'REFRSH' TO CJ-ACTION.
           EXEC CICS ASSIGN USERID(CJ-USERID) END-EXEC.
           MOVE WS-MSG-STATUS TO CJ-AFTER-IMAGE.
           MOVE 'N' TO WS-JRNL-DONE.
           PERFORM 3100-WRITE-JOURNAL-REC
               UNTIL WS-JRNL-DONE = 'Y'.

       3050-STAMP-JOURNAL.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                   YYYYMMDD(CJ-DATE)
           END-EXEC.
           MOVE WS-TIME-PACKED TO CJ-TIME.
           MOVE 1 TO CJ-SEQ.

       3100-WRITE-JOURNAL-REC.
           EXEC CICS WRITE FILE('CHGJRNL')
               IF WS-RESP = DFHRESP(DUPREC) AND CJ-SEQ < 999
                   ADD 1 TO CJ-SEQ
               ELSE
                   IF WS-RESP = DFHRESP(DUPREC)
                           AND CJ-ACTION(1:4) = 'BASE'
                       EXEC CICS DELAY FOR SECONDS(1) END-EXEC
                       PERFORM 3050-STAMP-JOURNAL
                   ELSE
                       MOVE 'Y' TO WS-JRNL-DONE
                       MOVE 'Y' TO WS-SNAP-FAILED
                       MOVE WS-RESP TO WS-JRNL-RESP
                       EXEC CICS WRITEQ TD QUEUE('CSMT')
                               FROM(WS-JRNL-FAIL-MSG)
                               LENGTH(LENGTH OF WS-JRNL-FAIL-MSG)
                       END-EXEC
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      *    EVERY RECORD OF THE RELOADED FILE IS JOURNALED  *
      *    WITH ITS KEY AND ITS IMAGE AS THE AFTER IMAGE.  *
      *    A BASELINE RUNS TO THOUSANDS OF RECORDS, SO     *
      *    WHEN ONE SECOND'S 999 SEQUENCE NUMBERS ARE USED *
      *    UP THE WRITE WAITS FOR THE NEXT SECOND.  ONLY A *
      *    BASELINE THAT WAS BROWSED AND JOURNALED IN FULL *
      *    GETS ITS 'BASEND' RECORD; TESTPIT WILL NOT      *
      *    REBUILD FROM ONE WITHOUT IT.  CHANGES MADE      *
      *    WHILE THE BROWSE RUNS ARE JOURNALED AS USUAL    *
      *    AND REPLAY CLEANLY OVER IT.                     *
      *****************************************************
       4000-JOURNAL-BASELINE.
           MOVE 'N' TO WS-SNAP-FAILED.
           MOVE 'N' TO WS-SNAP-DONE.
           MOVE ZERO TO WS-SNAP-COUNT.
           MOVE LOW-VALUES TO WS-SNAP-RID.
           EXEC CICS STARTBR FILE(WS-MSG-FILE)
                   RIDFLD(WS-SNAP-RID)
                   GTEQ
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 4100-JOURNAL-BASELINE-REC
                   UNTIL WS-SNAP-DONE = 'Y'
               EXEC CICS ENDBR FILE(WS-MSG-FILE) END-EXEC
           ELSE
               IF WS-RESP NOT = DFHRESP(NOTFND)
                   PERFORM 4900-BASELINE-ERROR
               END-IF
           END-IF.
           IF WS-SNAP-FAILED = 'N'
               MOVE SPACES TO CHGJRNL-RECORD
               MOVE WS-MSG-FILE TO CJ-FILE
               PERFORM 3050-STAMP-JOURNAL
               MOVE 'BASEND' TO CJ-ACTION
               EXEC CICS ASSIGN USERID(CJ-USERID) END-EXEC
               MOVE WS-SNAP-COUNT TO WS-SNAP-END-COUNT
               MOVE WS-SNAP-END-IMAGE TO CJ-AFTER-IMAGE
               MOVE 'N' TO WS-JRNL-DONE
               PERFORM 3100-WRITE-JOURNAL-REC
                   UNTIL WS-JRNL-DONE = 'Y'
           END-IF.

       4100-JOURNAL-BASELINE-REC.
           MOVE LENGTH OF WS-SNAP-RECORD TO WS-SNAP-LENGTH.
           MOVE SPACES TO WS-SNAP-RECORD.
           EXEC CICS READNEXT FILE(WS-MSG-FILE)
                   INTO(WS-SNAP-RECORD)
                   LENGTH(WS-SNAP-LENGTH)
                   RIDFLD(WS-SNAP-RID)
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE SPACES TO CHGJRNL-RECORD
               MOVE WS-MSG-FILE TO CJ-FILE
               PERFORM 3050-STAMP-JOURNAL
               MOVE 'BASELN' TO CJ-ACTION
               IF WS-MSG-FILE = 'TERMREG'
                   MOVE WS-SNAP-RECORD(1:8) TO CJ-REC-KEY
               ELSE
                   MOVE WS-SNAP-RECORD(1:12) TO CJ-REC-KEY
               END-IF
               EXEC CICS ASSIGN USERID(CJ-USERID) END-EXEC
               MOVE WS-SNAP-RECORD TO CJ-AFTER-IMAGE
               MOVE 'N' TO WS-JRNL-DONE
               PERFORM 3100-WRITE-JOURNAL-REC
                   UNTIL WS-JRNL-DONE = 'Y'
               ADD 1 TO WS-SNAP-COUNT
               IF WS-SNAP-FAILED = 'Y'
                   MOVE 'Y' TO WS-SNAP-DONE
               END-IF
           ELSE
               MOVE 'Y' TO WS-SNAP-DONE
               IF WS-RESP NOT = DFHRESP(ENDFILE)
                   PERFORM 4900-BASELINE-ERROR
               END-IF
           END-IF.

       4900-BASELINE-ERROR.
           MOVE 'Y' TO WS-SNAP-FAILED.
           MOVE WS-MSG-FILE TO WS-SNAP-FILE.
           MOVE WS-RESP TO WS-SNAP-RESP.
           EXEC CICS WRITEQ TD QUEUE('CSMT')
                   FROM(WS-SNAP-FAIL-MSG)
                   LENGTH(LENGTH OF WS-SNAP-FAIL-MSG)
           END-EXEC.

      *****************************************************
      *    THE CACHE IS REBUILT EVEN AFTER A FAILED        *
      *    REFRESH: IF REGNTAB CANNOT BE READ THE BUILD    *
      *    MARKS THE CACHE UNUSABLE, SO TESTA GOES BACK TO *
      *    THE FILE RATHER THAN SERVING THE OLD TABLE.  A  *
      *    FAILED BUILD IS LOGGED TO CSMT AND NEVER FAILS  *
      *    THE REFRESH.                                    *
      *****************************************************
       5000-REBUILD-CACHE.
           MOVE 'TESTR' TO KC-REQUESTED-BY.
           MOVE SPACES TO KC-RETURN-CODE.
           EXEC CICS LINK PROGRAM('TESTK')
                   COMMAREA(TESTK-AREA)
                   LENGTH(LENGTH OF TESTK-AREA)
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                   OR KC-RETURN-CODE NOT = '00'
               MOVE WS-RESP TO WS-CACHE-RESP
               MOVE KC-RETURN-CODE TO WS-CACHE-RC
               EXEC CICS WRITEQ TD QUEUE('CSMT')
                       FROM(WS-CACHE-FAIL-MSG)
                       LENGTH(LENGTH OF WS-CACHE-FAIL-MSG)
               END-EXEC
           END-IF.
