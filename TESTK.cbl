       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'TESTK'.
      *****************************************************
      *    TESTK - BUILDS THE TESTA REGION CACHE.  LINKED  *
      *    TO WITH THE TESTKCOM COMMAREA BY TESTR AFTER IT *
      *    REFRESHES REGNTAB, BY TESTM AFTER IT CHANGES A  *
      *    REGNTAB RECORD, AND BY TESTA WHEN THE CACHE IS  *
      *    MISSING OR WAS BUILT ON AN EARLIER DATE.  THE   *
      *    WHOLE OF REGNTAB IS BROWSED AND EVERY RECORD IN *
      *    FORCE TODAY - THE SAME RULE TESTA APPLIES TO    *
      *    THE FILE - GOES INTO ONE ITEM ON THE TSTARGNC   *
      *    MAIN-STORAGE TS QUEUE (LAYOUT TSTACACH), WHICH  *
      *    TESTA THEN SEARCHES INSTEAD OF THE FILE.  A     *
      *    BUILD THAT CANNOT READ THE FILE, OR FINDS MORE  *
      *    CODES THAN THE TABLE HOLDS, LEAVES THE CACHE    *
      *    MARKED UNUSABLE RATHER THAN STALE OR SHORT, AND *
      *    TESTA GOES BACK TO THE FILE.  BUILDS ARE        *
      *    SINGLE-THREADED BY AN ENQ ON THE QUEUE NAME.    *
      *****************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP                      PIC S9(8) COMP.
       01 WS-ABSTIME                   PIC S9(15) COMP-3.
       01 WS-TODAY                     PIC X(8).
       01 WS-CACHE-QUEUE               PIC X(8) VALUE 'TSTARGNC'.
       01 WS-CACHE-LENGTH              PIC S9(4) COMP.
       01 WS-CACHE-MAX                 PIC S9(4) COMP VALUE 100.
       01 WS-QUEUE-EXISTS              PIC X.
       01 WS-PRIOR-BUILDS              PIC S9(9) COMP.
       01 WS-BUILD-OK                  PIC X.
       01 WS-SCAN-DONE                 PIC X.
       01 WS-REGNTAB-RID.
           03 WS-RID-REGION-CODE       PIC X(4).
           03 WS-RID-EFF-FROM          PIC X(8).
       01 WS-BUILD-FAIL-MSG.
           03 FILLER                   PIC X(21)
                                        VALUE 'TESTK CACHE BUILD FLD'.
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-BUILD-RESP             PIC 9(8).
       01 WS-TABLE-FULL-MSG.
           03 FILLER                   PIC X(34)
               VALUE 'TESTK CACHE TABLE FULL - NOT BUILT'.
       COPY REGNTAB.
       COPY TSTACACH.
       LINKAGE SECTION.
       COPY TESTKCOM.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           IF EIBCALEN NOT = LENGTH OF DFHCOMMAREA
               EXEC CICS ABEND ABCODE('CALN') END-EXEC
           END-IF.
           EXEC CICS ENQ RESOURCE(WS-CACHE-QUEUE)
                   LENGTH(LENGTH OF WS-CACHE-QUEUE)
           END-EXEC.
           PERFORM 1000-READ-CURRENT.
           PERFORM 2000-BUILD-TABLE.
           PERFORM 3000-WRITE-CACHE.
           EXEC CICS DEQ RESOURCE(WS-CACHE-QUEUE)
                   LENGTH(LENGTH OF WS-CACHE-QUEUE)
           END-EXEC.
           IF WS-BUILD-OK = 'Y'
               MOVE '00' TO KC-RETURN-CODE
           ELSE
               MOVE '99' TO KC-RETURN-CODE
           END-IF.
           EXEC CICS RETURN END-EXEC.

      *****************************************************
      *    THE CACHE IS ALWAYS ITEM 1.  IF THE QUEUE IS    *
      *    ALREADY THERE THE NEW BUILD REWRITES THAT ITEM, *
      *    SO TESTA NEVER FINDS THE QUEUE GONE MID-BUILD.  *
      *****************************************************
       1000-READ-CURRENT.
           MOVE 'N' TO WS-QUEUE-EXISTS.
           MOVE ZERO TO WS-PRIOR-BUILDS.
           MOVE LENGTH OF TESTA-REGION-CACHE TO WS-CACHE-LENGTH.
           EXEC CICS READQ TS QUEUE(WS-CACHE-QUEUE)
                   INTO(TESTA-REGION-CACHE)
                   LENGTH(WS-CACHE-LENGTH)
                   ITEM(1)
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-QUEUE-EXISTS
               MOVE RC-BUILD-COUNT TO WS-PRIOR-BUILDS
           ELSE
               IF WS-RESP = DFHRESP(LENGTHERR)
                   MOVE 'Y' TO WS-QUEUE-EXISTS
               END-IF
           END-IF.

       2000-BUILD-TABLE.
           MOVE 'Y' TO WS-BUILD-OK.
           MOVE 'N' TO WS-SCAN-DONE.
           MOVE SPACES TO TESTA-REGION-CACHE.
           MOVE ZERO TO RC-ENTRY-COUNT.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                   YYYYMMDD(WS-TODAY)
           END-EXEC.
           MOVE LOW-VALUES TO WS-REGNTAB-RID.
           EXEC CICS STARTBR FILE('REGNTAB')
                   RIDFLD(WS-REGNTAB-RID)
                   GTEQ
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 2100-SCAN-REGNTAB
                   UNTIL WS-SCAN-DONE = 'Y'
               EXEC CICS ENDBR FILE('REGNTAB') END-EXEC
           ELSE
               IF WS-RESP NOT = DFHRESP(NOTFND)
                   PERFORM 2900-BUILD-ERROR
               END-IF
           END-IF.

       2100-SCAN-REGNTAB.
           EXEC CICS READNEXT FILE('REGNTAB')
                   INTO(REGNTAB-RECORD)
                   RIDFLD(WS-REGNTAB-RID)
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               IF RT-EFF-FROM NOT > WS-TODAY
                       AND (RT-EFF-TO = SPACES
                         OR RT-EFF-TO NOT < WS-TODAY)
                   PERFORM 2200-ADD-ENTRY
               END-IF
           ELSE
               MOVE 'Y' TO WS-SCAN-DONE
               IF WS-RESP NOT = DFHRESP(ENDFILE)
                   PERFORM 2900-BUILD-ERROR
               END-IF
           END-IF.

       2200-ADD-ENTRY.
           IF RC-ENTRY-COUNT < WS-CACHE-MAX
               ADD 1 TO RC-ENTRY-COUNT
               MOVE RT-REGION-CODE TO RC-REGION-CODE(RC-ENTRY-COUNT)
               MOVE RT-REGION-NAME TO RC-REGION-NAME(RC-ENTRY-COUNT)
               MOVE RT-TIMEZONE TO RC-TIMEZONE(RC-ENTRY-COUNT)
               MOVE RT-CURRENCY TO RC-CURRENCY(RC-ENTRY-COUNT)
           ELSE
               MOVE 'N' TO WS-BUILD-OK
               MOVE 'Y' TO WS-SCAN-DONE
               EXEC CICS WRITEQ TD QUEUE('CSMT')
                       FROM(WS-TABLE-FULL-MSG)
                       LENGTH(LENGTH OF WS-TABLE-FULL-MSG)
               END-EXEC
           END-IF.

       2900-BUILD-ERROR.
           MOVE 'N' TO WS-BUILD-OK.
           MOVE 'Y' TO WS-SCAN-DONE.
           MOVE WS-RESP TO WS-BUILD-RESP.
           EXEC CICS WRITEQ TD QUEUE('CSMT')
                   FROM(WS-BUILD-FAIL-MSG)
                   LENGTH(LENGTH OF WS-BUILD-FAIL-MSG)
           END-EXEC.

      *****************************************************
      *    A FAILED BUILD STILL WRITES THE ITEM, MARKED    *
      *    'U' WITH NO ENTRIES, SO NO CALLER GOES ON       *
      *    USING WHAT WAS CACHED BEFORE THE CHANGE.  IF    *
      *    EVEN THAT WRITE FAILS THE QUEUE IS DELETED:     *
      *    TESTA TREATS A MISSING CACHE THE SAME WAY.      *
      *****************************************************
       3000-WRITE-CACHE.
           IF WS-BUILD-OK = 'Y'
               MOVE 'A' TO RC-STATUS
           ELSE
               MOVE 'U' TO RC-STATUS
               MOVE ZERO TO RC-ENTRY-COUNT
           END-IF.
           MOVE WS-TODAY TO RC-BUILD-DATE.
           MOVE WS-ABSTIME TO RC-BUILD-ABSTIME.
           MOVE KC-REQUESTED-BY TO RC-BUILT-BY.
           COMPUTE RC-BUILD-COUNT = WS-PRIOR-BUILDS + 1.
           IF WS-QUEUE-EXISTS = 'Y'
               EXEC CICS WRITEQ TS QUEUE(WS-CACHE-QUEUE)
                       FROM(TESTA-REGION-CACHE)
                       LENGTH(LENGTH OF TESTA-REGION-CACHE)
                       ITEM(1)
                       REWRITE
                       RESP(WS-RESP)
               END-EXEC
           ELSE
               EXEC CICS WRITEQ TS QUEUE(WS-CACHE-QUEUE)
                       FROM(TESTA-REGION-CACHE)
                       LENGTH(LENGTH OF TESTA-REGION-CACHE)
                       MAIN
                       RESP(WS-RESP)
               END-EXEC
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO WS-BUILD-OK
               MOVE WS-RESP TO WS-BUILD-RESP
               EXEC CICS WRITEQ TD QUEUE('CSMT')
                       FROM(WS-BUILD-FAIL-MSG)
                       LENGTH(LENGTH OF WS-BUILD-FAIL-MSG)
               END-EXEC
               EXEC CICS DELETEQ TS QUEUE(WS-CACHE-QUEUE)
                       RESP(WS-RESP)
               END-EXEC
           END-IF.
