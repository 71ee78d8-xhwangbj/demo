       01 WS-REQUEST-CODE              PIC X(4).
       01 WS-LOOKUP-FOUND              PIC X VALUE 'Y'.
       01 WS-LOOKUP-RETRY              PIC X VALUE 'N'.
      *    'Y' WHEN THE REGNTAB READ IN 1105-LOOKUP-FROM-FILE FAILED
      *    FOR A REASON OTHER THAN DFHRESP(NOTFND) -- A TRANSIENT
      *    FAILURE, NOT A BAD REQUEST CODE.
       01 WS-ABSTIME                   PIC S9(15) COMP-3.
       01 WS-TIME-PACKED               PIC S9(7) COMP-3.
       01 WS-TODAY                     PIC X(8).
       01 WS-REGNTAB-RID.
           03 WS-RID-REGION-CODE       PIC X(4).
           03 WS-RID-EFF-FROM          PIC X(8).
       01 WS-CACHE-QUEUE               PIC X(8) VALUE 'TSTARGNC'.
       01 WS-STATS-QUEUE               PIC X(8) VALUE 'TSTARGNS'.
       01 WS-CACHE-LENGTH              PIC S9(4) COMP.
       01 WS-CACHE-FOUND               PIC X.
       01 WS-CACHE-USABLE              PIC X.
       01 WS-CACHE-SUB                 PIC S9(4) COMP.
       01 WS-CACHE-AGE                 PIC S9(15) COMP-3.
       01 WS-CACHE-RETRY-MS            PIC S9(15) COMP-3 VALUE 300000.
      *    A CACHE LEFT UNUSABLE BY A FAILED BUILD IS NOT REBUILT ON
      *    EVERY CALL -- ONLY ONCE IT IS OLDER THAN THIS (5 MINUTES).
       01 WS-RET-RESP                  PIC S9(8) COMP.
       01 WS-RET-RESP2                 PIC S9(8) COMP.
       01 WS-RETURN-ERR-MSG.
                                        VALUE 'TESTA UNMAP WRITE FLD'.
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-UNMAP-RESP             PIC 9(8).
       01 WS-CACHE-FAIL-MSG.
           03 FILLER                   PIC X(20)
                                        VALUE 'TESTA CACHE LINK FLD'.
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-CACHE-RESP             PIC 9(8).
       COPY TERMREG.
       COPY REGNTAB.
       COPY AUDITREC.
       COPY UNMAPREC.
       COPY TSTAERR.
       COPY TSTACACH.
       COPY TESTKCOM REPLACING ==DFHCOMMAREA== BY ==TESTK-AREA==.
       COPY TSTAMAP.
       COPY DFHAID.
       LINKAGE SECTION.

      *****************************************************
      *    A REGION CODE MAY CARRY SEVERAL EFFECTIVE-DATED *
      *    RECORDS; THE LOOKUP RETURNS THE ONE IN FORCE ON *
      *    THE CURRENT DATE.  IT IS ANSWERED FROM THE      *
      *    TSTARGNC CACHE BUILT BY TESTK, WHICH HOLDS ONLY *
      *    THE RECORDS IN FORCE ON ITS BUILD DATE.  A      *
      *    CACHE THAT IS MISSING OR WAS BUILT ON AN        *
      *    EARLIER DATE IS REBUILT FIRST, SO A RECORD      *
      *    EFFECTIVE TODAY CUTS IN ON THE FIRST LOOKUP     *
      *    AFTER MIDNIGHT.  IF THERE IS STILL NO USABLE    *
      *    CACHE THE LOOKUP BROWSES REGNTAB AS BEFORE.     *
      *****************************************************
       1100-LOOKUP-BY-CODE.
           MOVE 'N' TO WS-LOOKUP-RETRY.
           MOVE 'N' TO WS-LOOKUP-FOUND.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                   YYYYMMDD(WS-TODAY)
           END-EXEC.
           PERFORM 1120-CHECK-CACHE.
           IF WS-CACHE-USABLE = 'Y'
               PERFORM 1130-SEARCH-CACHE
                   VARYING WS-CACHE-SUB FROM 1 BY 1
                   UNTIL WS-CACHE-SUB > RC-ENTRY-COUNT
                      OR WS-LOOKUP-FOUND = 'Y'
           ELSE
               PERFORM 1105-LOOKUP-FROM-FILE
           END-IF.
           PERFORM 1170-COUNT-LOOKUP.

       1105-LOOKUP-FROM-FILE.
           MOVE 'N' TO WS-SCAN-DONE.
           MOVE WS-REQUEST-CODE TO WS-RID-REGION-CODE.
           MOVE LOW-VALUES TO WS-RID-EFF-FROM.
           EXEC CICS STARTBR FILE('REGNTAB')
               END-IF
           END-IF.

       1120-CHECK-CACHE.
           PERFORM 1121-READ-CACHE.
           IF WS-CACHE-FOUND = 'N'
                   OR RC-BUILD-DATE NOT = WS-TODAY
               PERFORM 1125-REQUEST-BUILD
           ELSE
               IF RC-STATUS = 'U'
                   COMPUTE WS-CACHE-AGE = WS-ABSTIME - RC-BUILD-ABSTIME
                   IF WS-CACHE-AGE > WS-CACHE-RETRY-MS
                       PERFORM 1125-REQUEST-BUILD
                   END-IF
               END-IF
           END-IF.
           MOVE 'N' TO WS-CACHE-USABLE.
           IF WS-CACHE-FOUND = 'Y'
                   AND RC-STATUS = 'A'
                   AND RC-BUILD-DATE = WS-TODAY
               MOVE 'Y' TO WS-CACHE-USABLE
           END-IF.

       1121-READ-CACHE.
           MOVE LENGTH OF TESTA-REGION-CACHE TO WS-CACHE-LENGTH.
           EXEC CICS READQ TS QUEUE(WS-CACHE-QUEUE)
                   INTO(TESTA-REGION-CACHE)
                   LENGTH(WS-CACHE-LENGTH)
                   ITEM(1)
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-CACHE-FOUND
           ELSE
               MOVE 'N' TO WS-CACHE-FOUND
           END-IF.

      *****************************************************
      *    A FAILED LINK LEAVES THE LOOKUP ON THE FILE.    *
      *    IT IS LOGGED BUT NEVER FAILS THE LOOKUP ITSELF. *
      *****************************************************
       1125-REQUEST-BUILD.
           MOVE 'TESTA' TO KC-REQUESTED-BY.
           MOVE SPACES TO KC-RETURN-CODE.
           EXEC CICS LINK PROGRAM('TESTK')
                   COMMAREA(TESTK-AREA)
                   LENGTH(LENGTH OF TESTK-AREA)
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 1121-READ-CACHE
           ELSE
               MOVE 'N' TO WS-CACHE-FOUND
               MOVE WS-RESP TO WS-CACHE-RESP
               EXEC CICS WRITEQ TD QUEUE('CSMT')
                       FROM(WS-CACHE-FAIL-MSG)
                       LENGTH(LENGTH OF WS-CACHE-FAIL-MSG)
               END-EXEC
           END-IF.

       1130-SEARCH-CACHE.
           IF RC-REGION-CODE(WS-CACHE-SUB) = WS-REQUEST-CODE
               MOVE RC-REGION-CODE(WS-CACHE-SUB) TO WS-REGION-CODE
               MOVE RC-REGION-NAME(WS-CACHE-SUB) TO WS-REGION-NAME
               MOVE RC-TIMEZONE(WS-CACHE-SUB) TO WS-TIMEZONE
               MOVE RC-CURRENCY(WS-CACHE-SUB) TO WS-CURRENCY
               MOVE 'Y' TO WS-LOOKUP-FOUND
           END-IF.

      *****************************************************
      *    COUNTS FOR TESTH OF LOOKUPS ANSWERED FROM THE   *
      *    CACHE AND FROM THE FILE.  BEST-EFFORT, LIKE     *
      *    TSTAERRS - A FAILURE HERE IS IGNORED.           *
      *****************************************************
       1170-COUNT-LOOKUP.
           MOVE LENGTH OF TESTA-CACHE-STATS TO WS-CACHE-LENGTH.
           EXEC CICS READQ TS QUEUE(WS-STATS-QUEUE)
                   INTO(TESTA-CACHE-STATS)
                   LENGTH(WS-CACHE-LENGTH)
                   ITEM(1)
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE WS-ABSTIME TO RS-SINCE-ABSTIME
               MOVE ZERO TO RS-CACHE-HITS
               MOVE ZERO TO RS-FILE-LOOKUPS
           END-IF.
           IF WS-CACHE-USABLE = 'Y'
               ADD 1 TO RS-CACHE-HITS
           ELSE
               ADD 1 TO RS-FILE-LOOKUPS
           END-IF.
           IF WS-RESP = DFHRESP(NORMAL)
               EXEC CICS WRITEQ TS QUEUE(WS-STATS-QUEUE)
                       FROM(TESTA-CACHE-STATS)
                       LENGTH(LENGTH OF TESTA-CACHE-STATS)
                       ITEM(1)
                       REWRITE
                       RESP(WS-RESP)
               END-EXEC
           ELSE
               IF WS-RESP = DFHRESP(QIDERR)
                   EXEC CICS WRITEQ TS QUEUE(WS-STATS-QUEUE)
                           FROM(TESTA-CACHE-STATS)
                           LENGTH(LENGTH OF TESTA-CACHE-STATS)
                           MAIN
                           RESP(WS-RESP)
                   END-EXEC
               END-IF
           END-IF.

       1200-LOOKUP-BY-TERMUSER.
           IF EIBTRMID NOT = SPACES
               MOVE EIBTRMID TO WS-LOOKUP-KEY
