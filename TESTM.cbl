      *    CHANGED WHAT AND WHAT THE PRIOR VALUE WAS       *
      *    LONG AFTER THE CSMT LOG HAS WRAPPED.  BROWSE    *
      *    THE JOURNAL ONLINE WITH TESTJ.                  *
      *    EVERY ACTION IS CHECKED AGAINST THE USER'S      *
      *    OPERAUTH RECORD: ADD, UPDATE AND DELETE NEED    *
      *    REFERENCE-MAINTENANCE AUTHORITY AND MAINTAIN    *
      *    AUTHORITY FOR THE REGION (FOR A TERMREG         *
      *    UPDATE, BOTH THE OLD AND THE NEW REGION), AND   *
      *    A BROWSE ONLY STOPS ON RECORDS IN REGIONS THE   *
      *    USER MAY VIEW.  A REFUSAL IS SHOWN ON THE       *
      *    SCREEN AND JOURNALED LIKE A CHANGE, WITH A      *
      *    'DNY' ACTION, SO AUDIT SEES WHO TRIED.          *
      *    A REGNTAB CHANGE ALSO HAS TESTK REBUILD THE     *
      *    TESTA REGION CACHE, SO LOOKUPS SEE IT AT ONCE.  *
      *****************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-TERM-BRW-RID              PIC X(8).
       01 WS-ABSTIME                   PIC S9(15) COMP-3.
       01 WS-TIME-PACKED               PIC S9(7) COMP-3.
       01 WS-AUTH-USERID               PIC X(8).
       01 WS-AUTH-LOADED               PIC X.
       01 WS-AUTH-FOUND                PIC X.
       01 WS-AUTH-NEED                 PIC X.
       01 WS-AUTH-REGION               PIC X(4).
       01 WS-AUTH-GRANTED              PIC X.
       01 WS-AUTH-SUB                  PIC S9(4) COMP.
       01 WS-AUTH-REFUSE-MSG.
           03 FILLER                   PIC X(26)
               VALUE 'NOT AUTHORISED FOR REGION '.
           03 WS-REFUSE-REGION          PIC X(4).
       01 WS-CHANGE-LOG-MSG.
           03 FILLER                   PIC X(6) VALUE 'TESTM '.
           03 WS-LOG-FILE               PIC X(7).
                                        VALUE 'TESTM SEND MAP FLD'.
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-SEND-RESP              PIC 9(8).
       01 WS-CACHE-FAIL-MSG.
           03 FILLER                   PIC X(20)
                                        VALUE 'TESTM CACHE BLD FLD'.
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-CACHE-RESP             PIC 9(8).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-CACHE-RC               PIC X(2).
       COPY REGNTAB.
       COPY TERMREG.
       COPY CHGJRNL.
       COPY OPERAUTH.
       COPY TESTKCOM REPLACING ==DFHCOMMAREA== BY ==TESTK-AREA==.
       COPY TSTMMAP.
       COPY DFHAID.
       PROCEDURE DIVISION.

       1100-EDIT-AND-DISPATCH.
           MOVE SPACES TO MMSGO.
           PERFORM 7000-LOAD-AUTHORITY.
           IF WS-AUTH-LOADED = 'Y'
               EVALUATE FILEIDI
                   WHEN 'R'
                       PERFORM 2000-PROCESS-REGNTAB
                   WHEN 'T'
                       PERFORM 3000-PROCESS-TERMREG
                   WHEN OTHER
                       MOVE 'FILE MUST BE R OR T' TO MMSGO
               END-EVALUATE
           END-IF.

      *****************************************************
      *    THE REGNTAB KEY IS REGION CODE PLUS EFFECTIVE-  *
      *    BROWSE RETURNS THE FIRST RECORD AT OR AFTER     *
      *    THE KEYED VALUE AND ECHOES ITS KEY, SO THE      *
      *    OPERATOR CAN WALK THE FILE BY BUMPING THE KEY.  *
      *    RECORDS IN REGIONS THE USER MAY NOT VIEW ARE    *
      *    STEPPED OVER.                                   *
      *****************************************************
       2100-BROWSE-REGNTAB.
           IF WS-AUTH-FOUND = 'N'
               MOVE 'REGNTAB' TO WS-LOG-FILE
               MOVE WS-REGNTAB-KEY TO WS-LOG-KEY
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE SPACES TO WS-AFTER-IMAGE
               PERFORM 7500-REFUSE-ACCESS
           ELSE
               PERFORM 2105-SHOW-REGNTAB
           END-IF.

       2105-SHOW-REGNTAB.
           MOVE 'N' TO WS-BROWSE-DONE.
           EXEC CICS STARTBR FILE('REGNTAB')
                   RIDFLD(WS-REGNTAB-KEY)
                   GTEQ
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 2110-READ-VIEWABLE-REGN
                   UNTIL WS-BROWSE-DONE = 'Y'
               EXEC CICS ENDBR FILE('REGNTAB') END-EXEC
           END-IF.
           IF WS-RESP = DFHRESP(NORMAL)
               END-IF
           END-IF.

       2110-READ-VIEWABLE-REGN.
           EXEC CICS READNEXT FILE('REGNTAB')
                   INTO(REGNTAB-RECORD)
                   RIDFLD(WS-REGNTAB-KEY)
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE RT-REGION-CODE TO WS-AUTH-REGION
               MOVE 'V' TO WS-AUTH-NEED
               PERFORM 7100-CHECK-REGION
               IF WS-AUTH-GRANTED = 'Y'
                   MOVE 'Y' TO WS-BROWSE-DONE
               END-IF
           ELSE
               MOVE 'Y' TO WS-BROWSE-DONE
           END-IF.

      *****************************************************
      *    ADDS AND UPDATES APPLY THE SAME EFFECTIVE-DATE  *
      *    EDITS AS THE TESTV BATCH FEED EDIT: VALID       *
      *****************************************************
       2200-ADD-REGNTAB.
           MOVE LOW-VALUES TO WS-SELF-FROM.
           PERFORM 2205-CHECK-REGN-MAINT.
           IF WS-AUTH-GRANTED = 'Y'
               PERFORM 2210-EDIT-EFF-DATES
           END-IF.
           IF WS-EDIT-OK = 'Y'
               PERFORM 2250-CHECK-REGN-OVERLAP
           END-IF.
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE REGNTAB-RECORD TO WS-AFTER-IMAGE
                   PERFORM 4000-LOG-CHANGE
                   PERFORM 4500-REBUILD-CACHE
               ELSE
                   IF WS-RESP = DFHRESP(DUPREC)
                       MOVE 'REGNTAB RECORD ALREADY EXISTS' TO MMSGO
               END-IF
           END-IF.

       2205-CHECK-REGN-MAINT.
           MOVE WS-REGN-KEY-CODE TO WS-AUTH-REGION.
           MOVE 'M' TO WS-AUTH-NEED.
           PERFORM 7100-CHECK-REGION.
           IF WS-AUTH-GRANTED = 'N'
               MOVE 'REGNTAB' TO WS-LOG-FILE
               MOVE WS-REGNTAB-KEY TO WS-LOG-KEY
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE SPACES TO WS-AFTER-IMAGE
               PERFORM 7500-REFUSE-ACCESS
           END-IF.

       2210-EDIT-EFF-DATES.
           MOVE 'Y' TO WS-EDIT-OK.
           IF REFFTOI = LOW-VALUES

       2300-UPDATE-REGNTAB.
           MOVE WS-REGN-KEY-FROM TO WS-SELF-FROM.
           PERFORM 2205-CHECK-REGN-MAINT.
           IF WS-AUTH-GRANTED = 'Y'
               PERFORM 2210-EDIT-EFF-DATES
           END-IF.
           IF WS-EDIT-OK = 'Y'
               PERFORM 2250-CHECK-REGN-OVERLAP
           END-IF.
                   MOVE WS-REGNTAB-KEY TO WS-LOG-KEY
                   MOVE REGNTAB-RECORD TO WS-AFTER-IMAGE
                   PERFORM 4000-LOG-CHANGE
                   PERFORM 4500-REBUILD-CACHE
               ELSE
                   PERFORM 8000-FORMAT-FILE-ERROR
                   EXEC CICS UNLOCK FILE('REGNTAB') END-EXEC
      *****************************************************
       2400-DELETE-REGNTAB.
           MOVE 'Y' TO WS-EDIT-OK.
           PERFORM 2205-CHECK-REGN-MAINT.
           IF WS-EDIT-OK = 'Y'
               PERFORM 2410-CHECK-OTHER-RECORDS
           END-IF.
           IF WS-EDIT-OK = 'Y' AND WS-OTHER-FOUND = 'N'
               PERFORM 2420-SCAN-TERMREG-REFS
               IF WS-EDIT-OK = 'Y' AND WS-REF-FOUND = 'Y'
               MOVE WS-REGNTAB-KEY TO WS-LOG-KEY
               MOVE SPACES TO WS-AFTER-IMAGE
               PERFORM 4000-LOG-CHANGE
               PERFORM 4500-REBUILD-CACHE
           ELSE
               IF WS-RESP = DFHRESP(NOTFND)
                   MOVE 'REGNTAB RECORD NOT FOUND' TO MMSGO
           END-EVALUATE.

       3100-BROWSE-TERMREG.
           IF WS-AUTH-FOUND = 'N'
               MOVE 'TERMREG' TO WS-LOG-FILE
               MOVE WS-TERMREG-KEY TO WS-LOG-KEY
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE SPACES TO WS-AFTER-IMAGE
               PERFORM 7500-REFUSE-ACCESS
           ELSE
               PERFORM 3105-SHOW-TERMREG
           END-IF.

       3105-SHOW-TERMREG.
           MOVE 'N' TO WS-BROWSE-DONE.
           EXEC CICS STARTBR FILE('TERMREG')
                   RIDFLD(WS-TERMREG-KEY)
                   GTEQ
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 3110-READ-VIEWABLE-TERM
                   UNTIL WS-BROWSE-DONE = 'Y'
               EXEC CICS ENDBR FILE('TERMREG') END-EXEC
           END-IF.
           IF WS-RESP = DFHRESP(NORMAL)
               END-IF
           END-IF.

       3110-READ-VIEWABLE-TERM.
           EXEC CICS READNEXT FILE('TERMREG')
                   INTO(TERMREG-RECORD)
                   RIDFLD(WS-TERMREG-KEY)
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE TR-REGION-CODE TO WS-AUTH-REGION
               MOVE 'V' TO WS-AUTH-NEED
               PERFORM 7100-CHECK-REGION
               IF WS-AUTH-GRANTED = 'Y'
                   MOVE 'Y' TO WS-BROWSE-DONE
               END-IF
           ELSE
               MOVE 'Y' TO WS-BROWSE-DONE
           END-IF.

      *****************************************************
      *    SAME EDIT TESTV APPLIES TO THE FEED: A TERMREG  *
      *    ENTRY MAY ONLY POINT AT A REGION CODE THAT      *
      *    NOTICES.                                        *
      *****************************************************
       3200-ADD-TERMREG.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           PERFORM 3205-CHECK-NEW-REGION.
           IF WS-AUTH-GRANTED = 'Y'
               PERFORM 3210-CHECK-REGION-EXISTS
           END-IF.
           IF WS-EDIT-OK = 'Y'
               MOVE WS-TERMREG-KEY TO TR-TERM-USER-ID
               MOVE TREGNI TO TR-REGION-CODE
               END-IF
           END-IF.

      *****************************************************
      *    THE AFTER IMAGE OF A REFUSAL IS THE RECORD AS   *
      *    THE OPERATOR TRIED TO LEAVE IT; THE CALLER SETS *
      *    THE BEFORE IMAGE.                               *
      *****************************************************
       3205-CHECK-NEW-REGION.
           MOVE TREGNI TO WS-AUTH-REGION.
           PERFORM 3207-CHECK-TERM-MAINT.

       3207-CHECK-TERM-MAINT.
           MOVE 'M' TO WS-AUTH-NEED.
           PERFORM 7100-CHECK-REGION.
           IF WS-AUTH-GRANTED = 'N'
               MOVE 'TERMREG' TO WS-LOG-FILE
               MOVE WS-TERMREG-KEY TO WS-LOG-KEY
               MOVE SPACES TO WS-AFTER-IMAGE
               IF ACTIONI NOT = 'D'
                   MOVE WS-TERMREG-KEY TO WS-AFTER-IMAGE(1:8)
                   MOVE TREGNI TO WS-AFTER-IMAGE(9:4)
               END-IF
               PERFORM 7500-REFUSE-ACCESS
           END-IF.

       3210-CHECK-REGION-EXISTS.
           MOVE 'Y' TO WS-EDIT-OK.
           MOVE 'N' TO WS-REGION-EXISTS.
           END-IF.

       3300-UPDATE-TERMREG.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           PERFORM 3205-CHECK-NEW-REGION.
           IF WS-AUTH-GRANTED = 'Y'
               PERFORM 3210-CHECK-REGION-EXISTS
           END-IF.
           IF WS-EDIT-OK = 'Y'
               PERFORM 3310-READ-AND-REWRITE
           END-IF.
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE TERMREG-RECORD TO WS-BEFORE-IMAGE
               MOVE TR-REGION-CODE TO WS-AUTH-REGION
               PERFORM 3207-CHECK-TERM-MAINT
               IF WS-AUTH-GRANTED = 'Y'
                   PERFORM 3320-REWRITE-TERMREG
               ELSE
                   EXEC CICS UNLOCK FILE('TERMREG') END-EXEC
               END-IF
           ELSE
               END-IF
           END-IF.

       3320-REWRITE-TERMREG.
           MOVE TREGNI TO TR-REGION-CODE.
           EXEC CICS REWRITE FILE('TERMREG')
                   FROM(TERMREG-RECORD)
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'TERMREG RECORD UPDATED' TO MMSGO
               MOVE 'TERMREG' TO WS-LOG-FILE
               MOVE 'UPDATE' TO WS-LOG-ACTION
               MOVE WS-TERMREG-KEY TO WS-LOG-KEY
               MOVE TERMREG-RECORD TO WS-AFTER-IMAGE
               PERFORM 4000-LOG-CHANGE
           ELSE
               PERFORM 8000-FORMAT-FILE-ERROR
               EXEC CICS UNLOCK FILE('TERMREG') END-EXEC
           END-IF.

      *****************************************************
      *    THE DELETE NEEDS MAINTAIN AUTHORITY FOR THE     *
      *    REGION THE TERMINAL IS ENROLLED IN, SO IT IS    *
      *    CHECKED ONCE THE RECORD HAS BEEN READ.          *
      *****************************************************
       3400-DELETE-TERMREG.
           MOVE 'Y' TO WS-AUTH-GRANTED.
           EXEC CICS READ FILE('TERMREG')
                   INTO(TERMREG-RECORD)
                   RIDFLD(WS-TERMREG-KEY)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE TERMREG-RECORD TO WS-BEFORE-IMAGE
               MOVE TR-REGION-CODE TO WS-AUTH-REGION
               PERFORM 3207-CHECK-TERM-MAINT
               IF WS-AUTH-GRANTED = 'Y'
                   EXEC CICS DELETE FILE('TERMREG')
                           RIDFLD(WS-TERMREG-KEY)
                           RESP(WS-RESP)
                   END-EXEC
               END-IF
           END-IF.
           IF WS-AUTH-GRANTED = 'Y'
               PERFORM 3410-REPORT-DELETE
           END-IF.

       3410-REPORT-DELETE.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'TERMREG RECORD DELETED' TO MMSGO
               MOVE 'TERMREG' TO WS-LOG-FILE
               END-IF
           END-IF.

      *****************************************************
      *    THE CHANGE IS ALREADY MADE AND JOURNALED.  A    *
      *    FAILED CACHE BUILD LEAVES THE CACHE MARKED      *
      *    UNUSABLE, SO TESTA READS THE FILE AND STILL     *
      *    SEES THE CHANGE; IT IS LOGGED TO CSMT AND NOT   *
      *    SHOWN TO THE OPERATOR.                          *
      *****************************************************
       4500-REBUILD-CACHE.
           MOVE 'TESTM' TO KC-REQUESTED-BY.
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

      *****************************************************
      *    THE USER'S AUTHORITY IS RE-READ ON EVERY ENTER, *
      *    SO A CHANGE BY SECURITY ADMINISTRATION TAKES    *
      *    EFFECT WITHOUT THE OPERATOR SIGNING OFF.  NO    *
      *    RECORD MEANS NO AUTHORITY AT ALL.               *
      *****************************************************
       7000-LOAD-AUTHORITY.
           MOVE 'Y' TO WS-AUTH-LOADED.
           MOVE 'N' TO WS-AUTH-FOUND.
           EXEC CICS ASSIGN USERID(WS-AUTH-USERID) END-EXEC.
           EXEC CICS READ FILE('OPERAUTH')
                   INTO(OPERAUTH-RECORD)
                   RIDFLD(WS-AUTH-USERID)
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-AUTH-FOUND
           ELSE
               IF WS-RESP NOT = DFHRESP(NOTFND)
                   MOVE 'N' TO WS-AUTH-LOADED
                   PERFORM 8000-FORMAT-FILE-ERROR
               END-IF
           END-IF.

      *****************************************************
      *    WS-AUTH-NEED 'M' ASKS FOR MAINTAIN AUTHORITY    *
      *    OVER WS-AUTH-REGION, 'V' FOR VIEW.  MAINTAIN    *
      *    ALSO NEEDS THE REFERENCE-MAINTENANCE FLAG.      *
      *****************************************************
       7100-CHECK-REGION.
           MOVE 'N' TO WS-AUTH-GRANTED.
           IF WS-AUTH-FOUND = 'Y'
               IF OA-ALL-REGIONS = 'M'
                       OR (OA-ALL-REGIONS = 'V' AND WS-AUTH-NEED = 'V')
                   MOVE 'Y' TO WS-AUTH-GRANTED
               ELSE
                   PERFORM 7110-CHECK-REGION-ENTRY
                       VARYING WS-AUTH-SUB FROM 1 BY 1
                       UNTIL WS-AUTH-SUB > 8
                          OR WS-AUTH-GRANTED = 'Y'
               END-IF
               IF WS-AUTH-NEED = 'M' AND OA-REF-MAINT NOT = 'Y'
                   MOVE 'N' TO WS-AUTH-GRANTED
               END-IF
           END-IF.

       7110-CHECK-REGION-ENTRY.
           IF OA-REGION-CODE(WS-AUTH-SUB) = WS-AUTH-REGION
               IF OA-REGION-LEVEL(WS-AUTH-SUB) = 'M'
                       OR WS-AUTH-NEED = 'V'
                   MOVE 'Y' TO WS-AUTH-GRANTED
               END-IF
           END-IF.

      *****************************************************
      *    THE CALLER HAS SET THE FILE, KEY AND IMAGES;    *
      *    THE REFUSAL GOES TO THE SCREEN, CSMT AND THE    *
      *    JOURNAL UNDER A 'DNY' ACTION FOR WHAT WAS       *
      *    ATTEMPTED.                                      *
      *****************************************************
       7500-REFUSE-ACCESS.
           MOVE 'N' TO WS-EDIT-OK.
           MOVE 'N' TO WS-AUTH-GRANTED.
           IF WS-AUTH-FOUND = 'N'
               MOVE 'USERID NOT ON OPERATOR AUTHORITY FILE' TO MMSGO
           ELSE
               IF WS-AUTH-NEED = 'M' AND OA-REF-MAINT NOT = 'Y'
                   MOVE 'NOT AUTHORISED FOR REFERENCE MAINT' TO MMSGO
               ELSE
                   MOVE WS-AUTH-REGION TO WS-REFUSE-REGION
                   MOVE WS-AUTH-REFUSE-MSG TO MMSGO
               END-IF
           END-IF.
           EVALUATE ACTIONI
               WHEN 'A'
                   MOVE 'DNYADD' TO WS-LOG-ACTION
               WHEN 'U'
                   MOVE 'DNYUPD' TO WS-LOG-ACTION
               WHEN 'D'
                   MOVE 'DNYDEL' TO WS-LOG-ACTION
               WHEN OTHER
                   MOVE 'DNYVEW' TO WS-LOG-ACTION
           END-EVALUATE.
           PERFORM 4000-LOG-CHANGE.

       8000-FORMAT-FILE-ERROR.
           MOVE WS-RESP TO WS-ERR-RESP.
           MOVE WS-FILE-ERR-MSG TO MMSGO.
