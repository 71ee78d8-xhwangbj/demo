      *    TZTAB TIMEZONE TABLE (UTC OFFSET PLUS THE       *
      *    ZONE'S DST RULE), SO INCIDENT CALLS WITH THE    *
      *    OVERSEAS DESKS SKIP THE CLOCK ARITHMETIC.       *
      *    ONLY LOOKUPS FOR REGIONS THE USER MAY VIEW ON   *
      *    THE OPERAUTH FILE ARE SHOWN; THE REST ARE       *
      *    WITHHELD, THE SCREEN SAYS SO, AND THE FIRST     *
      *    WITHHOLDING OF A SEARCH IS JOURNALED TO         *
      *    CHGJRNL UNDER THE FILE SEARCHED.  SOURCE 'I'    *
      *    SEARCHES AUDINQ, THE INQUIRY COPY OF PURGED     *
      *    HISTORY RELOADED FROM AUDARCH BY TESTRST;       *
      *    BLANK OR 'H' SEARCHES AUDHIST.                  *
      *****************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-FILL-DONE                 PIC X.
       01 WS-MORE-IND                  PIC X.
       01 WS-FILE-ERROR                PIC X.
       01 WS-HIST-FILE                 PIC X(8) VALUE 'AUDHIST'.
       01 WS-LINE-COUNT                PIC S9(4) COMP.
       01 WS-SUB                       PIC S9(4) COMP.
       01 WS-QUERY-TERM                PIC X(4).
       01 WS-EVENT-MMDD                PIC X(4).
       01 WS-QUERY-FROM                PIC X(8).
       01 WS-QUERY-TO                  PIC X(8).
       01 WS-WITHHELD-COUNT            PIC S9(4) COMP.
       01 WS-DENY-LOGGED               PIC X.
       01 WS-AUTH-USERID               PIC X(8).
       01 WS-AUTH-LOADED               PIC X.
       01 WS-AUTH-FOUND                PIC X.
       01 WS-AUTH-NEED                 PIC X VALUE 'V'.
       01 WS-AUTH-REGION               PIC X(4).
       01 WS-AUTH-GRANTED              PIC X.
       01 WS-AUTH-SUB                  PIC S9(4) COMP.
       01 WS-DENY-IMAGE.
           03 WS-DNY-TERM              PIC X(4).
           03 WS-DNY-FROM              PIC X(8).
           03 WS-DNY-TO                PIC X(8).
           03 WS-DNY-REGION            PIC X(4).
       01 WS-ABSTIME                   PIC S9(15) COMP-3.
       01 WS-TIME-PACKED               PIC S9(7) COMP-3.
       01 WS-JRNL-DONE                 PIC X.
       01 WS-REFUSAL-LOG-MSG.
           03 FILLER                   PIC X(6) VALUE 'TESTQ '.
           03 WS-LOG-FILE               PIC X(7) VALUE 'AUDHIST'.
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-LOG-ACTION             PIC X(6) VALUE 'DNYVEW'.
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-LOG-KEY                PIC X(12).
           03 FILLER                   PIC X(4) VALUE ' BY '.
           03 WS-LOG-USERID             PIC X(8).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-LOG-DATE               PIC X(8).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-LOG-TIME               PIC 9(6).
       01 WS-JRNL-FAIL-MSG.
           03 FILLER                   PIC X(19)
                                        VALUE 'TESTQ JRNL WRT FLD'.
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-JRNL-RESP              PIC 9(8).
       01 WS-AUDHIST-RID.
           03 WS-RID-DATE              PIC X(8).
           03 WS-RID-TIME              PIC 9(6).
           03 WS-SEND-RESP              PIC 9(8).
       COPY AUDHIST.
       COPY TZTAB.
       COPY OPERAUTH.
       COPY CHGJRNL.
       COPY TSTQMAP.
       COPY DFHAID.
       PROCEDURE DIVISION.
      *****************************************************
      *    A BLANK FROM DATE MEANS THE START OF HISTORY    *
      *    AND A BLANK TO DATE MEANS TODAY AND BEYOND.     *
      *    A USER WITH NO OPERAUTH RECORD MAY NOT SEARCH   *
      *    AT ALL.                                         *
      *****************************************************
       5000-NEW-SEARCH.
           MOVE 'N' TO WS-DENY-LOGGED.
           IF QTERMI = SPACES OR QTERMI = LOW-VALUES
               MOVE 'ENTER A TERMINAL ID' TO QMSGO
               MOVE 'N' TO WS-BROWSE-ACTIVE
           ELSE
               IF QSRCI = SPACES OR QSRCI = LOW-VALUES
                       OR QSRCI = 'H'
                   MOVE 'AUDHIST' TO WS-HIST-FILE
                   PERFORM 5100-START-SEARCH
               ELSE
                   IF QSRCI = 'I'
                       MOVE 'AUDINQ' TO WS-HIST-FILE
                       PERFORM 5100-START-SEARCH
                   ELSE
                       MOVE 'SOURCE MUST BE H OR I' TO QMSGO
                       MOVE 'N' TO WS-BROWSE-ACTIVE
                   END-IF
               END-IF
           END-IF.

       5100-START-SEARCH.
           MOVE QTERMI TO WS-QUERY-TERM.
           IF QFROMI = SPACES OR QFROMI = LOW-VALUES
               MOVE '00000000' TO WS-QUERY-FROM
           ELSE
               MOVE QFROMI TO WS-QUERY-FROM
           END-IF.
           IF QTOI = SPACES OR QTOI = LOW-VALUES
               MOVE '99999999' TO WS-QUERY-TO
           ELSE
               MOVE QTOI TO WS-QUERY-TO
           END-IF.
           MOVE 'N' TO WS-BROWSE-ACTIVE.
           MOVE WS-HIST-FILE TO WS-LOG-FILE.
           PERFORM 7000-LOAD-AUTHORITY.
           IF WS-AUTH-LOADED = 'Y'
               IF WS-AUTH-FOUND = 'Y'
                   MOVE WS-QUERY-FROM TO WS-RID-DATE
                   MOVE ZERO TO WS-RID-TIME
                   MOVE LOW-VALUES TO WS-RID-TERM
                   MOVE ZERO TO WS-RID-SEQ
                   MOVE 'Y' TO WS-BROWSE-ACTIVE
                   PERFORM 6000-FILL-PAGE
               ELSE
                   PERFORM 5200-CLEAR-PAGE
                   MOVE 'USERID NOT ON OPERATOR AUTHORITY FILE'
                           TO QMSGO
                   MOVE WS-QUERY-FROM TO WS-DNY-FROM
                   MOVE WS-QUERY-TO TO WS-DNY-TO
                   MOVE SPACES TO WS-DNY-REGION
                   PERFORM 7500-LOG-REFUSAL
               END-IF
           END-IF.

       5200-CLEAR-PAGE.
           PERFORM 5210-CLEAR-LINE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > 10.

       5210-CLEAR-LINE.
           MOVE SPACES TO QDO(WS-SUB).

      *****************************************************
      *    WITHHELD ENTRIES DO NOT COUNT TOWARDS THE PAGE; *
      *    THE MESSAGE LINE TELLS THE OPERATOR THAT SOME   *
      *    MATCHES WERE NOT SHOWN.                         *
      *****************************************************
       6000-FILL-PAGE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 10
           MOVE 'N' TO WS-FILL-DONE.
           MOVE 'N' TO WS-MORE-IND.
           MOVE 'N' TO WS-FILE-ERROR.
           MOVE ZERO TO WS-WITHHELD-COUNT.
           EXEC CICS STARTBR FILE(WS-HIST-FILE)
                   RIDFLD(WS-AUDHIST-RID)
                   GTEQ
                   RESP(WS-RESP)
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 6100-READ-ENTRY
                   UNTIL WS-FILL-DONE = 'Y'
               EXEC CICS ENDBR FILE(WS-HIST-FILE) END-EXEC
           ELSE
               MOVE 'N' TO WS-BROWSE-ACTIVE
               IF WS-RESP NOT = DFHRESP(NOTFND)
                       MOVE 'END OF ENTRIES' TO QMSGO
                   END-IF
               END-IF
               IF WS-WITHHELD-COUNT > ZERO
                   PERFORM 6500-REPORT-WITHHELD
               END-IF
           END-IF.

      *****************************************************
      *    LINE OF THE NEXT PAGE.                          *
      *****************************************************
       6100-READ-ENTRY.
           EXEC CICS READNEXT FILE(WS-HIST-FILE)
                   INTO(AUDHIST-RECORD)
                   RIDFLD(WS-AUDHIST-RID)
                   RESP(WS-RESP)
                   MOVE 'N' TO WS-BROWSE-ACTIVE
               ELSE
                   IF AH-TERM-ID = WS-QUERY-TERM
                       PERFORM 6150-TAKE-IF-VIEWABLE
                   END-IF
               END-IF
           ELSE
               END-IF
           END-IF.

       6150-TAKE-IF-VIEWABLE.
           MOVE AH-REGION-CODE TO WS-AUTH-REGION.
           PERFORM 7100-CHECK-REGION.
           IF WS-AUTH-GRANTED = 'Y'
               IF WS-LINE-COUNT < 10
                   PERFORM 6200-FORMAT-LINE
               ELSE
                   MOVE 'Y' TO WS-FILL-DONE
                   MOVE 'Y' TO WS-MORE-IND
               END-IF
           ELSE
               IF WS-WITHHELD-COUNT = ZERO
                   MOVE AH-REGION-CODE TO WS-DNY-REGION
               END-IF
               ADD 1 TO WS-WITHHELD-COUNT
           END-IF.

       6200-FORMAT-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE AH-DATE TO WS-DTL-DATE.
               ADD TZ-DST-SHIFT-MM TO WS-OFFSET-MINS
           END-IF.

      *****************************************************
      *    ONE JOURNAL RECORD PER SEARCH, HOWEVER MANY     *
      *    PAGES WITHHOLD ENTRIES.                         *
      *****************************************************
       6500-REPORT-WITHHELD.
           IF WS-MORE-IND = 'Y'
               MOVE 'PF8 NEXT PAGE - SOME ENTRIES WITHHELD' TO QMSGO
           ELSE
               IF WS-LINE-COUNT = ZERO
                   MOVE 'ENTRIES WITHHELD - REGION NOT AUTHORISED'
                           TO QMSGO
               ELSE
                   MOVE 'END OF ENTRIES - SOME WITHHELD' TO QMSGO
               END-IF
           END-IF.
           IF WS-DENY-LOGGED = 'N'
               MOVE WS-QUERY-FROM TO WS-DNY-FROM
               MOVE WS-QUERY-TO TO WS-DNY-TO
               PERFORM 7500-LOG-REFUSAL
           END-IF.

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
                   PERFORM 5200-CLEAR-PAGE
                   MOVE WS-RESP TO WS-ERR-RESP
                   MOVE WS-FILE-ERR-MSG TO QMSGO
               END-IF
           END-IF.

      *****************************************************
      *    SAME RULE AS TESTM: ALL-REGIONS 'M' OR 'V', OR  *
      *    A REGION ENTRY AT EITHER LEVEL, ALLOWS VIEWING. *
      *****************************************************
       7100-CHECK-REGION.
           MOVE 'N' TO WS-AUTH-GRANTED.
           IF OA-ALL-REGIONS = 'M' OR OA-ALL-REGIONS = 'V'
               MOVE 'Y' TO WS-AUTH-GRANTED
           ELSE
               PERFORM 7110-CHECK-REGION-ENTRY
                   VARYING WS-AUTH-SUB FROM 1 BY 1
                   UNTIL WS-AUTH-SUB > 8
                      OR WS-AUTH-GRANTED = 'Y'
           END-IF.

       7110-CHECK-REGION-ENTRY.
           IF OA-REGION-CODE(WS-AUTH-SUB) = WS-AUTH-REGION
               IF OA-REGION-LEVEL(WS-AUTH-SUB) = 'M'
                       OR OA-REGION-LEVEL(WS-AUTH-SUB) = 'V'
                   MOVE 'Y' TO WS-AUTH-GRANTED
               END-IF
           END-IF.

      *****************************************************
      *    SAME CSMT MESSAGE AND JOURNAL WRITE AS A TESTM  *
      *    CHANGE: THE AFTER IMAGE IS THE SEARCH AS KEYED  *
      *    AND THE FIRST REGION WITHHELD.                  *
      *****************************************************
       7500-LOG-REFUSAL.
           MOVE 'Y' TO WS-DENY-LOGGED.
           MOVE WS-QUERY-TERM TO WS-DNY-TERM.
           MOVE WS-QUERY-TERM TO WS-LOG-KEY.
           MOVE WS-AUTH-USERID TO WS-LOG-USERID.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                   YYYYMMDD(WS-LOG-DATE)
                   TIME(WS-TIME-PACKED)
           END-EXEC.
           MOVE WS-TIME-PACKED TO WS-LOG-TIME.
           EXEC CICS WRITEQ TD QUEUE('CSMT')
                   FROM(WS-REFUSAL-LOG-MSG)
                   LENGTH(LENGTH OF WS-REFUSAL-LOG-MSG)
           END-EXEC.
           MOVE SPACES TO CHGJRNL-RECORD.
           MOVE WS-LOG-FILE TO CJ-FILE(1:7).
           MOVE WS-LOG-DATE TO CJ-DATE.
           MOVE WS-LOG-TIME TO CJ-TIME.
           MOVE 1 TO CJ-SEQ.
           MOVE WS-LOG-ACTION TO CJ-ACTION.
           MOVE WS-LOG-KEY TO CJ-REC-KEY.
           MOVE WS-LOG-USERID TO CJ-USERID.
           MOVE WS-DENY-IMAGE TO CJ-AFTER-IMAGE.
           MOVE 'N' TO WS-JRNL-DONE.
           PERFORM 7510-WRITE-JOURNAL-REC
               UNTIL WS-JRNL-DONE = 'Y'.

       7510-WRITE-JOURNAL-REC.
           EXEC CICS WRITE FILE('CHGJRNL')
                   FROM(CHGJRNL-RECORD)
                   RIDFLD(CJ-JRNL-KEY)
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-JRNL-DONE
           ELSE
               IF WS-RESP = DFHRESP(DUPREC) AND CJ-SEQ < 999
                   ADD 1 TO CJ-SEQ
               ELSE
                   MOVE 'Y' TO WS-JRNL-DONE
                   MOVE WS-RESP TO WS-JRNL-RESP
                   EXEC CICS WRITEQ TD QUEUE('CSMT')
                           FROM(WS-JRNL-FAIL-MSG)
                           LENGTH(LENGTH OF WS-JRNL-FAIL-MSG)
                   END-EXEC
               END-IF
           END-IF.

       9100-SEND-MAP-ERROR.
           MOVE WS-RESP TO WS-SEND-RESP.
           EXEC CICS WRITEQ TD QUEUE('CSMT')
