       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'TESTO'.
      *****************************************************
      *    TESTO - ONLINE EMERGENCY RATE OVERRIDE FOR THE  *
      *    RATETAB CURRENCY TABLE.  DRIVEN FROM MAP        *
      *    TSTOMAP (MAPSET TESTOSET).  WHEN TESTF REJECTS  *
      *    THE NIGHTLY FEED NOTHING REACHES RATETAB, AND   *
      *    TESTC AND TESTSTL GO ON CONVERTING AT THE LAST  *
      *    LOADED RATE; TREASURY KEYS A REPLACEMENT RATE   *
      *    HERE INSTEAD OF WAITING FOR THE NEXT FEED.      *
      *    DUAL CONTROL: AN OVERRIDE IS ENTERED BY ONE     *
      *    USER AND HELD ON RATEOVR UNTIL A SECOND,        *
      *    DIFFERENT USER APPROVES IT; ONLY THE APPROVAL   *
      *    WRITES THE RATE TO RATETAB AND TO THE DAY'S     *
      *    RATEHIST RECORD, SO VALUE-DATED CONVERSIONS     *
      *    FOR TODAY PICK IT UP AS WELL.  A PENDING        *
      *    OVERRIDE MAY BE CANCELLED BY EITHER USER.       *
      *    ENTRY, APPROVAL AND CANCELLATION ARE EACH       *
      *    LOGGED TO CSMT AND WRITTEN TO THE CHGJRNL       *
      *    JOURNAL UNDER FILE 'RATETAB' WITH THE RATETAB   *
      *    RECORD IMAGES, EXACTLY AS TESTM JOURNALS ITS    *
      *    CHANGES, SO TESTJ SHOWS WHO KEYED AND WHO       *
      *    APPROVED EVERY MANUAL RATE.  TESTF FLAGS ANY    *
      *    CURRENCY STILL CARRYING AN APPROVED MANUAL      *
      *    RATE ON ITS NEXT RUN.                           *
      *****************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP                      PIC S9(8) COMP.
       01 WS-CURRENCY                  PIC X(3).
       01 WS-HIST-KEY.
           03 WS-HIST-CURRENCY         PIC X(3).
           03 WS-HIST-DATE             PIC X(8).
       01 WS-EDIT-OK                   PIC X.
       01 WS-OVR-FOUND                 PIC X.
       01 WS-RATE-IN                   PIC X(13).
       01 WS-RATE-DIGITS REDEFINES WS-RATE-IN
                                       PIC 9(7)V9(6).
       01 WS-NEW-RATE                  PIC 9(7)V9(6).
       01 WS-TODAY                     PIC X(8).
       01 WS-NOW-TIME                  PIC 9(6).
       01 WS-USERID                    PIC X(8).
       01 WS-ABSTIME                   PIC S9(15) COMP-3.
       01 WS-TIME-PACKED               PIC S9(7) COMP-3.
       01 WS-CHANGE-LOG-MSG.
           03 FILLER                   PIC X(6) VALUE 'TESTO '.
           03 WS-LOG-FILE               PIC X(7).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-LOG-ACTION             PIC X(6).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-LOG-KEY                PIC X(12).
           03 FILLER                   PIC X(4) VALUE ' BY '.
           03 WS-LOG-USERID             PIC X(8).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-LOG-DATE               PIC X(8).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-LOG-TIME               PIC 9(6).
       01 WS-BEFORE-IMAGE              PIC X(53).
       01 WS-AFTER-IMAGE               PIC X(53).
       01 WS-JRNL-DONE                 PIC X.
       01 WS-JRNL-FAIL-MSG.
           03 FILLER                   PIC X(19)
                                        VALUE 'TESTO JRNL WRT FLD'.
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-JRNL-RESP              PIC 9(8).
       01 WS-FILE-ERR-MSG.
           03 FILLER                   PIC X(16)
                                        VALUE 'FILE ERROR RESP '.
           03 WS-ERR-RESP               PIC 9(8).
       01 WS-SEND-FAIL-MSG.
           03 FILLER                   PIC X(19)
                                        VALUE 'TESTO SEND MAP FLD'.
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-SEND-RESP              PIC 9(8).
       COPY RATETAB.
       COPY RATEHIST.
       COPY RATEOVR.
       COPY CHGJRNL.
       COPY TSTOMAP.
       COPY DFHAID.
       PROCEDURE DIVISION.
           MOVE SPACES TO TSTOMAPO.
           EXEC CICS SEND MAP('TSTOMAP') MAPSET('TESTOSET')
                   FROM(TSTOMAPO)
                   ERASE
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM 9100-SEND-MAP-ERROR
           END-IF.
           PERFORM 1000-RECEIVE-AND-PROCESS
               UNTIL EIBAID = DFHCLEAR.
           EXEC CICS RETURN END-EXEC.

       1000-RECEIVE-AND-PROCESS.
           EXEC CICS RECEIVE MAP('TSTOMAP') MAPSET('TESTOSET')
                   INTO(TSTOMAPI)
                   RESP(WS-RESP)
           END-EXEC.
           IF EIBAID NOT = DFHCLEAR
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 1100-EDIT-AND-DISPATCH
                   EXEC CICS SYNCPOINT END-EXEC
               ELSE
                   MOVE 'INVALID INPUT - PRESS CLEAR TO EXIT'
                           TO OMSGO
               END-IF
               EXEC CICS SEND MAP('TSTOMAP') MAPSET('TESTOSET')
                       FROM(TSTOMAPO)
                       DATAONLY
                       RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   PERFORM 9100-SEND-MAP-ERROR
               END-IF
           END-IF.

      *****************************************************
      *    THE USERID AND THE DATE AND TIME ARE TAKEN ONCE *
      *    PER SCREEN: THE SAME VALUES STAMP THE OVERRIDE, *
      *    RATETAB, RATEHIST AND THE JOURNAL.  EACH SCREEN *
      *    IS ITS OWN UNIT OF WORK - 1000 COMMITS IT       *
      *    BEFORE THE MAP GOES BACK - SO NO LOCK IS HELD   *
      *    WHILE THE TERMINAL WAITS AND A BACKOUT NEVER    *
      *    REACHES AN EARLIER SCREEN'S CHANGE.             *
      *****************************************************
       1100-EDIT-AND-DISPATCH.
           MOVE SPACES TO OMSGO.
           MOVE 'Y' TO WS-EDIT-OK.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                   YYYYMMDD(WS-TODAY)
                   TIME(WS-TIME-PACKED)
           END-EXEC.
           MOVE WS-TIME-PACKED TO WS-NOW-TIME.
           IF OCURRI = LOW-VALUES OR OCURRI = SPACES
               MOVE LOW-VALUES TO WS-CURRENCY
           ELSE
               MOVE OCURRI TO WS-CURRENCY
           END-IF.
           EVALUATE ACTIONI
               WHEN 'B'
                   PERFORM 2000-BROWSE-RATES
               WHEN 'E'
                   PERFORM 3000-ENTER-OVERRIDE
               WHEN 'A'
                   PERFORM 4000-APPROVE-OVERRIDE
               WHEN 'X'
                   PERFORM 5000-CANCEL-OVERRIDE
               WHEN OTHER
                   MOVE 'ACTION MUST BE B, E, A OR X' TO OMSGO
           END-EVALUATE.

      *****************************************************
      *    BROWSE RETURNS THE FIRST RATETAB CURRENCY AT OR *
      *    AFTER THE KEYED VALUE, WITH ANY OVERRIDE ON     *
      *    FILE FOR IT, SO THE OPERATOR CAN WALK THE TABLE *
      *    BY BUMPING THE CURRENCY.                        *
      *****************************************************
       2000-BROWSE-RATES.
           EXEC CICS STARTBR FILE('RATETAB')
                   RIDFLD(WS-CURRENCY)
                   GTEQ
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               EXEC CICS READNEXT FILE('RATETAB')
                       INTO(RATETAB-RECORD)
                       RIDFLD(WS-CURRENCY)
                       RESP(WS-RESP)
               END-EXEC
               EXEC CICS ENDBR FILE('RATETAB') END-EXEC
           END-IF.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE XR-CURRENCY TO OCURRO
               PERFORM 2400-SHOW-RATETAB
               PERFORM 2450-READ-OVERRIDE
               IF WS-EDIT-OK = 'Y'
                   PERFORM 2500-SHOW-OVERRIDE
                   MOVE 'RATETAB RECORD DISPLAYED' TO OMSGO
               END-IF
           ELSE
               IF WS-RESP = DFHRESP(NOTFND)
                       OR WS-RESP = DFHRESP(ENDFILE)
                   MOVE 'NO RATETAB RECORD AT OR AFTER KEY' TO OMSGO
               ELSE
                   PERFORM 8000-FORMAT-FILE-ERROR
               END-IF
           END-IF.

       2400-SHOW-RATETAB.
           MOVE XR-UNITS-PER-BASE TO WS-RATE-DIGITS.
           MOVE WS-RATE-IN TO OCRATEO.
           MOVE XR-LAST-UPDATED TO OUPDO.

       2450-READ-OVERRIDE.
           MOVE 'N' TO WS-OVR-FOUND.
           EXEC CICS READ FILE('RATEOVR')
                   INTO(RATEOVR-RECORD)
                   RIDFLD(XR-CURRENCY)
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-OVR-FOUND
           ELSE
               IF WS-RESP NOT = DFHRESP(NOTFND)
                   PERFORM 8000-FORMAT-FILE-ERROR
                   MOVE 'N' TO WS-EDIT-OK
               END-IF
           END-IF.

       2500-SHOW-OVERRIDE.
           IF WS-OVR-FOUND = 'Y'
               MOVE RO-STATUS TO OSTATO
               EVALUATE RO-STATUS
                   WHEN 'P'
                       MOVE 'AWAITING APPROVAL' TO OSTEXTO
                   WHEN 'A'
                       MOVE 'MANUAL RATE IN FORCE' TO OSTEXTO
                   WHEN 'X'
                       MOVE 'CANCELLED' TO OSTEXTO
                   WHEN 'S'
                       MOVE 'SUPERSEDED BY FEED' TO OSTEXTO
                   WHEN OTHER
                       MOVE SPACES TO OSTEXTO
               END-EVALUATE
               MOVE RO-NEW-RATE TO WS-RATE-DIGITS
               MOVE WS-RATE-IN TO OPRATEO
               MOVE RO-REASON TO OREASNO
               MOVE RO-ENTER-USERID TO OEUSERO
               MOVE RO-ENTER-DATE TO OEDATEO
               MOVE RO-APPROVE-USERID TO OAUSERO
               MOVE RO-APPROVE-DATE TO OADATEO
               MOVE RO-RATE-DATE TO ORDATEO
           ELSE
               MOVE SPACES TO OSTATO OPRATEO OREASNO
               MOVE SPACES TO OEUSERO OEDATEO OAUSERO OADATEO
               MOVE SPACES TO ORDATEO
               MOVE 'NO OVERRIDE ON FILE' TO OSTEXTO
           END-IF.

      *****************************************************
      *    ENTRY ONLY RECORDS THE PROPOSED RATE - RATETAB  *
      *    IS UNTOUCHED UNTIL A SECOND USER APPROVES.  A   *
      *    CURRENCY MAY HAVE ONE OVERRIDE OUTSTANDING; A   *
      *    NEW ONE REPLACES AN EARLIER APPROVED, CANCELLED *
      *    OR SUPERSEDED ONE.  THE JOURNAL CARRIES THE     *
      *    RATETAB RECORD AS IT STANDS AND AS IT WILL      *
      *    STAND IF THE OVERRIDE IS APPROVED.              *
      *****************************************************
       3000-ENTER-OVERRIDE.
           PERFORM 3100-EDIT-NEW-RATE.
           IF WS-EDIT-OK = 'Y'
               EXEC CICS READ FILE('RATETAB')
                       INTO(RATETAB-RECORD)
                       RIDFLD(WS-CURRENCY)
                       RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 2400-SHOW-RATETAB
                   PERFORM 3200-STORE-OVERRIDE
               ELSE
                   IF WS-RESP = DFHRESP(NOTFND)
                       MOVE 'CURRENCY NOT ON RATETAB' TO OMSGO
                   ELSE
                       PERFORM 8000-FORMAT-FILE-ERROR
                   END-IF
               END-IF
           END-IF.

       3100-EDIT-NEW-RATE.
           IF WS-CURRENCY = LOW-VALUES
               MOVE 'CURRENCY IS REQUIRED' TO OMSGO
               MOVE 'N' TO WS-EDIT-OK
           END-IF.
           IF WS-EDIT-OK = 'Y'
               MOVE ORATEI TO WS-RATE-IN
               IF WS-RATE-IN NOT NUMERIC
                   MOVE 'RATE MUST BE 13 DIGITS' TO OMSGO
                   MOVE 'N' TO WS-EDIT-OK
               ELSE
                   IF WS-RATE-DIGITS = ZERO
                       MOVE 'RATE MUST NOT BE ZERO' TO OMSGO
                       MOVE 'N' TO WS-EDIT-OK
                   ELSE
                       MOVE WS-RATE-DIGITS TO WS-NEW-RATE
                   END-IF
               END-IF
           END-IF.
           IF WS-EDIT-OK = 'Y'
               IF OREASNI = LOW-VALUES OR OREASNI = SPACES
                   MOVE 'REASON IS REQUIRED' TO OMSGO
                   MOVE 'N' TO WS-EDIT-OK
               END-IF
           END-IF.

       3200-STORE-OVERRIDE.
           EXEC CICS READ FILE('RATEOVR')
                   INTO(RATEOVR-RECORD)
                   RIDFLD(WS-CURRENCY)
                   UPDATE
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               IF RO-STATUS = 'P'
                   MOVE 'OVERRIDE ALREADY AWAITING APPROVAL'
                           TO OMSGO
                   MOVE 'N' TO WS-EDIT-OK
                   EXEC CICS UNLOCK FILE('RATEOVR') END-EXEC
               ELSE
                   PERFORM 3210-BUILD-OVERRIDE
                   EXEC CICS REWRITE FILE('RATEOVR')
                           FROM(RATEOVR-RECORD)
                           RESP(WS-RESP)
                   END-EXEC
               END-IF
           ELSE
               IF WS-RESP = DFHRESP(NOTFND)
                   PERFORM 3210-BUILD-OVERRIDE
                   EXEC CICS WRITE FILE('RATEOVR')
                           FROM(RATEOVR-RECORD)
                           RIDFLD(WS-CURRENCY)
                           RESP(WS-RESP)
                   END-EXEC
               END-IF
           END-IF.
           IF WS-EDIT-OK = 'Y'
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-OVR-FOUND
                   PERFORM 2500-SHOW-OVERRIDE
                   MOVE 'OVERRIDE ENTERED - AWAITING APPROVAL'
                           TO OMSGO
                   MOVE RATETAB-RECORD TO WS-BEFORE-IMAGE
                   MOVE WS-NEW-RATE TO XR-UNITS-PER-BASE
                   MOVE WS-TODAY TO XR-LAST-UPDATED
                   MOVE RATETAB-RECORD TO WS-AFTER-IMAGE
                   MOVE 'OVRENT' TO WS-LOG-ACTION
                   PERFORM 6000-LOG-CHANGE
               ELSE
                   PERFORM 8000-FORMAT-FILE-ERROR
               END-IF
           END-IF.

       3210-BUILD-OVERRIDE.
           MOVE WS-CURRENCY TO RO-CURRENCY.
           MOVE 'P' TO RO-STATUS.
           MOVE WS-NEW-RATE TO RO-NEW-RATE.
           MOVE XR-UNITS-PER-BASE TO RO-OLD-RATE.
           MOVE OREASNI TO RO-REASON.
           MOVE WS-USERID TO RO-ENTER-USERID.
           MOVE WS-TODAY TO RO-ENTER-DATE.
           MOVE WS-NOW-TIME TO RO-ENTER-TIME.
           MOVE SPACES TO RO-APPROVE-USERID RO-APPROVE-DATE.
           MOVE ZERO TO RO-APPROVE-TIME.
           MOVE SPACES TO RO-RATE-DATE RO-CLEAR-DATE.

      *****************************************************
      *    APPROVAL IS REFUSED TO THE USER WHO ENTERED THE *
      *    OVERRIDE.  THE OVERRIDE AND THE RATETAB RECORD  *
      *    ARE BOTH HELD FOR UPDATE, THE DAY'S RATEHIST    *
      *    RECORD IS WRITTEN, THEN RATETAB AND LAST THE    *
      *    OVERRIDE ARE REWRITTEN.  RATEHIST, RATETAB AND  *
      *    RATEOVR ARE RECOVERABLE AND THE THREE UPDATES   *
      *    ARE ONE UNIT OF WORK: IF ANY OF THEM FAILS,     *
      *    4300 ROLLS BACK WHATEVER WAS ALREADY WRITTEN,   *
      *    SO EITHER ALL THREE FILES CARRY THE APPROVAL OR *
      *    NONE DOES AND THE OVERRIDE IS STILL PENDING FOR *
      *    A RETRY.  ONLY A CLEAN APPROVAL IS REDISPLAYED  *
      *    AND LOGGED.  A RATEHIST RECORD ALREADY ON FILE  *
      *    FOR TODAY (THE FEED LOADED, OR AN EARLIER       *
      *    OVERRIDE) IS REPLACED - THE APPROVED RATE IS    *
      *    THE ONE TODAY'S CONVERSIONS MUST USE.           *
      *    RO-OLD-RATE IS RESET TO THE RATE ACTUALLY       *
      *    REPLACED.                                       *
      *****************************************************
       4000-APPROVE-OVERRIDE.
           EXEC CICS READ FILE('RATEOVR')
                   INTO(RATEOVR-RECORD)
                   RIDFLD(WS-CURRENCY)
                   UPDATE
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               IF RO-STATUS NOT = 'P'
                   MOVE 'NO OVERRIDE AWAITING APPROVAL' TO OMSGO
                   MOVE 'N' TO WS-EDIT-OK
               ELSE
                   IF RO-ENTER-USERID = WS-USERID
                       MOVE 'APPROVER MUST DIFFER FROM ENTERER'
                               TO OMSGO
                       MOVE 'N' TO WS-EDIT-OK
                   END-IF
               END-IF
               IF WS-EDIT-OK = 'Y'
                   PERFORM 4100-APPLY-RATE
               END-IF
               IF WS-EDIT-OK = 'N'
                   EXEC CICS UNLOCK FILE('RATEOVR') END-EXEC
               END-IF
           ELSE
               IF WS-RESP = DFHRESP(NOTFND)
                   MOVE 'NO OVERRIDE ON FILE FOR CURRENCY' TO OMSGO
               ELSE
                   PERFORM 8000-FORMAT-FILE-ERROR
               END-IF
           END-IF.

       4100-APPLY-RATE.
           EXEC CICS READ FILE('RATETAB')
                   INTO(RATETAB-RECORD)
                   RIDFLD(WS-CURRENCY)
                   UPDATE
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE RATETAB-RECORD TO WS-BEFORE-IMAGE
               PERFORM 4200-WRITE-RATEHIST
               IF WS-EDIT-OK = 'Y'
                   MOVE XR-UNITS-PER-BASE TO RO-OLD-RATE
                   MOVE RO-NEW-RATE TO XR-UNITS-PER-BASE
                   MOVE WS-TODAY TO XR-LAST-UPDATED
                   EXEC CICS REWRITE FILE('RATETAB')
                           FROM(RATETAB-RECORD)
                           RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       PERFORM 8000-FORMAT-FILE-ERROR
                       MOVE 'N' TO WS-EDIT-OK
                       PERFORM 4300-BACK-OUT-APPROVAL
                   END-IF
               ELSE
                   EXEC CICS UNLOCK FILE('RATETAB') END-EXEC
               END-IF
           ELSE
               IF WS-RESP = DFHRESP(NOTFND)
                   MOVE 'CURRENCY NO LONGER ON RATETAB' TO OMSGO
               ELSE
                   PERFORM 8000-FORMAT-FILE-ERROR
               END-IF
               MOVE 'N' TO WS-EDIT-OK
           END-IF.
           IF WS-EDIT-OK = 'Y'
               MOVE 'A' TO RO-STATUS
               MOVE WS-USERID TO RO-APPROVE-USERID
               MOVE WS-TODAY TO RO-APPROVE-DATE
               MOVE WS-NOW-TIME TO RO-APPROVE-TIME
               MOVE WS-TODAY TO RO-RATE-DATE
               EXEC CICS REWRITE FILE('RATEOVR')
                       FROM(RATEOVR-RECORD)
                       RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE 'OVERRIDE APPROVED - RATETAB UPDATED'
                           TO OMSGO
                   PERFORM 2400-SHOW-RATETAB
                   MOVE 'Y' TO WS-OVR-FOUND
                   PERFORM 2500-SHOW-OVERRIDE
                   MOVE RATETAB-RECORD TO WS-AFTER-IMAGE
                   MOVE 'OVRAPP' TO WS-LOG-ACTION
                   PERFORM 6000-LOG-CHANGE
               ELSE
                   PERFORM 8000-FORMAT-FILE-ERROR
                   PERFORM 4300-BACK-OUT-APPROVAL
               END-IF
           END-IF.

       4200-WRITE-RATEHIST.
           MOVE WS-CURRENCY TO WS-HIST-CURRENCY.
           MOVE WS-TODAY TO WS-HIST-DATE.
           MOVE WS-HIST-KEY TO RH-HIST-KEY.
           MOVE RO-NEW-RATE TO RH-UNITS-PER-BASE.
           EXEC CICS WRITE FILE('RATEHIST')
                   FROM(RATEHIST-RECORD)
                   RIDFLD(WS-HIST-KEY)
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(DUPREC)
               EXEC CICS READ FILE('RATEHIST')
                       INTO(RATEHIST-RECORD)
                       RIDFLD(WS-HIST-KEY)
                       UPDATE
                       RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE RO-NEW-RATE TO RH-UNITS-PER-BASE
                   EXEC CICS REWRITE FILE('RATEHIST')
                           FROM(RATEHIST-RECORD)
                           RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       EXEC CICS UNLOCK FILE('RATEHIST') END-EXEC
                   END-IF
               END-IF
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM 8000-FORMAT-FILE-ERROR
               MOVE 'N' TO WS-EDIT-OK
           END-IF.

      *****************************************************
      *    A FAILURE AFTER RATEHIST HAS BEEN WRITTEN BACKS *
      *    OUT THE WHOLE APPROVAL AND RELEASES EVERY LOCK  *
      *    IT HELD.  THE FILE ERROR STAYS ON THE SCREEN.   *
      *****************************************************
       4300-BACK-OUT-APPROVAL.
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC.

      *****************************************************
      *    ONLY A PENDING OVERRIDE CAN BE CANCELLED - AN   *
      *    APPROVED RATE IS ALREADY ON RATETAB AND IS      *
      *    CORRECTED BY ENTERING AND APPROVING ANOTHER.    *
      *    THE JOURNAL BEFORE IMAGE IS THE RATETAB RECORD  *
      *    THE OVERRIDE WOULD HAVE WRITTEN.                *
      *****************************************************
       5000-CANCEL-OVERRIDE.
           EXEC CICS READ FILE('RATEOVR')
                   INTO(RATEOVR-RECORD)
                   RIDFLD(WS-CURRENCY)
                   UPDATE
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               IF RO-STATUS NOT = 'P'
                   MOVE 'NO OVERRIDE AWAITING APPROVAL' TO OMSGO
                   EXEC CICS UNLOCK FILE('RATEOVR') END-EXEC
               ELSE
                   MOVE 'X' TO RO-STATUS
                   MOVE WS-USERID TO RO-APPROVE-USERID
                   MOVE WS-TODAY TO RO-APPROVE-DATE
                   MOVE WS-NOW-TIME TO RO-APPROVE-TIME
                   EXEC CICS REWRITE FILE('RATEOVR')
                           FROM(RATEOVR-RECORD)
                           RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       MOVE 'Y' TO WS-OVR-FOUND
                       PERFORM 2500-SHOW-OVERRIDE
                       MOVE 'OVERRIDE CANCELLED' TO OMSGO
                       MOVE RO-CURRENCY TO XR-CURRENCY
                       MOVE RO-NEW-RATE TO XR-UNITS-PER-BASE
                       MOVE RO-ENTER-DATE TO XR-LAST-UPDATED
                       MOVE RATETAB-RECORD TO WS-BEFORE-IMAGE
                       MOVE SPACES TO WS-AFTER-IMAGE
                       MOVE 'OVRCAN' TO WS-LOG-ACTION
                       PERFORM 6000-LOG-CHANGE
                   ELSE
                       PERFORM 8000-FORMAT-FILE-ERROR
                       EXEC CICS UNLOCK FILE('RATEOVR') END-EXEC
                   END-IF
               END-IF
           ELSE
               IF WS-RESP = DFHRESP(NOTFND)
                   MOVE 'NO OVERRIDE ON FILE FOR CURRENCY' TO OMSGO
               ELSE
                   PERFORM 8000-FORMAT-FILE-ERROR
               END-IF
           END-IF.

       6000-LOG-CHANGE.
           MOVE 'RATETAB' TO WS-LOG-FILE.
           MOVE SPACES TO WS-LOG-KEY.
           MOVE WS-CURRENCY TO WS-LOG-KEY(1:3).
           MOVE WS-USERID TO WS-LOG-USERID.
           MOVE WS-TODAY TO WS-LOG-DATE.
           MOVE WS-NOW-TIME TO WS-LOG-TIME.
           EXEC CICS WRITEQ TD QUEUE('CSMT')
                   FROM(WS-CHANGE-LOG-MSG)
                   LENGTH(LENGTH OF WS-CHANGE-LOG-MSG)
           END-EXEC.
           PERFORM 6100-WRITE-JOURNAL.

      *****************************************************
      *    SAME JOURNAL WRITE AS TESTM: A DUPREC BUMPS THE *
      *    SEQUENCE AND TRIES AGAIN, AND A FAILED WRITE IS *
      *    LOGGED TO CSMT BUT NEVER BACKS OUT THE CHANGE.  *
      *****************************************************
       6100-WRITE-JOURNAL.
           MOVE SPACES TO CJ-FILE.
           MOVE WS-LOG-FILE TO CJ-FILE(1:7).
           MOVE WS-LOG-DATE TO CJ-DATE.
           MOVE WS-LOG-TIME TO CJ-TIME.
           MOVE 1 TO CJ-SEQ.
           MOVE WS-LOG-ACTION TO CJ-ACTION.
           MOVE WS-LOG-KEY TO CJ-REC-KEY.
           MOVE WS-LOG-USERID TO CJ-USERID.
           MOVE WS-BEFORE-IMAGE TO CJ-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO CJ-AFTER-IMAGE.
           MOVE 'N' TO WS-JRNL-DONE.
           PERFORM 6110-WRITE-JOURNAL-REC
               UNTIL WS-JRNL-DONE = 'Y'.

       6110-WRITE-JOURNAL-REC.
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

       8000-FORMAT-FILE-ERROR.
           MOVE WS-RESP TO WS-ERR-RESP.
           MOVE WS-FILE-ERR-MSG TO OMSGO.

       9100-SEND-MAP-ERROR.
           MOVE WS-RESP TO WS-SEND-RESP.
           EXEC CICS WRITEQ TD QUEUE('CSMT')
                   FROM(WS-SEND-FAIL-MSG)
                   LENGTH(LENGTH OF WS-SEND-FAIL-MSG)
           END-EXEC.
           EXEC CICS ABEND ABCODE('SMAP') END-EXEC.
