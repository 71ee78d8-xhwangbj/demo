       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'TESTS'.
      *****************************************************
      *    TESTS - ONLINE REPAIR OF THE TRANSACTION        *
      *    SUSPENSE FILE.  DRIVEN FROM MAP TSTSMAP         *
      *    (MAPSET TESTSSET): BROWSE THE ITEMS TESTENR     *
      *    COULD NOT ENRICH AND TESTSTL COULD NOT SETTLE,  *
      *    WITH THE REASON AND AGE OF EACH, CORRECT THE    *
      *    REGION CODE, CURRENCY OR AMOUNT, AND RELEASE    *
      *    THE ITEM SO THE NEXT RUN OF THE PROGRAM THAT    *
      *    SUSPENDED IT TAKES IT BACK THROUGH WITH THE     *
      *    NIGHT'S FEED.  A RELEASE IS ONLY ACCEPTED IF    *
      *    THE ITEM WOULD NOW PASS: AN ENRICHMENT ITEM     *
      *    NEEDS A REGNTAB RECORD IN FORCE TODAY, AND A    *
      *    SETTLEMENT ITEM NEEDS A NON-ZERO RATETAB RATE   *
      *    FOR BOTH CURRENCIES UNLESS IT IS ALREADY IN ITS *
      *    REGION CURRENCY.  A SETTLEMENT ITEM HAS         *
      *    ALREADY BEEN ENRICHED, SO ITS REGION CODE       *
      *    CANNOT CHANGE HERE.  EVERY CORRECTION AND       *
      *    RELEASE IS STAMPED ON THE ITEM AND LOGGED TO    *
      *    CSMT WITH THE USERID THAT MADE IT.              *
      *****************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP                      PIC S9(8) COMP.
       01 WS-SUSP-KEY.
           03 WS-KEY-SOURCE            PIC X(1).
           03 WS-KEY-FEED-SOURCE       PIC X(8).
           03 WS-KEY-FEED-SEQ          PIC 9(6).
           03 WS-KEY-RUN-DATE          PIC X(8).
           03 WS-KEY-SEQ               PIC 9(9).
       01 WS-START-KEY                 PIC X(32).
       01 WS-EDIT-OK                   PIC X.
       01 WS-BROWSE-DONE               PIC X.
       01 WS-ITEM-FOUND                PIC X.
       01 WS-REGION-IN-FORCE           PIC X.
       01 WS-BROWSE-RID.
           03 WS-BRW-CODE              PIC X(4).
           03 WS-BRW-FROM              PIC X(8).
       01 WS-RATE-KEY                  PIC X(3).
       01 WS-AMOUNT-IN                 PIC X(13).
       01 WS-AMOUNT-DIGITS REDEFINES WS-AMOUNT-IN
                                       PIC 9(11)V9(2).
       01 WS-NEW-AMOUNT                PIC S9(11)V9(2).
       01 WS-TODAY                     PIC X(8).
       01 WS-AGE-DAYS                  PIC 9(5).
       01 WS-AGE-EDIT                  PIC ZZZZ9.
       01 WS-ABSTIME                   PIC S9(15) COMP-3.
       01 WS-TIME-PACKED               PIC S9(7) COMP-3.
       01 WS-CHANGE-LOG-MSG.
           03 FILLER                   PIC X(6) VALUE 'TESTS '.
           03 WS-LOG-ACTION             PIC X(7).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-LOG-KEY                PIC X(32).
           03 FILLER                   PIC X(4) VALUE ' BY '.
           03 WS-LOG-USERID             PIC X(8).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-LOG-DATE               PIC X(8).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-LOG-TIME               PIC 9(6).
       01 WS-FILE-ERR-MSG.
           03 FILLER                   PIC X(16)
                                        VALUE 'FILE ERROR RESP '.
           03 WS-ERR-RESP               PIC 9(8).
       01 WS-SEND-FAIL-MSG.
           03 FILLER                   PIC X(19)
                                        VALUE 'TESTS SEND MAP FLD'.
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-SEND-RESP              PIC 9(8).
      *****************************************************
      *    CALENDAR WORK FIELDS FOR THE ITEM AGE - THE     *
      *    SAME ONE-DAY-FORWARD ARITHMETIC AS TESTCUT.     *
      *****************************************************
       01 WS-WORK-DATE.
           03 WS-WK-YEAR               PIC 9(4).
           03 WS-WK-MONTH              PIC 9(2).
           03 WS-WK-DAY                PIC 9(2).
       01 WS-WK-MONTH-LEN              PIC 9(2).
       01 WS-WK-QUOTIENT               PIC 9(4).
       01 WS-WK-REM4                   PIC 9(4).
       01 WS-WK-REM100                 PIC 9(4).
       01 WS-WK-REM400                 PIC 9(4).
       01 WS-MONTH-DAY-VALUES          PIC X(24)
               VALUE '312831303130313130313031'.
       01 WS-MONTH-DAY-TABLE REDEFINES WS-MONTH-DAY-VALUES.
           03 WS-MONTH-DAYS            OCCURS 12 TIMES
                                        PIC 9(2).
       COPY SUSPENSE.
       COPY REGNTAB.
       COPY RATETAB.
       COPY TSTSMAP.
       COPY DFHAID.
       PROCEDURE DIVISION.
           MOVE SPACES TO TSTSMAPO.
           EXEC CICS SEND MAP('TSTSMAP') MAPSET('TESTSSET')
                   FROM(TSTSMAPO)
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
           EXEC CICS RECEIVE MAP('TSTSMAP') MAPSET('TESTSSET')
                   INTO(TSTSMAPI)
                   RESP(WS-RESP)
           END-EXEC.
           IF EIBAID NOT = DFHCLEAR
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 1100-EDIT-AND-DISPATCH
               ELSE
                   MOVE 'INVALID INPUT - PRESS CLEAR TO EXIT'
                           TO SMSGO
               END-IF
               EXEC CICS SEND MAP('TSTSMAP') MAPSET('TESTSSET')
                       FROM(TSTSMAPO)
                       DATAONLY
                       RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   PERFORM 9100-SEND-MAP-ERROR
               END-IF
           END-IF.

      *****************************************************
      *    THE SUSPENSE KEY IS SOURCE + FEED SOURCE +      *
      *    FEED NUMBER + RUN DATE + ITEM NUMBER.  A BLANK  *
      *    FIELD BROWSES FROM THE START OF THE FIELDS      *
      *    BEFORE IT, SO SOURCE ALONE WALKS EVERY FEED.    *
      *****************************************************
       1100-EDIT-AND-DISPATCH.
           MOVE SPACES TO SMSGO.
           MOVE 'Y' TO WS-EDIT-OK.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                   YYYYMMDD(WS-TODAY)
                   TIME(WS-TIME-PACKED)
           END-EXEC.
           IF SSRCI NOT = 'E' AND SSRCI NOT = 'S'
               MOVE 'SOURCE MUST BE E OR S' TO SMSGO
               MOVE 'N' TO WS-EDIT-OK
           END-IF.
           MOVE SSRCI TO WS-KEY-SOURCE.
           IF SFSRCI = LOW-VALUES OR SFSRCI = SPACES
               MOVE LOW-VALUES TO WS-KEY-FEED-SOURCE
           ELSE
               MOVE SFSRCI TO WS-KEY-FEED-SOURCE
           END-IF.
           IF SFSEQI = LOW-VALUES OR SFSEQI = SPACES
               MOVE ZERO TO WS-KEY-FEED-SEQ
           ELSE
               IF SFSEQI NUMERIC
                   MOVE SFSEQI TO WS-KEY-FEED-SEQ
               ELSE
                   MOVE 'FEED NO MUST BE 6 DIGITS' TO SMSGO
                   MOVE 'N' TO WS-EDIT-OK
               END-IF
           END-IF.
           IF SRDATEI = LOW-VALUES OR SRDATEI = SPACES
               MOVE LOW-VALUES TO WS-KEY-RUN-DATE
           ELSE
               MOVE SRDATEI TO WS-KEY-RUN-DATE
           END-IF.
           IF SSEQI = LOW-VALUES OR SSEQI = SPACES
               MOVE ZERO TO WS-KEY-SEQ
           ELSE
               IF SSEQI NUMERIC
                   MOVE SSEQI TO WS-KEY-SEQ
               ELSE
                   MOVE 'ITEM NO MUST BE 9 DIGITS' TO SMSGO
                   MOVE 'N' TO WS-EDIT-OK
               END-IF
           END-IF.
           IF WS-EDIT-OK = 'Y'
               EVALUATE ACTIONI
                   WHEN 'B'
                       PERFORM 2000-BROWSE-SUSPENSE
                   WHEN 'N'
                       PERFORM 2000-BROWSE-SUSPENSE
                   WHEN 'U'
                       PERFORM 3000-CORRECT-ITEM
                   WHEN 'R'
                       PERFORM 3000-CORRECT-ITEM
                   WHEN OTHER
                       MOVE 'ACTION MUST BE B, N, U OR R' TO SMSGO
               END-EVALUATE
           END-IF.

      *****************************************************
      *    BROWSE SHOWS THE FIRST ITEM AT OR AFTER THE     *
      *    KEYED VALUE THAT IS STILL WITH THE DESK -       *
      *    CLEARED ITEMS ARE SKIPPED - AND ECHOES ITS KEY. *
      *    NEXT DOES THE SAME BUT STEPS PAST THE ITEM ON   *
      *    THE SCREEN, SO ENTER WALKS THE FILE.            *
      *****************************************************
       2000-BROWSE-SUSPENSE.
           MOVE 'N' TO WS-BROWSE-DONE.
           MOVE 'N' TO WS-ITEM-FOUND.
           MOVE WS-SUSP-KEY TO WS-START-KEY.
           EXEC CICS STARTBR FILE('SUSPENS')
                   RIDFLD(WS-SUSP-KEY)
                   GTEQ
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 2100-SCAN-FOR-ITEM
                   UNTIL WS-BROWSE-DONE = 'Y'
                      OR WS-ITEM-FOUND = 'Y'
               EXEC CICS ENDBR FILE('SUSPENS') END-EXEC
           ELSE
               IF WS-RESP NOT = DFHRESP(NOTFND)
                   PERFORM 8000-FORMAT-FILE-ERROR
                   MOVE 'N' TO WS-EDIT-OK
               END-IF
           END-IF.
           IF WS-ITEM-FOUND = 'Y'
               PERFORM 2500-SHOW-ITEM
               MOVE 'SUSPENSE ITEM DISPLAYED' TO SMSGO
           ELSE
               IF WS-EDIT-OK = 'Y'
                   MOVE 'NO OPEN ITEM AT OR AFTER KEY' TO SMSGO
               END-IF
           END-IF.

       2100-SCAN-FOR-ITEM.
           EXEC CICS READNEXT FILE('SUSPENS')
                   INTO(SUSPENSE-RECORD)
                   RIDFLD(WS-SUSP-KEY)
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               IF SU-SOURCE NOT = WS-START-KEY(1:1)
                   MOVE 'Y' TO WS-BROWSE-DONE
               ELSE
                   IF SU-STATUS NOT = 'C'
                       IF ACTIONI NOT = 'N'
                               OR SU-SUSP-KEY NOT = WS-START-KEY
                           MOVE 'Y' TO WS-ITEM-FOUND
                       END-IF
                   END-IF
               END-IF
           ELSE
               MOVE 'Y' TO WS-BROWSE-DONE
               IF WS-RESP NOT = DFHRESP(NOTFND)
                       AND WS-RESP NOT = DFHRESP(ENDFILE)
                   PERFORM 8000-FORMAT-FILE-ERROR
                   MOVE 'N' TO WS-EDIT-OK
               END-IF
           END-IF.

      *****************************************************
      *    A NON-NUMERIC AMOUNT (REASON BAMT) IS SHOWN AS  *
      *    THE RAW BYTES SO THE DESK CAN SEE WHAT ARRIVED. *
      *****************************************************
       2500-SHOW-ITEM.
           MOVE SU-SOURCE TO SSRCO.
           MOVE SU-FEED-SOURCE TO SFSRCO.
           MOVE SU-FEED-SEQ TO SFSEQO.
           MOVE SU-RUN-DATE TO SRDATEO.
           MOVE SU-SEQ TO SSEQO.
           MOVE SU-REASON TO SREASNO.
           EVALUATE SU-REASON
               WHEN 'NRGN'
                   MOVE 'NO REGNTAB RECORD IN FORCE' TO SRTEXTO
               WHEN 'BAMT'
                   MOVE 'AMOUNT NOT NUMERIC' TO SRTEXTO
               WHEN 'NRAT'
                   MOVE 'RATE NOT ON RATETAB' TO SRTEXTO
               WHEN 'ZRAT'
                   MOVE 'RATETAB RATE IS ZERO' TO SRTEXTO
               WHEN 'OVFL'
                   MOVE 'CONVERSION OVERFLOWED' TO SRTEXTO
               WHEN OTHER
                   MOVE SPACES TO SRTEXTO
           END-EVALUATE.
           MOVE SU-STATUS TO SSTATO.
           PERFORM 2600-COMPUTE-AGE.
           MOVE WS-AGE-DAYS TO WS-AGE-EDIT.
           MOVE WS-AGE-EDIT TO SAGEO.
           MOVE SU-RECYCLE-COUNT TO SRECYCO.
           MOVE SU-USERID TO SLUSERO.
           MOVE SU-ACTION-DATE TO SLDATEO.
           MOVE SU-IMG-REGION-CODE TO SREGNO.
           MOVE SU-IMG-CURRENCY TO SCURRO.
           IF SU-IMG-AMOUNT NUMERIC
               IF SU-IMG-AMOUNT < ZERO
                   COMPUTE WS-AMOUNT-DIGITS = ZERO - SU-IMG-AMOUNT
                   MOVE '-' TO SSIGNO
               ELSE
                   MOVE SU-IMG-AMOUNT TO WS-AMOUNT-DIGITS
                   MOVE SPACE TO SSIGNO
               END-IF
               MOVE WS-AMOUNT-IN TO SAMTO
           ELSE
               MOVE SU-IMG-AMOUNT-X TO SAMTO
               MOVE SPACE TO SSIGNO
           END-IF.
           MOVE SU-IMG-PAYLOAD TO SDATAO.

      *****************************************************
      *    AGE IN DAYS FROM THE RUN THAT SUSPENDED THE     *
      *    ITEM TO TODAY, COUNTED A DAY AT A TIME.  THE    *
      *    COUNT STOPS AT 99999 SO A DAMAGED DATE CANNOT   *
      *    LOOP THE TASK.                                  *
      *****************************************************
       2600-COMPUTE-AGE.
           MOVE ZERO TO WS-AGE-DAYS.
           IF SU-RUN-DATE NUMERIC
               MOVE SU-RUN-DATE TO WS-WORK-DATE
               IF WS-WK-MONTH NOT < 1 AND WS-WK-MONTH NOT > 12
                   PERFORM 2610-COUNT-ONE-DAY
                       UNTIL WS-WORK-DATE NOT < WS-TODAY
                          OR WS-AGE-DAYS = 99999
               END-IF
           END-IF.

       2610-COUNT-ONE-DAY.
           PERFORM 8100-ADD-ONE-DAY.
           ADD 1 TO WS-AGE-DAYS.

      *****************************************************
      *    CORRECT (U) REWRITES THE ITEM WITH THE SCREEN   *
      *    VALUES AND LEAVES IT WITH THE DESK; RELEASE (R) *
      *    DOES THE SAME AND HANDS IT BACK TO BATCH.  ONLY *
      *    OPEN OR RELEASED ITEMS MAY BE TOUCHED - ONCE A  *
      *    RUN HAS PICKED AN ITEM UP IT BELONGS TO BATCH.  *
      *****************************************************
       3000-CORRECT-ITEM.
           PERFORM 3100-EDIT-CORRECTIONS.
           IF WS-EDIT-OK = 'Y'
               EXEC CICS READ FILE('SUSPENS')
                       INTO(SUSPENSE-RECORD)
                       RIDFLD(WS-SUSP-KEY)
                       UPDATE
                       RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 3200-CHECK-ITEM
                   IF WS-EDIT-OK = 'Y'
                       PERFORM 3500-REWRITE-ITEM
                   ELSE
                       EXEC CICS UNLOCK FILE('SUSPENS') END-EXEC
                   END-IF
               ELSE
                   IF WS-RESP = DFHRESP(NOTFND)
                       MOVE 'SUSPENSE ITEM NOT FOUND' TO SMSGO
                   ELSE
                       PERFORM 8000-FORMAT-FILE-ERROR
                   END-IF
               END-IF
           END-IF.

       3100-EDIT-CORRECTIONS.
           IF SREGNI = LOW-VALUES OR SREGNI = SPACES
               MOVE 'REGION CODE IS REQUIRED' TO SMSGO
               MOVE 'N' TO WS-EDIT-OK
           END-IF.
           IF WS-EDIT-OK = 'Y'
               IF SCURRI = LOW-VALUES OR SCURRI = SPACES
                   MOVE 'CURRENCY IS REQUIRED' TO SMSGO
                   MOVE 'N' TO WS-EDIT-OK
               END-IF
           END-IF.
           IF WS-EDIT-OK = 'Y'
               MOVE SAMTI TO WS-AMOUNT-IN
               IF WS-AMOUNT-IN NOT NUMERIC
                   MOVE 'AMOUNT MUST BE 13 DIGITS' TO SMSGO
                   MOVE 'N' TO WS-EDIT-OK
               END-IF
           END-IF.
           IF WS-EDIT-OK = 'Y'
               IF SSIGNI = '-'
                   COMPUTE WS-NEW-AMOUNT = ZERO - WS-AMOUNT-DIGITS
               ELSE
                   IF SSIGNI = LOW-VALUES OR SSIGNI = SPACE
                           OR SSIGNI = '+'
                       MOVE WS-AMOUNT-DIGITS TO WS-NEW-AMOUNT
                   ELSE
                       MOVE 'SIGN MUST BE - OR BLANK' TO SMSGO
                       MOVE 'N' TO WS-EDIT-OK
                   END-IF
               END-IF
           END-IF.

       3200-CHECK-ITEM.
           IF SU-STATUS NOT = 'O' AND SU-STATUS NOT = 'R'
               MOVE 'ITEM IS WITH BATCH - NO CHANGE' TO SMSGO
               MOVE 'N' TO WS-EDIT-OK
           END-IF.
           IF WS-EDIT-OK = 'Y'
                   AND SU-SOURCE = 'S'
                   AND SREGNI NOT = SU-IMG-REGION-CODE
               MOVE 'REGION IS FIXED ONCE ENRICHED' TO SMSGO
               MOVE 'N' TO WS-EDIT-OK
           END-IF.
           IF WS-EDIT-OK = 'Y' AND ACTIONI = 'R'
               IF SU-SOURCE = 'E'
                   PERFORM 3300-CHECK-REGION-IN-FORCE
               ELSE
                   IF SCURRI NOT = SU-IMG-SETTLE-CCY
                       MOVE SCURRI TO WS-RATE-KEY
                       PERFORM 3400-CHECK-RATE
                       IF WS-EDIT-OK = 'Y'
                           MOVE SU-IMG-SETTLE-CCY TO WS-RATE-KEY
                           PERFORM 3400-CHECK-RATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      *    SAME RULE AS TESTA AND TESTENR: BROWSE THE      *
      *    CODE'S EFFECTIVE-DATED RECORDS AND LOOK FOR THE *
      *    ONE IN FORCE TODAY.                             *
      *****************************************************
       3300-CHECK-REGION-IN-FORCE.
           MOVE 'N' TO WS-REGION-IN-FORCE.
           MOVE 'N' TO WS-BROWSE-DONE.
           MOVE SREGNI TO WS-BRW-CODE.
           MOVE LOW-VALUES TO WS-BRW-FROM.
           EXEC CICS STARTBR FILE('REGNTAB')
                   RIDFLD(WS-BROWSE-RID)
                   GTEQ
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 3310-SCAN-REGNTAB
                   UNTIL WS-BROWSE-DONE = 'Y'
                      OR WS-REGION-IN-FORCE = 'Y'
               EXEC CICS ENDBR FILE('REGNTAB') END-EXEC
           ELSE
               IF WS-RESP NOT = DFHRESP(NOTFND)
                   PERFORM 8000-FORMAT-FILE-ERROR
                   MOVE 'N' TO WS-EDIT-OK
               END-IF
           END-IF.
           IF WS-EDIT-OK = 'Y' AND WS-REGION-IN-FORCE = 'N'
               MOVE 'NO REGNTAB RECORD IN FORCE TODAY' TO SMSGO
               MOVE 'N' TO WS-EDIT-OK
           END-IF.

       3310-SCAN-REGNTAB.
           EXEC CICS READNEXT FILE('REGNTAB')
                   INTO(REGNTAB-RECORD)
                   RIDFLD(WS-BROWSE-RID)
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               IF RT-REGION-CODE NOT = SREGNI
                   MOVE 'Y' TO WS-BROWSE-DONE
               ELSE
                   IF RT-EFF-FROM NOT > WS-TODAY
                           AND (RT-EFF-TO = SPACES
                             OR RT-EFF-TO NOT < WS-TODAY)
                       MOVE 'Y' TO WS-REGION-IN-FORCE
                   END-IF
               END-IF
           ELSE
               MOVE 'Y' TO WS-BROWSE-DONE
               IF WS-RESP NOT = DFHRESP(NOTFND)
                       AND WS-RESP NOT = DFHRESP(ENDFILE)
                   PERFORM 8000-FORMAT-FILE-ERROR
                   MOVE 'N' TO WS-EDIT-OK
               END-IF
           END-IF.

      *****************************************************
      *    SAME RULE AS TESTSTL: A RATE MUST BE ON FILE    *
      *    AND NOT ZERO.  AN ITEM ALREADY IN ITS REGION    *
      *    CURRENCY SETTLES AT RATE 1 AND IS NOT CHECKED.  *
      *****************************************************
       3400-CHECK-RATE.
           EXEC CICS READ FILE('RATETAB')
                   INTO(RATETAB-RECORD)
                   RIDFLD(WS-RATE-KEY)
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               IF XR-UNITS-PER-BASE = ZERO
                   MOVE 'RATETAB RATE IS ZERO FOR CURRENCY' TO SMSGO
                   MOVE 'N' TO WS-EDIT-OK
               END-IF
           ELSE
               IF WS-RESP = DFHRESP(NOTFND)
                   MOVE 'CURRENCY NOT ON RATETAB' TO SMSGO
               ELSE
                   PERFORM 8000-FORMAT-FILE-ERROR
               END-IF
               MOVE 'N' TO WS-EDIT-OK
           END-IF.

       3500-REWRITE-ITEM.
           EXEC CICS ASSIGN USERID(WS-LOG-USERID) END-EXEC.
           MOVE WS-TODAY TO WS-LOG-DATE.
           MOVE WS-TIME-PACKED TO WS-LOG-TIME.
           MOVE SREGNI TO SU-IMG-REGION-CODE.
           MOVE SCURRI TO SU-IMG-CURRENCY.
           MOVE WS-NEW-AMOUNT TO SU-IMG-AMOUNT.
           MOVE WS-LOG-USERID TO SU-USERID.
           MOVE WS-LOG-DATE TO SU-ACTION-DATE.
           MOVE WS-LOG-TIME TO SU-ACTION-TIME.
           IF ACTIONI = 'R'
               MOVE 'R' TO SU-STATUS
               MOVE 'RELEASE' TO WS-LOG-ACTION
           ELSE
               MOVE 'CORRECT' TO WS-LOG-ACTION
           END-IF.
           EXEC CICS REWRITE FILE('SUSPENS')
                   FROM(SUSPENSE-RECORD)
                   RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 2500-SHOW-ITEM
               IF ACTIONI = 'R'
                   MOVE 'ITEM RELEASED FOR THE NEXT RUN' TO SMSGO
               ELSE
                   MOVE 'ITEM CORRECTED - NOT YET RELEASED' TO SMSGO
               END-IF
               MOVE WS-SUSP-KEY TO WS-LOG-KEY
               PERFORM 4000-LOG-CHANGE
           ELSE
               PERFORM 8000-FORMAT-FILE-ERROR
               EXEC CICS UNLOCK FILE('SUSPENS') END-EXEC
           END-IF.

       4000-LOG-CHANGE.
           EXEC CICS WRITEQ TD QUEUE('CSMT')
                   FROM(WS-CHANGE-LOG-MSG)
                   LENGTH(LENGTH OF WS-CHANGE-LOG-MSG)
           END-EXEC.

       8000-FORMAT-FILE-ERROR.
           MOVE WS-RESP TO WS-ERR-RESP.
           MOVE WS-FILE-ERR-MSG TO SMSGO.

      *****************************************************
      *    ONE CALENDAR DAY FORWARD, WITH REAL MONTH       *
      *    LENGTHS AND THE FULL LEAP-YEAR RULE (EVERY 4,   *
      *    EXCEPT CENTURIES, EXCEPT EVERY 400).            *
      *****************************************************
       8100-ADD-ONE-DAY.
           MOVE WS-MONTH-DAYS(WS-WK-MONTH) TO WS-WK-MONTH-LEN.
           IF WS-WK-MONTH = 2
               DIVIDE WS-WK-YEAR BY 4 GIVING WS-WK-QUOTIENT
                       REMAINDER WS-WK-REM4
               DIVIDE WS-WK-YEAR BY 100 GIVING WS-WK-QUOTIENT
                       REMAINDER WS-WK-REM100
               DIVIDE WS-WK-YEAR BY 400 GIVING WS-WK-QUOTIENT
                       REMAINDER WS-WK-REM400
               IF WS-WK-REM4 = ZERO
                       AND (WS-WK-REM100 NOT = ZERO
                         OR WS-WK-REM400 = ZERO)
                   MOVE 29 TO WS-WK-MONTH-LEN
               END-IF
           END-IF.
           ADD 1 TO WS-WK-DAY.
           IF WS-WK-DAY > WS-WK-MONTH-LEN
               MOVE 1 TO WS-WK-DAY
               ADD 1 TO WS-WK-MONTH
               IF WS-WK-MONTH > 12
                   MOVE 1 TO WS-WK-MONTH
                   ADD 1 TO WS-WK-YEAR
               END-IF
           END-IF.

       9100-SEND-MAP-ERROR.
           MOVE WS-RESP TO WS-SEND-RESP.
           EXEC CICS WRITEQ TD QUEUE('CSMT')
                   FROM(WS-SEND-FAIL-MSG)
                   LENGTH(LENGTH OF WS-SEND-FAIL-MSG)
           END-EXEC.
           EXEC CICS ABEND ABCODE('SMAP') END-EXEC.
