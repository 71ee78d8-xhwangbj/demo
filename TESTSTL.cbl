      *    WITH A BAD AMOUNT, A MISSING RATE OR A ZERO     *
      *    RATE GO TO THE EXCEPTION FILE UNCHANGED; ANY    *
      *    EXCEPTION SETS RETURN CODE 4.                   *
      *    EACH EXCEPTION IS ALSO KEPT ON THE SUSPENSE     *
      *    KSDS WITH ITS REASON (BAMT, NRAT, ZRAT, OVFL)   *
      *    FOR REPAIR ONLINE WITH TESTS, AND ITEMS         *
      *    RELEASED THERE ARE SETTLED AGAIN AHEAD OF THE   *
      *    FEED THE SAME WAY TESTENR RECYCLES ITS OWN.     *
      *    ITEMS ARE KEYED BY THE FEED'S SOURCE AND FILE   *
      *    SEQUENCE, AND EVERY RUN FIRST CLEARS ANY ITEMS  *
      *    AN EARLIER RUN OF THE SAME FEED LEFT OPEN OR    *
      *    RELEASED, SINCE THE FEED CARRIES THEM AGAIN.    *
      *    ENROUT CARRIES THE FEEDCTL HEADER AND TRAILER   *
      *    TESTENR WRITES.  BEFORE STLOUT IS OPENED THE    *
      *    FILE IS READ THROUGH ONCE AND PROVED AGAINST    *
      *    ITS TRAILER COUNT AND AMOUNT HASH, AND ITS      *
      *    HEADER IS CHECKED ON FEEDREG: A FEED ALREADY    *
      *    SETTLED, OR ONE OUT OF SEQUENCE, IS REFUSED     *
      *    UNLESS STLPARM CARRIES 'Y' IN COLUMN 1.  A FEED *
      *    THAT FAILS EITHER TEST STOPS THE RUN WITH       *
      *    RETURN CODE 8 AND NO SETTLEMENT FILE IS         *
      *    WRITTEN.  THE FEED IS REGISTERED WHEN THE RUN   *
      *    ENDS CLEANLY.  STLOUT ITSELF STAYS DETAIL ONLY. *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'STLRPT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'STLPARM'
               ORGANIZATION IS SEQUENTIAL.
           SELECT RATETAB-FILE ASSIGN TO 'RATETAB'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RATE-FILE-KEY
               FILE STATUS IS WS-RATE-STATUS.
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO 'SUSPENS'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SU-SUSP-KEY
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS RUNCTL-FILE-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT OPTIONAL FEEDREG-FILE ASSIGN TO 'FEEDREG'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FEEDREG-FILE-KEY
               FILE STATUS IS WS-FEEDREG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENRICHED-FILE
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                  PIC X(80).
       FD  PARM-FILE
           RECORDING MODE IS F.
       01 PARM-RECORD.
           03 PARM-OVERRIDE            PIC X(1).
           03 FILLER                   PIC X(79).
       FD  RATETAB-FILE.
       01 RATE-FILE-RECORD.
           03 RATE-FILE-KEY            PIC X(3).
           03 RATE-FILE-UNITS          PIC 9(7)V9(6).
           03 FILLER                   PIC X(8).
       FD  SUSPENSE-FILE.
           COPY SUSPENSE.
       FD  RUNCTL-FILE.
       01 RUNCTL-FILE-RECORD.
           03 RUNCTL-FILE-KEY          PIC X(16).
           03 FILLER                   PIC X(144).
       FD  FEEDREG-FILE.
       01 FEEDREG-FILE-RECORD.
           03 FEEDREG-FILE-KEY         PIC X(22).
           03 FILLER                   PIC X(78).
       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH                PIC X VALUE 'N'.
       01 WS-RECORD-OK-SWITCH          PIC X.
       01 WS-REASON-CODE               PIC X(4).
       01 WS-RATE-STATUS               PIC X(2).
       01 WS-SUSP-STATUS               PIC X(2).
       01 WS-SUSP-EOF-SWITCH           PIC X.
       01 WS-RUN-DATE                  PIC X(8).
       01 WS-RUN-TIME.
           03 WS-RUN-HHMMSS            PIC 9(6).
           03 FILLER                   PIC 9(2).
       01 WS-FROM-RATE                 PIC 9(7)V9(6).
       01 WS-TO-RATE                   PIC 9(7)V9(6).
       01 WS-RATE-KEY                  PIC X(3).
       01 WS-READ-COUNT                PIC 9(9) VALUE 0.
       01 WS-SETTLED-COUNT             PIC 9(9) VALUE 0.
       01 WS-EXCEPTION-COUNT           PIC 9(9) VALUE 0.
       01 WS-SUSPENDED-COUNT           PIC 9(9) VALUE 0.
       01 WS-ALREADY-SUSP-COUNT        PIC 9(9) VALUE 0.
       01 WS-PRIOR-CLEARED-COUNT       PIC 9(9) VALUE 0.
       01 WS-RECYCLED-COUNT            PIC 9(9) VALUE 0.
       01 WS-RECYCLE-SETTLED           PIC 9(9) VALUE 0.
       01 WS-RECYCLE-FAILED            PIC 9(9) VALUE 0.
       01 WS-SUB                       PIC S9(4) COMP.
       01 WS-CCY-SUB                   PIC S9(4) COMP.
       01 WS-CCY-COUNT                 PIC S9(4) COMP VALUE 0.
           03 FILLER                   PIC X(25)
               VALUE 'RATETAB FILE STATUS:'.
           03 WS-STS-VALUE             PIC X(2).
       01 WS-SUSP-STATUS-LINE.
           03 FILLER                   PIC X(25)
               VALUE 'SUSPENS FILE STATUS:'.
           03 WS-SUSP-STS-VALUE        PIC X(2).
       01 WS-TABLE-FULL-LINE.
           03 FILLER                   PIC X(46)
               VALUE 'CURRENCY TOTAL TABLE FULL - RUN STOPPED AT 50'.
       01 WS-RUNCTL-STATUS             PIC X(2).
       01 WS-RUNCTL-OPEN               PIC X VALUE 'N'.
       01 WS-RUNCTL-FOUND              PIC X.
       01 WS-RUNCTL-RUNS               PIC 9(3).
       01 WS-RUNCTL-SUB                PIC S9(4) COMP.
       01 WS-RUNCTL-TIME.
           03 WS-RUNCTL-HHMMSS         PIC 9(6).
           03 FILLER                   PIC 9(2).
       COPY RUNCTL.
       01 WS-OUTPUTS-OPEN              PIC X VALUE 'N'.
       01 WS-FEEDREG-STATUS            PIC X(2).
       01 WS-FEED-OVERRIDE             PIC X VALUE 'N'.
       01 WS-FEED-EOF-SWITCH           PIC X.
       01 WS-TRAILER-FOUND             PIC X.
       01 WS-FEED-ERROR                PIC X(40).
       01 WS-FEED-SOURCE               PIC X(8).
       01 WS-FEED-BUS-DATE             PIC X(8).
       01 WS-FEED-SEQ                  PIC 9(6).
       01 WS-FEED-COUNT                PIC 9(9) VALUE 0.
       01 WS-FEED-HASH                 PIC S9(15)V9(2) VALUE 0.
       01 WS-FEED-DUPLICATE            PIC X VALUE 'N'.
       01 WS-FEED-OUT-OF-SEQ           PIC X VALUE 'N'.
       01 WS-FEEDREG-EOF               PIC X.
       01 WS-FEEDREG-RUNS              PIC 9(3).
       COPY FEEDCTL.
       COPY FEEDREG.
       01 WS-FEED-LINE.
           03 FILLER                   PIC X(13)
               VALUE 'FEED SOURCE: '.
           03 WS-FEED-SOURCE-OUT       PIC X(8).
           03 FILLER                   PIC X(17)
               VALUE '  BUSINESS DATE: '.
           03 WS-FEED-DATE-OUT         PIC X(8).
           03 FILLER                   PIC X(12)
               VALUE '  SEQUENCE: '.
           03 WS-FEED-SEQ-OUT          PIC 9(6).
       01 WS-HASH-LINE.
           03 WS-HASH-LABEL            PIC X(20).
           03 WS-HASH-VALUE            PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-DUPLICATE-LINE.
           03 FILLER                   PIC X(31)
               VALUE 'FEED ALREADY TAKEN ON RUN DATE '.
           03 WS-DUP-DATE              PIC X(8).
       01 WS-OUT-OF-SEQ-LINE.
           03 FILLER                   PIC X(39)
               VALUE 'FEED OUT OF SEQUENCE - LAST TAKEN WAS '.
           03 WS-OOS-SEQ               PIC 9(6).
           03 FILLER                   PIC X(7) VALUE ' DATED '.
           03 WS-OOS-DATE              PIC X(8).
       01 WS-OVERRIDE-LINE.
           03 FILLER                   PIC X(30)
               VALUE 'FEED TAKEN ON STLPARM OVERRIDE'.
       01 WS-REFUSED-LINE.
           03 FILLER                   PIC X(41)
               VALUE 'FEED REFUSED - NO SETTLEMENT FILE WRITTEN'.
       01 WS-FEEDREG-STATUS-LINE.
           03 FILLER                   PIC X(25)
               VALUE 'FEEDREG FILE STATUS:'.
           03 WS-FEEDREG-STS-VALUE     PIC X(2).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-SETTLE-RECORD
               UNTIL WS-EOF-SWITCH = 'Y'.
           PERFORM 6500-CLEAR-RECYCLED.
           PERFORM 7000-REGISTER-FEED.
           PERFORM 4000-PRINT-TOTALS.
           PERFORM 5000-TERMINATE.
           IF WS-EXCEPTION-COUNT > 0
                   OR WS-RECYCLE-FAILED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 8800-END-RUN-CONTROL.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 8700-START-RUN-CONTROL.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN INPUT PARM-FILE.
           READ PARM-FILE
               AT END CONTINUE
               NOT AT END
                   IF PARM-OVERRIDE = 'Y'
                       MOVE 'Y' TO WS-FEED-OVERRIDE
                   END-IF
           END-READ.
           CLOSE PARM-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 1500-PROVE-FEED.
           PERFORM 1600-CHECK-REGISTRY.
           OPEN INPUT ENRICHED-FILE.
           OPEN OUTPUT SETTLE-FILE EXCEPTION-FILE.
           MOVE 'Y' TO WS-OUTPUTS-OPEN.
           OPEN INPUT RATETAB-FILE.
           IF WS-RATE-STATUS NOT = '00'
               PERFORM 9000-RATETAB-ERROR
           END-IF.
           OPEN I-O SUSPENSE-FILE.
           IF WS-SUSP-STATUS NOT = '00' AND WS-SUSP-STATUS NOT = '05'
               PERFORM 9200-SUSPENSE-ERROR
           END-IF.
           PERFORM 5500-CLEAR-PRIOR-RUN.
           PERFORM 6000-RECYCLE-RELEASED.
           READ ENRICHED-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           PERFORM 2990-READ-ENRICHED.

      *****************************************************
      *    ENROUT IS READ THROUGH ONCE BEFORE STLOUT IS    *
      *    OPENED, EXACTLY AS TESTENR PROVES DRIVIN: THE   *
      *    DETAIL BETWEEN HEADER AND TRAILER MUST AGREE    *
      *    WITH THE TRAILER'S COUNT AND AMOUNT HASH, SO A  *
      *    TRUNCATED ENROUT NEVER REACHES SETTLEMENT.      *
      *****************************************************
       1500-PROVE-FEED.
           MOVE 'N' TO WS-FEED-EOF-SWITCH.
           MOVE 'N' TO WS-TRAILER-FOUND.
           MOVE SPACES TO WS-FEED-ERROR.
           MOVE ZERO TO WS-FEED-COUNT.
           MOVE ZERO TO WS-FEED-HASH.
           MOVE SPACES TO FEEDCTL-RECORD.
           OPEN INPUT ENRICHED-FILE.
           READ ENRICHED-FILE
               AT END MOVE 'Y' TO WS-FEED-EOF-SWITCH
               NOT AT END MOVE ENR-DRIVER-DATA TO FEEDCTL-RECORD
           END-READ.
           IF FC-REC-TYPE NOT = '*HDR'
               MOVE 'FEED HEADER MISSING' TO WS-FEED-ERROR
           ELSE
               PERFORM 1510-EDIT-HEADER
           END-IF.
           IF WS-FEED-ERROR = SPACES
               PERFORM 1520-PROVE-ONE-RECORD
                   UNTIL WS-FEED-EOF-SWITCH = 'Y'
                      OR WS-FEED-ERROR NOT = SPACES
           END-IF.
           CLOSE ENRICHED-FILE.
           IF WS-FEED-ERROR = SPACES
                   AND WS-TRAILER-FOUND = 'N'
               MOVE 'FEED TRAILER MISSING' TO WS-FEED-ERROR
           END-IF.
           IF WS-FEED-ERROR = SPACES
               PERFORM 1530-CHECK-TRAILER
           END-IF.
           IF WS-FEED-ERROR NOT = SPACES
               MOVE WS-FEED-ERROR TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM 9300-FEED-REFUSED
           END-IF.

       1510-EDIT-HEADER.
           MOVE FC-HDR-SOURCE TO WS-FEED-SOURCE.
           MOVE FC-HDR-BUS-DATE TO WS-FEED-BUS-DATE.
           IF FC-HDR-SOURCE = SPACES
                   OR FC-HDR-BUS-DATE NOT NUMERIC
                   OR FC-HDR-FILE-SEQ NOT NUMERIC
               MOVE 'FEED HEADER INVALID' TO WS-FEED-ERROR
           ELSE
               IF FC-HDR-FILE-SEQ = ZERO
                   MOVE 'FEED HEADER INVALID' TO WS-FEED-ERROR
               ELSE
                   MOVE FC-HDR-FILE-SEQ TO WS-FEED-SEQ
                   MOVE WS-FEED-SOURCE TO WS-FEED-SOURCE-OUT
                   MOVE WS-FEED-BUS-DATE TO WS-FEED-DATE-OUT
                   MOVE WS-FEED-SEQ TO WS-FEED-SEQ-OUT
                   MOVE WS-FEED-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       1520-PROVE-ONE-RECORD.
           READ ENRICHED-FILE
               AT END MOVE 'Y' TO WS-FEED-EOF-SWITCH
           END-READ.
           IF WS-FEED-EOF-SWITCH = 'N'
               IF WS-TRAILER-FOUND = 'Y'
                   MOVE 'RECORDS FOUND AFTER FEED TRAILER'
                       TO WS-FEED-ERROR
               ELSE
                   IF ENR-REGION-CODE = '*TRL'
                       MOVE 'Y' TO WS-TRAILER-FOUND
                       MOVE ENR-DRIVER-DATA TO FEEDCTL-RECORD
                   ELSE
                       IF ENR-REGION-CODE = '*HDR'
                           MOVE 'SECOND FEED HEADER FOUND'
                               TO WS-FEED-ERROR
                       ELSE
                           ADD 1 TO WS-FEED-COUNT
                           IF ENR-SRC-AMOUNT NUMERIC
                               ADD ENR-SRC-AMOUNT TO WS-FEED-HASH
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1530-CHECK-TRAILER.
           IF FC-TRL-REC-COUNT NOT NUMERIC
                   OR FC-TRL-AMOUNT-HASH NOT NUMERIC
               MOVE 'FEED TRAILER INVALID' TO WS-FEED-ERROR
           ELSE
               MOVE 'TRAILER COUNT:' TO WS-CNT-LABEL
               MOVE FC-TRL-REC-COUNT TO WS-CNT-VALUE
               MOVE WS-COUNT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'RECORDS COUNTED:' TO WS-CNT-LABEL
               MOVE WS-FEED-COUNT TO WS-CNT-VALUE
               MOVE WS-COUNT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'TRAILER HASH:' TO WS-HASH-LABEL
               MOVE FC-TRL-AMOUNT-HASH TO WS-HASH-VALUE
               MOVE WS-HASH-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'AMOUNTS HASHED:' TO WS-HASH-LABEL
               MOVE WS-FEED-HASH TO WS-HASH-VALUE
               MOVE WS-HASH-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               IF FC-TRL-REC-COUNT NOT = WS-FEED-COUNT
                   MOVE 'FEED RECORD COUNT DOES NOT MATCH TRAILER'
                       TO WS-FEED-ERROR
               ELSE
                   IF FC-TRL-AMOUNT-HASH NOT = WS-FEED-HASH
                       MOVE 'FEED AMOUNT HASH DOES NOT MATCH TRAILER'
                           TO WS-FEED-ERROR
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      *    THE LAST FEED THIS STEP TOOK FROM THE SOURCE IS *
      *    THE FIRST FEEDREG RECORD FROM STEP AND SOURCE.  *
      *    A FEED ALREADY ON FILE, OR ONE THAT IS NOT THE  *
      *    NEXT SEQUENCE NUMBER, OR DATED BEFORE THE LAST, *
      *    IS REFUSED UNLESS STLPARM CARRIES THE OVERRIDE. *
      *    THE FIRST FEED FROM A NEW SOURCE IS TAKEN AS IT *
      *    COMES.  NOTHING IS REGISTERED UNTIL THE RUN     *
      *    ENDS CLEANLY, SO A RESTART IS NOT A DUPLICATE.  *
      *****************************************************
       1600-CHECK-REGISTRY.
           OPEN I-O FEEDREG-FILE.
           IF WS-FEEDREG-STATUS NOT = '00'
                   AND WS-FEEDREG-STATUS NOT = '05'
               PERFORM 9400-FEEDREG-ERROR
           END-IF.
           MOVE SPACES TO FEEDREG-RECORD.
           MOVE 'TESTSTL' TO FR-STEP.
           MOVE WS-FEED-SOURCE TO FR-SOURCE-SYSTEM.
           COMPUTE FR-SEQ-DESCEND = 999999 - WS-FEED-SEQ.
           MOVE FR-KEY TO FEEDREG-FILE-KEY.
           READ FEEDREG-FILE INTO FEEDREG-RECORD.
           IF WS-FEEDREG-STATUS = '00'
               MOVE 'Y' TO WS-FEED-DUPLICATE
               MOVE FR-RUN-COUNT TO WS-FEEDREG-RUNS
               MOVE FR-RUN-DATE TO WS-DUP-DATE
               MOVE WS-DUPLICATE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               IF WS-FEEDREG-STATUS NOT = '23'
                   PERFORM 9400-FEEDREG-ERROR
               END-IF
               PERFORM 1610-CHECK-SEQUENCE
           END-IF.
           IF WS-FEED-DUPLICATE = 'Y'
                   OR WS-FEED-OUT-OF-SEQ = 'Y'
               IF WS-FEED-OVERRIDE = 'Y'
                   MOVE WS-OVERRIDE-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   PERFORM 9300-FEED-REFUSED
               END-IF
           END-IF.

       1610-CHECK-SEQUENCE.
           MOVE 'N' TO WS-FEEDREG-EOF.
           MOVE 'TESTSTL' TO FR-STEP.
           MOVE WS-FEED-SOURCE TO FR-SOURCE-SYSTEM.
           MOVE ZERO TO FR-SEQ-DESCEND.
           MOVE FR-KEY TO FEEDREG-FILE-KEY.
           START FEEDREG-FILE KEY NOT < FEEDREG-FILE-KEY
               INVALID KEY MOVE 'Y' TO WS-FEEDREG-EOF
           END-START.
           IF WS-FEEDREG-EOF = 'N'
               READ FEEDREG-FILE NEXT INTO FEEDREG-RECORD
                   AT END MOVE 'Y' TO WS-FEEDREG-EOF
               END-READ
           END-IF.
           IF WS-FEEDREG-EOF = 'N'
                   AND FR-STEP = 'TESTSTL'
                   AND FR-SOURCE-SYSTEM = WS-FEED-SOURCE
               IF WS-FEED-SEQ NOT = FR-FILE-SEQ + 1
                       OR WS-FEED-BUS-DATE < FR-BUS-DATE
                   MOVE 'Y' TO WS-FEED-OUT-OF-SEQ
                   MOVE FR-FILE-SEQ TO WS-OOS-SEQ
                   MOVE FR-BUS-DATE TO WS-OOS-DATE
                   MOVE WS-OUT-OF-SEQ-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       2000-SETTLE-RECORD.
           ADD 1 TO WS-READ-COUNT.
           PERFORM 2050-CONVERT-RECORD.
           IF WS-RECORD-OK-SWITCH = 'Y'
               PERFORM 2060-WRITE-SETTLED
               ADD 1 TO WS-SETTLED-COUNT
           ELSE
               WRITE EXCEPTION-RECORD FROM ENRICHED-RECORD
               ADD 1 TO WS-EXCEPTION-COUNT
               PERFORM 2950-SUSPEND-RECORD
           END-IF.
           PERFORM 2990-READ-ENRICHED.

      *****************************************************
      *    WS-REASON-CODE CARRIES THE FIRST EDIT THE       *
      *    RECORD FAILED, FOR THE SUSPENSE FILE.           *
      *****************************************************
       2050-CONVERT-RECORD.
           MOVE 'Y' TO WS-RECORD-OK-SWITCH.
           MOVE SPACES TO WS-REASON-CODE.
           IF ENR-SRC-AMOUNT NOT NUMERIC
               MOVE 'N' TO WS-RECORD-OK-SWITCH
               MOVE 'BAMT' TO WS-REASON-CODE
           END-IF.
           IF WS-RECORD-OK-SWITCH = 'Y'
               PERFORM 2100-RESOLVE-RATES
           IF WS-RECORD-OK-SWITCH = 'Y'
               PERFORM 2200-APPLY-RATE
           END-IF.

       2060-WRITE-SETTLED.
           MOVE ENRICHED-RECORD TO STL-ENRICHED-DATA.
           WRITE SETTLE-RECORD.
           PERFORM 3000-ADD-TO-TOTALS.

      *****************************************************
      *    SAME RULES AS TESTC'S 2100-READ-RATE: A RATE    *
           IF WS-RATE-STATUS = '00'
               IF RATE-FILE-UNITS = ZERO
                   MOVE 'N' TO WS-RECORD-OK-SWITCH
                   MOVE 'ZRAT' TO WS-REASON-CODE
               END-IF
           ELSE
               IF WS-RATE-STATUS = '23'
                   MOVE 'N' TO WS-RECORD-OK-SWITCH
                   MOVE 'NRAT' TO WS-REASON-CODE
               ELSE
                   PERFORM 9000-RATETAB-ERROR
               END-IF
                   WS-TO-RATE / WS-FROM-RATE
               ON SIZE ERROR
                   MOVE 'N' TO WS-RECORD-OK-SWITCH
                   MOVE 'OVFL' TO WS-REASON-CODE
           END-COMPUTE.
           IF WS-RECORD-OK-SWITCH = 'Y'
               COMPUTE STL-CONVERTED-AMOUNT ROUNDED =
                       ENR-SRC-AMOUNT * WS-TO-RATE / WS-FROM-RATE
                   ON SIZE ERROR
                       MOVE 'N' TO WS-RECORD-OK-SWITCH
                       MOVE 'OVFL' TO WS-REASON-CODE
               END-COMPUTE
           END-IF.

      *****************************************************
      *    KEYED BY THE FEED'S SOURCE AND FILE SEQUENCE,   *
      *    THE RUN DATE AND THE RECORD NUMBER, SO NO OTHER *
      *    FEED CAN REACH THE KEY.  A DUPLICATE IS READ    *
      *    BACK: AN ITEM 5500 CLEARED FOR A RERUN OF THE   *
      *    SAME NIGHT IS SUSPENDED AFRESH OVER IT, THE     *
      *    SAME RECORD STILL LIVE IS ALREADY SUSPENDED AND *
      *    JUST COUNTED, AND ANYTHING ELSE ON THAT KEY IS  *
      *    NOT THIS RECORD, SO THE RUN STOPS RATHER THAN   *
      *    LOSE IT - AS IN TESTENR.                        *
      *****************************************************
       2950-SUSPEND-RECORD.
           PERFORM 2955-BUILD-SUSPENSE.
           WRITE SUSPENSE-RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO WS-SUSPENDED-COUNT
           END-WRITE.
           IF WS-SUSP-STATUS = '22'
               PERFORM 2960-CHECK-DUPLICATE
           ELSE
               IF WS-SUSP-STATUS NOT = '00'
                   PERFORM 9200-SUSPENSE-ERROR
               END-IF
           END-IF.

       2955-BUILD-SUSPENSE.
           MOVE SPACES TO SUSPENSE-RECORD.
           MOVE 'S' TO SU-SOURCE.
           MOVE WS-FEED-SOURCE TO SU-FEED-SOURCE.
           MOVE WS-FEED-SEQ TO SU-FEED-SEQ.
           MOVE WS-RUN-DATE TO SU-RUN-DATE.
           MOVE WS-READ-COUNT TO SU-SEQ.
           MOVE WS-RUN-HHMMSS TO SU-RUN-TIME.
           MOVE WS-REASON-CODE TO SU-REASON.
           MOVE 'O' TO SU-STATUS.
           MOVE WS-RUN-DATE TO SU-LAST-RUN-DATE.
           MOVE ZERO TO SU-RECYCLE-COUNT.
           MOVE ZERO TO SU-ACTION-TIME.
           MOVE ENRICHED-RECORD TO SU-RECORD-IMAGE.

       2960-CHECK-DUPLICATE.
           READ SUSPENSE-FILE.
           IF WS-SUSP-STATUS NOT = '00'
               PERFORM 9200-SUSPENSE-ERROR
           END-IF.
           IF SU-STATUS = 'C'
               PERFORM 2955-BUILD-SUSPENSE
               REWRITE SUSPENSE-RECORD
               IF WS-SUSP-STATUS NOT = '00'
                   PERFORM 9200-SUSPENSE-ERROR
               END-IF
               ADD 1 TO WS-SUSPENDED-COUNT
           ELSE
               IF SU-RECORD-IMAGE = ENRICHED-RECORD
                   ADD 1 TO WS-ALREADY-SUSP-COUNT
               ELSE
                   MOVE '22' TO WS-SUSP-STATUS
                   PERFORM 9200-SUSPENSE-ERROR
               END-IF
           END-IF.

      *****************************************************
      *    THE HEADER IS READ PAST IN 1000-INITIALIZE;     *
      *    THE TRAILER ENDS THE DETAIL.  1500-PROVE-FEED   *
      *    HAS ALREADY SHOWN THE TRAILER IS THE LAST       *
      *    RECORD ON THE FILE.                             *
      *****************************************************
       2990-READ-ENRICHED.
           READ ENRICHED-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-EOF-SWITCH = 'N'
                   AND ENR-REGION-CODE = '*TRL'
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.

      *****************************************************
      *    ONE TOTAL LINE PER SETTLEMENT CURRENCY: COUNT,  *
      *    SUM OF SOURCE AMOUNTS AND SUM OF CONVERTED      *
                   WRITE REPORT-LINE
                   PERFORM 5000-TERMINATE
                   MOVE 16 TO RETURN-CODE
                   PERFORM 8800-END-RUN-CONTROL
                   STOP RUN
               END-IF
           END-IF.
           MOVE WS-EXCEPTION-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'ITEMS SUSPENDED:' TO WS-CNT-LABEL.
           MOVE WS-SUSPENDED-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'ALREADY SUSPENDED:' TO WS-CNT-LABEL.
           MOVE WS-ALREADY-SUSP-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'PRIOR ITEMS CLEARED:' TO WS-CNT-LABEL.
           MOVE WS-PRIOR-CLEARED-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'RELEASED RECYCLED:' TO WS-CNT-LABEL.
           MOVE WS-RECYCLED-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'RECYCLED SETTLED:' TO WS-CNT-LABEL.
           MOVE WS-RECYCLE-SETTLED TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'RECYCLED EXCEPTED:' TO WS-CNT-LABEL.
           MOVE WS-RECYCLE-FAILED TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       4100-PRINT-ONE-CURRENCY.
           MOVE WS-CCY-CODE(WS-SUB) TO WS-TOT-CCY.
           WRITE REPORT-LINE.

       5000-TERMINATE.
           CLOSE ENRICHED-FILE RATETAB-FILE SUSPENSE-FILE.
           CLOSE FEEDREG-FILE.
           CLOSE SETTLE-FILE EXCEPTION-FILE REPORT-FILE.

      *****************************************************
      *    THE RUN SETTLES THE WHOLE FEED, SO ANY ITEM AN  *
      *    EARLIER RUN OF THIS SAME FEED LEFT OPEN OR      *
      *    RELEASED - AN OVERRIDE RERUN, OR A RERUN AFTER  *
      *    A RUN THAT DIED BEFORE IT REGISTERED THE FEED - *
      *    IS CLEARED FIRST: THE FEED CARRIES THE RECORD   *
      *    AGAIN AND 2950 SUSPENDS IT AFRESH IF IT STILL   *
      *    FAILS.  LEFT LIVE, A RELEASED ITEM WOULD BE     *
      *    RECYCLED AND SETTLED A SECOND TIME.  ITEMS AT   *
      *    'P' BELONG TO THE RUN THAT RECYCLED THEM AND    *
      *    ARE LEFT FOR IT.  A NEW FEED FINDS NOTHING.     *
      *****************************************************
       5500-CLEAR-PRIOR-RUN.
           MOVE 'N' TO WS-SUSP-EOF-SWITCH.
           MOVE LOW-VALUES TO SU-SUSP-KEY.
           MOVE 'S' TO SU-SOURCE.
           MOVE WS-FEED-SOURCE TO SU-FEED-SOURCE.
           MOVE WS-FEED-SEQ TO SU-FEED-SEQ.
           START SUSPENSE-FILE KEY NOT < SU-SUSP-KEY
               INVALID KEY MOVE 'Y' TO WS-SUSP-EOF-SWITCH
           END-START.
           PERFORM 5600-CLEAR-ONE-PRIOR-ITEM
               UNTIL WS-SUSP-EOF-SWITCH = 'Y'.

       5600-CLEAR-ONE-PRIOR-ITEM.
           READ SUSPENSE-FILE NEXT
               AT END MOVE 'Y' TO WS-SUSP-EOF-SWITCH
           END-READ.
           IF WS-SUSP-EOF-SWITCH = 'N'
                   AND WS-SUSP-STATUS NOT = '00'
               PERFORM 9200-SUSPENSE-ERROR
           END-IF.
           IF WS-SUSP-EOF-SWITCH = 'N'
               IF SU-SOURCE NOT = 'S'
                       OR SU-FEED-SOURCE NOT = WS-FEED-SOURCE
                       OR SU-FEED-SEQ NOT = WS-FEED-SEQ
                   MOVE 'Y' TO WS-SUSP-EOF-SWITCH
               ELSE
                   IF SU-STATUS = 'O' OR SU-STATUS = 'R'
                       MOVE 'C' TO SU-STATUS
                       MOVE WS-RUN-DATE TO SU-LAST-RUN-DATE
                       REWRITE SUSPENSE-RECORD
                       IF WS-SUSP-STATUS NOT = '00'
                           PERFORM 9200-SUSPENSE-ERROR
                       END-IF
                       ADD 1 TO WS-PRIOR-CLEARED-COUNT
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      *    RELEASED ITEMS ARE SETTLED AGAIN AHEAD OF THE   *
      *    FEED AND GO INTO THE CURRENCY TOTALS WITH IT.   *
      *    A SETTLED ITEM IS MARKED 'P' AND ONLY CLEARED   *
      *    ONCE THE RUN ENDS CLEANLY, SO A RERUN AFTER AN  *
      *    ABEND SETTLES IT AGAIN INTO THE NEW STLOUT.     *
      *****************************************************
       6000-RECYCLE-RELEASED.
           MOVE 'N' TO WS-SUSP-EOF-SWITCH.
           MOVE LOW-VALUES TO SU-SUSP-KEY.
           MOVE 'S' TO SU-SOURCE.
           START SUSPENSE-FILE KEY NOT < SU-SUSP-KEY
               INVALID KEY MOVE 'Y' TO WS-SUSP-EOF-SWITCH
           END-START.
           PERFORM 6100-RECYCLE-ONE-ITEM
               UNTIL WS-SUSP-EOF-SWITCH = 'Y'.

       6100-RECYCLE-ONE-ITEM.
           READ SUSPENSE-FILE NEXT
               AT END MOVE 'Y' TO WS-SUSP-EOF-SWITCH
           END-READ.
           IF WS-SUSP-EOF-SWITCH = 'N'
                   AND WS-SUSP-STATUS NOT = '00'
               PERFORM 9200-SUSPENSE-ERROR
           END-IF.
           IF WS-SUSP-EOF-SWITCH = 'N'
               IF SU-SOURCE NOT = 'S'
                   MOVE 'Y' TO WS-SUSP-EOF-SWITCH
               ELSE
                   IF SU-STATUS = 'R' OR SU-STATUS = 'P'
                       PERFORM 6200-RECYCLE-ITEM
                   END-IF
               END-IF
           END-IF.

       6200-RECYCLE-ITEM.
           ADD 1 TO WS-RECYCLED-COUNT.
           MOVE SU-RECORD-IMAGE TO ENRICHED-RECORD.
           PERFORM 2050-CONVERT-RECORD.
           MOVE WS-RUN-DATE TO SU-LAST-RUN-DATE.
           IF WS-RECORD-OK-SWITCH = 'Y'
               PERFORM 2060-WRITE-SETTLED
               ADD 1 TO WS-RECYCLE-SETTLED
               MOVE 'P' TO SU-STATUS
           ELSE
               WRITE EXCEPTION-RECORD FROM ENRICHED-RECORD
               ADD 1 TO WS-RECYCLE-FAILED
               MOVE WS-REASON-CODE TO SU-REASON
               MOVE 'O' TO SU-STATUS
               ADD 1 TO SU-RECYCLE-COUNT
           END-IF.
           REWRITE SUSPENSE-RECORD.
           IF WS-SUSP-STATUS NOT = '00'
               PERFORM 9200-SUSPENSE-ERROR
           END-IF.

      *****************************************************
      *    THE RUN HAS ENDED CLEANLY, SO EVERY ITEM IT     *
      *    RECYCLED IS NOW SAFELY ON STLOUT.               *
      *****************************************************
       6500-CLEAR-RECYCLED.
           MOVE 'N' TO WS-SUSP-EOF-SWITCH.
           MOVE LOW-VALUES TO SU-SUSP-KEY.
           MOVE 'S' TO SU-SOURCE.
           START SUSPENSE-FILE KEY NOT < SU-SUSP-KEY
               INVALID KEY MOVE 'Y' TO WS-SUSP-EOF-SWITCH
           END-START.
           PERFORM 6600-CLEAR-ONE-ITEM
               UNTIL WS-SUSP-EOF-SWITCH = 'Y'.

       6600-CLEAR-ONE-ITEM.
           READ SUSPENSE-FILE NEXT
               AT END MOVE 'Y' TO WS-SUSP-EOF-SWITCH
           END-READ.
           IF WS-SUSP-EOF-SWITCH = 'N'
                   AND WS-SUSP-STATUS NOT = '00'
               PERFORM 9200-SUSPENSE-ERROR
           END-IF.
           IF WS-SUSP-EOF-SWITCH = 'N'
               IF SU-SOURCE NOT = 'S'
                   MOVE 'Y' TO WS-SUSP-EOF-SWITCH
               ELSE
                   IF SU-STATUS = 'P'
                       MOVE 'C' TO SU-STATUS
                       REWRITE SUSPENSE-RECORD
                       IF WS-SUSP-STATUS NOT = '00'
                           PERFORM 9200-SUSPENSE-ERROR
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      *    THE RUN HAS ENDED CLEANLY, SO THE FEED IS NOW   *
      *    TAKEN.  A DUPLICATE TAKEN ON THE OVERRIDE       *
      *    REWRITES ITS ENTRY; ANY OTHER FEED ADDS ONE,    *
      *    WHICH BECOMES THE LAST FEED FOR ITS SOURCE.     *
      *****************************************************
       7000-REGISTER-FEED.
           MOVE SPACES TO FEEDREG-RECORD.
           MOVE 'TESTSTL' TO FR-STEP.
           MOVE WS-FEED-SOURCE TO FR-SOURCE-SYSTEM.
           COMPUTE FR-SEQ-DESCEND = 999999 - WS-FEED-SEQ.
           MOVE WS-FEED-SEQ TO FR-FILE-SEQ.
           MOVE WS-FEED-BUS-DATE TO FR-BUS-DATE.
           MOVE WS-FEED-COUNT TO FR-REC-COUNT.
           MOVE WS-FEED-HASH TO FR-AMOUNT-HASH.
           MOVE WS-RUN-DATE TO FR-RUN-DATE.
           MOVE WS-RUN-HHMMSS TO FR-RUN-TIME.
           IF WS-FEED-DUPLICATE = 'Y'
                   OR WS-FEED-OUT-OF-SEQ = 'Y'
               MOVE 'Y' TO FR-OVERRIDE
           ELSE
               MOVE 'N' TO FR-OVERRIDE
           END-IF.
           IF WS-FEED-DUPLICATE = 'Y'
               COMPUTE FR-RUN-COUNT = WS-FEEDREG-RUNS + 1
               REWRITE FEEDREG-FILE-RECORD FROM FEEDREG-RECORD
           ELSE
               MOVE 1 TO FR-RUN-COUNT
               WRITE FEEDREG-FILE-RECORD FROM FEEDREG-RECORD
           END-IF.
           IF WS-FEEDREG-STATUS NOT = '00'
               PERFORM 9400-FEEDREG-ERROR
           END-IF.

      *****************************************************
      *    THE RUN-CONTROL ENTRY IS WRITTEN AS RUNNING     *
      *    BEFORE ANY OTHER FILE IS OPENED, SO A STEP THAT *
      *    ABENDS OR STOPS ON A FILE ERROR STILL SHOWS ON  *
      *    THE TESTH CHAIN PANEL.  RUNCTL ITSELF BEING     *
      *    MISSING OR UNWRITABLE NEVER STOPS THE STEP.     *
      *****************************************************
       8700-START-RUN-CONTROL.
           OPEN I-O RUNCTL-FILE.
           IF WS-RUNCTL-STATUS = '00' OR WS-RUNCTL-STATUS = '05'
               MOVE 'Y' TO WS-RUNCTL-OPEN
               PERFORM 8710-WRITE-RUNNING-ENTRY
           END-IF.

       8710-WRITE-RUNNING-ENTRY.
           MOVE SPACES TO RUNCTL-RECORD.
           MOVE 'TESTSTL' TO RN-PROGRAM.
           ACCEPT RN-BUS-DATE FROM DATE YYYYMMDD.
           COMPUTE RN-DATE-DESCEND = 99999999 - RN-BUS-DATE.
           MOVE RN-KEY TO RUNCTL-FILE-KEY.
           MOVE ZERO TO WS-RUNCTL-RUNS.
           MOVE 'N' TO WS-RUNCTL-FOUND.
           READ RUNCTL-FILE INTO RUNCTL-RECORD.
           IF WS-RUNCTL-STATUS = '00'
               MOVE 'Y' TO WS-RUNCTL-FOUND
               MOVE RN-RUN-COUNT TO WS-RUNCTL-RUNS
           END-IF.
           ADD 1 TO WS-RUNCTL-RUNS.
           MOVE WS-RUNCTL-RUNS TO RN-RUN-COUNT.
           MOVE 'R' TO RN-STATUS.
           MOVE RN-BUS-DATE TO RN-START-DATE.
           ACCEPT WS-RUNCTL-TIME FROM TIME.
           MOVE WS-RUNCTL-HHMMSS TO RN-START-TIME.
           MOVE ZERO TO RN-END-DATE RN-END-TIME RN-RETURN-CODE.
           MOVE 'N' TO RN-RESTART-FLAG.
           PERFORM 8720-CLEAR-COUNT
               VARYING WS-RUNCTL-SUB FROM 1 BY 1
               UNTIL WS-RUNCTL-SUB > 4.
           IF WS-RUNCTL-FOUND = 'Y'
               REWRITE RUNCTL-FILE-RECORD FROM RUNCTL-RECORD
           ELSE
               WRITE RUNCTL-FILE-RECORD FROM RUNCTL-RECORD
           END-IF.
           IF WS-RUNCTL-STATUS NOT = '00'
               CLOSE RUNCTL-FILE
               MOVE 'N' TO WS-RUNCTL-OPEN
           END-IF.

       8720-CLEAR-COUNT.
           MOVE SPACES TO RN-COUNT-LABEL(WS-RUNCTL-SUB).
           MOVE ZERO TO RN-COUNT-VALUE(WS-RUNCTL-SUB).

      *****************************************************
      *    CALLED ONCE THE RETURN CODE IS FINAL, FROM THE  *
      *    MAINLINE AND FROM EVERY FILE-ERROR STOP.        *
      *****************************************************
       8800-END-RUN-CONTROL.
           IF WS-RUNCTL-OPEN = 'Y'
               PERFORM 8810-WRITE-ENDED-ENTRY
           END-IF.

       8810-WRITE-ENDED-ENTRY.
           MOVE 'E' TO RN-STATUS.
           ACCEPT RN-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUNCTL-TIME FROM TIME.
           MOVE WS-RUNCTL-HHMMSS TO RN-END-TIME.
           MOVE RETURN-CODE TO RN-RETURN-CODE.
           PERFORM 8820-SET-RUN-COUNTS.
           REWRITE RUNCTL-FILE-RECORD FROM RUNCTL-RECORD.
           CLOSE RUNCTL-FILE.
           MOVE 'N' TO WS-RUNCTL-OPEN.

       8820-SET-RUN-COUNTS.
           MOVE 'READ' TO RN-COUNT-LABEL(1).
           MOVE WS-READ-COUNT TO RN-COUNT-VALUE(1).
           MOVE 'SETTLED' TO RN-COUNT-LABEL(2).
           MOVE WS-SETTLED-COUNT TO RN-COUNT-VALUE(2).
           MOVE 'EXCEPTIONS' TO RN-COUNT-LABEL(3).
           MOVE WS-EXCEPTION-COUNT TO RN-COUNT-VALUE(3).
           MOVE 'RECYCLED' TO RN-COUNT-LABEL(4).
           MOVE WS-RECYCLED-COUNT TO RN-COUNT-VALUE(4).

       9000-RATETAB-ERROR.
           MOVE WS-RATE-STATUS TO WS-STS-VALUE.
           MOVE WS-STATUS-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE ENRICHED-FILE RATETAB-FILE SUSPENSE-FILE.
           CLOSE FEEDREG-FILE.
           CLOSE SETTLE-FILE EXCEPTION-FILE REPORT-FILE.
           MOVE 16 TO RETURN-CODE.
           PERFORM 8800-END-RUN-CONTROL.
           STOP RUN.

       9200-SUSPENSE-ERROR.
           MOVE WS-SUSP-STATUS TO WS-SUSP-STS-VALUE.
           MOVE WS-SUSP-STATUS-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE ENRICHED-FILE RATETAB-FILE SUSPENSE-FILE.
           CLOSE FEEDREG-FILE.
           CLOSE SETTLE-FILE EXCEPTION-FILE REPORT-FILE.
           MOVE 16 TO RETURN-CODE.
           PERFORM 8800-END-RUN-CONTROL.
           STOP RUN.

      *****************************************************
      *    THE FEED FAILED ITS PROOF OR ITS REGISTRY CHECK *
      *    BEFORE STLOUT WAS OPENED, SO ONLY THE REPORT    *
      *    AND FEEDREG ARE OPEN.                           *
      *****************************************************
       9300-FEED-REFUSED.
           MOVE WS-REFUSED-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE FEEDREG-FILE REPORT-FILE.
           MOVE 8 TO RETURN-CODE.
           PERFORM 8800-END-RUN-CONTROL.
           STOP RUN.

       9400-FEEDREG-ERROR.
           MOVE WS-FEEDREG-STATUS TO WS-FEEDREG-STS-VALUE.
           MOVE WS-FEEDREG-STATUS-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-OUTPUTS-OPEN = 'Y'
               CLOSE ENRICHED-FILE RATETAB-FILE SUSPENSE-FILE
               CLOSE SETTLE-FILE EXCEPTION-FILE
           END-IF.
           CLOSE FEEDREG-FILE REPORT-FILE.
           MOVE 16 TO RETURN-CODE.
           PERFORM 8800-END-RUN-CONTROL.
           STOP RUN.
