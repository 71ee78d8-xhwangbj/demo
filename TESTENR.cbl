      *    COMPLETE.  A BLANK OR MISSING PARM KEEPS THE    *
      *    ORIGINAL RECORD-AT-A-TIME BEHAVIOR FOR FEEDS    *
      *    THAT ARRIVE UNSORTED.                           *
      *    EVERY UNMATCHED RECORD IS ALSO KEPT ON THE      *
      *    SUSPENSE KSDS WITH REASON 'NRGN', KEYED BY THE  *
      *    FEED'S SOURCE AND FILE SEQUENCE, THE RUN DATE   *
      *    AND THE RECORD NUMBER, FOR REPAIR ONLINE WITH   *
      *    TESTS.  ITEMS RELEASED THERE ARE RECYCLED       *
      *    AHEAD OF THE FEED: ONE THAT NOW FINDS ITS       *
      *    REGION GOES TO ENROUT WITH THE NIGHT'S RECORDS  *
      *    AND IS CLEARED WHEN THE RUN ENDS, ONE THAT      *
      *    STILL FAILS GOES BACK TO OPEN AND ALSO SETS     *
      *    RETURN CODE 4.  A FRESH RUN FIRST CLEARS ANY    *
      *    ITEMS AN EARLIER RUN OF THE SAME FEED LEFT OPEN *
      *    OR RELEASED, SINCE THE FEED CARRIES THOSE       *
      *    RECORDS AGAIN.                                  *
      *    DRIVIN CARRIES A FEEDCTL HEADER AND TRAILER.    *
      *    BEFORE ANYTHING IS WRITTEN THE FEED IS READ     *
      *    THROUGH ONCE AND PROVED AGAINST ITS TRAILER     *
      *    COUNT AND AMOUNT HASH, AND ITS HEADER IS        *
      *    CHECKED ON FEEDREG: A FEED ALREADY TAKEN, OR    *
      *    ONE OUT OF SEQUENCE, IS REFUSED UNLESS ENRPARM  *
      *    CARRIES 'Y' IN COLUMN 2.  A FEED THAT FAILS     *
      *    EITHER TEST STOPS THE RUN WITH RETURN CODE 8    *
      *    AND LEAVES ENROUT AS IT WAS.  ENROUT GETS THE   *
      *    DRIVIN HEADER AND ITS OWN TRAILER, AND THE FEED *
      *    IS REGISTERED WHEN THE RUN ENDS CLEANLY.        *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS IS DYNAMIC
               RECORD KEY IS REGN-FILE-KEY
               FILE STATUS IS WS-REGN-STATUS.
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
       FD  DRIVER-FILE
           RECORDING MODE IS F.
       01 DRIVER-RECORD.
           03 DRV-REGION-CODE          PIC X(4).
           03 DRV-PAYLOAD.
               05 DRV-SRC-CURRENCY     PIC X(3).
               05 DRV-SRC-AMOUNT       PIC S9(11)V9(2).
               05 FILLER               PIC X(60).
       FD  ENRICHED-FILE
           RECORDING MODE IS F.
       01 ENRICHED-RECORD.
           RECORDING MODE IS F.
       01 PARM-RECORD.
           03 PARM-MODE                PIC X(1).
           03 PARM-OVERRIDE            PIC X(1).
           03 FILLER                   PIC X(78).
       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.
       01 CHECKPOINT-RECORD.
           03 CHK-MATCHED              PIC 9(9).
           03 CHK-UNMATCHED            PIC 9(9).
           03 CHK-RUN-ID               PIC X(80).
           03 CHK-RUN-DATE             PIC X(8).
           03 CHK-OUT-COUNT            PIC 9(9).
           03 CHK-OUT-HASH             PIC S9(15)V9(2).
           03 CHK-RECYCLED             PIC 9(9).
           03 CHK-RECYCLE-MATCHED      PIC 9(9).
           03 CHK-RECYCLE-FAILED       PIC 9(9).
       FD  REGNTAB-FILE.
       01 REGN-FILE-RECORD.
           03 REGN-FILE-KEY.
               05 REGN-KEY-CODE        PIC X(4).
               05 REGN-KEY-FROM        PIC X(8).
           03 FILLER                   PIC X(41).
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
       01 WS-LOOKUP-DONE               PIC X.
       01 WS-LOOKUP-FOUND              PIC X.
       01 WS-REGN-STATUS               PIC X(2).
       01 WS-RUN-DATE                  PIC X(8).
       01 WS-RUN-TIME.
           03 WS-RUN-HHMMSS            PIC 9(6).
           03 FILLER                   PIC 9(2).
       01 WS-SUSP-STATUS               PIC X(2).
       01 WS-SUSP-EOF-SWITCH           PIC X.
       01 WS-SUSPENDED-COUNT           PIC 9(9) VALUE 0.
       01 WS-ALREADY-SUSP-COUNT        PIC 9(9) VALUE 0.
       01 WS-PRIOR-CLEARED-COUNT       PIC 9(9) VALUE 0.
       01 WS-RECYCLED-COUNT            PIC 9(9) VALUE 0.
       01 WS-RECYCLE-MATCHED           PIC 9(9) VALUE 0.
       01 WS-RECYCLE-FAILED            PIC 9(9) VALUE 0.
       01 WS-READ-COUNT                PIC 9(9) VALUE 0.
       01 WS-MATCHED-COUNT             PIC 9(9) VALUE 0.
       01 WS-UNMATCHED-COUNT           PIC 9(9) VALUE 0.
       01 WS-CHK-MATCHED               PIC 9(9).
       01 WS-CHK-UNMATCHED             PIC 9(9).
       01 WS-CHK-RUN-ID                PIC X(80).
       01 WS-CHK-RUN-DATE              PIC X(8).
       01 WS-CHK-OUT-COUNT             PIC 9(9).
       01 WS-CHK-OUT-HASH              PIC S9(15)V9(2).
       01 WS-CHK-RECYCLED              PIC 9(9).
       01 WS-CHK-RECYCLE-MATCHED       PIC 9(9).
       01 WS-CHK-RECYCLE-FAILED        PIC 9(9).
       01 WS-OUT-COUNT                 PIC 9(9) VALUE 0.
       01 WS-OUT-HASH                  PIC S9(15)V9(2) VALUE 0.
       01 WS-CURR-RUN-ID               PIC X(80) VALUE SPACES.
       01 WS-OUTPUTS-OPEN              PIC X VALUE 'N'.
       01 WS-RECS-SINCE-CHKPT          PIC 9(9) VALUE 0.
           03 FILLER                   PIC X(25)
               VALUE 'REGNTAB FILE STATUS:'.
           03 WS-STS-VALUE             PIC X(2).
       01 WS-SUSP-STATUS-LINE.
           03 FILLER                   PIC X(25)
               VALUE 'SUSPENS FILE STATUS:'.
           03 WS-SUSP-STS-VALUE        PIC X(2).
       01 WS-MODE-LINE.
           03 FILLER                   PIC X(26)
               VALUE 'HIGH-VOLUME (SORTED) MODE'.
       01 WS-SEQUENCE-LINE.
           03 FILLER                   PIC X(44)
               VALUE 'FEED NOT SORTED BY REGION CODE - RUN STOPPED'.
       01 WS-RUNCTL-STATUS             PIC X(2).
       01 WS-RUNCTL-OPEN               PIC X VALUE 'N'.
       01 WS-RUNCTL-FOUND              PIC X.
       01 WS-RUNCTL-RUNS               PIC 9(3).
       01 WS-RUNCTL-SUB                PIC S9(4) COMP.
       01 WS-RUNCTL-TIME.
           03 WS-RUNCTL-HHMMSS         PIC 9(6).
           03 FILLER                   PIC 9(2).
       COPY RUNCTL.
       01 WS-FEEDREG-STATUS            PIC X(2).
       01 WS-FEED-OVERRIDE             PIC X VALUE 'N'.
       01 WS-FEED-EOF-SWITCH           PIC X.
       01 WS-TRAILER-FOUND             PIC X.
       01 WS-FEED-ERROR                PIC X(40).
       01 WS-FEED-HEADER               PIC X(80).
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
       01 WS-OVERRIDE-LINE.
           03 FILLER                   PIC X(30)
               VALUE 'FEED TAKEN ON ENRPARM OVERRIDE'.
       01 WS-REFUSED-LINE.
           03 FILLER                   PIC X(32)
               VALUE 'FEED REFUSED - NO OUTPUT WRITTEN'.
       01 WS-OUT-OF-SEQ-LINE.
           03 FILLER                   PIC X(39)
               VALUE 'FEED OUT OF SEQUENCE - LAST TAKEN WAS '.
           03 WS-OOS-SEQ               PIC 9(6).
           03 FILLER                   PIC X(7) VALUE ' DATED '.
           03 WS-OOS-DATE              PIC X(8).
       01 WS-FEEDREG-STATUS-LINE.
           03 FILLER                   PIC X(25)
               VALUE 'FEEDREG FILE STATUS:'.
           03 WS-FEEDREG-STS-VALUE     PIC X(2).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           IF WS-HIVOL-MODE = 'Y'
               PERFORM 2500-ENRICH-HIVOL
                   UNTIL WS-EOF-SWITCH = 'Y'
               PERFORM 2800-WRITE-TRAILER
               PERFORM 2700-FINISH-HIVOL
           ELSE
               PERFORM 2000-ENRICH-RECORD
                   UNTIL WS-EOF-SWITCH = 'Y'
               PERFORM 2800-WRITE-TRAILER
           END-IF.
           PERFORM 6500-CLEAR-RECYCLED.
           PERFORM 7000-REGISTER-FEED.
           PERFORM 4000-PRINT-TOTALS.
           PERFORM 5000-TERMINATE.
           IF WS-UNMATCHED-COUNT > 0
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
                   IF PARM-MODE = 'H'
                       MOVE 'Y' TO WS-HIVOL-MODE
                   END-IF
                   IF PARM-OVERRIDE = 'Y'
                       MOVE 'Y' TO WS-FEED-OVERRIDE
                   END-IF
           END-READ.
           CLOSE PARM-FILE.
           IF WS-HIVOL-MODE = 'Y'
               PERFORM 1100-CAPTURE-RUN-ID
               PERFORM 1200-READ-CHECKPOINT
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 1500-PROVE-FEED.
           PERFORM 1600-CHECK-REGISTRY.
           OPEN INPUT DRIVER-FILE.
           IF WS-RESTART-SWITCH = 'Y'
               OPEN EXTEND ENRICHED-FILE EXCEPTION-FILE
           ELSE
               OPEN OUTPUT ENRICHED-FILE EXCEPTION-FILE
               MOVE SPACES TO ENRICHED-RECORD
               MOVE WS-FEED-HEADER TO ENR-DRIVER-DATA
               WRITE ENRICHED-RECORD
           END-IF.
           MOVE 'Y' TO WS-OUTPUTS-OPEN.
           IF WS-HIVOL-MODE = 'Y'
               MOVE WS-MODE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           IF WS-REGN-STATUS NOT = '00'
               PERFORM 9000-REGNTAB-ERROR
           END-IF.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-OUT.
           MOVE WS-DATE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN I-O SUSPENSE-FILE.
           IF WS-SUSP-STATUS NOT = '00' AND WS-SUSP-STATUS NOT = '05'
               PERFORM 9200-SUSPENSE-ERROR
           END-IF.
           IF WS-RESTART-SWITCH = 'N'
               PERFORM 5500-CLEAR-PRIOR-RUN
               PERFORM 6000-RECYCLE-RELEASED
           END-IF.
           READ DRIVER-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           PERFORM 2990-READ-DRIVER.
           IF WS-RESTART-SWITCH = 'Y'
               PERFORM 1300-SKIP-DONE-RECORD
                   UNTIL WS-SKIP-COUNT = ZERO
      *    RECORD'S DATE AND TIME: A CHECKPOINT ONLY       *
      *    RESTARTS THE RUN IT WAS TAKEN AGAINST, SO A     *
      *    STALE CHECKPOINT CAN NEVER SILENTLY SHORT A     *
      *    NEW FEED.  THE FIRST RECORD IS THE FEED HEADER, *
      *    WHICH NAMES THE SOURCE, BUSINESS DATE AND FILE  *
      *    SEQUENCE NUMBER, SO NO TWO FEEDS SHARE IT.      *
      *****************************************************
       1100-CAPTURE-RUN-ID.
           OPEN INPUT DRIVER-FILE.
                   MOVE CHK-MATCHED TO WS-CHK-MATCHED
                   MOVE CHK-UNMATCHED TO WS-CHK-UNMATCHED
                   MOVE CHK-RUN-ID TO WS-CHK-RUN-ID
                   MOVE CHK-RUN-DATE TO WS-CHK-RUN-DATE
                   MOVE CHK-OUT-COUNT TO WS-CHK-OUT-COUNT
                   MOVE CHK-OUT-HASH TO WS-CHK-OUT-HASH
                   MOVE CHK-RECYCLED TO WS-CHK-RECYCLED
                   MOVE CHK-RECYCLE-MATCHED TO WS-CHK-RECYCLE-MATCHED
                   MOVE CHK-RECYCLE-FAILED TO WS-CHK-RECYCLE-FAILED
           END-READ.
           CLOSE CHECKPOINT-FILE.
           IF WS-CHECKPOINT-FOUND = 'Y'
                   MOVE WS-CHK-RECS-DONE TO WS-READ-COUNT
                   MOVE WS-CHK-MATCHED TO WS-MATCHED-COUNT
                   MOVE WS-CHK-UNMATCHED TO WS-UNMATCHED-COUNT
                   MOVE WS-CHK-OUT-COUNT TO WS-OUT-COUNT
                   MOVE WS-CHK-OUT-HASH TO WS-OUT-HASH
                   MOVE WS-CHK-RECYCLED TO WS-RECYCLED-COUNT
                   MOVE WS-CHK-RECYCLE-MATCHED TO WS-RECYCLE-MATCHED
                   MOVE WS-CHK-RECYCLE-FAILED TO WS-RECYCLE-FAILED
                   IF WS-CHK-RUN-DATE NOT = SPACES
                       MOVE WS-CHK-RUN-DATE TO WS-RUN-DATE
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-STALE-CHKPT-SWITCH
               END-IF
               MOVE ZERO TO WS-CHK-RECS-DONE
               MOVE ZERO TO WS-CHK-MATCHED
               MOVE ZERO TO WS-CHK-UNMATCHED
               MOVE ZERO TO WS-CHK-OUT-COUNT
               MOVE ZERO TO WS-CHK-OUT-HASH
               MOVE ZERO TO WS-CHK-RECYCLED
               MOVE ZERO TO WS-CHK-RECYCLE-MATCHED
               MOVE ZERO TO WS-CHK-RECYCLE-FAILED
               PERFORM 9500-TAKE-CHECKPOINT
           END-IF.

       1300-SKIP-DONE-RECORD.
           SUBTRACT 1 FROM WS-SKIP-COUNT.
           PERFORM 2990-READ-DRIVER.

      *****************************************************
      *    THE FEED IS READ THROUGH ONCE BEFORE ANY OUTPUT *
      *    IS OPENED: IT MUST OPEN WITH A FEEDCTL HEADER,  *
      *    CLOSE WITH A TRAILER, AND THE DETAIL BETWEEN    *
      *    MUST AGREE WITH THE TRAILER'S COUNT AND AMOUNT  *
      *    HASH.  A SHORT OR DAMAGED FEED THEREFORE STOPS  *
      *    THE RUN BEFORE A RECORD IS ENRICHED OR          *
      *    SUSPENDED, AND ENROUT STILL HOLDS THE LAST GOOD *
      *    RUN'S FILE, WHICH TESTSTL WILL REFUSE AS        *
      *    ALREADY SETTLED.                                *
      *****************************************************
       1500-PROVE-FEED.
           MOVE 'N' TO WS-FEED-EOF-SWITCH.
           MOVE 'N' TO WS-TRAILER-FOUND.
           MOVE SPACES TO WS-FEED-ERROR.
           MOVE ZERO TO WS-FEED-COUNT.
           MOVE ZERO TO WS-FEED-HASH.
           MOVE SPACES TO FEEDCTL-RECORD.
           OPEN INPUT DRIVER-FILE.
           READ DRIVER-FILE
               AT END MOVE 'Y' TO WS-FEED-EOF-SWITCH
               NOT AT END MOVE DRIVER-RECORD TO FEEDCTL-RECORD
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
           CLOSE DRIVER-FILE.
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
           MOVE FEEDCTL-RECORD TO WS-FEED-HEADER.
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
           READ DRIVER-FILE
               AT END MOVE 'Y' TO WS-FEED-EOF-SWITCH
           END-READ.
           IF WS-FEED-EOF-SWITCH = 'N'
               IF WS-TRAILER-FOUND = 'Y'
                   MOVE 'RECORDS FOUND AFTER FEED TRAILER'
                       TO WS-FEED-ERROR
               ELSE
                   IF DRV-REGION-CODE = '*TRL'
                       MOVE 'Y' TO WS-TRAILER-FOUND
                       MOVE DRIVER-RECORD TO FEEDCTL-RECORD
                   ELSE
                       IF DRV-REGION-CODE = '*HDR'
                           MOVE 'SECOND FEED HEADER FOUND'
                               TO WS-FEED-ERROR
                       ELSE
                           ADD 1 TO WS-FEED-COUNT
                           IF DRV-SRC-AMOUNT NUMERIC
                               ADD DRV-SRC-AMOUNT TO WS-FEED-HASH
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
      *    IS REFUSED UNLESS ENRPARM CARRIES THE OVERRIDE. *
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
           MOVE 'TESTENR' TO FR-STEP.
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
           MOVE 'TESTENR' TO FR-STEP.
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
                   AND FR-STEP = 'TESTENR'
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

       2000-ENRICH-RECORD.
           ADD 1 TO WS-READ-COUNT.
           PERFORM 3000-LOOKUP-REGION.
           PERFORM 2900-WRITE-RESULT.
           PERFORM 2990-READ-DRIVER.

      *****************************************************
      *    THE FEED IS SORTED BY REGION CODE, SO EVERY     *
           IF WS-RECS-SINCE-CHKPT NOT < WS-CHKPT-INTERVAL
               PERFORM 2650-TAKE-INTERVAL-CHECKPOINT
           END-IF.
           PERFORM 2990-READ-DRIVER.

      *****************************************************
      *    ON A GROUP BREAK THE RECORD IN HAND BELONGS TO  *
           COMPUTE WS-CHK-RECS-DONE = WS-READ-COUNT - 1.
           MOVE WS-MATCHED-COUNT TO WS-CHK-MATCHED.
           MOVE WS-UNMATCHED-COUNT TO WS-CHK-UNMATCHED.
           MOVE WS-OUT-COUNT TO WS-CHK-OUT-COUNT.
           MOVE WS-OUT-HASH TO WS-CHK-OUT-HASH.
           MOVE WS-RECYCLED-COUNT TO WS-CHK-RECYCLED.
           MOVE WS-RECYCLE-MATCHED TO WS-CHK-RECYCLE-MATCHED.
           MOVE WS-RECYCLE-FAILED TO WS-CHK-RECYCLE-FAILED.
           PERFORM 9500-TAKE-CHECKPOINT.

      *****************************************************
           MOVE WS-READ-COUNT TO WS-CHK-RECS-DONE.
           MOVE WS-MATCHED-COUNT TO WS-CHK-MATCHED.
           MOVE WS-UNMATCHED-COUNT TO WS-CHK-UNMATCHED.
           MOVE WS-OUT-COUNT TO WS-CHK-OUT-COUNT.
           MOVE WS-OUT-HASH TO WS-CHK-OUT-HASH.
           MOVE WS-RECYCLED-COUNT TO WS-CHK-RECYCLED.
           MOVE WS-RECYCLE-MATCHED TO WS-CHK-RECYCLE-MATCHED.
           MOVE WS-RECYCLE-FAILED TO WS-CHK-RECYCLE-FAILED.
           PERFORM 9500-TAKE-CHECKPOINT.

       2700-FINISH-HIVOL.
           MOVE ZERO TO WS-CHK-RECS-DONE.
           MOVE ZERO TO WS-CHK-MATCHED.
           MOVE ZERO TO WS-CHK-UNMATCHED.
           MOVE ZERO TO WS-CHK-OUT-COUNT.
           MOVE ZERO TO WS-CHK-OUT-HASH.
           MOVE ZERO TO WS-CHK-RECYCLED.
           MOVE ZERO TO WS-CHK-RECYCLE-MATCHED.
           MOVE ZERO TO WS-CHK-RECYCLE-FAILED.
           PERFORM 9500-TAKE-CHECKPOINT.

      *****************************************************
      *    THE ENROUT TRAILER PROVES WHAT WAS WRITTEN TO   *
      *    ENROUT - THE FEED'S MATCHED RECORDS AND THE     *
      *    RECYCLED ITEMS THAT NOW MATCH - FOR TESTSTL TO  *
      *    CHECK BEFORE IT SETTLES ANYTHING.  AFTER A      *
      *    RESTART THE TOTALS CARRY ON FROM THE            *
      *    CHECKPOINT, AS THE FILE ITSELF DOES.            *
      *****************************************************
       2800-WRITE-TRAILER.
           MOVE SPACES TO FEEDCTL-RECORD.
           MOVE '*TRL' TO FC-REC-TYPE.
           MOVE WS-OUT-COUNT TO FC-TRL-REC-COUNT.
           MOVE WS-OUT-HASH TO FC-TRL-AMOUNT-HASH.
           MOVE SPACES TO ENRICHED-RECORD.
           MOVE FEEDCTL-RECORD TO ENR-DRIVER-DATA.
           WRITE ENRICHED-RECORD.

       2900-WRITE-RESULT.
           IF WS-LOOKUP-FOUND = 'Y'
               PERFORM 2910-WRITE-ENRICHED
               ADD 1 TO WS-MATCHED-COUNT
           ELSE
               WRITE EXCEPTION-RECORD FROM DRIVER-RECORD
               ADD 1 TO WS-UNMATCHED-COUNT
               PERFORM 2950-SUSPEND-RECORD
           END-IF.

       2910-WRITE-ENRICHED.
           MOVE DRIVER-RECORD TO ENR-DRIVER-DATA.
           MOVE RT-REGION-NAME TO ENR-REGION-NAME.
           MOVE RT-TIMEZONE TO ENR-TIMEZONE.
           MOVE RT-CURRENCY TO ENR-CURRENCY.
           WRITE ENRICHED-RECORD.
           ADD 1 TO WS-OUT-COUNT.
           IF DRV-SRC-AMOUNT NUMERIC
               ADD DRV-SRC-AMOUNT TO WS-OUT-HASH
           END-IF.

      *****************************************************
      *    THE SUSPENSE KEY IS THE FEED'S SOURCE AND FILE  *
      *    SEQUENCE, THE RUN DATE AND THE RECORD'S         *
      *    POSITION IN THE FEED, SO NO OTHER FEED CAN      *
      *    REACH IT.  A DUPLICATE KEY IS READ BACK: THE    *
      *    SAME RECORD STILL LIVE MEANS A CHECKPOINT       *
      *    RESTART HAS MET AN ITEM IT ALREADY SUSPENDED -  *
      *    COUNT IT AND CARRY ON, AS TESTARC DOES WITH     *
      *    AUDHIST; AN ITEM 5500 CLEARED FOR A RERUN OF    *
      *    THE SAME NIGHT IS SUSPENDED AFRESH OVER IT.     *
      *    ANYTHING ELSE ON THAT KEY IS NOT THIS RECORD,   *
      *    AND THE RUN STOPS RATHER THAN LOSE IT.          *
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
           MOVE 'E' TO SU-SOURCE.
           MOVE WS-FEED-SOURCE TO SU-FEED-SOURCE.
           MOVE WS-FEED-SEQ TO SU-FEED-SEQ.
           MOVE WS-RUN-DATE TO SU-RUN-DATE.
           MOVE WS-READ-COUNT TO SU-SEQ.
           MOVE WS-RUN-HHMMSS TO SU-RUN-TIME.
           MOVE 'NRGN' TO SU-REASON.
           MOVE 'O' TO SU-STATUS.
           MOVE WS-RUN-DATE TO SU-LAST-RUN-DATE.
           MOVE ZERO TO SU-RECYCLE-COUNT.
           MOVE ZERO TO SU-ACTION-TIME.
           MOVE DRIVER-RECORD TO SU-RECORD-IMAGE.

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
               IF SU-RECORD-IMAGE = DRIVER-RECORD
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
       2990-READ-DRIVER.
           READ DRIVER-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
           IF WS-EOF-SWITCH = 'N'
                   AND DRV-REGION-CODE = '*TRL'
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.

      *****************************************************
           MOVE WS-UNMATCHED-COUNT TO WS-CNT-VALUE.
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
           MOVE 'RECYCLED MATCHED:' TO WS-CNT-LABEL.
           MOVE WS-RECYCLE-MATCHED TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'RECYCLED UNMATCHED:' TO WS-CNT-LABEL.
           MOVE WS-RECYCLE-FAILED TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       5000-TERMINATE.
           CLOSE DRIVER-FILE REGNTAB-FILE SUSPENSE-FILE.
           CLOSE FEEDREG-FILE.
           CLOSE ENRICHED-FILE EXCEPTION-FILE REPORT-FILE.

      *****************************************************
      *    A FRESH RUN REPROCESSES THE WHOLE FEED, SO ANY  *
      *    ITEM AN EARLIER RUN OF THIS SAME FEED LEFT OPEN *
      *    OR RELEASED - AN OVERRIDE RERUN, OR A RERUN     *
      *    AFTER A RUN THAT DIED BEFORE IT REGISTERED THE  *
      *    FEED - IS CLEARED FIRST: THE FEED CARRIES THE   *
      *    RECORD AGAIN AND 2950 SUSPENDS IT AFRESH IF IT  *
      *    STILL FAILS.  LEFT LIVE, A RELEASED ITEM WOULD  *
      *    BE RECYCLED AND POSTED A SECOND TIME.  ITEMS    *
      *    AT 'P' BELONG TO THE RUN THAT RECYCLED THEM AND *
      *    ARE LEFT FOR IT.  A NEW FEED FINDS NOTHING.     *
      *****************************************************
       5500-CLEAR-PRIOR-RUN.
           MOVE 'N' TO WS-SUSP-EOF-SWITCH.
           MOVE LOW-VALUES TO SU-SUSP-KEY.
           MOVE 'E' TO SU-SOURCE.
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
               IF SU-SOURCE NOT = 'E'
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
      *    RELEASED ITEMS GO BACK THROUGH THE LOOKUP AHEAD *
      *    OF THE FEED.  A MATCH IS WRITTEN TO ENROUT AND  *
      *    MARKED 'P' RATHER THAN CLEARED: IF THE RUN      *
      *    DIES BEFORE ENROUT IS SAFE, A FRESH RERUN       *
      *    PICKS THE ITEM UP AGAIN, AND ONLY A RUN THAT    *
      *    ENDS CLEANLY CLEARS IT.  A CHECKPOINT RESTART   *
      *    SKIPS THIS PASS - THE CHECKPOINT IT RESUMES     *
      *    FROM WAS TAKEN AFTER IT AND HAS ALREADY FLUSHED *
      *    THE RECYCLED RECORDS TO ENROUT.                 *
      *****************************************************
       6000-RECYCLE-RELEASED.
           MOVE 'N' TO WS-SUSP-EOF-SWITCH.
           MOVE LOW-VALUES TO SU-SUSP-KEY.
           MOVE 'E' TO SU-SOURCE.
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
               IF SU-SOURCE NOT = 'E'
                   MOVE 'Y' TO WS-SUSP-EOF-SWITCH
               ELSE
                   IF SU-STATUS = 'R' OR SU-STATUS = 'P'
                       PERFORM 6200-RECYCLE-ITEM
                   END-IF
               END-IF
           END-IF.

       6200-RECYCLE-ITEM.
           ADD 1 TO WS-RECYCLED-COUNT.
           MOVE SU-RECORD-IMAGE TO DRIVER-RECORD.
           PERFORM 3000-LOOKUP-REGION.
           MOVE WS-RUN-DATE TO SU-LAST-RUN-DATE.
           IF WS-LOOKUP-FOUND = 'Y'
               PERFORM 2910-WRITE-ENRICHED
               ADD 1 TO WS-RECYCLE-MATCHED
               MOVE 'P' TO SU-STATUS
           ELSE
               WRITE EXCEPTION-RECORD FROM DRIVER-RECORD
               ADD 1 TO WS-RECYCLE-FAILED
               MOVE 'NRGN' TO SU-REASON
               MOVE 'O' TO SU-STATUS
               ADD 1 TO SU-RECYCLE-COUNT
           END-IF.
           REWRITE SUSPENSE-RECORD.
           IF WS-SUSP-STATUS NOT = '00'
               PERFORM 9200-SUSPENSE-ERROR
           END-IF.

      *****************************************************
      *    THE RUN HAS ENDED CLEANLY, SO EVERY ITEM IT     *
      *    RECYCLED IS NOW SAFELY ON ENROUT.               *
      *****************************************************
       6500-CLEAR-RECYCLED.
           MOVE 'N' TO WS-SUSP-EOF-SWITCH.
           MOVE LOW-VALUES TO SU-SUSP-KEY.
           MOVE 'E' TO SU-SOURCE.
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
               IF SU-SOURCE NOT = 'E'
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
           MOVE 'TESTENR' TO FR-STEP.
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
           MOVE 'TESTENR' TO RN-PROGRAM.
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
           MOVE 'MATCHED' TO RN-COUNT-LABEL(2).
           MOVE WS-MATCHED-COUNT TO RN-COUNT-VALUE(2).
           MOVE 'UNMATCHED' TO RN-COUNT-LABEL(3).
           MOVE WS-UNMATCHED-COUNT TO RN-COUNT-VALUE(3).
           MOVE 'RECYCLED' TO RN-COUNT-LABEL(4).
           MOVE WS-RECYCLED-COUNT TO RN-COUNT-VALUE(4).
           MOVE WS-RESTART-SWITCH TO RN-RESTART-FLAG.

       9000-REGNTAB-ERROR.
           MOVE WS-REGN-STATUS TO WS-STS-VALUE.
           MOVE WS-STATUS-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE DRIVER-FILE REGNTAB-FILE SUSPENSE-FILE.
           CLOSE FEEDREG-FILE.
           CLOSE ENRICHED-FILE EXCEPTION-FILE REPORT-FILE.
           MOVE 16 TO RETURN-CODE.
           PERFORM 8800-END-RUN-CONTROL.
           STOP RUN.

       9100-SEQUENCE-ERROR.
           MOVE WS-SEQUENCE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE DRIVER-FILE REGNTAB-FILE SUSPENSE-FILE.
           CLOSE FEEDREG-FILE.
           CLOSE ENRICHED-FILE EXCEPTION-FILE REPORT-FILE.
           MOVE 16 TO RETURN-CODE.
           PERFORM 8800-END-RUN-CONTROL.
           STOP RUN.

       9200-SUSPENSE-ERROR.
           MOVE WS-SUSP-STATUS TO WS-SUSP-STS-VALUE.
           MOVE WS-SUSP-STATUS-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE DRIVER-FILE REGNTAB-FILE SUSPENSE-FILE.
           CLOSE FEEDREG-FILE.
           CLOSE ENRICHED-FILE EXCEPTION-FILE REPORT-FILE.
           MOVE 16 TO RETURN-CODE.
           PERFORM 8800-END-RUN-CONTROL.
           STOP RUN.

      *****************************************************
      *    THE FEED FAILED ITS PROOF OR ITS REGISTRY CHECK *
      *    BEFORE ANY OUTPUT WAS OPENED, SO ONLY THE       *
      *    REPORT AND FEEDREG ARE OPEN.                    *
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
               CLOSE DRIVER-FILE REGNTAB-FILE SUSPENSE-FILE
               CLOSE ENRICHED-FILE EXCEPTION-FILE
           END-IF.
           CLOSE FEEDREG-FILE REPORT-FILE.
           MOVE 16 TO RETURN-CODE.
           PERFORM 8800-END-RUN-CONTROL.
           STOP RUN.

      *****************************************************
           MOVE WS-CHK-MATCHED TO CHK-MATCHED.
           MOVE WS-CHK-UNMATCHED TO CHK-UNMATCHED.
           MOVE WS-CURR-RUN-ID TO CHK-RUN-ID.
           MOVE WS-RUN-DATE TO CHK-RUN-DATE.
           MOVE WS-CHK-OUT-COUNT TO CHK-OUT-COUNT.
           MOVE WS-CHK-OUT-HASH TO CHK-OUT-HASH.
           MOVE WS-CHK-RECYCLED TO CHK-RECYCLED.
           MOVE WS-CHK-RECYCLE-MATCHED TO CHK-RECYCLE-MATCHED.
           MOVE WS-CHK-RECYCLE-FAILED TO CHK-RECYCLE-FAILED.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.
