       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'TESTSUS'.
      *****************************************************
      *    TESTSUS - AGED SUSPENSE REPORT.  READS THE      *
      *    SUSPENS KSDS FROM END TO END AND LISTS EVERY    *
      *    ITEM STILL WITH THE REPAIR DESK (OPEN, OR       *
      *    RELEASED BUT NOT YET RECYCLED) THAT HAS BEEN IN *
      *    SUSPENSE MORE THAN N DAYS (N FROM SUSPARM COLS  *
      *    1-3, DEFAULT 5), WITH ITS REASON, AGE, RECYCLE  *
      *    COUNT, THE FEED IT CAME IN, AND THE REGION,     *
      *    CURRENCY AND AMOUNT IT CARRIES.  AGE IS COUNTED *
      *    IN CALENDAR DAYS FROM THE RUN THAT FIRST        *
      *    SUSPENDED THE ITEM.  ANY AGED ITEM SETS RETURN  *
      *    CODE 4 SO THE SCHEDULER RAISES IT BEFORE THE    *
      *    MONEY IS FORGOTTEN.                             *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO 'SUSPENS'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS SU-SUSP-KEY
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'SUSPARM'
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'SUSRPT'
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
           COPY SUSPENSE.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01 PARM-RECORD.
           03 PARM-AGE-DAYS            PIC X(3).
           03 FILLER                   PIC X(77).
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                  PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-SUSP-EOF-SWITCH           PIC X VALUE 'N'.
       01 WS-SUSP-STATUS               PIC X(2).
       01 WS-TODAY                     PIC X(8).
       01 WS-AGE-LIMIT                 PIC 9(3) VALUE 5.
       01 WS-AGE-DAYS                  PIC 9(5).
       01 WS-READ-COUNT                PIC 9(7) VALUE 0.
       01 WS-CLEARED-COUNT             PIC 9(7) VALUE 0.
       01 WS-WITH-BATCH-COUNT          PIC 9(7) VALUE 0.
       01 WS-OPEN-COUNT                PIC 9(7) VALUE 0.
       01 WS-RELEASED-COUNT            PIC 9(7) VALUE 0.
       01 WS-AGED-COUNT                PIC 9(7) VALUE 0.
       01 WS-AGED-ENR-COUNT            PIC 9(7) VALUE 0.
       01 WS-AGED-STL-COUNT            PIC 9(7) VALUE 0.
      *****************************************************
      *    CALENDAR WORK FIELDS FOR THE AGE - THE SAME     *
      *    ONE-DAY-FORWARD ARITHMETIC AS TESTCUT, WITH     *
      *    REAL MONTH LENGTHS AND LEAP YEARS.              *
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
       01 WS-HEADING-1.
           03 FILLER                   PIC X(31)
               VALUE 'TESTSUS AGED SUSPENSE REPORT AS'.
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-HDG-TODAY             PIC X(8).
           03 FILLER                   PIC X(16)
               VALUE '  OLDER THAN    '.
           03 WS-HDG-LIMIT             PIC ZZ9.
           03 FILLER                   PIC X(5) VALUE ' DAYS'.
       01 WS-HEADING-2.
           03 FILLER                   PIC X(44)
               VALUE 'S FEED SRC FEEDNO RUN DATE ITEM NO   RSN  S '.
           03 FILLER                   PIC X(36)
               VALUE '  AGE RCY REGN CCY            AMOUNT'.
       01 WS-DETAIL-LINE.
           03 WS-DTL-SOURCE            PIC X(1).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-DTL-FEED-SOURCE       PIC X(8).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-DTL-FEED-SEQ          PIC 9(6).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-DTL-RUN-DATE          PIC X(8).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-DTL-SEQ               PIC 9(9).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-DTL-REASON            PIC X(4).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-DTL-STATUS            PIC X(1).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-DTL-AGE               PIC ZZZZ9.
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-DTL-RECYCLE           PIC ZZ9.
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-DTL-REGION            PIC X(4).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-DTL-CURRENCY          PIC X(3).
           03 WS-DTL-AMOUNT            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           03 WS-DTL-AMOUNT-X REDEFINES WS-DTL-AMOUNT
                                       PIC X(18).
       01 WS-COUNT-LINE.
           03 WS-CNT-LABEL             PIC X(30).
           03 WS-CNT-VALUE             PIC ZZZ,ZZ9.
       01 WS-STATUS-LINE.
           03 FILLER                   PIC X(25)
               VALUE 'SUSPENS FILE STATUS:'.
           03 WS-STS-VALUE             PIC X(2).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-READ-SUSPENSE
               UNTIL WS-SUSP-EOF-SWITCH = 'Y'.
           PERFORM 4000-PRINT-TOTALS.
           PERFORM 5000-TERMINATE.
           IF WS-AGED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT SUSPENSE-FILE PARM-FILE.
           OPEN OUTPUT REPORT-FILE.
           IF WS-SUSP-STATUS NOT = '00'
               PERFORM 9000-SUSPENSE-ERROR
           END-IF.
           READ PARM-FILE
               AT END CONTINUE
               NOT AT END
                   IF PARM-AGE-DAYS NUMERIC
                       MOVE PARM-AGE-DAYS TO WS-AGE-LIMIT
                   END-IF
           END-READ.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-HDG-TODAY.
           MOVE WS-AGE-LIMIT TO WS-HDG-LIMIT.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.

      *****************************************************
      *    CLEARED ITEMS ARE HISTORY AND RECYCLED ITEMS    *
      *    BELONG TO THE RUN IN PROGRESS; ONLY OPEN AND    *
      *    RELEASED ITEMS ARE STILL SOMEBODY'S PROBLEM.    *
      *****************************************************
       2000-READ-SUSPENSE.
           READ SUSPENSE-FILE NEXT
               AT END MOVE 'Y' TO WS-SUSP-EOF-SWITCH
           END-READ.
           IF WS-SUSP-EOF-SWITCH = 'N'
                   AND WS-SUSP-STATUS NOT = '00'
               PERFORM 9000-SUSPENSE-ERROR
           END-IF.
           IF WS-SUSP-EOF-SWITCH = 'N'
               ADD 1 TO WS-READ-COUNT
               EVALUATE SU-STATUS
                   WHEN 'O'
                       ADD 1 TO WS-OPEN-COUNT
                       PERFORM 3000-CHECK-AGE
                   WHEN 'R'
                       ADD 1 TO WS-RELEASED-COUNT
                       PERFORM 3000-CHECK-AGE
                   WHEN 'P'
                       ADD 1 TO WS-WITH-BATCH-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-CLEARED-COUNT
               END-EVALUATE
           END-IF.

      *****************************************************
      *    THE AGE IS COUNTED A DAY AT A TIME FROM THE     *
      *    RUN DATE AND STOPS AT 99999 SO A DAMAGED DATE   *
      *    CANNOT LOOP THE JOB; AN UNREADABLE RUN DATE IS  *
      *    REPORTED AS AGED SO SOMEBODY LOOKS AT IT.       *
      *****************************************************
       3000-CHECK-AGE.
           MOVE 99999 TO WS-AGE-DAYS.
           IF SU-RUN-DATE NUMERIC
               MOVE SU-RUN-DATE TO WS-WORK-DATE
               IF WS-WK-MONTH NOT < 1 AND WS-WK-MONTH NOT > 12
                   MOVE ZERO TO WS-AGE-DAYS
                   PERFORM 3100-COUNT-ONE-DAY
                       UNTIL WS-WORK-DATE NOT < WS-TODAY
                          OR WS-AGE-DAYS = 99999
               END-IF
           END-IF.
           IF WS-AGE-DAYS > WS-AGE-LIMIT
               PERFORM 3200-PRINT-AGED-ITEM
           END-IF.

       3100-COUNT-ONE-DAY.
           PERFORM 8100-ADD-ONE-DAY.
           ADD 1 TO WS-AGE-DAYS.

       3200-PRINT-AGED-ITEM.
           ADD 1 TO WS-AGED-COUNT.
           IF SU-SOURCE = 'E'
               ADD 1 TO WS-AGED-ENR-COUNT
           ELSE
               ADD 1 TO WS-AGED-STL-COUNT
           END-IF.
           MOVE SU-SOURCE TO WS-DTL-SOURCE.
           MOVE SU-FEED-SOURCE TO WS-DTL-FEED-SOURCE.
           MOVE SU-FEED-SEQ TO WS-DTL-FEED-SEQ.
           MOVE SU-RUN-DATE TO WS-DTL-RUN-DATE.
           MOVE SU-SEQ TO WS-DTL-SEQ.
           MOVE SU-REASON TO WS-DTL-REASON.
           MOVE SU-STATUS TO WS-DTL-STATUS.
           MOVE WS-AGE-DAYS TO WS-DTL-AGE.
           MOVE SU-RECYCLE-COUNT TO WS-DTL-RECYCLE.
           MOVE SU-IMG-REGION-CODE TO WS-DTL-REGION.
           MOVE SU-IMG-CURRENCY TO WS-DTL-CURRENCY.
           IF SU-IMG-AMOUNT NUMERIC
               MOVE SU-IMG-AMOUNT TO WS-DTL-AMOUNT
           ELSE
               MOVE SPACES TO WS-DTL-AMOUNT-X
               MOVE SU-IMG-AMOUNT-X TO WS-DTL-AMOUNT-X(6:13)
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       4000-PRINT-TOTALS.
           MOVE 'SUSPENSE ITEMS READ:' TO WS-CNT-LABEL.
           MOVE WS-READ-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'OPEN:' TO WS-CNT-LABEL.
           MOVE WS-OPEN-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'RELEASED, AWAITING RUN:' TO WS-CNT-LABEL.
           MOVE WS-RELEASED-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'RECYCLING IN A RUN:' TO WS-CNT-LABEL.
           MOVE WS-WITH-BATCH-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'CLEARED:' TO WS-CNT-LABEL.
           MOVE WS-CLEARED-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'AGED ENRICHMENT ITEMS:' TO WS-CNT-LABEL.
           MOVE WS-AGED-ENR-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'AGED SETTLEMENT ITEMS:' TO WS-CNT-LABEL.
           MOVE WS-AGED-STL-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'TOTAL AGED ITEMS:' TO WS-CNT-LABEL.
           MOVE WS-AGED-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       5000-TERMINATE.
           CLOSE SUSPENSE-FILE PARM-FILE.
           CLOSE REPORT-FILE.

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

       9000-SUSPENSE-ERROR.
           MOVE WS-SUSP-STATUS TO WS-STS-VALUE.
           MOVE WS-STATUS-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE SUSPENSE-FILE PARM-FILE REPORT-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
