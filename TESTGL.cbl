       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'TESTGL'.
      *****************************************************
      *    TESTGL - GENERAL LEDGER POSTING INTERFACE.      *
      *    RUNS AS THE BATCH STEP AFTER TESTSTL: READS THE *
      *    STLOUT SETTLEMENT FILE AND TURNS IT INTO        *
      *    BALANCED GL JOURNAL LINES ON THE GLOUT FILE     *
      *    (LAYOUT GLPOST), SUMMARISED BY REGION AND       *
      *    SETTLEMENT CURRENCY, IN PLACE OF THE MORNING    *
      *    RE-KEYING OF THE TESTSTL CONTROL TOTALS.  FOR   *
      *    EACH REGION AND CURRENCY:                       *
      *      - SETTLEMENT CLEARING IS DEBITED WITH THE     *
      *        SOURCE AMOUNTS AT THE PUBLISHED RATE        *
      *        (AMOUNT * STL-RATE-USED, ROUNDED TO THE     *
      *        CENT ITEM BY ITEM)                          *
      *      - SETTLEMENT PAYABLE IS CREDITED WITH THE     *
      *        CONVERTED AMOUNTS TESTSTL SETTLED           *
      *      - THE DIFFERENCE - TESTSTL CONVERTS AT THE    *
      *        FULL CROSS RATE, NOT THE SIX-DECIMAL RATE   *
      *        IT RECORDS - GOES TO THE ROUNDING SUSPENSE  *
      *        ACCOUNT ON WHICHEVER SIDE BALANCES IT       *
      *    A NEGATIVE NET (REFUNDS) SIMPLY SWAPS SIDES.    *
      *    THE THREE ACCOUNTS COME FROM GLPARM (COLS 1-10  *
      *    CLEARING, 11-20 PAYABLE, 21-30 ROUNDING         *
      *    SUSPENSE); A BLANK FIELD KEEPS THE DEFAULT.     *
      *    THE FILE CARRIES A HEADER AND A TRAILER WITH    *
      *    THE LINE COUNT, BOTH SIDE TOTALS AND THE        *
      *    AMOUNT HASH.  ALL LINES ARE BUILT AND PROVED    *
      *    FIRST: IF DEBITS AND CREDITS DO NOT NET TO      *
      *    ZERO, OR ANY SETTLED RECORD CANNOT BE POSTED,   *
      *    NO GL FILE IS PRODUCED AND THE JOB ENDS RETURN  *
      *    CODE 8.                                         *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLE-FILE ASSIGN TO 'STLOUT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'GLPARM'
               ORGANIZATION IS SEQUENTIAL.
           SELECT GL-FILE ASSIGN TO 'GLOUT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'GLRPT'
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SETTLE-FILE
           RECORDING MODE IS F.
       01 SETTLE-RECORD.
           03 STL-ENRICHED-DATA.
               05 STL-REGION-CODE      PIC X(4).
               05 STL-SRC-CURRENCY     PIC X(3).
               05 STL-SRC-AMOUNT       PIC S9(11)V9(2).
               05 FILLER               PIC X(60).
               05 STL-REGION-NAME      PIC X(20).
               05 STL-TIMEZONE         PIC X(10).
               05 STL-CURRENCY         PIC X(3).
           03 STL-CONVERTED-AMOUNT     PIC S9(11)V9(2).
           03 STL-RATE-USED            PIC 9(7)V9(6).
       FD  PARM-FILE
           RECORDING MODE IS F.
       01 PARM-RECORD.
           03 PARM-CLEARING-ACCT       PIC X(10).
           03 PARM-PAYABLE-ACCT        PIC X(10).
           03 PARM-ROUNDING-ACCT       PIC X(10).
           03 FILLER                   PIC X(50).
       FD  GL-FILE
           RECORDING MODE IS F.
           COPY GLPOST.
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01 REPORT-LINE                  PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH                PIC X VALUE 'N'.
       01 WS-RECORD-OK-SWITCH          PIC X.
       01 WS-WRITE-SWITCH              PIC X.
       01 WS-RUN-DATE                  PIC X(8).
       01 WS-RUN-TIME.
           03 WS-RUN-HHMMSS            PIC 9(6).
           03 FILLER                   PIC 9(2).
       01 WS-CLEARING-ACCT             PIC X(10) VALUE '0000114000'.
       01 WS-PAYABLE-ACCT              PIC X(10) VALUE '0000214000'.
       01 WS-ROUNDING-ACCT             PIC X(10) VALUE '0000199900'.
       01 WS-RATE-VALUE                PIC S9(11)V9(2).
       01 WS-LINE-ACCOUNT              PIC X(10).
       01 WS-LINE-DESC                 PIC X(30).
       01 WS-LINE-AMOUNT               PIC S9(15)V9(2).
       01 WS-LINE-ABS                  PIC 9(15)V9(2).
       01 WS-LINE-SIDE                 PIC X(1).
       01 WS-READ-COUNT                PIC 9(9) VALUE 0.
       01 WS-POSTED-COUNT              PIC 9(9) VALUE 0.
       01 WS-REJECT-COUNT              PIC 9(9) VALUE 0.
       01 WS-LINE-COUNT                PIC 9(9) VALUE 0.
       01 WS-DEBIT-TOTAL               PIC 9(15)V9(2) VALUE 0.
       01 WS-CREDIT-TOTAL              PIC 9(15)V9(2) VALUE 0.
       01 WS-AMOUNT-HASH               PIC 9(15)V9(2) VALUE 0.
       01 WS-SUB                       PIC S9(4) COMP.
       01 WS-GRP-SUB                   PIC S9(4) COMP.
       01 WS-GRP-COUNT                 PIC S9(4) COMP VALUE 0.
       01 WS-GRP-MAX                   PIC S9(4) COMP VALUE 200.
       01 WS-GRP-TOTALS.
           03 WS-GRP-ENTRY             OCCURS 200 TIMES.
               05 WS-GRP-REGION        PIC X(4).
               05 WS-GRP-CURRENCY      PIC X(3).
               05 WS-GRP-REC-COUNT     PIC 9(9).
               05 WS-GRP-RATE-SUM      PIC S9(15)V9(2).
               05 WS-GRP-CNV-SUM       PIC S9(15)V9(2).
               05 WS-GRP-RND-SUM       PIC S9(15)V9(2).
       01 WS-HEADING-1.
           03 FILLER                   PIC X(80)
               VALUE 'TESTGL GENERAL LEDGER POSTING RUN'.
       01 WS-HEADING-2.
           03 FILLER                   PIC X(5) VALUE 'REGN'.
           03 FILLER                   PIC X(4) VALUE 'CCY'.
           03 FILLER                   PIC X(12) VALUE '    RECORDS'.
           03 FILLER                   PIC X(21)
               VALUE '    AT RATE USED'.
           03 FILLER                   PIC X(21)
               VALUE '       SETTLED'.
           03 FILLER                   PIC X(17)
               VALUE '    ROUNDING'.
       01 WS-GROUP-LINE.
           03 WS-GRL-REGION            PIC X(4).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-GRL-CURRENCY          PIC X(3).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-GRL-RECS              PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-GRL-RATE-SUM          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03 WS-GRL-CNV-SUM           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           03 WS-GRL-RND-SUM           PIC ZZZ,ZZ9.99-.
       01 WS-COUNT-LINE.
           03 WS-CNT-LABEL             PIC X(20).
           03 WS-CNT-VALUE             PIC ZZZ,ZZZ,ZZ9.
       01 WS-AMOUNT-LINE.
           03 WS-AMT-LABEL             PIC X(20).
           03 WS-AMT-VALUE             PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-REJECT-LINE.
           03 FILLER                   PIC X(19)
               VALUE 'UNPOSTABLE RECORD '.
           03 WS-REJ-RECNO             PIC ZZZ,ZZZ,ZZ9.
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-REJ-REGION            PIC X(4).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 WS-REJ-CURRENCY          PIC X(3).
       01 WS-REFUSED-LINE.
           03 FILLER                   PIC X(50)
               VALUE 'POSTINGS DO NOT BALANCE - NO GL FILE PRODUCED'.
       01 WS-UNPOSTABLE-LINE.
           03 FILLER                   PIC X(50)
               VALUE 'UNPOSTABLE RECORDS - NO GL FILE PRODUCED'.
       01 WS-TABLE-FULL-LINE.
           03 FILLER                   PIC X(50)
               VALUE 'REGION/CURRENCY TABLE FULL - RUN STOPPED AT 200'.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-ACCUMULATE-RECORD
               UNTIL WS-EOF-SWITCH = 'Y'.
           MOVE 'N' TO WS-WRITE-SWITCH.
           PERFORM 3000-BUILD-POSTINGS.
           IF WS-REJECT-COUNT = 0
                   AND WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
               PERFORM 3500-WRITE-GL-FILE
           END-IF.
           PERFORM 4000-PRINT-TOTALS.
           PERFORM 5000-TERMINATE.
           IF WS-REJECT-COUNT > 0
                   OR WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN INPUT SETTLE-FILE PARM-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           READ PARM-FILE
               AT END CONTINUE
               NOT AT END PERFORM 1100-APPLY-PARMS
           END-READ.
           READ SETTLE-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       1100-APPLY-PARMS.
           IF PARM-CLEARING-ACCT NOT = SPACES
               MOVE PARM-CLEARING-ACCT TO WS-CLEARING-ACCT
           END-IF.
           IF PARM-PAYABLE-ACCT NOT = SPACES
               MOVE PARM-PAYABLE-ACCT TO WS-PAYABLE-ACCT
           END-IF.
           IF PARM-ROUNDING-ACCT NOT = SPACES
               MOVE PARM-ROUNDING-ACCT TO WS-ROUNDING-ACCT
           END-IF.

      *****************************************************
      *    A SETTLED RECORD THAT CANNOT BE REVALUED AT ITS *
      *    RECORDED RATE CANNOT BE POSTED, AND A LEDGER    *
      *    FILE MISSING IT WOULD NOT TIE TO TESTSTL'S      *
      *    TOTALS - IT IS LISTED AND THE FILE REFUSED.     *
      *****************************************************
       2000-ACCUMULATE-RECORD.
           ADD 1 TO WS-READ-COUNT.
           MOVE 'Y' TO WS-RECORD-OK-SWITCH.
           IF STL-SRC-AMOUNT NOT NUMERIC
                   OR STL-CONVERTED-AMOUNT NOT NUMERIC
                   OR STL-RATE-USED NOT NUMERIC
               MOVE 'N' TO WS-RECORD-OK-SWITCH
           ELSE
               COMPUTE WS-RATE-VALUE ROUNDED =
                       STL-SRC-AMOUNT * STL-RATE-USED
                   ON SIZE ERROR
                       MOVE 'N' TO WS-RECORD-OK-SWITCH
               END-COMPUTE
           END-IF.
           IF WS-RECORD-OK-SWITCH = 'Y'
               PERFORM 2100-ADD-TO-GROUP
               ADD 1 TO WS-POSTED-COUNT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE WS-READ-COUNT TO WS-REJ-RECNO
               MOVE STL-REGION-CODE TO WS-REJ-REGION
               MOVE STL-CURRENCY TO WS-REJ-CURRENCY
               MOVE WS-REJECT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           READ SETTLE-FILE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       2100-ADD-TO-GROUP.
           MOVE ZERO TO WS-GRP-SUB.
           PERFORM 2110-FIND-GROUP
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-GRP-COUNT
                  OR WS-GRP-SUB > ZERO.
           IF WS-GRP-SUB = ZERO
               IF WS-GRP-COUNT < WS-GRP-MAX
                   ADD 1 TO WS-GRP-COUNT
                   MOVE WS-GRP-COUNT TO WS-GRP-SUB
                   MOVE STL-REGION-CODE TO WS-GRP-REGION(WS-GRP-SUB)
                   MOVE STL-CURRENCY TO WS-GRP-CURRENCY(WS-GRP-SUB)
                   MOVE ZERO TO WS-GRP-REC-COUNT(WS-GRP-SUB)
                   MOVE ZERO TO WS-GRP-RATE-SUM(WS-GRP-SUB)
                   MOVE ZERO TO WS-GRP-CNV-SUM(WS-GRP-SUB)
                   MOVE ZERO TO WS-GRP-RND-SUM(WS-GRP-SUB)
               ELSE
                   MOVE WS-TABLE-FULL-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
                   PERFORM 5000-TERMINATE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           ADD 1 TO WS-GRP-REC-COUNT(WS-GRP-SUB).
           ADD WS-RATE-VALUE TO WS-GRP-RATE-SUM(WS-GRP-SUB).
           ADD STL-CONVERTED-AMOUNT TO WS-GRP-CNV-SUM(WS-GRP-SUB).
           COMPUTE WS-GRP-RND-SUM(WS-GRP-SUB) =
                   WS-GRP-RND-SUM(WS-GRP-SUB)
                   + STL-CONVERTED-AMOUNT - WS-RATE-VALUE.

       2110-FIND-GROUP.
           IF STL-REGION-CODE = WS-GRP-REGION(WS-SUB)
                   AND STL-CURRENCY = WS-GRP-CURRENCY(WS-SUB)
               MOVE WS-SUB TO WS-GRP-SUB
           END-IF.

      *****************************************************
      *    THE POSTINGS ARE BUILT TWICE FROM THE SAME      *
      *    TOTALS: FIRST ONLY TO PROVE THE SIDES (WRITE    *
      *    SWITCH 'N'), THEN - IF THEY BALANCE - AGAIN TO  *
      *    WRITE THEM.  THE FILE IS NOT OPENED UNTIL THE   *
      *    PROOF HAS PASSED, SO A REFUSED RUN LEAVES NO    *
      *    HALF-WRITTEN GL FILE BEHIND.                    *
      *****************************************************
       3000-BUILD-POSTINGS.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE ZERO TO WS-DEBIT-TOTAL.
           MOVE ZERO TO WS-CREDIT-TOTAL.
           MOVE ZERO TO WS-AMOUNT-HASH.
           PERFORM 3100-POST-ONE-GROUP
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-GRP-COUNT.

       3100-POST-ONE-GROUP.
           MOVE WS-CLEARING-ACCT TO WS-LINE-ACCOUNT.
           MOVE 'SETTLEMENT CLEARING' TO WS-LINE-DESC.
           MOVE WS-GRP-RATE-SUM(WS-SUB) TO WS-LINE-AMOUNT.
           MOVE 'D' TO WS-LINE-SIDE.
           PERFORM 3200-POST-LINE.
           MOVE WS-PAYABLE-ACCT TO WS-LINE-ACCOUNT.
           MOVE 'SETTLEMENT PAYABLE' TO WS-LINE-DESC.
           MOVE WS-GRP-CNV-SUM(WS-SUB) TO WS-LINE-AMOUNT.
           MOVE 'C' TO WS-LINE-SIDE.
           PERFORM 3200-POST-LINE.
           MOVE WS-ROUNDING-ACCT TO WS-LINE-ACCOUNT.
           MOVE 'SETTLEMENT RATE ROUNDING' TO WS-LINE-DESC.
           MOVE WS-GRP-RND-SUM(WS-SUB) TO WS-LINE-AMOUNT.
           MOVE 'D' TO WS-LINE-SIDE.
           PERFORM 3200-POST-LINE.

      *****************************************************
      *    A NEGATIVE AMOUNT IS POSTED AS ITS ABSOLUTE     *
      *    VALUE ON THE OPPOSITE SIDE; A ZERO AMOUNT       *
      *    PRODUCES NO LINE.                               *
      *****************************************************
       3200-POST-LINE.
           IF WS-LINE-AMOUNT < ZERO
               COMPUTE WS-LINE-ABS = ZERO - WS-LINE-AMOUNT
               IF WS-LINE-SIDE = 'D'
                   MOVE 'C' TO WS-LINE-SIDE
               ELSE
                   MOVE 'D' TO WS-LINE-SIDE
               END-IF
           ELSE
               MOVE WS-LINE-AMOUNT TO WS-LINE-ABS
           END-IF.
           IF WS-LINE-ABS NOT = ZERO
               ADD 1 TO WS-LINE-COUNT
               ADD WS-LINE-ABS TO WS-AMOUNT-HASH
               IF WS-LINE-SIDE = 'D'
                   ADD WS-LINE-ABS TO WS-DEBIT-TOTAL
               ELSE
                   ADD WS-LINE-ABS TO WS-CREDIT-TOTAL
               END-IF
               IF WS-WRITE-SWITCH = 'Y'
                   MOVE SPACES TO GL-POSTING-RECORD
                   MOVE 'D' TO GL-REC-TYPE
                   MOVE WS-RUN-DATE TO GL-DTL-BUS-DATE
                   MOVE WS-LINE-ACCOUNT TO GL-DTL-ACCOUNT
                   MOVE WS-GRP-REGION(WS-SUB) TO GL-DTL-REGION
                   MOVE WS-GRP-CURRENCY(WS-SUB) TO GL-DTL-CURRENCY
                   MOVE WS-LINE-SIDE TO GL-DTL-DR-CR
                   MOVE WS-LINE-ABS TO GL-DTL-AMOUNT
                   MOVE WS-GRP-REC-COUNT(WS-SUB) TO GL-DTL-ITEM-COUNT
                   MOVE WS-LINE-DESC TO GL-DTL-DESC
                   WRITE GL-POSTING-RECORD
               END-IF
           END-IF.

       3500-WRITE-GL-FILE.
           OPEN OUTPUT GL-FILE.
           MOVE SPACES TO GL-POSTING-RECORD.
           MOVE 'H' TO GL-REC-TYPE.
           MOVE 'TESTSTL' TO GL-HDR-SOURCE.
           MOVE WS-RUN-DATE TO GL-HDR-BUS-DATE.
           MOVE WS-RUN-HHMMSS TO GL-HDR-RUN-TIME.
           WRITE GL-POSTING-RECORD.
           MOVE 'Y' TO WS-WRITE-SWITCH.
           PERFORM 3000-BUILD-POSTINGS.
           MOVE SPACES TO GL-POSTING-RECORD.
           MOVE 'T' TO GL-REC-TYPE.
           MOVE WS-LINE-COUNT TO GL-TRL-REC-COUNT.
           MOVE WS-DEBIT-TOTAL TO GL-TRL-DEBIT-TOTAL.
           MOVE WS-CREDIT-TOTAL TO GL-TRL-CREDIT-TOTAL.
           MOVE WS-AMOUNT-HASH TO GL-TRL-AMOUNT-HASH.
           WRITE GL-POSTING-RECORD.
           CLOSE GL-FILE.

       4000-PRINT-TOTALS.
           MOVE WS-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 4100-PRINT-ONE-GROUP
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-GRP-COUNT.
           MOVE 'RECORDS READ:' TO WS-CNT-LABEL.
           MOVE WS-READ-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'RECORDS POSTED:' TO WS-CNT-LABEL.
           MOVE WS-POSTED-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'RECORDS UNPOSTABLE:' TO WS-CNT-LABEL.
           MOVE WS-REJECT-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'JOURNAL LINES:' TO WS-CNT-LABEL.
           MOVE WS-LINE-COUNT TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'TOTAL DEBITS:' TO WS-AMT-LABEL.
           MOVE WS-DEBIT-TOTAL TO WS-AMT-VALUE.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'TOTAL CREDITS:' TO WS-AMT-LABEL.
           MOVE WS-CREDIT-TOTAL TO WS-AMT-VALUE.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'AMOUNT HASH:' TO WS-AMT-LABEL.
           MOVE WS-AMOUNT-HASH TO WS-AMT-VALUE.
           MOVE WS-AMOUNT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-REJECT-COUNT > 0
               MOVE WS-UNPOSTABLE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
                   MOVE WS-REFUSED-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       4100-PRINT-ONE-GROUP.
           MOVE WS-GRP-REGION(WS-SUB) TO WS-GRL-REGION.
           MOVE WS-GRP-CURRENCY(WS-SUB) TO WS-GRL-CURRENCY.
           MOVE WS-GRP-REC-COUNT(WS-SUB) TO WS-GRL-RECS.
           MOVE WS-GRP-RATE-SUM(WS-SUB) TO WS-GRL-RATE-SUM.
           MOVE WS-GRP-CNV-SUM(WS-SUB) TO WS-GRL-CNV-SUM.
           MOVE WS-GRP-RND-SUM(WS-SUB) TO WS-GRL-RND-SUM.
           MOVE WS-GROUP-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       5000-TERMINATE.
           CLOSE SETTLE-FILE PARM-FILE.
           CLOSE REPORT-FILE.
