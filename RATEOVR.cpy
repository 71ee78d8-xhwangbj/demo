      *****************************************************
      *    RATEOVR - EMERGENCY RATE OVERRIDE FILE          *
      *    VSAM KSDS, KEY = RO-CURRENCY.  ONE RECORD PER   *
      *    CURRENCY, HOLDING THE LATEST MANUAL RATE KEYED  *
      *    ONLINE WITH TESTO WHEN THE NIGHTLY FEED FAILED  *
      *    TO REACH RATETAB.  AN OVERRIDE IS ENTERED BY    *
      *    ONE USER AND ONLY REACHES RATETAB AND THE       *
      *    DAY'S RATEHIST RECORD WHEN A SECOND, DIFFERENT  *
      *    USER APPROVES IT.  RO-OLD-RATE IS THE RATETAB   *
      *    RATE THE OVERRIDE REPLACED; RO-RATE-DATE IS THE *
      *    RATEHIST DATE IT WAS APPLIED FOR.               *
      *    RO-STATUS:  P  PENDING SECOND-USER APPROVAL     *
      *                A  APPROVED - MANUAL RATE IN FORCE  *
      *                X  CANCELLED BEFORE APPROVAL        *
      *                S  SUPERSEDED BY A CLEAN FEED - SET *
      *                   BY TESTF, WHICH FLAGS EVERY      *
      *                   CURRENCY STILL AT 'A' ON ITS RUN *
      *    ON A CANCELLED OVERRIDE THE APPROVE FIELDS      *
      *    HOLD THE USER WHO CANCELLED IT AND WHEN.        *
      *****************************************************
       01 RATEOVR-RECORD.
           03 RO-CURRENCY            PIC X(3).
           03 RO-STATUS              PIC X(1).
           03 RO-NEW-RATE            PIC 9(7)V9(6).
           03 RO-OLD-RATE            PIC 9(7)V9(6).
           03 RO-REASON              PIC X(30).
           03 RO-ENTER-USERID        PIC X(8).
           03 RO-ENTER-DATE          PIC X(8).
           03 RO-ENTER-TIME          PIC 9(6).
           03 RO-APPROVE-USERID      PIC X(8).
           03 RO-APPROVE-DATE        PIC X(8).
           03 RO-APPROVE-TIME        PIC 9(6).
           03 RO-RATE-DATE           PIC X(8).
           03 RO-CLEAR-DATE          PIC X(8).
