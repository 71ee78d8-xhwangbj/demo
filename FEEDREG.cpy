      *****************************************************
      *    FEEDREG - TRANSACTION FEED REGISTRY             *
      *    VSAM KSDS, KEY = FR-STEP + FR-SOURCE-SYSTEM +   *
      *    FR-SEQ-DESCEND (999999 MINUS THE FILE SEQUENCE  *
      *    NUMBER), SO A BROWSE FROM STEP AND SOURCE READS *
      *    THE LAST FEED THAT STEP TOOK FROM THAT SOURCE   *
      *    FIRST, AS RUNCTL DOES FOR RUN DATES.  ONE       *
      *    RECORD PER FEED PER STEP: TESTENR REGISTERS     *
      *    EACH DRIVIN FEED AND TESTSTL EACH ENROUT FILE,  *
      *    ONLY WHEN THE RUN ENDS CLEANLY, SO A CHECKPOINT *
      *    RESTART OR A RERUN AFTER AN ABEND IS NOT A      *
      *    DUPLICATE.  A FEED WHOSE SEQUENCE IS ALREADY ON *
      *    FILE, OR IS NOT ONE MORE THAN THE LAST ONE      *
      *    TAKEN, OR WHOSE BUSINESS DATE IS EARLIER THAN   *
      *    THE LAST ONE'S, IS REFUSED WITH RETURN CODE 8   *
      *    UNLESS THE STEP'S PARM CARRIES THE OVERRIDE.    *
      *    FR-OVERRIDE IS 'Y' WHEN THE FEED WAS TAKEN ON   *
      *    THE OVERRIDE; AN OVERRIDDEN DUPLICATE REWRITES  *
      *    ITS ENTRY AND BUMPS FR-RUN-COUNT.               *
      *****************************************************
       01 FEEDREG-RECORD.
           03 FR-KEY.
               05 FR-STEP            PIC X(8).
               05 FR-SOURCE-SYSTEM   PIC X(8).
               05 FR-SEQ-DESCEND     PIC 9(6).
           03 FR-FILE-SEQ            PIC 9(6).
           03 FR-BUS-DATE            PIC X(8).
           03 FR-REC-COUNT           PIC 9(9).
           03 FR-AMOUNT-HASH         PIC S9(15)V9(2).
           03 FR-RUN-DATE            PIC X(8).
           03 FR-RUN-TIME            PIC 9(6).
           03 FR-OVERRIDE            PIC X(1).
           03 FR-RUN-COUNT           PIC 9(3).
           03 FILLER                 PIC X(20).
