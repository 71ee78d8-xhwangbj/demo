      *    AH-SEQ BREAKS TIES WHEN ONE TERMINAL DRIVES     *
      *    SEVERAL LOOKUPS IN THE SAME SECOND.  RETAINED   *
      *    FOR AT LEAST 90 DAYS; TESTARC PURGES ENTRIES    *
      *    DATED BEFORE THE CUTOFF IN ITS PARM FILE, FIRST *
      *    COPYING THEM TO AN AUDARCH GENERATION.  TESTRST *
      *    RESTORES A DATE RANGE TO AUDHIST OR TO AUDINQ,  *
      *    AN INQUIRY KSDS WITH THIS SAME LAYOUT.          *
      *    INQUIRE ONLINE WITH THE TESTQ TRANSACTION.      *
      *****************************************************
       01 AUDHIST-RECORD.
