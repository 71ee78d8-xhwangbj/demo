      *****************************************************
      *    TESTKCOM - TESTK DFHCOMMAREA LAYOUT             *
      *    KC-REQUESTED-BY IS THE ONLY INPUT: THE PROGRAM  *
      *    ASKING FOR THE REGION CACHE TO BE REBUILT, KEPT *
      *    ON THE CACHE FOR TESTH TO SHOW.                 *
      *    KC-RETURN-CODE: '00' = CACHE BUILT, '99' = THE  *
      *    BUILD FAILED AND THE CACHE IS MARKED UNUSABLE,  *
      *    SO TESTA READS REGNTAB UNTIL THE NEXT BUILD.    *
      *****************************************************
       01 DFHCOMMAREA.
           03 KC-REQUESTED-BY        PIC X(8).
           03 KC-RETURN-CODE         PIC X(2).
