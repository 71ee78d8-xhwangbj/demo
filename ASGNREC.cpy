      *****************************************************
      *    ASGNREC - TERMREG ASSIGNMENT RECORD             *
      *    SEQUENTIAL, 80-BYTE FIXED RECORDS, APPLIED TO   *
      *    TERMREG BY TESTAPL.  PREPARED BY HAND FROM THE  *
      *    TESTUNM WORKLIST, OR WRITTEN BY TESTDRM AS A    *
      *    CLEANUP FILE FOR REVIEW BEFORE IT IS APPLIED.   *
      *    ASG-ACTION:  SPACE  ASSIGN - ADD THE TERMINAL,  *
      *                        OR CHANGE IT IF ENROLLED    *
      *                 C      CHANGE AN ENROLLED TERMINAL *
      *                        TO THE REGION GIVEN ONLY    *
      *                 D      DELETE THE ENROLMENT; THE   *
      *                        REGION, IF GIVEN, MUST      *
      *                        STILL BE THE ONE ENROLLED   *
      *    ASG-REASON IS FREE TEXT FOR THE REVIEWER AND IS *
      *    NOT USED BY TESTAPL.                            *
      *****************************************************
       01 ASSIGN-RECORD.
           03 ASG-TERM-USER-ID       PIC X(8).
           03 ASG-REGION-CODE        PIC X(4).
           03 ASG-ACTION             PIC X(1).
           03 ASG-REASON             PIC X(24).
           03 FILLER                 PIC X(43).
