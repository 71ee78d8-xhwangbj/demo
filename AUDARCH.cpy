      *****************************************************
      *    AUDARCH - AUDHIST PURGE ARCHIVE                 *
      *    SEQUENTIAL, 80-BYTE FIXED RECORDS.  TESTARC     *
      *    WRITES ONE DATED GENERATION PER RUN: A HEADER   *
      *    ('H') WITH THE RUN DATE AND THE PURGE CUTOFF,   *
      *    ONE DETAIL ('D') PER AUDHIST RECORD ABOUT TO BE *
      *    PURGED CARRYING THE FULL AUDHIST RECORD IMAGE,  *
      *    AND A TRAILER ('T') WITH THE DETAIL COUNT AND   *
      *    THE LOWEST AND HIGHEST AH-DATE ARCHIVED.  A RUN *
      *    WITH NO CUTOFF STILL WRITES A HEADER AND A ZERO *
      *    TRAILER.  TESTRST RELOADS A DATE RANGE FROM ANY *
      *    NUMBER OF GENERATIONS, PROVING EACH AGAINST ITS *
      *    TRAILER COUNT.                                  *
      *****************************************************
       01 AUDARCH-RECORD.
           03 AA-REC-TYPE            PIC X(1).
           03 AA-REC-BODY            PIC X(79).
           03 AA-HEADER REDEFINES AA-REC-BODY.
               05 AA-HDR-RUN-DATE    PIC X(8).
               05 AA-HDR-RUN-TIME    PIC 9(6).
               05 AA-HDR-CUTOFF-DATE PIC X(8).
               05 FILLER             PIC X(57).
           03 AA-DETAIL REDEFINES AA-REC-BODY.
               05 AA-DTL-HIST-DATA   PIC X(62).
               05 FILLER             PIC X(17).
           03 AA-TRAILER REDEFINES AA-REC-BODY.
               05 AA-TRL-REC-COUNT   PIC 9(9).
               05 AA-TRL-LOW-DATE    PIC X(8).
               05 AA-TRL-HIGH-DATE   PIC X(8).
               05 FILLER             PIC X(54).
