      *    THE REPORT MONTH COMES FROM TRNPARM (YYYYMM IN  *
      *    COLUMNS 1-6); A BLANK OR MISSING PARM REPORTS   *
      *    THE MONTH OF THE RUN DATE.  BOTH MONTHS MUST    *
      *    STILL BE WITHIN THE AUDHIST RETENTION WINDOW;   *
      *    FOR MONTHS ALREADY PURGED, RESTORE THEM FROM    *
      *    AUDARCH TO AUDINQ WITH TESTRST AND POINT THE    *
      *    AUDHIST DD AT THE AUDINQ CLUSTER.               *
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
