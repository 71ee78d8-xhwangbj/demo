      *****************************************************
      *    CHGJRNL - REFERENCE FILE CHANGE JOURNAL         *
      *    VSAM KSDS, KEY = CJ-FILE + CJ-DATE + CJ-TIME    *
      *    + CJ-SEQ.  ONE RECORD PER ADD, UPDATE OR DELETE *
      *    AGAINST REGNTAB OR TERMREG BY TESTM, OR AGAINST *
      *    TERMREG BY TESTAPL, CARRYING THE FULL BEFORE    *
      *    AND AFTER RECORD IMAGES, THE USERID THAT MADE   *
      *    THE CHANGE AND WHEN.  TESTR REFRESH EVENTS ARE  *
      *    RECORDED ALONGSIDE WITH ACTION 'REFRSH', NO     *
      *    RECORD KEY OR BEFORE IMAGE, AND THE REFRESH     *
      *    OUTCOME ('RELOADED', 'OPEN FAIL', 'CLOSE FAIL') *
      *    IN THE AFTER IMAGE.  A 'RELOADED' REFRESH IS    *
      *    FOLLOWED BY A BASELINE: ONE 'BASELN' RECORD PER *
      *    RECORD ON THE RELOADED FILE, KEYED, WITH THE    *
      *    RECORD AS THE AFTER IMAGE, THEN ONE 'BASEND'    *
      *    WITH 'RECORDS ' AND THE 9-DIGIT COUNT IN THE    *
      *    AFTER IMAGE.  TESTPIT REBUILDS BOTH FILES AS AT *
      *    A PAST DATE FROM THE LAST BASELINE AND THE      *
      *    CHANGES AFTER IT.                               *
      *    TESTO EMERGENCY RATE OVERRIDES ARE RECORDED     *
      *    UNDER FILE 'RATETAB', KEYED BY CURRENCY, WITH   *
      *    ACTION 'OVRENT' (ENTERED: THE RATETAB RECORD AS *
      *    IT STANDS AND AS IT WOULD STAND IF APPROVED),   *
      *    'OVRAPP' (APPROVED: RATETAB BEFORE AND AFTER)   *
      *    OR 'OVRCAN' (CANCELLED: THE PROPOSED RECORD AS  *
      *    THE BEFORE IMAGE, NO AFTER IMAGE).              *
      *    ACCESS REFUSED UNDER THE OPERAUTH AUTHORITY     *
      *    FILE IS RECORDED WITH A 'DNY' ACTION:  TESTM    *
      *    AND TESTAPL WRITE 'DNYADD', 'DNYUPD', 'DNYDEL'  *
      *    (AND TESTAPL 'DNYRUN' FOR A WHOLE RUN REFUSED)  *
      *    UNDER THE FILE CONCERNED, WITH WHAT IS KNOWN OF *
      *    THE RECORD BEFORE AND OF THE CHANGE ATTEMPTED;  *
      *    'DNYVEW' IS A BROWSE OR INQUIRY REFUSED - UNDER *
      *    'AUDHIST' FROM TESTQ AND 'CHGJRNL' FROM TESTJ   *
      *    THE AFTER IMAGE HOLDS THE SEARCH AS KEYED AND   *
      *    THE FIRST REGION WITHHELD.                      *
      *    CJ-SEQ BREAKS TIES WHEN ONE SECOND CARRIES      *
      *    SEVERAL CHANGES.  THE JOURNAL IS PERMANENT -    *
      *    NOTHING PURGES IT - AND IS BROWSED ONLINE WITH  *
