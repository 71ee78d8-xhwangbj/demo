      *****************************************************
      *    TSTHMAP - SYMBOLIC MAP FOR MAPSET TESTHSET      *
      *    GENERATED LAYOUT FOR MAP TSTHMAP (BMS).  THE    *
      *    SEVEN CHAIN LINES HC01-HC07 ARE PRESENTED AS    *
      *    THE HCHAIN-ENTRY TABLE SO THE PROGRAM CAN FILL  *
      *    THEM BY SUBSCRIPT.                              *
      *****************************************************
       01 TSTHMAPI.
           02 FILLER                PIC X(12).
           02 FILLER REDEFINES TFCNTF.
               03 TFCNTA             PIC X.
           02 TFCNTI                PIC X(11).
           02 CCSTATL               PIC S9(4) COMP.
           02 CCSTATF               PIC X.
           02 FILLER REDEFINES CCSTATF.
               03 CCSTATA            PIC X.
           02 CCSTATI               PIC X(20).
           02 CCAGEL                PIC S9(4) COMP.
           02 CCAGEF                PIC X.
           02 FILLER REDEFINES CCAGEF.
               03 CCAGEA             PIC X.
           02 CCAGEI                PIC X(11).
           02 AQDEPL                PIC S9(4) COMP.
           02 AQDEPF                PIC X.
           02 FILLER REDEFINES AQDEPF.
               03 AQDEPA             PIC X.
           02 AQDEPI                PIC X(11).
           02 CCHITL                PIC S9(4) COMP.
           02 CCHITF                PIC X.
           02 FILLER REDEFINES CCHITF.
               03 CCHITA             PIC X.
           02 CCHITI                PIC X(11).
           02 CCFILL                PIC S9(4) COMP.
           02 CCFILF                PIC X.
           02 FILLER REDEFINES CCFILF.
               03 CCFILA             PIC X.
           02 CCFILI                PIC X(11).
           02 ABCNTL                PIC S9(4) COMP.
           02 ABCNTF                PIC X.
           02 FILLER REDEFINES ABCNTF.
           02 FILLER REDEFINES HALERTF.
               03 HALERTA            PIC X.
           02 HALERTI               PIC X(60).
           02 HCHAIN-GROUP.
               03 HCHAIN-ENTRY OCCURS 7 TIMES.
                   05 HCL            PIC S9(4) COMP.
                   05 HCF            PIC X.
                   05 HCI            PIC X(77).
           02 HCSUML                PIC S9(4) COMP.
           02 HCSUMF                PIC X.
           02 FILLER REDEFINES HCSUMF.
               03 HCSUMA             PIC X.
           02 HCSUMI                PIC X(60).
           02 HMSGL                 PIC S9(4) COMP.
           02 HMSGF                 PIC X.
           02 FILLER REDEFINES HMSGF.
           02 FILLER                PIC X(3).
           02 TFCNTO                PIC X(11).
           02 FILLER                PIC X(3).
           02 CCSTATO               PIC X(20).
           02 FILLER                PIC X(3).
           02 CCAGEO                PIC X(11).
           02 FILLER                PIC X(3).
           02 AQDEPO                PIC X(11).
           02 FILLER                PIC X(3).
           02 CCHITO                PIC X(11).
           02 FILLER                PIC X(3).
           02 CCFILO                PIC X(11).
           02 FILLER                PIC X(3).
           02 ABCNTO                PIC X(11).
           02 FILLER                PIC X(3).
           02 RTCNTO                PIC X(11).
           02 FILLER                PIC X(3).
           02 HALERTO               PIC X(60).
           02 HCHAINO-GROUP.
               03 HCHAINO-ENTRY OCCURS 7 TIMES.
                   05 FILLER         PIC X(3).
                   05 HCO            PIC X(77).
           02 FILLER                PIC X(3).
           02 HCSUMO                PIC X(60).
           02 FILLER                PIC X(3).
           02 HMSGO                 PIC X(40).
