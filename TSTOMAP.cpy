      *****************************************************
      *    TSTOMAP - SYMBOLIC MAP FOR MAPSET TESTOSET      *
      *    GENERATED LAYOUT FOR MAP TSTOMAP (BMS)          *
      *****************************************************
       01 TSTOMAPI.
           02 FILLER                PIC X(12).
           02 ACTIONL               PIC S9(4) COMP.
           02 ACTIONF               PIC X.
           02 FILLER REDEFINES ACTIONF.
               03 ACTIONA            PIC X.
           02 ACTIONI               PIC X(1).
           02 OCURRL                PIC S9(4) COMP.
           02 OCURRF                PIC X.
           02 FILLER REDEFINES OCURRF.
               03 OCURRA             PIC X.
           02 OCURRI                PIC X(3).
           02 ORATEL                PIC S9(4) COMP.
           02 ORATEF                PIC X.
           02 FILLER REDEFINES ORATEF.
               03 ORATEA             PIC X.
           02 ORATEI                PIC X(13).
           02 OREASNL               PIC S9(4) COMP.
           02 OREASNF               PIC X.
           02 FILLER REDEFINES OREASNF.
               03 OREASNA            PIC X.
           02 OREASNI               PIC X(30).
           02 OCRATEL               PIC S9(4) COMP.
           02 OCRATEF               PIC X.
           02 FILLER REDEFINES OCRATEF.
               03 OCRATEA            PIC X.
           02 OCRATEI               PIC X(13).
           02 OUPDL                 PIC S9(4) COMP.
           02 OUPDF                 PIC X.
           02 FILLER REDEFINES OUPDF.
               03 OUPDA              PIC X.
           02 OUPDI                 PIC X(8).
           02 OSTATL                PIC S9(4) COMP.
           02 OSTATF                PIC X.
           02 FILLER REDEFINES OSTATF.
               03 OSTATA             PIC X.
           02 OSTATI                PIC X(1).
           02 OSTEXTL               PIC S9(4) COMP.
           02 OSTEXTF               PIC X.
           02 FILLER REDEFINES OSTEXTF.
               03 OSTEXTA            PIC X.
           02 OSTEXTI               PIC X(20).
           02 OPRATEL               PIC S9(4) COMP.
           02 OPRATEF               PIC X.
           02 FILLER REDEFINES OPRATEF.
               03 OPRATEA            PIC X.
           02 OPRATEI               PIC X(13).
           02 OEUSERL               PIC S9(4) COMP.
           02 OEUSERF               PIC X.
           02 FILLER REDEFINES OEUSERF.
               03 OEUSERA            PIC X.
           02 OEUSERI               PIC X(8).
           02 OEDATEL               PIC S9(4) COMP.
           02 OEDATEF               PIC X.
           02 FILLER REDEFINES OEDATEF.
               03 OEDATEA            PIC X.
           02 OEDATEI               PIC X(8).
           02 OAUSERL               PIC S9(4) COMP.
           02 OAUSERF               PIC X.
           02 FILLER REDEFINES OAUSERF.
               03 OAUSERA            PIC X.
           02 OAUSERI               PIC X(8).
           02 OADATEL               PIC S9(4) COMP.
           02 OADATEF               PIC X.
           02 FILLER REDEFINES OADATEF.
               03 OADATEA            PIC X.
           02 OADATEI               PIC X(8).
           02 ORDATEL               PIC S9(4) COMP.
           02 ORDATEF               PIC X.
           02 FILLER REDEFINES ORDATEF.
               03 ORDATEA            PIC X.
           02 ORDATEI               PIC X(8).
           02 OMSGL                 PIC S9(4) COMP.
           02 OMSGF                 PIC X.
           02 FILLER REDEFINES OMSGF.
               03 OMSGA              PIC X.
           02 OMSGI                 PIC X(40).
       01 TSTOMAPO REDEFINES TSTOMAPI.
           02 FILLER                PIC X(12).
           02 FILLER                PIC X(3).
           02 ACTIONO               PIC X(1).
           02 FILLER                PIC X(3).
           02 OCURRO                PIC X(3).
           02 FILLER                PIC X(3).
           02 ORATEO                PIC X(13).
           02 FILLER                PIC X(3).
           02 OREASNO               PIC X(30).
           02 FILLER                PIC X(3).
           02 OCRATEO               PIC X(13).
           02 FILLER                PIC X(3).
           02 OUPDO                 PIC X(8).
           02 FILLER                PIC X(3).
           02 OSTATO                PIC X(1).
           02 FILLER                PIC X(3).
           02 OSTEXTO               PIC X(20).
           02 FILLER                PIC X(3).
           02 OPRATEO               PIC X(13).
           02 FILLER                PIC X(3).
           02 OEUSERO               PIC X(8).
           02 FILLER                PIC X(3).
           02 OEDATEO               PIC X(8).
           02 FILLER                PIC X(3).
           02 OAUSERO               PIC X(8).
           02 FILLER                PIC X(3).
           02 OADATEO               PIC X(8).
           02 FILLER                PIC X(3).
           02 ORDATEO               PIC X(8).
           02 FILLER                PIC X(3).
           02 OMSGO                 PIC X(40).
