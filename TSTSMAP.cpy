      *****************************************************
      *    TSTSMAP - SYMBOLIC MAP FOR MAPSET TESTSSET      *
      *    GENERATED LAYOUT FOR MAP TSTSMAP (BMS)          *
      *****************************************************
       01 TSTSMAPI.
           02 FILLER                PIC X(12).
           02 ACTIONL               PIC S9(4) COMP.
           02 ACTIONF               PIC X.
           02 FILLER REDEFINES ACTIONF.
               03 ACTIONA            PIC X.
           02 ACTIONI               PIC X(1).
           02 SSRCL                 PIC S9(4) COMP.
           02 SSRCF                 PIC X.
           02 FILLER REDEFINES SSRCF.
               03 SSRCA              PIC X.
           02 SSRCI                 PIC X(1).
           02 SFSRCL                PIC S9(4) COMP.
           02 SFSRCF                PIC X.
           02 FILLER REDEFINES SFSRCF.
               03 SFSRCA             PIC X.
           02 SFSRCI                PIC X(8).
           02 SFSEQL                PIC S9(4) COMP.
           02 SFSEQF                PIC X.
           02 FILLER REDEFINES SFSEQF.
               03 SFSEQA             PIC X.
           02 SFSEQI                PIC X(6).
           02 SRDATEL               PIC S9(4) COMP.
           02 SRDATEF               PIC X.
           02 FILLER REDEFINES SRDATEF.
               03 SRDATEA            PIC X.
           02 SRDATEI               PIC X(8).
           02 SSEQL                 PIC S9(4) COMP.
           02 SSEQF                 PIC X.
           02 FILLER REDEFINES SSEQF.
               03 SSEQA              PIC X.
           02 SSEQI                 PIC X(9).
           02 SREASNL               PIC S9(4) COMP.
           02 SREASNF               PIC X.
           02 FILLER REDEFINES SREASNF.
               03 SREASNA            PIC X.
           02 SREASNI               PIC X(4).
           02 SRTEXTL               PIC S9(4) COMP.
           02 SRTEXTF               PIC X.
           02 FILLER REDEFINES SRTEXTF.
               03 SRTEXTA            PIC X.
           02 SRTEXTI               PIC X(30).
           02 SSTATL                PIC S9(4) COMP.
           02 SSTATF                PIC X.
           02 FILLER REDEFINES SSTATF.
               03 SSTATA             PIC X.
           02 SSTATI                PIC X(1).
           02 SAGEL                 PIC S9(4) COMP.
           02 SAGEF                 PIC X.
           02 FILLER REDEFINES SAGEF.
               03 SAGEA              PIC X.
           02 SAGEI                 PIC X(5).
           02 SRECYCL               PIC S9(4) COMP.
           02 SRECYCF               PIC X.
           02 FILLER REDEFINES SRECYCF.
               03 SRECYCA            PIC X.
           02 SRECYCI               PIC X(3).
           02 SLUSERL               PIC S9(4) COMP.
           02 SLUSERF               PIC X.
           02 FILLER REDEFINES SLUSERF.
               03 SLUSERA            PIC X.
           02 SLUSERI               PIC X(8).
           02 SLDATEL               PIC S9(4) COMP.
           02 SLDATEF               PIC X.
           02 FILLER REDEFINES SLDATEF.
               03 SLDATEA            PIC X.
           02 SLDATEI               PIC X(8).
           02 SREGNL                PIC S9(4) COMP.
           02 SREGNF                PIC X.
           02 FILLER REDEFINES SREGNF.
               03 SREGNA             PIC X.
           02 SREGNI                PIC X(4).
           02 SCURRL                PIC S9(4) COMP.
           02 SCURRF                PIC X.
           02 FILLER REDEFINES SCURRF.
               03 SCURRA             PIC X.
           02 SCURRI                PIC X(3).
           02 SAMTL                 PIC S9(4) COMP.
           02 SAMTF                 PIC X.
           02 FILLER REDEFINES SAMTF.
               03 SAMTA              PIC X.
           02 SAMTI                 PIC X(13).
           02 SSIGNL                PIC S9(4) COMP.
           02 SSIGNF                PIC X.
           02 FILLER REDEFINES SSIGNF.
               03 SSIGNA             PIC X.
           02 SSIGNI                PIC X(1).
           02 SDATAL                PIC S9(4) COMP.
           02 SDATAF                PIC X.
           02 FILLER REDEFINES SDATAF.
               03 SDATAA             PIC X.
           02 SDATAI                PIC X(60).
           02 SMSGL                 PIC S9(4) COMP.
           02 SMSGF                 PIC X.
           02 FILLER REDEFINES SMSGF.
               03 SMSGA              PIC X.
           02 SMSGI                 PIC X(40).
       01 TSTSMAPO REDEFINES TSTSMAPI.
           02 FILLER                PIC X(12).
           02 FILLER                PIC X(3).
           02 ACTIONO               PIC X(1).
           02 FILLER                PIC X(3).
           02 SSRCO                 PIC X(1).
           02 FILLER                PIC X(3).
           02 SFSRCO                PIC X(8).
           02 FILLER                PIC X(3).
           02 SFSEQO                PIC X(6).
           02 FILLER                PIC X(3).
           02 SRDATEO               PIC X(8).
           02 FILLER                PIC X(3).
           02 SSEQO                 PIC X(9).
           02 FILLER                PIC X(3).
           02 SREASNO               PIC X(4).
           02 FILLER                PIC X(3).
           02 SRTEXTO               PIC X(30).
           02 FILLER                PIC X(3).
           02 SSTATO                PIC X(1).
           02 FILLER                PIC X(3).
           02 SAGEO                 PIC X(5).
           02 FILLER                PIC X(3).
           02 SRECYCO               PIC X(3).
           02 FILLER                PIC X(3).
           02 SLUSERO               PIC X(8).
           02 FILLER                PIC X(3).
           02 SLDATEO               PIC X(8).
           02 FILLER                PIC X(3).
           02 SREGNO                PIC X(4).
           02 FILLER                PIC X(3).
           02 SCURRO                PIC X(3).
           02 FILLER                PIC X(3).
           02 SAMTO                 PIC X(13).
           02 FILLER                PIC X(3).
           02 SSIGNO                PIC X(1).
           02 FILLER                PIC X(3).
           02 SDATAO                PIC X(60).
           02 FILLER                PIC X(3).
           02 SMSGO                 PIC X(40).
