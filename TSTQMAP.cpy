           02 FILLER REDEFINES QTOF.
               03 QTOA               PIC X.
           02 QTOI                  PIC X(8).
           02 QSRCL                 PIC S9(4) COMP.
           02 QSRCF                 PIC X.
           02 FILLER REDEFINES QSRCF.
               03 QSRCA              PIC X.
           02 QSRCI                 PIC X(1).
           02 QDETL-GROUP.
               03 QDETL-ENTRY OCCURS 10 TIMES.
                   05 QDL            PIC S9(4) COMP.
           02 QFROMO                PIC X(8).
           02 FILLER                PIC X(3).
           02 QTOO                  PIC X(8).
           02 FILLER                PIC X(3).
           02 QSRCO                 PIC X(1).
           02 QDETLO-GROUP.
               03 QDETLO-ENTRY OCCURS 10 TIMES.
                   05 FILLER         PIC X(3).
