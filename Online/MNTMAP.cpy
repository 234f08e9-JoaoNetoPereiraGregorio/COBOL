           05  FILLER REDEFINES LIMITEF.
               10  LIMITEA             PIC X.
           05  LIMITEI                 PIC X(09).
           05  RISCOL                  PIC S9(4) COMP.
           05  RISCOF                  PIC X.
           05  FILLER REDEFINES RISCOF.
               10  RISCOA              PIC X.
           05  RISCOI                  PIC X(01).
           05  KYCREVL                 PIC S9(4) COMP.
           05  KYCREVF                 PIC X.
           05  FILLER REDEFINES KYCREVF.
               10  KYCREVA             PIC X.
           05  KYCREVI                 PIC X(01).
           05  KYCULTL                 PIC S9(4) COMP.
           05  KYCULTF                 PIC X.
           05  FILLER REDEFINES KYCULTF.
               10  KYCULTA             PIC X.
           05  KYCULTI                 PIC X(08).
           05  KYCPROXL                PIC S9(4) COMP.
           05  KYCPROXF                PIC X.
           05  FILLER REDEFINES KYCPROXF.
               10  KYCPROXA            PIC X.
           05  KYCPROXI                PIC X(08).
           05  MENSAGEML               PIC S9(4) COMP.
           05  MENSAGEMF               PIC X.
           05  FILLER REDEFINES MENSAGEMF.
           05  LIMITEC                 PIC X.
           05  LIMITEO                 PIC X(09).
           05  FILLER                  PIC X(2).
           05  RISCOC                  PIC X.
           05  RISCOO                  PIC X(01).
           05  FILLER                  PIC X(2).
           05  KYCREVC                 PIC X.
           05  KYCREVO                 PIC X(01).
           05  FILLER                  PIC X(2).
           05  KYCULTC                 PIC X.
           05  KYCULTO                 PIC X(08).
           05  FILLER                  PIC X(2).
           05  KYCPROXC                PIC X.
           05  KYCPROXO                PIC X(08).
           05  FILLER                  PIC X(2).
           05  MENSAGEMC               PIC X.
           05  MENSAGEMO               PIC X(79).
