           05  FILLER REDEFINES PAPELF.
               10  PAPELA              PIC X.
           05  PAPELI                  PIC X(8).
           05  JUSTIFL                 PIC S9(4) COMP.
           05  JUSTIFF                 PIC X.
           05  FILLER REDEFINES JUSTIFF.
               10  JUSTIFA             PIC X.
           05  JUSTIFI                 PIC X(60).
           05  MENSAGEML               PIC S9(4) COMP.
           05  MENSAGEMF               PIC X.
           05  FILLER REDEFINES MENSAGEMF.
           05  PAPELC                  PIC X.
           05  PAPELO                  PIC X(8).
           05  FILLER                  PIC X(2).
           05  JUSTIFC                 PIC X.
           05  JUSTIFO                 PIC X(60).
           05  FILLER                  PIC X(2).
           05  MENSAGEMC               PIC X.
           05  MENSAGEMO               PIC X(79).
