           05  FILLER REDEFINES DATAFERF.
               10  DATAFERA            PIC X.
           05  DATAFERI                PIC X(08).
           05  UFL                     PIC S9(4) COMP.
           05  UFF                     PIC X.
           05  FILLER REDEFINES UFF.
               10  UFA                 PIC X.
           05  UFI                     PIC X(02).
           05  MUNICL                  PIC S9(4) COMP.
           05  MUNICF                  PIC X.
           05  FILLER REDEFINES MUNICF.
               10  MUNICA              PIC X.
           05  MUNICI                  PIC X(20).
           05  ANOL                    PIC S9(4) COMP.
           05  ANOF                    PIC X.
           05  FILLER REDEFINES ANOF.
           05  DATAFERC                PIC X.
           05  DATAFERO                PIC X(08).
           05  FILLER                  PIC X(2).
           05  UFC                     PIC X.
           05  UFO                     PIC X(02).
           05  FILLER                  PIC X(2).
           05  MUNICC                  PIC X.
           05  MUNICO                  PIC X(20).
           05  FILLER                  PIC X(2).
           05  ANOC                    PIC X.
           05  ANOO                    PIC X(04).
           05  FILLER                  PIC X(2).
