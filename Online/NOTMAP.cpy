           05  FILLER REDEFINES NOTATXTF.
               10  NOTATXTA            PIC X.
           05  NOTATXTI                PIC X(60).
           05  JRNDATAL                PIC S9(4) COMP.
           05  JRNDATAF                PIC X.
           05  FILLER REDEFINES JRNDATAF.
               10  JRNDATAA            PIC X.
           05  JRNDATAI                PIC X(08).
           05  JRNHORAL                PIC S9(4) COMP.
           05  JRNHORAF                PIC X.
           05  FILLER REDEFINES JRNHORAF.
               10  JRNHORAA            PIC X.
           05  JRNHORAI                PIC X(08).
           05  ROW01L                  PIC S9(4) COMP.
           05  ROW01F                  PIC X.
           05  FILLER REDEFINES ROW01F.
           05  NOTATXTC                PIC X.
           05  NOTATXTO                PIC X(60).
           05  FILLER                  PIC X(2).
           05  JRNDATAC                PIC X.
           05  JRNDATAO                PIC X(08).
           05  FILLER                  PIC X(2).
           05  JRNHORAC                PIC X.
           05  JRNHORAO                PIC X(08).
           05  FILLER                  PIC X(2).
           05  ROW01C                  PIC X.
           05  ROW01O                  PIC X(79).
           05  FILLER                  PIC X(2).
