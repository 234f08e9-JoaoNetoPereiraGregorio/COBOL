      *****************************************************************
      *    RELMAP.CPY
      *
      *    MAPA SIMBOLICO GERADO A PARTIR DO MAPSET RELMAP.BMS PELO
      *    TRADUTOR/ASSEMBLER CICS (DFHMSD/DFHMDI/DFHMDF). MANTIDO AQUI
      *    A MAO, NOS MESMOS MOLDES DE FERMAP.CPY, PARA QUE
      *    CLIENTERELACONLINE.COB TENHA UM LAYOUT DE MAPA PARA
      *    DESENVOLVER E DESK-CHECAR CONTRA.
      *****************************************************************
       01  RELMAPI.
           05  FILLER                  PIC X(12).
           05  ACAOL                   PIC S9(4) COMP.
           05  ACAOF                   PIC X.
           05  FILLER REDEFINES ACAOF.
               10  ACAOA               PIC X.
           05  ACAOI                   PIC X(01).
           05  CLIENTIDL               PIC S9(4) COMP.
           05  CLIENTIDF               PIC X.
           05  FILLER REDEFINES CLIENTIDF.
               10  CLIENTIDA           PIC X.
           05  CLIENTIDI               PIC X(10).
           05  CLIRELL                 PIC S9(4) COMP.
           05  CLIRELF                 PIC X.
           05  FILLER REDEFINES CLIRELF.
               10  CLIRELA             PIC X.
           05  CLIRELI                 PIC X(10).
           05  TIPOL                   PIC S9(4) COMP.
           05  TIPOF                   PIC X.
           05  FILLER REDEFINES TIPOF.
               10  TIPOA               PIC X.
           05  TIPOI                   PIC X(01).
           05  GRUPOL                  PIC S9(4) COMP.
           05  GRUPOF                  PIC X.
           05  FILLER REDEFINES GRUPOF.
               10  GRUPOA              PIC X.
           05  GRUPOI                  PIC X(10).
           05  GRPNOMEL                PIC S9(4) COMP.
           05  GRPNOMEF                PIC X.
           05  FILLER REDEFINES GRPNOMEF.
               10  GRPNOMEA            PIC X.
           05  GRPNOMEI                PIC X(30).
           05  GRPLIML                 PIC S9(4) COMP.
           05  GRPLIMF                 PIC X.
           05  FILLER REDEFINES GRPLIMF.
               10  GRPLIMA             PIC X.
           05  GRPLIMI                 PIC X(11).
           05  ROW01L                  PIC S9(4) COMP.
           05  ROW01F                  PIC X.
           05  FILLER REDEFINES ROW01F.
               10  ROW01A              PIC X.
           05  ROW01I                  PIC X(60).
           05  ROW02L                  PIC S9(4) COMP.
           05  ROW02F                  PIC X.
           05  FILLER REDEFINES ROW02F.
               10  ROW02A              PIC X.
           05  ROW02I                  PIC X(60).
           05  ROW03L                  PIC S9(4) COMP.
           05  ROW03F                  PIC X.
           05  FILLER REDEFINES ROW03F.
               10  ROW03A              PIC X.
           05  ROW03I                  PIC X(60).
           05  ROW04L                  PIC S9(4) COMP.
           05  ROW04F                  PIC X.
           05  FILLER REDEFINES ROW04F.
               10  ROW04A              PIC X.
           05  ROW04I                  PIC X(60).
           05  ROW05L                  PIC S9(4) COMP.
           05  ROW05F                  PIC X.
           05  FILLER REDEFINES ROW05F.
               10  ROW05A              PIC X.
           05  ROW05I                  PIC X(60).
           05  ROW06L                  PIC S9(4) COMP.
           05  ROW06F                  PIC X.
           05  FILLER REDEFINES ROW06F.
               10  ROW06A              PIC X.
           05  ROW06I                  PIC X(60).
           05  ROW07L                  PIC S9(4) COMP.
           05  ROW07F                  PIC X.
           05  FILLER REDEFINES ROW07F.
               10  ROW07A              PIC X.
           05  ROW07I                  PIC X(60).
           05  ROW08L                  PIC S9(4) COMP.
           05  ROW08F                  PIC X.
           05  FILLER REDEFINES ROW08F.
               10  ROW08A              PIC X.
           05  ROW08I                  PIC X(60).
           05  ROW09L                  PIC S9(4) COMP.
           05  ROW09F                  PIC X.
           05  FILLER REDEFINES ROW09F.
               10  ROW09A              PIC X.
           05  ROW09I                  PIC X(60).
           05  ROW10L                  PIC S9(4) COMP.
           05  ROW10F                  PIC X.
           05  FILLER REDEFINES ROW10F.
               10  ROW10A              PIC X.
           05  ROW10I                  PIC X(60).
           05  MENSAGEML               PIC S9(4) COMP.
           05  MENSAGEMF               PIC X.
           05  FILLER REDEFINES MENSAGEMF.
               10  MENSAGEMA           PIC X.
           05  MENSAGEMI               PIC X(79).
      *
       01  RELMAPO REDEFINES RELMAPI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(2).
           05  ACAOC                   PIC X.
           05  ACAOO                   PIC X(01).
           05  FILLER                  PIC X(2).
           05  CLIENTIDC               PIC X.
           05  CLIENTIDO               PIC X(10).
           05  FILLER                  PIC X(2).
           05  CLIRELC                 PIC X.
           05  CLIRELO                 PIC X(10).
           05  FILLER                  PIC X(2).
           05  TIPOC                   PIC X.
           05  TIPOO                   PIC X(01).
           05  FILLER                  PIC X(2).
           05  GRUPOC                  PIC X.
           05  GRUPOO                  PIC X(10).
           05  FILLER                  PIC X(2).
           05  GRPNOMEC                PIC X.
           05  GRPNOMEO                PIC X(30).
           05  FILLER                  PIC X(2).
           05  GRPLIMC                 PIC X.
           05  GRPLIMO                 PIC X(11).
           05  FILLER                  PIC X(2).
           05  ROW01C                  PIC X.
           05  ROW01O                  PIC X(60).
           05  FILLER                  PIC X(2).
           05  ROW02C                  PIC X.
           05  ROW02O                  PIC X(60).
           05  FILLER                  PIC X(2).
           05  ROW03C                  PIC X.
           05  ROW03O                  PIC X(60).
           05  FILLER                  PIC X(2).
           05  ROW04C                  PIC X.
           05  ROW04O                  PIC X(60).
           05  FILLER                  PIC X(2).
           05  ROW05C                  PIC X.
           05  ROW05O                  PIC X(60).
           05  FILLER                  PIC X(2).
           05  ROW06C                  PIC X.
           05  ROW06O                  PIC X(60).
           05  FILLER                  PIC X(2).
           05  ROW07C                  PIC X.
           05  ROW07O                  PIC X(60).
           05  FILLER                  PIC X(2).
           05  ROW08C                  PIC X.
           05  ROW08O                  PIC X(60).
           05  FILLER                  PIC X(2).
           05  ROW09C                  PIC X.
           05  ROW09O                  PIC X(60).
           05  FILLER                  PIC X(2).
           05  ROW10C                  PIC X.
           05  ROW10O                  PIC X(60).
           05  FILLER                  PIC X(2).
           05  MENSAGEMC               PIC X.
           05  MENSAGEMO               PIC X(79).
