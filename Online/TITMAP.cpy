      *****************************************************************
      *    TITMAP.CPY
      *
      *    MAPA SIMBOLICO GERADO A PARTIR DO MAPSET TITMAP.BMS PELO
      *    TRADUTOR/ASSEMBLER CICS (DFHMSD/DFHMDI/DFHMDF). MANTIDO AQUI
      *    A MAO, NOS MESMOS MOLDES DE INQMAP.CPY E NOTMAP.CPY, PARA
      *    QUE TITULOONLINE.COB TENHA UM LAYOUT DE MAPA PARA
      *    DESENVOLVER E DESK-CHECAR CONTRA.
      *****************************************************************
       01  TITMAPI.
           05  FILLER                  PIC X(12).
           05  CLIENTIDL               PIC S9(4) COMP.
           05  CLIENTIDF               PIC X.
           05  FILLER REDEFINES CLIENTIDF.
               10  CLIENTIDA           PIC X.
           05  CLIENTIDI               PIC X(10).
           05  OCORRL                  PIC S9(4) COMP.
           05  OCORRF                  PIC X.
           05  FILLER REDEFINES OCORRF.
               10  OCORRA              PIC X.
           05  OCORRI                  PIC X(2).
           05  REMSEQL                 PIC S9(4) COMP.
           05  REMSEQF                 PIC X.
           05  FILLER REDEFINES REMSEQF.
               10  REMSEQA             PIC X.
           05  REMSEQI                 PIC X(5).
           05  BANCOL                  PIC S9(4) COMP.
           05  BANCOF                  PIC X.
           05  FILLER REDEFINES BANCOF.
               10  BANCOA              PIC X.
           05  BANCOI                  PIC X(3).
           05  DTNOVAL                 PIC S9(4) COMP.
           05  DTNOVAF                 PIC X.
           05  FILLER REDEFINES DTNOVAF.
               10  DTNOVAA             PIC X.
           05  DTNOVAI                 PIC X(8).
           05  VLABATL                 PIC S9(4) COMP.
           05  VLABATF                 PIC X.
           05  FILLER REDEFINES VLABATF.
               10  VLABATA             PIC X.
           05  VLABATI                 PIC X(13).
           05  ROW01L                  PIC S9(4) COMP.
           05  ROW01F                  PIC X.
           05  FILLER REDEFINES ROW01F.
               10  ROW01A              PIC X.
           05  ROW01I                  PIC X(79).
           05  ROW02L                  PIC S9(4) COMP.
           05  ROW02F                  PIC X.
           05  FILLER REDEFINES ROW02F.
               10  ROW02A              PIC X.
           05  ROW02I                  PIC X(79).
           05  ROW03L                  PIC S9(4) COMP.
           05  ROW03F                  PIC X.
           05  FILLER REDEFINES ROW03F.
               10  ROW03A              PIC X.
           05  ROW03I                  PIC X(79).
           05  ROW04L                  PIC S9(4) COMP.
           05  ROW04F                  PIC X.
           05  FILLER REDEFINES ROW04F.
               10  ROW04A              PIC X.
           05  ROW04I                  PIC X(79).
           05  ROW05L                  PIC S9(4) COMP.
           05  ROW05F                  PIC X.
           05  FILLER REDEFINES ROW05F.
               10  ROW05A              PIC X.
           05  ROW05I                  PIC X(79).
           05  ROW06L                  PIC S9(4) COMP.
           05  ROW06F                  PIC X.
           05  FILLER REDEFINES ROW06F.
               10  ROW06A              PIC X.
           05  ROW06I                  PIC X(79).
           05  ROW07L                  PIC S9(4) COMP.
           05  ROW07F                  PIC X.
           05  FILLER REDEFINES ROW07F.
               10  ROW07A              PIC X.
           05  ROW07I                  PIC X(79).
           05  ROW08L                  PIC S9(4) COMP.
           05  ROW08F                  PIC X.
           05  FILLER REDEFINES ROW08F.
               10  ROW08A              PIC X.
           05  ROW08I                  PIC X(79).
           05  ROW09L                  PIC S9(4) COMP.
           05  ROW09F                  PIC X.
           05  FILLER REDEFINES ROW09F.
               10  ROW09A              PIC X.
           05  ROW09I                  PIC X(79).
           05  ROW10L                  PIC S9(4) COMP.
           05  ROW10F                  PIC X.
           05  FILLER REDEFINES ROW10F.
               10  ROW10A              PIC X.
           05  ROW10I                  PIC X(79).
           05  MENSAGEML               PIC S9(4) COMP.
           05  MENSAGEMF               PIC X.
           05  FILLER REDEFINES MENSAGEMF.
               10  MENSAGEMA           PIC X.
           05  MENSAGEMI               PIC X(79).
      *
       01  TITMAPO REDEFINES TITMAPI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(2).
           05  CLIENTIDC               PIC X.
           05  CLIENTIDO               PIC X(10).
           05  FILLER                  PIC X(2).
           05  OCORRC                  PIC X.
           05  OCORRO                  PIC X(2).
           05  FILLER                  PIC X(2).
           05  REMSEQC                 PIC X.
           05  REMSEQO                 PIC X(5).
           05  FILLER                  PIC X(2).
           05  BANCOC                  PIC X.
           05  BANCOO                  PIC X(3).
           05  FILLER                  PIC X(2).
           05  DTNOVAC                 PIC X.
           05  DTNOVAO                 PIC X(8).
           05  FILLER                  PIC X(2).
           05  VLABATC                 PIC X.
           05  VLABATO                 PIC X(13).
           05  FILLER                  PIC X(2).
           05  ROW01C                  PIC X.
           05  ROW01O                  PIC X(79).
           05  FILLER                  PIC X(2).
           05  ROW02C                  PIC X.
           05  ROW02O                  PIC X(79).
           05  FILLER                  PIC X(2).
           05  ROW03C                  PIC X.
           05  ROW03O                  PIC X(79).
           05  FILLER                  PIC X(2).
           05  ROW04C                  PIC X.
           05  ROW04O                  PIC X(79).
           05  FILLER                  PIC X(2).
           05  ROW05C                  PIC X.
           05  ROW05O                  PIC X(79).
           05  FILLER                  PIC X(2).
           05  ROW06C                  PIC X.
           05  ROW06O                  PIC X(79).
           05  FILLER                  PIC X(2).
           05  ROW07C                  PIC X.
           05  ROW07O                  PIC X(79).
           05  FILLER                  PIC X(2).
           05  ROW08C                  PIC X.
           05  ROW08O                  PIC X(79).
           05  FILLER                  PIC X(2).
           05  ROW09C                  PIC X.
           05  ROW09O                  PIC X(79).
           05  FILLER                  PIC X(2).
           05  ROW10C                  PIC X.
           05  ROW10O                  PIC X(79).
           05  FILLER                  PIC X(2).
           05  MENSAGEMC               PIC X.
           05  MENSAGEMO               PIC X(79).
