      *****************************************************************
      *    RCRMAP.CPY
      *
      *    MAPA SIMBOLICO GERADO A PARTIR DO MAPSET RCRMAP.BMS PELO
      *    TRADUTOR/ASSEMBLER CICS (DFHMSD/DFHMDI/DFHMDF). MANTIDO AQUI
      *    A MAO, NOS MESMOS MOLDES DE INQMAP.CPY E NOTMAP.CPY, PARA
      *    QUE RECORRENCIAONLINE.COB TENHA UM LAYOUT DE MAPA PARA
      *    DESENVOLVER E DESK-CHECAR CONTRA.
      *****************************************************************
       01  RCRMAPI.
           05  FILLER                  PIC X(12).
           05  CLIENTIDL               PIC S9(4) COMP.
           05  CLIENTIDF               PIC X.
           05  FILLER REDEFINES CLIENTIDF.
               10  CLIENTIDA           PIC X.
           05  CLIENTIDI               PIC X(10).
           05  SEQL                    PIC S9(4) COMP.
           05  SEQF                    PIC X.
           05  FILLER REDEFINES SEQF.
               10  SEQA                PIC X.
           05  SEQI                    PIC X(1).
           05  ACAOL                   PIC S9(4) COMP.
           05  ACAOF                   PIC X.
           05  FILLER REDEFINES ACAOF.
               10  ACAOA               PIC X.
           05  ACAOI                   PIC X(1).
           05  TIPOCDL                 PIC S9(4) COMP.
           05  TIPOCDF                 PIC X.
           05  FILLER REDEFINES TIPOCDF.
               10  TIPOCDA             PIC X.
           05  TIPOCDI                 PIC X(1).
           05  VALORL                  PIC S9(4) COMP.
           05  VALORF                  PIC X.
           05  FILLER REDEFINES VALORF.
               10  VALORA              PIC X.
           05  VALORI                  PIC X(9).
           05  DIAMESL                 PIC S9(4) COMP.
           05  DIAMESF                 PIC X.
           05  FILLER REDEFINES DIAMESF.
               10  DIAMESA             PIC X.
           05  DIAMESI                 PIC X(2).
           05  CONTAL                  PIC S9(4) COMP.
           05  CONTAF                  PIC X.
           05  FILLER REDEFINES CONTAF.
               10  CONTAA              PIC X.
           05  CONTAI                  PIC X(2).
           05  DTINIL                  PIC S9(4) COMP.
           05  DTINIF                  PIC X.
           05  FILLER REDEFINES DTINIF.
               10  DTINIA              PIC X.
           05  DTINII                  PIC X(8).
           05  DTFIML                  PIC S9(4) COMP.
           05  DTFIMF                  PIC X.
           05  FILLER REDEFINES DTFIMF.
               10  DTFIMA              PIC X.
           05  DTFIMI                  PIC X(8).
           05  DESCRL                  PIC S9(4) COMP.
           05  DESCRF                  PIC X.
           05  FILLER REDEFINES DESCRF.
               10  DESCRA              PIC X.
           05  DESCRI                  PIC X(20).
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
       01  RCRMAPO REDEFINES RCRMAPI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(2).
           05  CLIENTIDC               PIC X.
           05  CLIENTIDO               PIC X(10).
           05  FILLER                  PIC X(2).
           05  SEQC                    PIC X.
           05  SEQO                    PIC X(1).
           05  FILLER                  PIC X(2).
           05  ACAOC                   PIC X.
           05  ACAOO                   PIC X(1).
           05  FILLER                  PIC X(2).
           05  TIPOCDC                 PIC X.
           05  TIPOCDO                 PIC X(1).
           05  FILLER                  PIC X(2).
           05  VALORC                  PIC X.
           05  VALORO                  PIC X(9).
           05  FILLER                  PIC X(2).
           05  DIAMESC                 PIC X.
           05  DIAMESO                 PIC X(2).
           05  FILLER                  PIC X(2).
           05  CONTAC                  PIC X.
           05  CONTAO                  PIC X(2).
           05  FILLER                  PIC X(2).
           05  DTINIC                  PIC X.
           05  DTINIO                  PIC X(8).
           05  FILLER                  PIC X(2).
           05  DTFIMC                  PIC X.
           05  DTFIMO                  PIC X(8).
           05  FILLER                  PIC X(2).
           05  DESCRC                  PIC X.
           05  DESCRO                  PIC X(20).
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
