      *        "E" - DIAS UTEIS ENTRE CAL-DATA-1 E CAL-DATA-2
      *              (EXCLUSIVE A PRIMEIRA, INCLUSIVE A SEGUNDA), EM
      *              CAL-DIAS-UTEIS
      *    PRACA: SEM NADA, SO OS FERIADOS NACIONAIS CONTAM. COM
      *    CAL-AGENCIA, A ROTINA BUSCA A PRACA DA AGENCIA NO AGENLOC
      *    (VER AGLREG.CPY); COM CAL-AGENCIA EM BRANCO, VALE A PRACA
      *    QUE O CHAMADOR INFORMAR EM CAL-LOC-UF/CAL-LOC-MUNICIPIO.
      *    OS FERIADOS ESTADUAIS E MUNICIPAIS DA PRACA SE SOMAM AOS
      *    NACIONAIS. PARA VOLTAR AO CALENDARIO SO NACIONAL, MOVER
      *    SPACES AOS TRES CAMPOS.
      *    CAL-RC: 00 = OK; 08 = DATA INVALIDA OU FAIXA EXCESSIVA.
      *****************************************************************
       01  CAL-PARAMETROS.
           05  CAL-EH-UTIL         PIC X(01).
           05  CAL-DIAS-UTEIS      PIC S9(05).
           05  CAL-RC              PIC 9(02).
           05  CAL-AGENCIA         PIC X(02) VALUE SPACES.
           05  CAL-LOC-UF          PIC X(02) VALUE SPACES.
           05  CAL-LOC-MUNICIPIO   PIC X(20) VALUE SPACES.
