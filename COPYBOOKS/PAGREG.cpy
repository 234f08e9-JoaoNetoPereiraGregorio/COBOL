      *****************************************************************
      *    PAGREG.CPY
      *
      *    LAYOUT DO REGISTRO DE PAGINACAO DO PLANTAO (ARQUIVO INDEXADO
      *    PAGLOG, CHAVE PAG-CHAVE = O TRIO DATA/HORA/PROGRAMA DO
      *    ALERTA CRITICO NO ALERTLOG, O MESMO QUE A AACK GRAVA NO
      *    ALERTACK). UM REGISTRO POR ALERTA CRITICO, CRIADO PELO
      *    PLANTAO-PAGINAR NA PRIMEIRA RODADA QUE O VE E ATUALIZADO A
      *    CADA RODADA ATE O RECONHECIMENTO:
      *        A - AGUARDANDO RECONHECIMENTO; PAG-NIVEL E O ULTIMO
      *            NIVEL DA ESCALA JA PAGINADO (1, 2 OU 3);
      *        S - SEM ESCALA - NINGUEM NA ESCALA PARA O ALERTA NA
      *            HORA DA RODADA; A PROXIMA RODADA TENTA DE NOVO;
      *        R - RECONHECIDO NA AACK. PAG-MINUTOS-RESPOSTA E O TEMPO
      *            DA HORA DO ALERTA ATE A HORA DO RECONHECIMENTO (A
      *            BASE DA REVISAO MENSAL DA OPERACAO).
      *****************************************************************
       01  PAG-PAGINACAO-RECORD.
           05  PAG-CHAVE.
               10  PAG-ALERTA-DATA     PIC 9(08).
               10  PAG-ALERTA-HORA     PIC 9(08).
               10  PAG-ALERTA-PROGRAMA PIC X(08).
           05  PAG-MENSAGEM            PIC X(60).
           05  PAG-SITUACAO            PIC X(01).
               88  PAG-AGUARDANDO          VALUE "A".
               88  PAG-SEM-ESCALA          VALUE "S".
               88  PAG-RECONHECIDO         VALUE "R".
           05  PAG-NIVEL               PIC 9(01).
           05  PAG-QTDE-PAGINAS        PIC 9(03).
           05  PAG-DATA-PRIMEIRA       PIC 9(08).
           05  PAG-HORA-PRIMEIRA       PIC 9(08).
           05  PAG-DATA-ULTIMA         PIC 9(08).
           05  PAG-HORA-ULTIMA         PIC 9(08).
           05  PAG-PAGINADO            PIC X(08)
               OCCURS 3 TIMES.
           05  PAG-ACK-OPERADOR        PIC X(08).
           05  PAG-ACK-DATA            PIC 9(08).
           05  PAG-ACK-HORA            PIC 9(08).
           05  PAG-MINUTOS-RESPOSTA    PIC 9(05).
           05  FILLER                  PIC X(10).
