      *****************************************************************
      *    PIXREG.CPY
      *
      *    LAYOUT DO REGISTRO DE CREDITOS PIX RECEBIDOS (ARQUIVO
      *    INDEXADO PIXREG, CHAVE = END-TO-END ID). CADA CREDITO DO
      *    ARQUIVO DO PSP ENTRA AQUI UMA UNICA VEZ: O MESMO END-TO-END
      *    REAPRESENTADO EM OUTRO DIA (OU REPETIDO NO MESMO ARQUIVO)
      *    E RECUSADO PELO PIX-CREDITO-PROCESSAR EM VEZ DE CREDITAR O
      *    CLIENTE DE NOVO.
      *
      *    SITUACAO: "L" = LANCADO NO CLIENTE (PXR-CUST-ID); "R" =
      *    SEM CLIENTE IDENTIFICADO, ENVIADO AO REJFILE E AGUARDANDO
      *    O CICLO DE REPARO - O REGISTRO REPARADO VOLTA PELO ARQUIVO
      *    PIXREENT E PASSA A "L" COM PXR-ORIGEM "R".
      *****************************************************************
       01  PIX-CREDITO-RECORD.
           05  PXR-E2E-ID          PIC X(32).
           05  PXR-SITUACAO        PIC X(01).
               88  PXR-LANCADO         VALUE "L".
               88  PXR-REJEITADO       VALUE "R".
           05  PXR-CUST-ID         PIC X(10).
           05  PXR-CPF-PAGADOR     PIC X(14).
           05  PXR-VALOR-CTVS      PIC 9(13).
           05  PXR-DATA-PIX        PIC 9(08).
           05  PXR-HORA-PIX        PIC 9(06).
           05  PXR-DATA-PROC       PIC 9(08).
           05  PXR-ORIGEM          PIC X(01).
               88  PXR-ORIGEM-PSP      VALUE "P".
               88  PXR-ORIGEM-REPARO   VALUE "R".
           05  FILLER              PIC X(07).
