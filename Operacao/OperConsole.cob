003204*                       COM O LIMITE DA JANELA NO SLATAB -
003205*                       ESTOURO PROJETADO APARECE ENQUANTO AINDA
003206*                       DA TEMPO DE AGIR.
003206*    2026-10-15 OPR     LAYOUT DO ALERTACK ACOMPANHA A HORA DO
003206*                       RECONHECIMENTO GRAVADA PELA AACK
003206*                       (ACK-HORA-ACK).
003207***************************************************************
003300*
003400 ENVIRONMENT DIVISION.
006118     05  ACK-DATA-ACK        PIC 9(08).
006120     05  FILLER              PIC X(01).
006122     05  ACK-NOTA            PIC X(40).
006122     05  FILLER              PIC X(01).
006122     05  ACK-HORA-ACK        PIC 9(08).
006124*
006126 FD  SLA-TABLE-FILE
006128     RECORDING MODE IS F.
