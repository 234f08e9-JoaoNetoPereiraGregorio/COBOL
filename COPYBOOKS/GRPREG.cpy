      *****************************************************************
      *    GRPREG.CPY
      *
      *    LAYOUT DO LIMITE DE CREDITO DO GRUPO ECONOMICO (ARQUIVO
      *    INDEXADO GRPLIM, CHAVE GRP-ID = O MESMO REL-GRUPO-ID DO
      *    RELCLI, VER COPYBOOKS/RELREG.CPY). A EXPOSICAO DO GRUPO E A
      *    SOMA DOS SALDOS DEVEDORES DE TODOS OS MEMBROS; O
      *    CLIENTE-MESTRE-MAINT RECUSA O DEBITO QUE LEVARIA ESSA SOMA
      *    ACIMA DE GRP-LIMITE, E O GRUPO-EXPOSICAO LISTA A EXPOSICAO E
      *    OS LIMITES DO CREDLIM CONCEDIDOS AOS MEMBROS CONTRA ELE.
      *    GRP-LIMITE ZERO (OU GRUPO SEM REGISTRO NO GRPLIM) = GRUPO
      *    SEM TRAVA. MANTIDO PELA ACAO "G" DA TELA CREL E DA CARGA
      *    CLIENTE-RELAC-LOAD.
      *****************************************************************
       01  GRP-LIMITE-RECORD.
           05  GRP-ID              PIC X(10).
           05  GRP-NOME            PIC X(30).
           05  GRP-LIMITE          PIC 9(9)V99.
           05  GRP-DATA-ATUALIZA   PIC 9(08).
           05  GRP-OPERADOR        PIC X(08).
           05  FILLER              PIC X(13).
