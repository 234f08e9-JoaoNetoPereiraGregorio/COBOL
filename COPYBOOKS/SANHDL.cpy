      *****************************************************************
      *    SANHDL.CPY
      *
      *    AREA DE PARAMETROS DA ROTINA COMPARTILHADA DE TRIAGEM DE
      *    NOMES CONTRA A LISTA DE SANCOES E DE PESSOAS EXPOSTAS
      *    POLITICAMENTE (SANCAO-TRIAGEM, EM COPYBOOKS/
      *    SANCAOTRIAGEM.COB). O CHAMADOR PREENCHE A FUNCAO, O
      *    CLIENTE, O NOME, O CPF/CNPJ, A ORIGEM E A DATA E FAZ
      *        CALL "SANCAO-TRIAGEM" USING SAN-PARAMETROS.
      *
      *    FUNCOES:
      *        "C" - SO CONSULTA A LISTA (CLIENTE AINDA NAO GRAVADO,
      *              COMO NA CARGA CSV E ANTES DO WRITE DA INCLUSAO)
      *        "R" - CONSULTA E REGISTRA CADA OCORRENCIA NO CADASTRO
      *              SANHIT (VER SANREG.CPY); OCORRENCIA JA LIBERADA
      *              PELO ANALISTA PARA O MESMO NOME DO CLIENTE E O
      *              MESMO NOME DA LISTA NAO CONTA DE NOVO
      *        "F" - FECHA O SANHIT NO FIM DO PASSO
      *
      *    CODIGOS DE RETORNO:
      *        00 - NENHUMA OCORRENCIA ACIMA DO LIMIAR (SANLIMIAR)
      *        04 - OCORRENCIA ACIMA DO LIMIAR - O CHAMADOR RETEM O
      *             CLIENTE PARA REVISAO
      *        08 - OCORRENCIA ACIMA DO LIMIAR, MAS O SANHIT NAO
      *             ABRIU (FUNCAO "R") - RETER DO MESMO JEITO
      *        12 - LISTA SANLISTA INDISPONIVEL, VAZIA OU MAIOR QUE A
      *             TABELA DA ROTINA - NADA FOI TRIADO
      *
      *    SAN-QTDE-OCORRENCIAS CONTA AS ENTRADAS DA LISTA ACIMA DO
      *    LIMIAR (SEM AS LIBERADAS), SAN-QTDE-NOVAS AS QUE ENTRARAM
      *    OU VOLTARAM A PENDENTE NO SANHIT NESTA CHAMADA E
      *    SAN-QTDE-LIBERADAS AS SUPRIMIDAS POR DECISAO ANTERIOR. OS
      *    CAMPOS SAN-MAIOR-* DESCREVEM A OCORRENCIA DE MAIOR
      *    PONTUACAO (CLASSE "E" = NOME EXATO, "A" = APROXIMADO,
      *    "D" = CPF/CNPJ IGUAL AO DA LISTA).
      *****************************************************************
       01  SAN-PARAMETROS.
           05  SAN-FUNCAO          PIC X(01).
               88  SAN-CONSULTAR       VALUE "C".
               88  SAN-REGISTRAR       VALUE "R".
               88  SAN-ENCERRAR        VALUE "F".
           05  SAN-CUST-ID         PIC X(10).
           05  SAN-NOME            PIC X(30).
           05  SAN-CPF-CNPJ        PIC X(14).
           05  SAN-ORIGEM          PIC X(01).
           05  SAN-DATA            PIC 9(08).
           05  SAN-RETORNO         PIC 9(02).
               88  SAN-SEM-OCORRENCIA  VALUE 00.
               88  SAN-RETER           VALUE 04 08.
               88  SAN-SEM-REGISTRO    VALUE 08.
               88  SAN-SEM-LISTA       VALUE 12.
           05  SAN-QTDE-OCORRENCIAS PIC 9(03).
           05  SAN-QTDE-NOVAS      PIC 9(03).
           05  SAN-QTDE-LIBERADAS  PIC 9(03).
           05  SAN-MAIOR-PONTOS    PIC 9(03).
           05  SAN-MAIOR-CLASSE    PIC X(01).
           05  SAN-MAIOR-LISTA-ID  PIC X(10).
           05  SAN-MAIOR-TIPO      PIC X(01).
           05  SAN-MAIOR-NOME      PIC X(30).
