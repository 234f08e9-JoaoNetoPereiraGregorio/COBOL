      *****************************************************************
      *    CEPHDL.CPY
      *
      *    LAYOUT DOS PARAMETROS DA ROTINA COMUM DE VALIDACAO DE CEP E
      *    UF (PROGRAMA CEP-VALIDA, EM COPYBOOKS/CEPVALIDA.COB).
      *
      *    O CUSTADDR ACEITAVA QUALQUER OITO CARACTERES DE CEP E
      *    QUALQUER DUAS LETRAS DE UF, E A CORRESPONDENCIA E AS CARTAS
      *    DE COBRANCA VOLTAVAM POR ENDERECO INEXISTENTE. QUEM GRAVA OU
      *    REVISA ENDERECO FAZ
      *        COPY "CEPHDL.cpy".
      *    PREENCHE CPV-CEP, CPV-UF E CPV-CIDADE COM O ENDERECO, PROCURA
      *    O CEP NA BASE DOS CORREIOS (CEPBASE, VER COPYBOOKS/
      *    CEPBAS.CPY) - NO LOTE COM READ, NA TELA COM EXEC CICS READ -
      *    E INFORMA O RESULTADO EM CPV-BASE ("S" ACHOU, COM A UF E A
      *    CIDADE DA BASE EM CPV-BASE-UF/CPV-BASE-CIDADE; "N" NAO
      *    ACHOU; "I" BASE INDISPONIVEL), E CHAMA
      *        CALL "CEP-VALIDA" USING CPV-PARAMETROS.
      *    A CIDADE E COMPARADA DEPOIS DO NOME-NORMALIZA (CAIXA,
      *    ACENTOS E ESPACOS NAO CONTAM), NOS 20 PRIMEIROS CARACTERES -
      *    O TAMANHO DE ADR-CIDADE. CODIGOS DE RETORNO:
      *        00 - ENDERECO CONFERE (OU SEM CEP, UF E CIDADE - REGISTRO
      *             SO DE CONTATO, NADA A CONFERIR)
      *        04 - FORMATO CERTO, MAS A BASE ESTA INDISPONIVEL - A
      *             EXISTENCIA DO CEP NAO FOI CONFERIDA
      *        08 - CEP FORA DO FORMATO (8 DIGITOS, DIFERENTE DE ZEROS)
      *        12 - UF INEXISTENTE
      *        16 - CEP NAO CONSTA DA BASE DOS CORREIOS
      *        20 - UF DIFERENTE DA UF DO CEP NA BASE
      *        24 - CIDADE DIFERENTE DA CIDADE DO CEP NA BASE
      *    CPV-MOTIVO VOLTA COM O TEXTO DO PROBLEMA (PARA O REJFILE, A
      *    TELA OU O RELATORIO). 08 E 12 SAO ERRO DE DIGITACAO; 16 A 24
      *    PODEM SER CEP NOVO AINDA FORA DA BASE OU ENDERECO ERRADO.
      *****************************************************************
       01  CPV-PARAMETROS.
           05  CPV-CEP                 PIC X(08).
           05  CPV-UF                  PIC X(02).
           05  CPV-CIDADE              PIC X(20).
           05  CPV-BASE                PIC X(01).
               88  CPV-BASE-ACHOU          VALUE "S".
               88  CPV-BASE-NAO-ACHOU      VALUE "N".
               88  CPV-BASE-INDISPONIVEL   VALUE "I".
           05  CPV-BASE-UF             PIC X(02).
           05  CPV-BASE-CIDADE         PIC X(40).
           05  CPV-RETORNO             PIC 9(02).
               88  CPV-CONFERE             VALUE 00.
               88  CPV-SEM-BASE            VALUE 04.
               88  CPV-ACEITO              VALUE 00 04.
               88  CPV-ERRO-FORMATO        VALUE 08 12.
               88  CPV-DIVERGE-BASE        VALUE 16 20 24.
           05  CPV-MOTIVO              PIC X(30).
