      *****************************************************************
      *    NOMIDX.CPY
      *
      *    LAYOUT DO INDICE DE NOMES NORMALIZADOS DO CUSTMAST (ARQUIVO
      *    INDEXADO DE TRABALHO, CHAVE NIX-NOME + NIX-CUST-ID). O
      *    TRANS-ENRIQUECER E O DEDUPE-REPORT GUARDAVAM O MESTRE
      *    INTEIRO NUMA TABELA DE 5000 ENTRADAS E, PASSANDO DISSO,
      *    COMPARAVAM SO OS PRIMEIROS 5000 - E CADA PROCURA VARRIA A
      *    TABELA TODA. AGORA CADA UM VARRE O MESTRE UMA VEZ, GRAVA
      *    AQUI UM REGISTRO POR CLIENTE COM NOME NAO BRANCO, E
      *    CONSULTA O INDICE PELA CHAVE (START + READ NEXT ENQUANTO
      *    NIX-NOME NAO MUDA), SEM LIMITE DE TAMANHO DO MESTRE:
      *        TRANS-ENRIQUECER - NIX-NOME E O NOME NORMALIZADO
      *                           (NOME-NORMALIZA), ARQUIVO NOMEIDX;
      *        DEDUPE-REPORT    - NIX-NOME E O NOME NORMALIZADO SEM
      *                           NENHUM ESPACO (O CRITERIO DO
      *                           "QUASE IGUAL"), ARQUIVO DEDNIDX.
      *    NOMES IGUAIS FICAM ADJACENTES NA ORDEM DA CHAVE, EM ORDEM
      *    DE CUST-ID DENTRO DO MESMO NOME. O ARQUIVO E RECRIADO
      *    (OPEN OUTPUT) A CADA RODADA.
      *****************************************************************
       01  NIX-RECORD.
           05  NIX-CHAVE.
               10  NIX-NOME        PIC X(30).
               10  NIX-CUST-ID     PIC X(10).
           05  NIX-NORM            PIC X(30).
           05  NIX-STATUS          PIC X(01).
           05  NIX-SALDO           PIC S9(7)V99.
