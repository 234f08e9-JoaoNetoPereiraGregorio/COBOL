           05  ACC-SALDO           PIC S9(7)V99.
           05  ACC-MOEDA           PIC X(03).
           05  ACC-DATA-ULT-MOVTO  PIC 9(08).
      *    DATA DE ABERTURA DA CONTA (AAAAMMDD) - O DIA DELA E O
      *    ANIVERSARIO DA POUPANCA (VER POUPANCA-RENDIMENTO). CONTA
      *    ANTIGA TRAZ BRANCOS AQUI: TESTAR NUMERIC ANTES DE USAR
           05  ACC-DATA-ABERTURA   PIC X(08).
