      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DA DECISAO DO CONTAS A PAGAR SOBRE O TITULO
      *            SUSPEITO DE DUPLICIDADE (DUPDECIS), APLICADA PELO
      *            COBOL265 NO REGISTRO DE VERIFICACAO: 'L' LIBERA O
      *            TITULO PARA PAGAMENTO, 'D' CONFIRMA A DUPLICIDADE
      *            (O TITULO CONTINUA FORA DA PROPOSTA ATE SER
      *            RETIRADO DO DUPLICTA)
      * CPD      : INEFE
      *****************************************************************
       01  REG-DUPDECIS.
           03  DDC-CHAVE.
               05  DDC-FORNECEDOR          PIC X(030).
               05  DDC-NUMERO-NF           PIC 9(008).
               05  DDC-DATA-VENCIMENTO     PIC 9(008).
           03  DDC-DECISAO                 PIC X(001).
               88  DDC-LIBERA                       VALUE 'L'.
               88  DDC-CONFIRMA                     VALUE 'D'.
           03  DDC-USUARIO                 PIC X(008).
           03  FILLER                      PIC X(025).
