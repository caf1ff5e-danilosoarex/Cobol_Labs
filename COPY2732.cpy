      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO SUBLEDGER DE FORNECEDORES (SUBFORN), UM
      *            REGISTRO POR TITULO CONTABILIZADO E AINDA NAO
      *            LIQUIDADO, NA ORDEM DO DUPLICTA (FORNECEDOR + NOTA
      *            FISCAL + PARCELA): VALOR EM ABERTO NA MOEDA DO
      *            TITULO, PRINCIPAL CONTABILIZADO EM REAIS (TAXA DA
      *            EMISSAO), MULTA E JUROS APROPRIADOS E A CONTA DE
      *            FORNECEDORES A PAGAR CREDITADA NA ENTRADA. O
      *            COBOL273 LE A GERACAO ANTERIOR E GRAVA A SEGUINTE
      *            (SUBFORNN)
      * CPD      : INEFE
      *****************************************************************
       01  REG-SUBFORN.
           03  SUB-CHAVE.
               05  SUB-FORNECEDOR          PIC X(030).
               05  SUB-NUMERO-NF           PIC 9(008).
               05  SUB-PARCELA             PIC 9(002).
           03  SUB-DATA-ENTRADA            PIC 9(008).
           03  SUB-MOEDA                   PIC X(003).
           03  SUB-TAXA-EMISSAO            PIC 9(005)V9(005).
           03  SUB-VALOR-ABERTO            PIC 9(007)V99.
           03  SUB-PRINCIPAL               PIC 9(009)V99.
           03  SUB-ENCARGOS                PIC 9(009)V99.
           03  SUB-CONTA-PASSIVO           PIC 9(008).
           03  SUB-DATA-ENCARGOS           PIC 9(008).
           03  FILLER                      PIC X(012).
