      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DA VARIACAO CAMBIAL REALIZADA NO PAGAMENTO
      *            DE TITULO EM MOEDA ESTRANGEIRA, UM REGISTRO POR
      *            PARCELA PAGA: VALOR NA MOEDA, TAXA DA EMISSAO
      *            (CONTABILIZACAO DA NOTA) E TAXA DO PAGAMENTO, OS
      *            DOIS VALORES EM REAIS E A DIFERENCA. O COBOL193
      *            ACRESCENTA AO ACUMULADO VARCAMB NA CONFIRMACAO
      *            PELO BANCO; O COBOL270 APURA O MES (LANCAMENTOS DE
      *            GANHO E PERDA CAMBIAL)
      * CPD      : INEFE
      *****************************************************************
       01  REG-VARCAMB.
           03  VCB-CHAVE.
               05  VCB-FORNECEDOR          PIC X(030).
               05  VCB-NUMERO-NF           PIC 9(008).
           03  VCB-PARCELA                 PIC 9(002).
           03  VCB-MOEDA                   PIC X(003).
           03  VCB-DATA-PAGTO              PIC 9(008).
           03  VCB-VALOR-MOEDA             PIC 9(007)V99.
           03  VCB-TAXA-EMISSAO            PIC 9(005)V9(005).
           03  VCB-TAXA-PAGTO              PIC 9(005)V9(005).
      *----
      *    VALOR DO TITULO EM REAIS NA TAXA DA EMISSAO (PASSIVO
      *    CONTABILIZADO) E NA TAXA DO PAGAMENTO (VALOR PAGO)
      *----
           03  VCB-VALOR-CONTABIL          PIC 9(011)V99.
           03  VCB-VALOR-PAGO              PIC 9(011)V99.
      *----
      *    DIFERENCA ENTRE O PAGO E O CONTABILIZADO: 'P' PERDA (A
      *    MOEDA SUBIU), 'G' GANHO (A MOEDA CAIU)
      *----
           03  VCB-VARIACAO                PIC 9(011)V99.
           03  VCB-TIPO                    PIC X(001).
               88  VCB-PERDA                       VALUE 'P'.
               88  VCB-GANHO                       VALUE 'G'.
           03  FILLER                      PIC X(040).
