      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DA RETENCAO NA FONTE SOBRE NOTA DE SERVICO,
      *            UM REGISTRO POR NOTA PAGA: BASE (VALOR BRUTO DA
      *            NOTA), IRRF, PIS/COFINS/CSLL (CSRF, RECOLHIDOS
      *            JUNTOS NA DARF 5952), ISS E INSS RETIDOS. O
      *            COBOL193 GRAVA NA PROPOSTA (RETPROP) E, NA
      *            CONFIRMACAO PELO BANCO, ACRESCENTA AO ACUMULADO
      *            RETENCAO; O COBOL263 APURA O MES (GUIAS,
      *            LANCAMENTOS CONTABEIS E RELATORIO DA EFD-REINF)
      * CPD      : INEFE
      *****************************************************************
       01  REG-RETENCAO.
           03  RET-CHAVE.
               05  RET-FORNECEDOR          PIC X(030).
               05  RET-NUMERO-NF           PIC 9(008).
           03  RET-CNPJ                    PIC 9(014).
           03  RET-REGIME-TRIB             PIC X(001).
           03  RET-COD-SERVICO             PIC X(005).
           03  RET-NAT-RENDIMENTO          PIC 9(005).
           03  RET-COD-DARF-IR             PIC X(004).
           03  RET-DATA-PAGTO              PIC 9(008).
           03  RET-VALOR-BRUTO             PIC 9(009)V99.
           03  RET-IRRF                    PIC 9(007)V99.
           03  RET-PCC                     PIC 9(007)V99.
           03  RET-ISS                     PIC 9(007)V99.
           03  RET-INSS                    PIC 9(007)V99.
           03  RET-TOTAL                   PIC 9(009)V99.
      *----
      *    PARCELA DA NOTA (NOTA PARCELADA RETEM POR PARCELA PAGA)
      *----
           03  RET-PARCELA                 PIC 9(002).
           03  FILLER                      PIC X(025).
