      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DA TABELA DE RETENCAO NA FONTE SOBRE NOTA
      *            DE SERVICO (RETTAB), UM REGISTRO POR CODIGO DE
      *            SERVICO DA LISTA DA LC 116 (O MESMO QUE VEM NO
      *            DUPLICTA): ALIQUOTA E CODIGO DE RECEITA DO IRRF,
      *            INDICADOR DE RETENCAO DO PIS/COFINS/CSLL (4,65%),
      *            ALIQUOTA DO ISS, ALIQUOTA DO INSS (11% NA CESSAO DE
      *            MAO DE OBRA E EMPREITADA, ZERO NOS DEMAIS) E A
      *            NATUREZA DO RENDIMENTO DA EFD-REINF. LIDA PELO
      *            COBOL193 NA PROPOSTA DE PAGAMENTO A FORNECEDORES
      * CPD      : INEFE
      *****************************************************************
       01  REG-RETTAB.
           03  RTT-COD-SERVICO             PIC X(005).
           03  RTT-DESCRICAO               PIC X(030).
           03  RTT-ALIQ-IRRF               PIC 9(002)V99.
           03  RTT-COD-DARF-IR             PIC X(004).
           03  RTT-RETEM-PCC               PIC X(001).
               88  RTT-COM-PCC                      VALUE 'S'.
           03  RTT-ALIQ-ISS                PIC 9(002)V99.
           03  RTT-ALIQ-INSS               PIC 9(002)V99.
           03  RTT-NAT-RENDIMENTO          PIC 9(005).
           03  FILLER                      PIC X(023).
