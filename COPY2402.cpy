      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DA COPARTICIPACAO APROVADA A DESCONTAR
      *            (COPARDES), GRAVADA PELA CONCILIACAO DA FATURA DO
      *            PLANO DE SAUDE (COBOL240) E LIDA PELO MOTOR DE
      *            DESCONTOS (COBOL148): UM REGISTRO POR TITULAR COM A
      *            SOMA DOS PROCEDIMENTOS DELE E DOS DEPENDENTES,
      *            DESCONTADO NA FOLHA DE CPD-COMPETENCIA (A SEGUINTE
      *            A DA FATURA) PELO PORTAO DA MARGEM CONSIGNAVEL
      * CPD      : INEFE
      *****************************************************************
       01  REG-COPARDES.
           03  CPD-COMPETENCIA             PIC 9(006).
           03  CPD-MATRICULA               PIC 9(008).
           03  CPD-VALOR                   PIC 9(007)V99.
           03  CPD-QTD-PROCED              PIC 9(003).
           03  CPD-COMPET-FATURA           PIC 9(006).
           03  FILLER                      PIC X(048).
