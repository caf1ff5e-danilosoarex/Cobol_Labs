      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO MOVIMENTO MANUAL DE RESSARCIMENTO
      *            (RESSMOV), DIGITADO PELO RH PARA PAGAMENTOS A MAIOR
      *            QUE NAO VIERAM DO REPROCESSO SELETIVO (COBOL171):
      *            VALOR DO DEBITO E PLANO DE PARCELAS ACORDADO COM O
      *            EMPREGADO. PARCELAS ZERADAS ASSUMEM O PADRAO DO
      *            CARTAO RESSPRM. LIDO PELO COBOL242.
      * CPD      : INEFE
      *****************************************************************
       01  REG-RESSMOV.
           03  RMV-MATRICULA               PIC 9(008).
           03  RMV-COMPETENCIA             PIC 9(006).
           03  RMV-VALOR                   PIC 9(007)V99.
           03  RMV-PARCELAS                PIC 9(003).
           03  RMV-MOTIVO                  PIC X(030).
           03  FILLER                      PIC X(024).
