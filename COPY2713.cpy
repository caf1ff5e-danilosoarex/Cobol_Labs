      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO ADIANTAMENTO DE VIAGEM EM ABERTO
      *            (ADTOVIAG), UM REGISTRO POR ADIANTAMENTO CONCEDIDO:
      *            VALOR ORIGINAL E SALDO AINDA NAO PRESTADO EM CONTAS.
      *            O COBOL271 ABATE O SALDO DOS REEMBOLSOS DE VIAGEM
      *            APROVADOS (DO MAIS ANTIGO PARA O MAIS NOVO) E GRAVA
      *            A GERACAO SEGUINTE (ADTOVIAN) SO COM OS SALDOS QUE
      *            SOBRARAM
      * CPD      : INEFE
      *****************************************************************
       01  REG-ADTOVIAG.
           03  ADV-MATRICULA               PIC 9(008).
           03  ADV-NUMERO                  PIC 9(006).
           03  ADV-DATA                    PIC 9(008).
           03  ADV-VALOR                   PIC 9(007)V99.
           03  ADV-SALDO                   PIC 9(007)V99.
           03  FILLER                      PIC X(040).
