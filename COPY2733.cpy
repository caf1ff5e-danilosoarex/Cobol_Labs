      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO SALDO DE CONTROLE DAS CONTAS DE
      *            FORNECEDORES A PAGAR (SALDOCP), UM REGISTRO POR
      *            CONTA, SALDO CREDOR POSITIVO. O COBOL273 LE A
      *            GERACAO ANTERIOR, SOMA O MOVIMENTO DA RODADA E
      *            GRAVA A SEGUINTE (SALDOCPN); QUANDO A CONTABILIDADE
      *            AJUSTAR A CONTA DIRETO NO RAZAO, O SALDOCP E
      *            SUBSTITUIDO PELO SALDO EXTRAIDO DO RAZAO
      * CPD      : INEFE
      *****************************************************************
       01  REG-SALDOCP.
           03  SCP-CONTA                   PIC 9(008).
           03  SCP-SALDO                   PIC S9(013)V99
                                               SIGN LEADING SEPARATE.
           03  SCP-DATA-REF                PIC 9(008).
           03  FILLER                      PIC X(048).
