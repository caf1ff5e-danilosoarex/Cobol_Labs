      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO ARQUIVO DE CONTRATOS DE CREDITO
      *            CONSIGNADO RECEBIDO DOS BANCOS CONVENIADOS
      *            (CONSBCO, ARQUIVOS DOS BANCOS CONCATENADOS), LIDO
      *            PELO IMPORTADOR COBOL238. UM REGISTRO POR
      *            MOVIMENTO, IDENTIFICADO PELO CPF DO TOMADOR:
      *              'N' = CONTRATO NOVO (PARCELA, PRAZO E PRIMEIRA
      *                    COMPETENCIA DE DESCONTO);
      *              'R' = RENEGOCIACAO (NOVA PARCELA E NOVO PRAZO
      *                    DO MESMO CONTRATO);
      *              'L' = LIQUIDACAO (O CONTRATO DEIXA DE SER
      *                    DESCONTADO)
      * CPD      : INEFE
      *****************************************************************
       01  REG-CONSBCO.
           03  CBM-BANCO                   PIC 9(003).
           03  CBM-CONTRATO                PIC X(020).
           03  CBM-CPF                     PIC 9(011).
           03  CBM-MOVIMENTO               PIC X(001).
               88  CBM-NOVO                         VALUE 'N'.
               88  CBM-RENEGOCIADO                  VALUE 'R'.
               88  CBM-LIQUIDADO                    VALUE 'L'.
           03  CBM-VALOR-PARCELA           PIC 9(007)V99.
           03  CBM-QTD-PARCELAS            PIC 9(003).
           03  CBM-COMPET-INICIO           PIC 9(006).
           03  FILLER                      PIC X(027).
