      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO SALDO DO FGTS POR MATRICULA (ARQUIVO
      *            INDEXADO FGTSSALD, CHAVE MATRICULA): SOMA DOS
      *            DEPOSITOS DO CONTRATO, BASE DA MULTA RESCISORIA.
      *            O COBOL181 SOMA O DEPOSITO DE CADA COMPETENCIA (E
      *            CRIA A CONTA NO PRIMEIRO DEPOSITO); O COBOL152 LE O
      *            SALDO NO CALCULO DA RESCISAO. A CARGA INICIAL VEM
      *            DO EXTRATO PARA FINS RESCISORIOS DA CAIXA.
      * CPD      : INEFE
      *****************************************************************
       01  REG-FGTSSALD.
           03  FSD-MATRICULA               PIC 9(008).
           03  FSD-SALDO                   PIC 9(011)V99.
      *----
      * ULTIMO DEPOSITO SOMADO: REPROCESSAR A MESMA COMPETENCIA TROCA
      * O DEPOSITO ANTERIOR PELO NOVO EM VEZ DE SOMAR DE NOVO
      *----
           03  FSD-COMPET-ULT-DEP          PIC 9(006).
           03  FSD-VALOR-ULT-DEP           PIC 9(009)V99.
           03  FSD-COMPET-ABERTURA         PIC 9(006).
           03  FILLER                      PIC X(036).
