      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO CONTROLE DE EVENTOS NAO PERIODICOS JA
      *            TRANSMITIDOS AO GOVERNO (ESOCENVA/ESOCENVN), UM
      *            REGISTRO POR EVENTO, CHAVEADO POR MATRICULA + TIPO
      *            DO EVENTO + DATA DO EVENTO + COMPLEMENTO (CAMPO DO
      *            HISTFUNC NA ALTERACAO CONTRATUAL, TIPO DO
      *            AFASTAMENTO NO INICIO/TERMINO DE AFASTAMENTO).
      *            MANTIDO PELO COBOL246: CADA RODADA LE A GERACAO
      *            ANTERIOR, NAO REENVIA O QUE JA CONSTA E GRAVA A
      *            NOVA GERACAO COM OS EVENTOS EMITIDOS NA RODADA
      * CPD      : INEFE
      *****************************************************************
       01  REG-ESOCENV.
           03  ENV-CHAVE.
               05  ENV-MATRICULA           PIC 9(008).
               05  ENV-TIPO-EVENTO         PIC X(002).
               05  ENV-DATA-EVENTO         PIC 9(008).
               05  ENV-COMPLEMENTO         PIC X(012).
           03  ENV-CPF                     PIC 9(011).
           03  ENV-DATA-ENVIO              PIC 9(008).
           03  FILLER                      PIC X(031).
