      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DA ANCORA DA CONFERENCIA DO AUDLOG (COBOL260).
      *            GUARDA A SEQUENCIA E O HASH DO ULTIMO REGISTRO DA
      *            TRILHA NA ULTIMA CONFERENCIA INTEGRA. A CONFERENCIA
      *            SEGUINTE LE A ANCORA ANTERIOR (AUDANCOR) E EXIGE QUE
      *            ESSE REGISTRO AINDA ESTEJA NA TRILHA COM O MESMO
      *            HASH, O QUE APONTA CORTE NO FIM DA TRILHA, QUE O
      *            ENCADEAMENTO SOZINHO NAO MOSTRA. GRAVA A NOVA EM
      *            AUDANCNV.
      * CPD      : INEFE
      *****************************************************************
       01  REG-ANCORA.
           03  ANC-DATA-HORA               PIC X(014).
           03  ANC-ARQUIVO                 PIC X(008).
           03  ANC-ENC-SEQ                 PIC 9(009).
           03  ANC-ENC-HASH                PIC 9(016).
           03  FILLER                      PIC X(033).
