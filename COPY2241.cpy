      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LINKAGE PADRAO DO SUBPROGRAMA DE CONTROLE DO QUADRO
      *            DE VAGAS (COBOL224). O CHAMADOR INFORMA A FUNCAO
      *            ('CARREGA' = CARREGA QUADRO E OCUPACAO ANTES DE O
      *            CHAMADOR ABRIR O MESTRE PARA ATUALIZACAO,
      *            'VERIFICA' = HA VAGA PARA MAIS UM?, 'OCUPA' = UM
      *            FUNCIONARIO ENTROU, 'LIBERA' = UM FUNCIONARIO
      *            SAIU), O DEPARTAMENTO, O CARGO E A DATA DE
      *            REFERENCIA DA VIGENCIA DO QUADRO (ZERADA = DATA DO
      *            DIA; VALE A DA PRIMEIRA CHAMADA). RETORNOS: 0 = COM
      *            VAGA OU SEM CONTROLE, 4 = SEM VAGA, 12 = ERRO DE
      *            ARQUIVO
      * CPD      : INEFE
      *****************************************************************
       01  WSS-QUADRO-LINKAGE.
           03  WSS-QV-INPUT.
               05  WSS-QV-FUNCAO           PIC X(008).
                   88  WSS-QV-CARREGA               VALUE 'CARREGA'.
                   88  WSS-QV-VERIFICA              VALUE 'VERIFICA'.
                   88  WSS-QV-OCUPA                 VALUE 'OCUPA'.
                   88  WSS-QV-LIBERA                VALUE 'LIBERA'.
               05  WSS-QV-DEPARTAMENTO     PIC X(005).
               05  WSS-QV-CARGO            PIC X(002).
               05  WSS-QV-DATA-REF         PIC 9(008).
           03  WSS-QV-OUTPUT.
               05  WSS-QV-AUTORIZADO       PIC 9(005).
               05  WSS-QV-OCUPADO          PIC 9(005).
               05  WSS-QV-SITUACAO         PIC X(001).
                   88  WSS-QV-COM-VAGA              VALUE 'S'.
                   88  WSS-QV-SEM-VAGA              VALUE 'N'.
                   88  WSS-QV-SEM-CONTROLE          VALUE 'X'.
               05  WSS-RETURN-CODE         PIC 9(003).
               05  WSS-MENSAGEM            PIC X(040).
