      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LINKAGE DO SUBPROGRAMA DE CONFERENCIA DA LINHA
      *            DIGITAVEL DO BOLETO (COBOL267). ENTRA A LINHA DE 47
      *            DIGITOS, O VALOR E O VENCIMENTO DA NOTA (ZERO NAO
      *            CONFERE); VOLTA O CODIGO DE BARRAS DE 44 DIGITOS, O
      *            BANCO, O VALOR E O VENCIMENTO DO BOLETO E O RETORNO:
      *            00 - LINHA CONFERIDA
      *            10 - LINHA NAO NUMERICA OU INCOMPLETA
      *            11 - MOEDA DIFERENTE DE REAL
      *            21 A 23 - DIGITO DO CAMPO 1, 2 OU 3 NAO CONFERE
      *            24 - DIGITO GERAL DO CODIGO DE BARRAS NAO CONFERE
      *            25 - FATOR DE VENCIMENTO INVALIDO
      *            30 - VALOR DO BOLETO DIFERENTE DO VALOR DA NOTA
      *            31 - VENCIMENTO DO BOLETO DIFERENTE DO DA NOTA
      * CPD      : INEFE
      *****************************************************************
       01  WSS-BOLETO-LINKAGE.
           03  WSS-BOL-INPUT.
               05  WSS-BOL-LINHA           PIC X(047).
               05  WSS-BOL-VALOR-NOTA      PIC 9(009)V99.
               05  WSS-BOL-VENC-NOTA       PIC 9(008).
           03  WSS-BOL-OUTPUT.
               05  WSS-BOL-COD-BARRAS      PIC X(044).
               05  WSS-BOL-BANCO           PIC 9(003).
               05  WSS-BOL-VALOR           PIC 9(008)V99.
               05  WSS-BOL-VENCIMENTO      PIC 9(008).
               05  WSS-BOL-RETURN-CODE     PIC 9(002).
               05  WSS-BOL-MENSAGEM        PIC X(040).
