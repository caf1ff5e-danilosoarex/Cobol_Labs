      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LINKAGE DO SUBPROGRAMA DE VALIDACAO DE FORMATO DA
      *            CHAVE PIX (COBOL261). ENTRADA: TIPO DA CHAVE
      *            ('01' TELEFONE, '02' E-MAIL, '03' CPF/CNPJ, '04'
      *            ALEATORIA) E A CHAVE. SAIDA: RETURN-CODE 0 = CHAVE
      *            VALIDA, COM O MOTIVO DA RECUSA NA MENSAGEM; NA
      *            CHAVE CPF/CNPJ DEVOLVE TAMBEM O DOCUMENTO NUMERICO
      *            PARA O CHAMADOR CONFERIR A TITULARIDADE
      * CPD      : INEFE
      *****************************************************************
       01  WSS-VALIDA-PIX-LINKAGE.
           03  WSS-VALIDA-PIX-TIPO         PIC X(002).
           03  WSS-VALIDA-PIX-CHAVE        PIC X(077).
           03  WSS-VALIDA-PIX-OUTPUT.
               05  WSS-VALIDA-PIX-DOCUMENTO PIC 9(014).
               05  WSS-VALIDA-PIX-RC       PIC 9(003).
               05  WSS-VALIDA-PIX-MSG      PIC X(040).
