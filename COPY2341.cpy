      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LINKAGE PADRAO DO SUBPROGRAMA DE MASCARAMENTO DE
      *            DADOS SENSIVEIS EM RELATORIOS (COBOL234). O
      *            CHAMADOR INFORMA O TIPO DO CAMPO ('C' CPF, 'B'
      *            CONTA BANCARIA, 'V' SALARIO/VALOR), O TAMANHO
      *            IMPRESSO E O CAMPO JA EDITADO; O SUBPROGRAMA
      *            DEVOLVE O CAMPO INTEGRAL, PARCIALMENTE MASCARADO
      *            OU SUPRIMIDO, CONFORME AS FUNCOES DO USUARIO NO
      *            PERMFIL ('DADOSINT' INTEGRAL, 'DADOSPAR' PARCIAL).
      *            RETORNOS: 0 = OK, 12 = TIPO INVALIDO
      * CPD      : INEFE
      *****************************************************************
       01  WSS-MASCARA-LINKAGE.
           03  WSS-MSC-INPUT.
               05  WSS-MSC-TIPO            PIC X(001).
                   88  WSS-MSC-CPF                  VALUE 'C'.
                   88  WSS-MSC-CONTA                VALUE 'B'.
                   88  WSS-MSC-VALOR                VALUE 'V'.
               05  WSS-MSC-TAMANHO         PIC 9(003).
      *----
      * ENTRA COM O CAMPO EDITADO E VOLTA COM O CAMPO A IMPRIMIR
      *----
           03  WSS-MSC-CAMPO               PIC X(100).
           03  WSS-MSC-OUTPUT.
               05  WSS-MSC-NIVEL           PIC X(001).
                   88  WSS-MSC-INTEGRAL             VALUE 'I'.
                   88  WSS-MSC-PARCIAL              VALUE 'P'.
                   88  WSS-MSC-SUPRIMIDO            VALUE 'S'.
               05  WSS-MSC-USUARIO         PIC X(008).
               05  WSS-RETURN-CODE         PIC 9(003).
               05  WSS-MENSAGEM            PIC X(040).
