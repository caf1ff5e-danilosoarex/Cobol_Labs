      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO REGISTRO DE VERIFICACAO DE DUPLICIDADE
      *            DOS TITULOS A PAGAR (DUPVERIF/DUPVERIN), UM
      *            REGISTRO POR TITULO EM ABERTO NO DUPLICTA. O
      *            COBOL265 VERIFICA O TITULO NOVO CONTRA OS EM ABERTO
      *            E OS PAGOS (PAGTOS) E GRAVA A SITUACAO, A REGRA QUE
      *            APONTOU A SUSPEITA E O TITULO DE REFERENCIA; A
      *            DECISAO DO CONTAS A PAGAR (DUPDECIS) LIBERA OU
      *            CONFIRMA A SUSPEITA. O COBOL193 NAO PROPOE TITULO
      *            SUSPEITO NEM DUPLICIDADE CONFIRMADA
      * CPD      : INEFE
      *****************************************************************
       01  REG-DUPVERIF.
           03  DVF-CHAVE.
               05  DVF-FORNECEDOR          PIC X(030).
               05  DVF-NUMERO-NF           PIC 9(008).
               05  DVF-DATA-VENCIMENTO     PIC 9(008).
           03  DVF-VALOR                   PIC 9(007)V99.
           03  DVF-SITUACAO                PIC X(001).
               88  DVF-VERIFICADO                   VALUE 'O'.
               88  DVF-SUSPEITO                     VALUE 'S'.
               88  DVF-LIBERADO                     VALUE 'L'.
               88  DVF-DUPLICADO                    VALUE 'D'.
               88  DVF-BLOQUEADO                    VALUE 'S' 'D'.
      *----
      * REGRA: 'N' MESMO FORNECEDOR E NF, 'C' MESMO CNPJ E NF SOB
      * OUTRO CODIGO DE FORNECEDOR, 'V' MESMO VALOR EM POUCOS DIAS
      *----
           03  DVF-REGRA                   PIC X(001).
           03  DVF-DATA-VERIF              PIC 9(008).
           03  DVF-DATA-DECISAO            PIC 9(008).
           03  DVF-USUARIO                 PIC X(008).
      *----
      * TITULO DE REFERENCIA: 'A' EM ABERTO NO DUPLICTA, 'P' PAGO
      *----
           03  DVF-REF-ORIGEM              PIC X(001).
           03  DVF-REF-FORNECEDOR          PIC X(030).
           03  DVF-REF-NUMERO-NF           PIC 9(008).
           03  FILLER                      PIC X(020).
