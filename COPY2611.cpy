      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO CADASTRO DE CHAVES PIX (PIXCHAVE/
      *            PIXCHANV), UM REGISTRO POR BENEFICIARIO: MATRICULA
      *            DO FUNCIONARIO ('F') OU CODIGO DO FORNECEDOR NO
      *            FORNMST ('V'), TIPO E VALOR DA CHAVE E A FORMA DE
      *            PAGAMENTO ESCOLHIDA ('P' = PIX NA CHAVE, 'T' = TED
      *            NA CONTA DO BANCFUNC/FORNMST, A CHAVE FICA SO
      *            CADASTRADA). TIPOS DE CHAVE NA CODIFICACAO FEBRABAN
      *            DO SEGMENTO PIX. MANTIDO PELO COBOL262, COM A
      *            CHAVE VALIDADA PELO COBOL261; LIDO PELO COBOL160
      *            (SALARIOS) E PELO COBOL193 (FORNECEDORES).
      *            CHAVE DE FUNCIONARIO INCLUIDA, ALTERADA OU PASSADA
      *            PARA A FORMA 'P' FICA PENDENTE ATE O CALLBACK E A
      *            CARENCIA (SITUACAO, LIBERACAO E CONFIRMACAO);
      *            SITUACAO EM BRANCO = REGISTRO ANTERIOR AO CONTROLE,
      *            TRATADO COMO ATIVO
      * CPD      : INEFE
      *****************************************************************
       01  REG-PIXCHAVE.
           03  PXC-CHAVE-REG.
               05  PXC-TIPO-BENEF          PIC X(001).
                   88  PXC-FUNCIONARIO              VALUE 'F'.
                   88  PXC-FORNECEDOR               VALUE 'V'.
               05  PXC-BENEFICIARIO        PIC X(030).
               05  PXC-BENEF-MATR REDEFINES PXC-BENEFICIARIO.
                   07  PXC-MATRICULA       PIC 9(008).
                   07  FILLER              PIC X(022).
           03  PXC-TIPO-CHAVE              PIC X(002).
               88  PXC-CHAVE-TELEFONE               VALUE '01'.
               88  PXC-CHAVE-EMAIL                  VALUE '02'.
               88  PXC-CHAVE-CPF-CNPJ               VALUE '03'.
               88  PXC-CHAVE-ALEATORIA              VALUE '04'.
           03  PXC-CHAVE                   PIC X(077).
           03  PXC-FORMA                   PIC X(001).
               88  PXC-PAGA-PIX                     VALUE 'P'.
               88  PXC-PAGA-TED                     VALUE 'T'.
           03  PXC-DATA-ATUALIZ            PIC 9(008).
           03  PXC-USUARIO                 PIC X(008).
           03  PXC-SITUACAO                PIC X(001).
               88  PXC-PENDENTE                     VALUE 'P'.
               88  PXC-CONFIRMADA                   VALUE 'C'.
               88  PXC-ATIVA                        VALUE 'A' ' '.
           03  PXC-DATA-LIBERACAO          PIC 9(008).
           03  PXC-USUARIO-CONF            PIC X(008).
           03  PXC-DATA-CONF               PIC 9(008).
           03  FILLER                      PIC X(008).
