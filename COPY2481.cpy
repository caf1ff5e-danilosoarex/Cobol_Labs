      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO CADASTRO COMPLEMENTAR DE DADOS PESSOAIS
      *            DO FUNCIONARIO (DADOSPES/DADOSPEN), UM REGISTRO POR
      *            MATRICULA: DATA DE NASCIMENTO, NIS (PIS/PASEP),
      *            NOME DA MAE E ENDERECO RESIDENCIAL, MAIS A SITUACAO
      *            DA QUALIFICACAO CADASTRAL (CPF X NOME X DATA DE
      *            NASCIMENTO X NIS NA BASE DO GOVERNO). MANTIDO PELO
      *            COBOL248 (DADOS) E PELO COBOL250 (RETORNO DA
      *            QUALIFICACAO); O PEDIDO DE QUALIFICACAO E GERADO
      *            PELO COBOL249
      * CPD      : INEFE
      *****************************************************************
       01  REG-DADOSPES.
           03  DPS-MATRICULA               PIC 9(008).
           03  DPS-DATA-NASC               PIC 9(008).
           03  DPS-NIS                     PIC 9(011).
           03  DPS-NOME-MAE                PIC X(040).
           03  DPS-ENDERECO.
               05  DPS-LOGRADOURO          PIC X(040).
               05  DPS-NUMERO              PIC X(006).
               05  DPS-COMPLEMENTO         PIC X(015).
               05  DPS-BAIRRO              PIC X(025).
               05  DPS-CIDADE              PIC X(030).
               05  DPS-UF                  PIC X(002).
               05  DPS-CEP                 PIC 9(008).
           03  DPS-DATA-ATUALIZ            PIC 9(008).
      *----
      * SITUACAO DA QUALIFICACAO CADASTRAL. QUALQUER ALTERACAO DA DATA
      * DE NASCIMENTO OU DO NIS VOLTA A SITUACAO PARA 'A ENVIAR'
      *----
           03  DPS-QLF-SITUACAO            PIC X(001).
               88  DPS-QLF-A-ENVIAR                 VALUE ' '.
               88  DPS-QLF-ENVIADO                  VALUE 'E'.
               88  DPS-QLF-QUALIFICADO              VALUE 'Q'.
               88  DPS-QLF-DIVERGENTE               VALUE 'D'.
           03  DPS-QLF-DATA                PIC 9(008).
      *----
      * INDICADORES DO RETORNO ('1' = DIVERGENCIA APONTADA)
      *----
           03  DPS-QLF-DIVERGENCIAS.
               05  DPS-QLF-CPF-INVALIDO    PIC X(001).
               05  DPS-QLF-NIS-INVALIDO    PIC X(001).
               05  DPS-QLF-NOME-DIVERG     PIC X(001).
               05  DPS-QLF-DN-DIVERG       PIC X(001).
               05  DPS-QLF-CPF-NAO-CONSTA  PIC X(001).
               05  DPS-QLF-NIS-CPF-DIVERG  PIC X(001).
           03  FILLER                      PIC X(034).
