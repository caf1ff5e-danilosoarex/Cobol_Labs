      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO ARQUIVO DE RETORNO DO CREDITO CONSIGNADO
      *            AOS BANCOS CONVENIADOS (CONSRET, GRAVADO PELO
      *            COBOL239 APOS A FOLHA). CLASSIFICADO POR BANCO, COM
      *            UM LOTE POR BANCO - HEADER '0', DETALHES '1' E
      *            TRAILER '9' - PARA A TRANSMISSAO SEPARAR O ARQUIVO
      *            DE CADA BANCO. O DETALHE TRAZ O VALOR PREVISTO, O
      *            VALOR EFETIVAMENTE DESCONTADO E O MOTIVO:
      *              '00' = PARCELA DESCONTADA;
      *              'MG' = MARGEM CONSIGNAVEL INSUFICIENTE;
      *              'DS' = FUNCIONARIO DESLIGADO;
      *              'AF' = FUNCIONARIO AFASTADO;
      *              'NP' = FUNCIONARIO FORA DA FOLHA DA COMPETENCIA;
      *              'CP' = CPF NAO LOCALIZADO NO CADASTRO;
      *              'NC' = CONTRATO NAO LOCALIZADO (RENEGOCIACAO OU
      *                     LIQUIDACAO DE CONTRATO DESCONHECIDO);
      *              'DP' = CONTRATO NOVO JA EXISTENTE
      *            OS QUATRO ULTIMOS SAO RECUSAS DA IMPORTACAO
      *            (COBOL238), SEM VALOR DESCONTADO
      * CPD      : INEFE
      *****************************************************************
       01  REG-CONSRET.
           03  CRT-TIPO                    PIC X(001).
               88  CRT-HEADER                       VALUE '0'.
               88  CRT-DETALHE                      VALUE '1'.
               88  CRT-TRAILER                      VALUE '9'.
           03  CRT-BANCO                   PIC 9(003).
           03  CRT-DADOS                   PIC X(076).
      *----
       01  REG-CONSRET-DET REDEFINES REG-CONSRET.
           03  FILLER                      PIC X(004).
           03  CRT-CONTRATO                PIC X(020).
           03  CRT-CPF                     PIC 9(011).
           03  CRT-COMPETENCIA             PIC 9(006).
           03  CRT-VALOR-PREVISTO          PIC 9(007)V99.
           03  CRT-VALOR-DESCONTADO        PIC 9(007)V99.
           03  CRT-MOTIVO                  PIC X(002).
               88  CRT-DESCONTADO                   VALUE '00'.
               88  CRT-MARGEM-INSUF                 VALUE 'MG'.
               88  CRT-DESLIGADO                    VALUE 'DS'.
               88  CRT-AFASTADO                     VALUE 'AF'.
               88  CRT-FORA-DA-FOLHA                VALUE 'NP'.
               88  CRT-CPF-NAO-LOCALIZADO           VALUE 'CP'.
               88  CRT-CONTRATO-NAO-LOCAL           VALUE 'NC'.
               88  CRT-CONTRATO-DUPLICADO           VALUE 'DP'.
           03  FILLER                      PIC X(019).
      *----
       01  REG-CONSRET-HDR REDEFINES REG-CONSRET.
           03  FILLER                      PIC X(004).
           03  CRH-COMPETENCIA             PIC 9(006).
           03  CRH-DATA-GERACAO            PIC 9(008).
           03  CRH-CONVENENTE              PIC X(030).
           03  FILLER                      PIC X(032).
      *----
       01  REG-CONSRET-TRL REDEFINES REG-CONSRET.
           03  FILLER                      PIC X(004).
           03  CRR-QTD-DETALHES            PIC 9(006).
           03  CRR-TOTAL-DESCONTADO        PIC 9(011)V99.
           03  FILLER                      PIC X(057).
