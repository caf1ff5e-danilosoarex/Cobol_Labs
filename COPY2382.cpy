      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO CADASTRO DE CONTRATOS DE CREDITO
      *            CONSIGNADO (CONSCTR), CLASSIFICADO POR MATRICULA +
      *            BANCO + CONTRATO. CADA GERACAO NOVA E GRAVADA PELO
      *            IMPORTADOR DOS ARQUIVOS DOS BANCOS (COBOL238),
      *            ANTES DA FOLHA, E PELO RETORNO AOS BANCOS
      *            (COBOL239), DEPOIS DELA. O MOTOR DE DESCONTOS
      *            (COBOL148) DESCONTA AS PARCELAS DOS CONTRATOS
      *            ATIVOS. SITUACAO:
      *              'A' = ATIVO;
      *              'L' = LIQUIDADO (PELO BANCO OU PELA ULTIMA
      *                    PARCELA DESCONTADA);
      *              'R' = MOVIMENTO RECUSADO NA IMPORTACAO, COM O
      *                    MOTIVO; FICA ATE O RETORNO DA COMPETENCIA
      *                    INFORMAR O BANCO
      *            OS MOTIVOS SAO OS MESMOS DO RETORNO (COPY2383).
      * CPD      : INEFE
      *****************************************************************
       01  REG-CONSCTR.
           03  CCT-MATRICULA               PIC 9(008).
           03  CCT-BANCO                   PIC 9(003).
           03  CCT-CONTRATO                PIC X(020).
           03  CCT-CPF                     PIC 9(011).
           03  CCT-VALOR-PARCELA           PIC 9(007)V99.
           03  CCT-PARCELAS-REST           PIC 9(003).
           03  CCT-COMPET-INICIO           PIC 9(006).
           03  CCT-SITUACAO                PIC X(001).
               88  CCT-ATIVO                        VALUE 'A'.
               88  CCT-LIQUIDADO                    VALUE 'L'.
               88  CCT-RECUSADO                     VALUE 'R'.
           03  CCT-MOTIVO                  PIC X(002).
      *----
      * COMPETENCIA DO ULTIMO MOVIMENTO DO BANCO APLICADO AO
      * CONTRATO E DA ULTIMA PARCELA BAIXADA PELO RETORNO (PROTEGE
      * O PRAZO CONTRA BAIXA DUPLA NA MESMA COMPETENCIA)
      *----
           03  CCT-COMPET-MOVTO            PIC 9(006).
           03  CCT-COMPET-BAIXA            PIC 9(006).
           03  FILLER                      PIC X(005).
