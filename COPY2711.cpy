      *****************************************************************
      * DATA     : 15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO PEDIDO DE REEMBOLSO DE DESPESA DO
      *            FUNCIONARIO (VIAGEM, REFEICAO, TRANSPORTE...), UM
      *            REGISTRO POR DESPESA: MATRICULA, CATEGORIA (TABELA
      *            REEMBCAT, COPY2712), DATA, VALOR, APROVADOR E FORMA
      *            DE PAGAMENTO. A ENTRADA REEMBOLS TRAZ SO A PRIMEIRA
      *            PARTE; O COBOL271 PREENCHE A SITUACAO, O MOTIVO DA
      *            RECUSA, O DEPARTAMENTO, O ADIANTAMENTO DE VIAGEM
      *            ABATIDO E O LIQUIDO A PAGAR, E GRAVA NO REEMBFOL OS
      *            APROVADOS PAGOS NA FOLHA (LIDOS PELO COBOL160)
      * CPD      : INEFE
      *****************************************************************
       01  REG-REEMBOLSO.
           03  CLM-MATRICULA               PIC 9(008).
           03  CLM-NUMERO                  PIC 9(006).
           03  CLM-CATEGORIA               PIC X(004).
           03  CLM-DATA-DESPESA            PIC 9(008).
           03  CLM-VALOR                   PIC 9(007)V99.
           03  CLM-DESCRICAO               PIC X(030).
      *----
      *    APROVADOR: MATRICULA (DEVE SER O GESTOR RESPONSAVEL DO
      *    DEPARTAMENTO DO FUNCIONARIO NO DEPTREF) E USER-ID (QUANDO
      *    NAO E O GESTOR, DEVE TER A FUNCAO 'APRVDESP' NO PERMFIL)
      *----
           03  CLM-APROVADOR               PIC 9(008).
           03  CLM-APROV-USUARIO           PIC X(008).
      *----
      *    'F' PAGO NA FOLHA (SEGMENTO PROPRIO NA REMESSA DO
      *    COBOL160), 'B' PAGO EM REMESSA BANCARIA SEPARADA
      *----
           03  CLM-FORMA                   PIC X(001).
               88  CLM-PAGA-FOLHA                  VALUE 'F' ' '.
               88  CLM-PAGA-BANCO                  VALUE 'B'.
      *----
      *    RESULTADO DA CONFERENCIA (COBOL271)
      *----
           03  CLM-SITUACAO                PIC X(001).
               88  CLM-APROVADO                    VALUE 'A'.
               88  CLM-RECUSADO                    VALUE 'R'.
           03  CLM-MOTIVO                  PIC X(030).
           03  CLM-DEPTO                   PIC X(005).
           03  CLM-VALOR-ADTO              PIC 9(007)V99.
           03  CLM-VALOR-LIQUIDO           PIC 9(007)V99.
           03  FILLER                      PIC X(024).
