      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO PLANO DE QUADRO DO ANO ORCADO (PLANQDR),
      *            LIDO PELO MONTADOR DO ORCAMENTO DA FOLHA (COBOL236):
      *              'A' = ADMISSAO PREVISTA: PLQ-QTDE PESSOAS NO
      *                    DEPARTAMENTO A PARTIR DE PLQ-MES, COM O
      *                    SALARIO PLQ-SALARIO CADA E O TIPO DE
      *                    CONTRATO PLQ-TIPO-CONTRATO (BRANCO = CLT);
      *              'D' = DESLIGAMENTO PREVISTO: COM PLQ-MATRICULA, O
      *                    FUNCIONARIO SAI NO MES (PLQ-MES RECEBE A
      *                    RESCISAO E JA NAO TEM SALARIO); SEM
      *                    MATRICULA, PLQ-QTDE VAGAS DO DEPARTAMENTO
      *                    DEIXAM DE SER PAGAS A PARTIR DO MES, PELO
      *                    SALARIO INFORMADO OU, ZERADO, PELA MEDIA DO
      *                    DEPARTAMENTO
      * CPD      : INEFE
      *****************************************************************
       01  REG-PLANQDR.
           03  PLQ-TIPO                    PIC X(001).
               88  PLQ-ADMISSAO                     VALUE 'A'.
               88  PLQ-DESLIGAMENTO                 VALUE 'D'.
           03  PLQ-DEPARTAMENTO            PIC X(005).
           03  PLQ-MES                     PIC 9(002).
           03  PLQ-QTDE                    PIC 9(003).
           03  PLQ-SALARIO                 PIC 9(005)V99.
           03  PLQ-MATRICULA               PIC 9(008).
           03  PLQ-TIPO-CONTRATO           PIC X(001).
           03  PLQ-DESCRICAO               PIC X(030).
           03  FILLER                      PIC X(023).
