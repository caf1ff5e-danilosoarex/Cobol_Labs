      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO RESULTADO DA PREVIDENCIA COMPLEMENTAR NA
      *            FOLHA (PREVCONT): O MOTOR DE DESCONTOS (COBOL148)
      *            GRAVA UM REGISTRO POR PARTICIPANTE CALCULADO NA
      *            FOLHA REGULAR (OU NO ULTIMO PERIODO DOS GRUPOS
      *            SEMANAL/QUINZENAL) - CONTRIBUICAO DESCONTADA DO
      *            EMPREGADO, CONTRAPARTIDA DA EMPRESA E A PARCELA
      *            ABATIDA DA BASE DO IRRF DENTRO DO LIMITE ANUAL.
      *            LIDO PELO CONTRACHEQUE (COBOL158), PELO ACUMULADOR
      *            ANO-A-DATA (COBOL183) E PELO REPASSE AO FUNDO
      *            (COBOL245), QUE FICAM COM O ULTIMO REGISTRO DE CADA
      *            MATRICULA (UM REINICIO POS-CHECKPOINT PODE GRAVAR
      *            A MESMA MATRICULA DE NOVO)
      * CPD      : INEFE
      *****************************************************************
       01  REG-PREVCONT.
           03  PVC-COMPETENCIA             PIC 9(006).
           03  PVC-MATRICULA               PIC 9(008).
           03  PVC-SALARIO                 PIC 9(007)V99.
           03  PVC-PCT-EMPREGADO           PIC 9(003)V99.
           03  PVC-VALOR-EMPREGADO         PIC 9(007)V99.
           03  PVC-VALOR-EMPRESA           PIC 9(007)V99.
           03  PVC-VALOR-DEDUTIVEL         PIC 9(007)V99.
           03  PVC-CERTIFICADO             PIC X(015).
           03  FILLER                      PIC X(010).
