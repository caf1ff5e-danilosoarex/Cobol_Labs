      *            SCOREPRM DERRUBA A CADEIA COM RETORNO 8 QUANDO A
      *            QUALIDADE DESABA.
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - LAYOUT DO DEPTREF COM DEPARTAMENTO SUPERIOR E
      *                  GESTOR RESPONSAVEL
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
            03 DEPTREF-STATUS              PIC X(001).
               88 DEPTREF-STATUS-ATIVO            VALUE 'A' ' '.
               88 DEPTREF-STATUS-INATIVO          VALUE 'I'.
      *----
      * DEPARTAMENTO SUPERIOR (BRANCO = RAIZ) E MATRICULA DO GESTOR
      * RESPONSAVEL (ZERO = RESPONDE O GESTOR DO SUPERIOR)
      *----
            03 DEPTREF-PAI                 PIC X(005).
            03 DEPTREF-GESTOR              PIC 9(008).
      *----
       FD   SCOREPRM
            RECORDING MODE IS F
