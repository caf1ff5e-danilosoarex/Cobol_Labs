      *            O FEED FUNCITST SAI COM TRAILER DE CONTAGEM
      *            CORRETO (MATRICULA 99999999 + QUANTIDADE).
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - LAYOUT DO DEPTREF COM DEPARTAMENTO SUPERIOR E
      *                  GESTOR RESPONSAVEL (COPIA DE 49 POSICOES)
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
            03 DEPTREF-CODIGO              PIC X(005).
            03 DEPTREF-NOME                PIC X(030).
            03 DEPTREF-STATUS              PIC X(001).
      *----
      * DEPARTAMENTO SUPERIOR (BRANCO = RAIZ) E MATRICULA DO GESTOR
      * RESPONSAVEL (ZERO = RESPONDE O GESTOR DO SUPERIOR)
      *----
            03 DEPTREF-PAI                 PIC X(005).
            03 DEPTREF-GESTOR              PIC 9(008).
      *----
       FD   GRADETAB
            RECORDING MODE IS F
      *----
       FD   DEPTRTST.
      *----
       01   REG-DEPTRTST                   PIC X(049).
      *----
       FD   GRADETST
            RECORDING MODE IS F
