      *            RELDRIFT - O DIA DA PROMOCAO COMECA COM UM DIFF
      *            LIMPO, NAO COM SURPRESA DE TAXA DESATUALIZADA.
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - DEPTREF COM DEPARTAMENTO SUPERIOR E GESTOR
      *                  RESPONSAVEL, TAMBEM COMPARADOS NO BALANCE LINE
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
            03 DEPH-CODIGO                 PIC X(005).
            03 DEPH-NOME                   PIC X(030).
            03 DEPH-STATUS                 PIC X(001).
            03 DEPH-PAI                    PIC X(005).
            03 DEPH-GESTOR                 PIC 9(008).
      *----
       FD   DEPTREFP.
      *----
            03 DEPP-CODIGO                 PIC X(005).
            03 DEPP-NOME                   PIC X(030).
            03 DEPP-STATUS                 PIC X(001).
            03 DEPP-PAI                    PIC X(005).
            03 DEPP-GESTOR                 PIC 9(008).
      *----
       FD   RELDRIFT.
      *----
                 THRU 8000-GRAVA-DRIFT-EXIT
           END-IF.

           IF DEPH-PAI NOT EQUAL DEPP-PAI
              MOVE 'DEPTREF'             TO DRIFT-ARQUIVO
              MOVE DEPH-CODIGO           TO DRIFT-CHAVE
              MOVE 'SUPERIOR'            TO DRIFT-CAMPO
              MOVE DEPH-PAI              TO DRIFT-HOMOLOG
              MOVE DEPP-PAI              TO DRIFT-PRODUCAO
              PERFORM 8000-GRAVA-DRIFT
                 THRU 8000-GRAVA-DRIFT-EXIT
           END-IF.

           IF DEPH-GESTOR NOT EQUAL DEPP-GESTOR
              MOVE 'DEPTREF'             TO DRIFT-ARQUIVO
              MOVE DEPH-CODIGO           TO DRIFT-CHAVE
              MOVE 'GESTOR'              TO DRIFT-CAMPO
              MOVE DEPH-GESTOR           TO DRIFT-HOMOLOG
              MOVE DEPP-GESTOR           TO DRIFT-PRODUCAO
              PERFORM 8000-GRAVA-DRIFT
                 THRU 8000-GRAVA-DRIFT-EXIT
           END-IF.

       3300-COMPARA-DEPTO-EXIT.
           EXIT.

