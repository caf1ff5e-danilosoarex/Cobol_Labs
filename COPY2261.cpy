      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LINKAGE PADRAO DO SUBPROGRAMA DE HIERARQUIA DE
      *            DEPARTAMENTOS (COBOL226). FUNCOES:
      *            'CARREGA'  = CARREGA DEPTREF E MONTA A ARVORE;
      *            'CONSULTA' = NOME, SUPERIOR, GESTOR, NIVEL E
      *                         CAMINHO (RAIZ/.../DEPTO) DO
      *                         DEPARTAMENTO INFORMADO, COM O GESTOR
      *                         RESPONSAVEL (O DO PROPRIO DEPTO OU,
      *                         SEM ELE, O DO SUPERIOR MAIS PROXIMO);
      *            'ZERA'     = ZERA OS ACUMULADORES E REINICIA A
      *                         LISTA;
      *            'ACUMULA'  = SOMA VALORES E QUANTIDADE NO
      *                         DEPARTAMENTO E EM TODOS OS SEUS
      *                         SUPERIORES;
      *            'LISTA'    = DEVOLVE O PROXIMO NO DA ARVORE, EM
      *                         ORDEM HIERARQUICA (SUPERIOR ANTES DOS
      *                         SUBORDINADOS), ATE WSS-HQ-FIM. SO SAEM
      *                         NOS COM MOVIMENTO, SALVO COM
      *                         WSS-HQ-LISTA-TODOS = 'S'.
      *            RETORNOS: 0 = OK, 4 = DEPARTAMENTO FORA DO DEPTREF
      *            OU EM CICLO, 12 = ERRO DE ARQUIVO OU FUNCAO
      * CPD      : INEFE
      *****************************************************************
       01  WSS-HIERARQ-LINKAGE.
           03  WSS-HQ-INPUT.
               05  WSS-HQ-FUNCAO           PIC X(008).
                   88  WSS-HQ-CARREGA               VALUE 'CARREGA'.
                   88  WSS-HQ-CONSULTA              VALUE 'CONSULTA'.
                   88  WSS-HQ-ZERA                  VALUE 'ZERA'.
                   88  WSS-HQ-ACUMULA               VALUE 'ACUMULA'.
                   88  WSS-HQ-LISTA                 VALUE 'LISTA'.
               05  WSS-HQ-DEPARTAMENTO     PIC X(005).
               05  WSS-HQ-LISTA-TODOS      PIC X(001).
               05  WSS-HQ-VALORES.
                   07  WSS-HQ-VALOR        PIC S9(013)V99 COMP-3
                                           OCCURS 4 TIMES.
               05  WSS-HQ-QTDE             PIC S9(007) COMP-3.
           03  WSS-HQ-OUTPUT.
               05  WSS-HQ-CODIGO           PIC X(005).
               05  WSS-HQ-NOME             PIC X(030).
               05  WSS-HQ-PAI              PIC X(005).
               05  WSS-HQ-GESTOR           PIC 9(008).
               05  WSS-HQ-GESTOR-RESP      PIC 9(008).
               05  WSS-HQ-NIVEL            PIC 9(001).
               05  WSS-HQ-CAMINHO          PIC X(035).
               05  WSS-HQ-SITUACAO         PIC X(001).
                   88  WSS-HQ-NO-OK                 VALUE ' '.
                   88  WSS-HQ-NO-CICLO              VALUE 'C'.
                   88  WSS-HQ-NO-ORFAO              VALUE 'O'.
                   88  WSS-HQ-NO-DESCONHECIDO       VALUE 'D'.
               05  WSS-HQ-FIM-LISTA        PIC X(001).
                   88  WSS-HQ-FIM                   VALUE 'S'.
               05  WSS-HQ-TOTAIS.
                   07  WSS-HQ-TOT-VALOR    PIC S9(013)V99 COMP-3
                                           OCCURS 4 TIMES.
               05  WSS-HQ-TOT-QTDE         PIC S9(007) COMP-3.
               05  WSS-HQ-QTD-DEPTOS       PIC 9(004).
               05  WSS-HQ-QTD-CICLOS       PIC 9(004).
               05  WSS-HQ-QTD-ORFAOS       PIC 9(004).
               05  WSS-RETURN-CODE         PIC 9(003).
               05  WSS-MENSAGEM            PIC X(040).
