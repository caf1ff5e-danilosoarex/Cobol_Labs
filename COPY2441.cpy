      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DA WORKLIST CONSOLIDADA DE EXCECOES
      *            (EXCWORK DO DIA ANTERIOR, EXCWNOV DO DIA), GRAVADA
      *            PELO COBOL244 A PARTIR DOS ARQUIVOS DE REJEITO DA
      *            FOLHA, DO PAGAMENTO, DO ESOCIAL, DO PONTO E DO
      *            CONTAS A PAGAR. O ITEM E IDENTIFICADO POR ORIGEM +
      *            CHAVE + MOTIVO E SEGUE ABERTO DE UM DIA PARA O
      *            OUTRO ATE A ORIGEM RODAR SEM ELE.
      * CPD      : INEFE
      *****************************************************************
       01  REG-EXCWORK.
           03  EXW-IDENT.
      *----
      * ARQUIVO DE REJEITO DE ONDE O ITEM VEIO (EXCFUNCI, CNABEXC...)
      *----
               05  EXW-ORIGEM              PIC X(008).
      *----
      * MATRICULA, FORNECEDOR + NOTA, IMAGEM DO LANCAMENTO OU DA
      * LINHA REJEITADA, CONFORME A ORIGEM
      *----
               05  EXW-CHAVE               PIC X(040).
               05  EXW-MOTIVO              PIC X(040).
      *----
      * EQUIPE DONA DO ITEM, PELA TABELA DE ROTEAMENTO EXCROTA
      *----
           03  EXW-EQUIPE                  PIC X(015).
           03  EXW-SITUACAO                PIC X(001).
               88  EXW-ABERTO                       VALUE 'A'.
               88  EXW-RESOLVIDO                    VALUE 'R'.
           03  EXW-DATA-ABERTURA           PIC 9(008).
           03  EXW-DATA-ULT-VISTO          PIC 9(008).
           03  EXW-DATA-RESOLUCAO          PIC 9(008).
           03  EXW-IDADE-DIAS              PIC 9(004).
           03  FILLER                      PIC X(028).
