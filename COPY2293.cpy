      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DA SITUACAO DE ENTREGA DO CONTRACHEQUE
      *            (ENTREGA), UM REGISTRO POR FUNCIONARIO DA FOLHA, NA
      *            ORDEM DO CONTRACHEQUE. GRAVADO PELO COBOL158
      *            (ENVIADO OU IMPRESSO) E ATUALIZADO PELO COBOL229
      *            COM OS RETORNOS DO PORTAL / GATEWAY (RECEBIDO,
      *            ABERTO, DEVOLVIDO). SERVE DE COMPROVANTE DE ENTREGA
      * CPD      : INEFE
      *****************************************************************
       01  REG-ENTREGA.
           03  ENT-MATRICULA               PIC 9(008).
           03  ENT-DEPTO                   PIC X(005).
           03  ENT-NOME                    PIC X(030).
           03  ENT-CANAL                   PIC X(001).
               88  ENT-CANAL-PORTAL                 VALUE 'P'.
               88  ENT-CANAL-EMAIL                  VALUE 'E'.
               88  ENT-CANAL-PAPEL                  VALUE 'I'.
           03  ENT-SITUACAO                PIC X(001).
               88  ENT-ENVIADO                      VALUE 'G'.
               88  ENT-RECEBIDO                     VALUE 'R'.
               88  ENT-ABERTO                       VALUE 'A'.
               88  ENT-DEVOLVIDO                    VALUE 'D'.
               88  ENT-IMPRESSO                     VALUE 'I'.
           03  ENT-DATA-GERACAO            PIC 9(008).
           03  ENT-DATA-EVENTO             PIC 9(008).
           03  ENT-HORA-EVENTO             PIC 9(006).
      *----
      * MOTIVO DO PAPEL: 'S' = SEM CADASTRO OU SEM ADESAO,
      * 'B' = E-MAIL BLOQUEADO POR DEVOLUCAO ANTERIOR,
      * 'D' = DEVOLVIDO NESTA COMPETENCIA E REIMPRESSO
      *----
           03  ENT-MOTIVO-PAPEL            PIC X(001).
           03  FILLER                      PIC X(012).
