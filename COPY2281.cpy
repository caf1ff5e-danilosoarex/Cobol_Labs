      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO CADASTRO DE PROJETOS DE CLIENTES
      *            (PROJETO): CODIGO INFORMADO NAS MARCACOES DO PONTO,
      *            NOME, CLIENTE, CONTA CONTABIL DE CUSTO DO PROJETO E
      *            SITUACAO. LIDO PELO COBOL228 (APROPRIACAO DO CUSTO
      *            DA MAO DE OBRA AOS PROJETOS)
      * CPD      : INEFE
      *****************************************************************
       01  REG-PROJETO.
           03  PRJ-CODIGO                  PIC X(008).
           03  PRJ-NOME                    PIC X(030).
           03  PRJ-CLIENTE                 PIC X(020).
           03  PRJ-CONTA-CUSTO             PIC 9(008).
           03  PRJ-SITUACAO                PIC X(001).
               88  PRJ-ATIVO                        VALUE 'A'.
               88  PRJ-ENCERRADO                    VALUE 'E'.
           03  FILLER                      PIC X(013).
