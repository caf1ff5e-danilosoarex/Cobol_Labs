      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO PACOTE DE CONTRACHEQUES ELETRONICOS
      *            (HOLERITE) ENTREGUE AO PORTAL DE AUTOATENDIMENTO /
      *            GATEWAY DE E-MAIL. POR FUNCIONARIO, UM REGISTRO
      *            'H' (DESTINATARIO) SEGUIDO DOS REGISTROS 'L' COM AS
      *            LINHAS DO DEMONSTRATIVO, IGUAIS AS DO CONTRACH.
      *            GRAVADO PELO COBOL158 E RELIDO PELO COBOL229 PARA
      *            REIMPRIMIR OS DEVOLVIDOS
      * CPD      : INEFE
      *****************************************************************
       01  REG-HOLERITE.
           03  HOL-TIPO                    PIC X(001).
               88  HOL-CABECALHO                    VALUE 'H'.
               88  HOL-LINHA                        VALUE 'L'.
           03  HOL-MATRICULA               PIC 9(008).
           03  HOL-DADOS                   PIC X(141).
           03  HOL-DESTINATARIO REDEFINES HOL-DADOS.
               05  HOL-CANAL               PIC X(001).
               05  HOL-EMAIL               PIC X(050).
               05  HOL-CELULAR             PIC X(011).
               05  HOL-DEPTO               PIC X(005).
               05  HOL-NOME                PIC X(040).
               05  HOL-DATA-GERACAO        PIC 9(008).
               05  FILLER                  PIC X(026).
           03  HOL-CONTEUDO REDEFINES HOL-DADOS.
               05  HOL-TEXTO               PIC X(132).
               05  FILLER                  PIC X(009).
