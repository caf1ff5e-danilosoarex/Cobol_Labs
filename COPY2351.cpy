      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DA LISTA DE RETENCAO JUDICIAL (LEGHOLD): UM
      *            REGISTRO POR MATRICULA COM ACAO TRABALHISTA EM
      *            ABERTO OU OUTRA ORDEM DE PRESERVACAO. ENQUANTO A
      *            MATRICULA ESTIVER NA LISTA, A ELIMINACAO DE DADOS
      *            PESSOAIS (COBOL235) NAO TOCA EM NENHUM DOS SEUS
      *            REGISTROS. PARA LIBERAR, RETIRAR A MATRICULA DA
      *            LISTA APOS O ENCERRAMENTO DO PROCESSO
      * CPD      : INEFE
      *****************************************************************
       01  REG-LEGHOLD.
           03  LGH-MATRICULA               PIC 9(008).
           03  LGH-PROCESSO                PIC X(025).
           03  LGH-MOTIVO                  PIC X(040).
           03  FILLER                      PIC X(007).
