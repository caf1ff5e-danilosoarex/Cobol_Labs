      *            FICAM INTACTOS - DADO COM CARA DE PRODUCAO, SEM
      *            DADO PESSOAL DE PRODUCAO.
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - LAYOUT DO DUPLICTA E DO DUPANON COM 160
      *                  POSICOES (LINHA DIGITAVEL DO BOLETO)
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
      *----
       FD   DUPLICTA
            RECORDING MODE IS F
            RECORD CONTAINS 160 CHARACTERS.
      *----
       01   REG-DUPLICTA.
            03 DUP-FORNECEDOR              PIC X(030).
            03 DUP-NUMERO-NF               PIC 9(008).
            03 DUP-DATA-VENCIMENTO         PIC 9(008).
            03 DUP-VALOR                   PIC 9(007)V99.
            03 FILLER                      PIC X(105).
      *----
       FD   FUNCANON
            RECORDING MODE IS F
      *----
       FD   DUPANON
            RECORDING MODE IS F
            RECORD CONTAINS 160 CHARACTERS.
      *----
       01   REG-DUPANON                    PIC X(160).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
