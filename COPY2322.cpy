      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO ARQUIVO DE EXCECOES DE SEGREGACAO DE
      *            FUNCOES (SODEXCE): AUTORIZA UM USER-ID A ACUMULAR
      *            UM PAR DE FUNCOES CONFLITANTES DA SODREGRA ATE A
      *            DATA DE VALIDADE. A EXCECAO SO VALE COM APROVADOR
      *            INFORMADO E DIFERENTE DO PROPRIO USUARIO. LIDO
      *            PELO COBOL232 E PELO COBOL233
      * CPD      : INEFE
      *****************************************************************
       01  REG-SODEXCE.
           03  SDX-USUARIO                 PIC X(008).
           03  SDX-FUNCAO-A                PIC X(008).
           03  SDX-FUNCAO-B                PIC X(008).
      *----
      * ULTIMO DIA DE VALIDADE DA EXCECAO (AAAAMMDD)
      *----
           03  SDX-DATA-VALIDADE           PIC 9(008).
           03  SDX-APROVADOR               PIC X(008).
           03  SDX-MOTIVO                  PIC X(030).
           03  FILLER                      PIC X(010).
