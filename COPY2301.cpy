      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO CONTROLE DE CONTAS BANCARIAS DOS
      *            FUNCIONARIOS (BANCPEND), UM REGISTRO POR CONTA DO
      *            BANCFUNC, CLASSIFICADO POR MATRICULA + CONTA. CONTA
      *            NOVA OU ALTERADA ENTRA PENDENTE ATE O RH REGISTRAR
      *            A CONFIRMACAO POR CALLBACK E SO FICA LIBERADA PARA
      *            CREDITO APOS O PERIODO DE CARENCIA. MANTIDO PELO
      *            COBOL230 E LIDO PELO COBOL160, QUE MANDA O CREDITO
      *            DE CONTA NAO LIBERADA PARA O CNABEXC
      * CPD      : INEFE
      *****************************************************************
       01  REG-BANCPEND.
           03  BPD-CHAVE.
               05  BPD-MATRICULA           PIC 9(008).
               05  BPD-BANCO               PIC 9(003).
               05  BPD-AGENCIA             PIC 9(005).
               05  BPD-CONTA               PIC 9(012).
               05  BPD-DV                  PIC X(001).
           03  BPD-SITUACAO                PIC X(001).
               88  BPD-PENDENTE                     VALUE 'P'.
               88  BPD-CONFIRMADA                   VALUE 'C'.
               88  BPD-ATIVA                        VALUE 'A'.
           03  BPD-DATA-ALTERACAO          PIC 9(008).
           03  BPD-USUARIO-ALT             PIC X(008).
      *----
      * PRIMEIRO DIA EM QUE A CONTA PODE RECEBER CREDITO (DATA DA
      * ALTERACAO + DIAS DE CARENCIA), DESDE QUE CONFIRMADA
      *----
           03  BPD-DATA-LIBERACAO          PIC 9(008).
           03  BPD-USUARIO-CONF            PIC X(008).
           03  BPD-DATA-CONF               PIC 9(008).
           03  FILLER                      PIC X(010).
