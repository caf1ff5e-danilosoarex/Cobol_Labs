      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DO REGISTRO DE CONTROLE DE TRANSMISSAO DE
      *            ARQUIVOS (TRANSREG/TRANSREN), UM REGISTRO POR
      *            ARQUIVO ENVIADO (REMESSAS CNAB, EXTRATO ESOCIAL,
      *            LANCAMENTOS, FGTS, PEDIDOS DE BENEFICIO, REPASSE DA
      *            PREVIDENCIA) OU RECEBIDO (RETORNOS DO BANCO, DO ERP
      *            E DO GOVERNO): TIPO, GERACAO, QUANTIDADE DE
      *            REGISTROS, TOTAL DE CONTROLE DOS VALORES, DATA E
      *            HORA DO ENVIO/RECEPCAO E DA CONFIRMACAO, E A IMAGEM
      *            DO PRIMEIRO REGISTRO (CABECALHO). MANTIDO PELO
      *            COBOL252.
      * CPD      : INEFE
      *****************************************************************
       01  REG-TRANSREG.
           03  TRG-TIPO                    PIC X(008).
           03  TRG-SENTIDO                 PIC X(001).
               88  TRG-SAIDA                        VALUE 'S'.
               88  TRG-ENTRADA                      VALUE 'E'.
           03  TRG-GERACAO                 PIC X(008).
           03  TRG-QTD-REGISTROS           PIC 9(009).
           03  TRG-HASH-VALOR              PIC 9(015)V99.
           03  TRG-DATA-REGISTRO           PIC 9(008).
           03  TRG-HORA-REGISTRO           PIC 9(006).
      *----
      * 'E' = ENVIADO AGUARDANDO CONFIRMACAO, 'C' = ENVIO CONFIRMADO
      * PELO DESTINATARIO, 'P' = ARQUIVO RECEBIDO E PROCESSADO
      *----
           03  TRG-SITUACAO                PIC X(001).
               88  TRG-ENVIADO                      VALUE 'E'.
               88  TRG-CONFIRMADO                   VALUE 'C'.
               88  TRG-PROCESSADO                   VALUE 'P'.
           03  TRG-DATA-CONF               PIC 9(008).
           03  TRG-HORA-CONF               PIC 9(006).
           03  TRG-USUARIO                 PIC X(008).
           03  TRG-CABECALHO               PIC X(080).
           03  FILLER                      PIC X(040).
