      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LAYOUT DA TABELA DE REGRAS DE SEGREGACAO DE FUNCOES
      *            (SODREGRA): UM REGISTRO POR PAR DE FUNCOES DO
      *            PERMFIL QUE NAO PODEM ESTAR COM O MESMO USER-ID
      *            (EX.: 'FOLHA' X 'LIBERA', 'MANUTMST' X 'APROVPRM').
      *            A ORDEM DAS FUNCOES NO PAR E INDIFERENTE. LIDO
      *            PELO RELATORIO DE CONFLITOS (COBOL232) E PELA
      *            MANUTENCAO DO PERMFIL (COBOL233)
      * CPD      : INEFE
      *****************************************************************
       01  REG-SODREGRA.
           03  SOD-FUNCAO-A                PIC X(008).
           03  SOD-FUNCAO-B                PIC X(008).
           03  SOD-DESCRICAO               PIC X(040).
           03  FILLER                      PIC X(024).
