      * OBJETIVO : LE O ARQUIVO FOLHAFUN, CALCULA SALARIO E IMPRIME
      *            RELATORIO
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - REFLEXO DO DESCANSO SEMANAL REMUNERADO (DSR)
      *                  SOBRE HORA-EXTRA E ADICIONAL NOTURNO NA FOLHA
      *                  REGULAR, PELOS DIAS UTEIS E DOMINGOS/FERIADOS
      *                  DA COMPETENCIA (COBOL096); LINHA PROPRIA NO
      *                  RLATFUN E NO FOLHANET (FN-DSR), DENTRO DO BRUTO
      * 15/10/2026 VRB - DESCONTO DE FALTAS INJUSTIFICADAS, DSR PERDIDO
      *                  E ATRASOS ALEM DA TOLERANCIA APURADOS PELO
      *                  COBOL153 CONTRA A ESCALA (NOVOS CAMPOS DO
      *                  HORAGG); LINHA PROPRIA NA PAGINA DE ADICIONAIS
      * 15/10/2026 VRB - COMISSOES E VARIAVEIS DE VENDAS IMPORTADAS PELO
      *                  COBOL220 (COMISMES) PAGAS COMO VERBA PROPRIA NA
      *                  FOLHA REGULAR, DENTRO DO BRUTO E DO REFLEXO DO
      *                  DSR; MEDIA DE VARIAVEIS (COMISHIS) NA BASE DO
      *                  13. E DAS FERIAS; RECUSAS DA IMPORTACAO
      *                  (COMISREJ) TRANSCRITAS PARA O EXCFUNCI
      * 15/10/2026 VRB - TIPO DE CONTRATO LIDO DO MESTRE FUNCMST
      *                  (ACESSO DIRETO): ESTAGIARIO SEM 13. E COM
      *                  RECESSO SEM O TERCO; TIPO REPASSADO AO MOTOR
      *                  COBOL148 E GRAVADO NO FOLHANET
      *                  (FN-TIPO-CONTRATO) PARA FGTS, GUIAS E SEFIP
      * 15/10/2026 VRB - DEPTREF COM DEPARTAMENTO SUPERIOR E GESTOR;
      *                  CAMINHO HIERARQUICO NO CABECALHO DO
      *                  DEPARTAMENTO E RESUMO POR HIERARQUIA COM
      *                  SUBTOTAIS EM CASCATA (COBOL226)
      * 15/10/2026 VRB - GRUPOS DE PAGAMENTO SEMANAL E QUINZENAL
      *                  (GRPFUNC): MODO 'SEMANAL' PAGA UM PERIODO DO
      *                  CALPROC COM SALARIO PROPORCIONAL AOS DIAS E
      *                  INSS/IRRF ACUMULADOS NA COMPETENCIA (SEMACUM);
      *                  FOLHA MENSAL E QUINZENA SEM OS DESSES GRUPOS
      * 15/10/2026 VRB - TIPO DE DESLIGAMENTO INFORMADO PELO RH
      *                  (DESLTIPO) E EMPRESA DO GRUPO GRAVADOS NO
      *                  DESFUNCI, PARA O AVISO PREVIO E O FGTS
      *                  RESCISORIO
      * 15/10/2026 VRB - MANIFESTO DE LINHAGEM (COBOL257): GERACAO E
      *                  QUANTIDADE DE CADA ARQUIVO LIDO E GRAVADO NA
      *                  RODADA, NO FIM DO JOB AO LADO DO RUNSTATS
      *****************************************************************
       IDENTIFICATION DIVISION.
      **************************
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-AFASTFUN.
      *
           SELECT DESLTIPO ASSIGN TO DESLTIPO
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-DESLTIPO.
      *
           SELECT QUINSETL ASSIGN TO QUINSETL
                  ORGANIZATION IS SEQUENTIAL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-REL13REC.
      *
           SELECT COMISMES ASSIGN TO COMISMES
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-COMISMES.
      *
           SELECT COMISHIS ASSIGN TO COMISHIS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-COMISHIS.
      *
           SELECT COMISREJ ASSIGN TO COMISREJ
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-COMISREJ.
      *
           SELECT FUNCMST ASSIGN TO FUNCMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FM-MATRICULA
                  FILE STATUS IS ST-FUNCMST.
      *
           SELECT GRPFUNC ASSIGN TO GRPFUNC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-GRPFUNC.
      *
           SELECT CALPROC ASSIGN TO CALPROC
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CALPROC.
      *
           SELECT SEMACUM ASSIGN TO SEMACUM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-SEMACUM.
      *
           SELECT SEMACUN ASSIGN TO SEMACUN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-SEMACUN.
      *
      *--------------                                                   00129000
       DATA DIVISION.                                                   00130000
      * VALOR AO BENEFICIARIO DA ORDEM NA MESMA REMESSA
      *----
            03 FN-PENSAO                   PIC 9(007)V99.
      *----
      * REFLEXO DO DESCANSO SEMANAL REMUNERADO SOBRE AS VERBAS
      * VARIAVEIS (HORA-EXTRA, ADICIONAL NOTURNO E COMISSOES); JA
      * DENTRO DE FN-BRUTO E, POR ISSO, DAS BASES DE INSS/IRRF
      * (COBOL148) E FGTS (COBOL181) - AQUI E O DETALHE NOMEADO
      *----
            03 FN-DSR                      PIC 9(005)V99.
      *----
      * TIPO DE CONTRATO DO FUNCIONARIO (FM-TIPO-CONTRATO DO
      * FUNCMST): 'C' CLT, 'A' APRENDIZ, 'E' ESTAGIARIO, 'D' DIRETOR
      * PRO-LABORE - DECIDE O FGTS (COBOL181), A COTA PATRONAL
      * (COBOL182) E A CATEGORIA DA SEFIP (COBOL164)
      *----
            03 FN-TIPO-CONTRATO            PIC X(001).
      *----
         FD MODOPROC
            RECORDING MODE IS F
      * PARTICIONADA: O CONTROLE DE PERIODO NAO E ALOCADO AQUI E
      * FICA A CARGO DO PASSO DE CONSOLIDACAO (COBOL170), PARA OS
      * FLUXOS PARALELOS NAO DISPUTAREM O PERCTL ENTRE SI.
      * 'SEMANAL' PAGA O PERIODO CORRENTE DO GRUPO DE PAGAMENTO
      * INFORMADO NO TERCEIRO CAMPO ('S' SEMANAL, 'Q' QUINZENAL),
      * CONFORME O PERCTL E O CALPROC.
      *----
         01 REG-MODOPROC.
            03 MODOPROC-MODO               PIC X(008).
            03 MODOPROC-PERCTL             PIC X(008).
            03 MODOPROC-GRUPO              PIC X(001).
            03 FILLER                      PIC X(063).
      *----
         FD HORAGG
            RECORDING MODE IS F
            03 HAG-HORAS-050               PIC 9(005)V99.
            03 HAG-HORAS-100               PIC 9(005)V99.
            03 HAG-HORAS-NOT               PIC 9(005)V99.
      *----
      * CONFRONTO COM A ESCALA (ZERADOS QUANDO O COBOL153 RODA SEM
      * ESCALA): FALTAS INJUSTIFICADAS, DESCANSOS SEMANAIS PERDIDOS
      * E MINUTOS DE ATRASO ALEM DA TOLERANCIA
      *----
            03 HAG-FALTAS                  PIC 9(003).
            03 HAG-DSR-PERDIDO             PIC 9(002).
            03 HAG-MIN-ATRASO              PIC 9(005).
            03 FILLER                      PIC X(041).
      *----
         FD AUTHE
            RECORDING MODE IS F
            03 AFA-DATA-INICIO             PIC 9(008).
            03 AFA-DATA-RETORNO            PIC 9(008).
            03 FILLER                      PIC X(055).
      *----
         FD DESLTIPO
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * TIPO DE DESLIGAMENTO INFORMADO PELO RH PARA CADA MATRICULA
      * QUE SAI NA COMPETENCIA; SEGUE NO DESFUNCI E DECIDE O AVISO
      * PREVIO E A MULTA DO FGTS NA RESCISAO (COBOL152)
      *   S = DISPENSA SEM JUSTA CAUSA     (MULTA DE 40%)
      *   A = ACORDO - CLT ART. 484-A      (MULTA DE 20%)
      *   J = DISPENSA POR JUSTA CAUSA     (SEM MULTA)
      *   P = PEDIDO DE DEMISSAO           (SEM MULTA)
      *   T = TERMINO DE CONTRATO A PRAZO  (SEM MULTA)
      *   F = FALECIMENTO                  (SEM MULTA)
      *----
         01 REG-DESLTIPO.
            03 DLT-MATRICULA               PIC 9(008).
            03 DLT-TIPO                    PIC X(001).
               88 DLT-TIPO-VALIDO                 VALUE 'S' 'A' 'J'
                                                        'P' 'T' 'F'.
            03 FILLER                      PIC X(071).
      *----
         FD QUINSETL
            RECORDING MODE IS F
         FD REL13REC.
      *----
         01 REG-REL13REC                   PIC X(132).
      *----
         FD COMISMES
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * COMISSOES E VARIAVEIS DE VENDAS DA COMPETENCIA, VALIDADAS E
      * SOMADAS POR MATRICULA PELO COBOL220 (CLASSIFICADO POR
      * MATRICULA): NA FOLHA REGULAR SAO PAGAS COMO VERBA PROPRIA
      * DENTRO DO BRUTO E ENTRAM NO REFLEXO DO DSR. SEM O ARQUIVO,
      * NAO HA COMISSAO NA RODADA
      *----
         01 REG-COMISMES.
            03 CMM-MATRICULA               PIC 9(008).
            03 CMM-COMPETENCIA             PIC 9(006).
            03 CMM-VALOR                   PIC 9(007)V99.
            03 CMM-QTD-LANC                PIC 9(003).
            03 FILLER                      PIC X(054).
      *----
         FD COMISHIS
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * HISTORICO DAS COMISSOES POR MATRICULA E COMPETENCIA (COBOL220,
      * CLASSIFICADO POR MATRICULA + COMPETENCIA): BASE DA MEDIA DE
      * VARIAVEIS SOMADA AO SALARIO NO 13. (MESES DO ANO) E NAS
      * FERIAS (12 COMPETENCIAS ANTERIORES)
      *----
         01 REG-COMISHIS.
            03 CMH-MATRICULA               PIC 9(008).
            03 CMH-COMPETENCIA             PIC 9(006).
            03 CMH-VALOR                   PIC 9(007)V99.
            03 FILLER                      PIC X(057).
      *----
         FD COMISREJ.
      *----
      * LANCAMENTOS DE COMISSAO RECUSADOS NA IMPORTACAO (COBOL220),
      * JA NA IMAGEM DO EXCFUNCI: A FOLHA REGULAR OS TRANSCREVE PARA
      * O EXCFUNCI DA RODADA, ENTRANDO NO MESMO FLUXO DE REPAROS
      *----
         01 REG-COMISREJ                   PIC X(087).
      *----
         FD FUNCMST
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * MESTRE DE FUNCIONARIOS (COBOL131), LIDO PELA MATRICULA SO
      * PARA O TIPO DE CONTRATO, QUE NAO CABE NO REGISTRO DO FUNCI
      *----
         01 REG-FUNCMST.
            03 FM-MATRICULA                PIC 9(008).
            03 FILLER                      PIC X(071).
            03 FM-TIPO-CONTRATO            PIC X(001).
      *----
         FD GRPFUNC
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * GRUPO DE PAGAMENTO POR MATRICULA (LAYOUT EM COPY2371)
      *----
           COPY  'COPY2371'.
      *----
         FD CALPROC
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * CALENDARIO DE PROCESSAMENTO (COBOL199): NA RODADA 'SEMANAL'
      * DA OS DIAS DO PERIODO PAGO, OS DIAS DE TODOS OS PERIODOS DO
      * GRUPO NA COMPETENCIA E SE ELE E O ULTIMO DO MES
      *----
         01 REG-CALPROC.
            03 CAL-COMPETENCIA             PIC 9(006).
            03 CAL-CORTE-PONTO             PIC 9(008).
            03 CAL-PRAZO-FUNCI             PIC 9(008).
            03 CAL-DATA-PAGAMENTO          PIC 9(008).
            03 CAL-VENC-GPS                PIC 9(008).
            03 CAL-VENC-DARF               PIC 9(008).
            03 CAL-GRUPO                   PIC X(001).
            03 CAL-PERIODO                 PIC 9(002).
            03 CAL-INICIO                  PIC 9(008).
            03 CAL-FIM                     PIC 9(008).
            03 CAL-ULTIMO                  PIC X(001).
               88 CAL-ULTIMO-DA-COMPETENCIA        VALUE 'S'.
            03 FILLER                      PIC X(014).
      *----
         FD SEMACUM
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * ACUMULADO DOS PERIODOS JA PAGOS (LAYOUT EM COPY2372, NA
      * WORKING): A GERACAO NOVA (SEMACUN) LEVA TODO O CONTEUDO DA
      * ANTERIOR, MENOS UMA RERODADA DO PROPRIO PERIODO, E RECEBE OS
      * PAGAMENTOS DESTA RODADA
      *----
         01 REG-SEMACUM-ENT                PIC X(080).
      *----
         FD SEMACUN
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
         01 REG-SEMACUN                    PIC X(080).
      *----                                                             00159900
         FD RESTCTL.
      *----
            03 REST-QTD-QUINZ              PIC 9(005).
            03 REST-TOT-ABONO              PIC 9(009)V99 COMP-3.
            03 REST-QTD-ABONO              PIC 9(005).
            03 REST-TOT-DSR                PIC 9(009)V99 COMP-3.
            03 REST-QTD-DSR                PIC 9(005).
            03 REST-TOT-FALTAS             PIC 9(009)V99 COMP-3.
            03 REST-QTD-FALTAS             PIC 9(005).
            03 REST-TOT-COMIS              PIC 9(009)V99 COMP-3.
            03 REST-QTD-COMIS              PIC 9(005).
      *----
      * QUADRO DE CONVERSOES CAMBIAIS, PARA A PAGINA DA MOEDA
      * ESTRANGEIRA SAIR COMPLETA NUM REINICIO
      * DE SALARIO DA RESCISAO (COBOL152)
      *----
            03 DESF-DATA-DESLIG            PIC 9(008).
      *----
      * EMPRESA DO GRUPO (CNPJ DA GUIA RESCISORIA DO FGTS) E TIPO DE
      * DESLIGAMENTO DO DESLTIPO; SEM INFORMACAO DO RH VALE 'S'
      *----
            03 DESF-EMPRESA                PIC X(002).
            03 DESF-TIPO-DESLIG            PIC X(001).
      *----
         FD DEPTREF.
      *----
            03 DEPTREF-STATUS              PIC X(001).
               88 DEPTREF-STATUS-ATIVO            VALUE 'A' ' '.
               88 DEPTREF-STATUS-INATIVO          VALUE 'I'.
      *----
      * DEPARTAMENTO SUPERIOR (BRANCO = RAIZ) E MATRICULA DO GESTOR
      * RESPONSAVEL (ZERO = RESPONDE O GESTOR DO SUPERIOR)
      *----
            03 DEPTREF-PAI                 PIC X(005).
            03 DEPTREF-GESTOR              PIC 9(008).
      *----
         FD PARMPAG.
      *----
       77  SALARIO-EXT                     PIC 9(005)V99 COMP-3.        00190300
       77  WSS-REG-LIDOS                   PIC 9999 VALUE ZEROES.       00190300
       77  WSS-REG-GRAVADOS                PIC 9999 VALUE ZEROES.       00190300
      *----
      * QUANTIDADES GRAVADAS PARA O MANIFESTO DE LINHAGEM (COBOL257)
      *----
       77  WSS-LIN-FOLHANET                PIC 9(008) VALUE 0.
       77  WSS-LIN-EXCFUNCI                PIC 9(008) VALUE 0.
       77  WSS-LIN-PARC13                  PIC 9(008) VALUE 0.
       77  WSS-LIN-QUINSETL                PIC 9(008) VALUE 0.
       77  WSS-NOME-DEPTO                  PIC X(05) VALUE SPACES.
       77  WSS-EOF                         PIC X VALUE 'N'.             00190300
       77  MASCARA-SALARIO                 PIC ZZ.ZZ9,99.               00190400
           88 WSS-MODO-DEC2                          VALUE 'DEC2'.
           88 WSS-MODO-FERIAS                        VALUE 'FERIAS'.
           88 WSS-MODO-QUINZENA                      VALUE 'QUINZENA'.
           88 WSS-MODO-SEMANAL                       VALUE 'SEMANAL'.
       77  WSS-PERCTL-DIFERIDO             PIC X(001) VALUE 'N'.
           88  WSS-PERIODO-DIFERIDO                   VALUE 'S'.
      *----
       77  WSS-DIAS-AFAST                  PIC S9(003) COMP-3 VALUE 0.
       77  WSS-VALOR-AFAST                 PIC 9(007)V99 COMP-3 VALUE 0.
       77  WSS-REG-AFASTADO                PIC X(001) VALUE 'N'.
      *----
      * TIPOS DE DESLIGAMENTO INFORMADOS PELO RH (DESLTIPO)
      *----
       77  ST-DESLTIPO                     PIC 9(002) VALUE 0.
       77  WSS-EOF-DESLT                   PIC X(001) VALUE 'N'.
       77  WSS-QTD-DESLT                   PIC 9(004) VALUE 0.
       77  WSS-QTD-DESLT-PADRAO            PIC 9(004) VALUE 0.
      *----
       01  WSS-TAB-DESLT.
           05 WSS-DLT-ENTRY OCCURS 0 TO 2000 TIMES
                 DEPENDING ON WSS-QTD-DESLT
                 INDEXED BY IDX-DLT.
              10 TDL-MATRICULA             PIC 9(008).
              10 TDL-TIPO                  PIC X(001).
      *----
       01  WSS-DATA-RET-GRP.
           03 WSS-RET-AAMM                 PIC 9(006).
       77  WSS-TOT-ABONO                   PIC 9(009)V99 COMP-3 VALUE 0.
       77  WSS-QTD-ABONO                   PIC 9(005) VALUE 0.
      *----
      * DESCANSO SEMANAL REMUNERADO: VERBAS VARIAVEIS DO MES
      * DIVIDIDAS PELOS DIAS UTEIS (SEGUNDA A SABADO FORA FERIADOS)
      * E MULTIPLICADAS PELOS DOMINGOS E FERIADOS DA COMPETENCIA,
      * APURADOS UMA VEZ NA CARGA
      *----
       77  WSS-COMPET-DSR                  PIC 9(006) VALUE 0.
       77  WSS-DATA-DSR                    PIC 9(008) VALUE 0.
       77  WSS-INT-DSR                     PIC 9(009) COMP VALUE 0.
       77  WSS-INT-FIM-MES                 PIC 9(009) COMP VALUE 0.
       77  WSS-DIA-SEMANA-DSR              PIC 9(001) VALUE 0.
       77  WSS-QTD-DIAS-MES                PIC 9(002) VALUE 0.
       77  WSS-QTD-DOMINGOS                PIC 9(002) VALUE 0.
       77  WSS-QTD-SEG-SEX                 PIC 9(002) VALUE 0.
       77  WSS-QTD-UTEIS-096               PIC 9(002) VALUE 0.
       77  WSS-DIAS-UTEIS-DSR              PIC 9(002) VALUE 0.
       77  WSS-DIAS-DESCANSO               PIC 9(002) VALUE 0.
       77  WSS-FIM-MES-DSR                 PIC X(001) VALUE 'N'.
       77  WSS-VARIAVEIS-DSR               PIC 9(007)V99 COMP-3 VALUE 0.
       77  WSS-VALOR-DSR                   PIC 9(007)V99 COMP-3 VALUE 0.
       77  WSS-TOT-DSR                     PIC 9(009)V99 COMP-3 VALUE 0.
       77  WSS-QTD-DSR                     PIC 9(005) VALUE 0.
      *----
      * FALTAS E ATRASOS CONFRONTADOS COM A ESCALA (HORAGG): O DIA
      * E O DSR PERDIDO VALEM 1/30 DO SALARIO; O MINUTO DE ATRASO,
      * 1/60 DA HORA DO DIVISOR MENSAL DE 220 HORAS
      *----
       77  WSS-HORAS-MES                   PIC 9(003) VALUE 220.
       77  WSS-FALTAS-FUN                  PIC 9(003) VALUE 0.
       77  WSS-DSR-PERDIDO-FUN             PIC 9(002) VALUE 0.
       77  WSS-MIN-ATRASO-FUN              PIC 9(005) VALUE 0.
       77  WSS-VALOR-FALTAS                PIC 9(007)V99 COMP-3 VALUE 0.
       77  WSS-TOT-FALTAS                  PIC 9(009)V99 COMP-3 VALUE 0.
       77  WSS-QTD-FALTAS                  PIC 9(005) VALUE 0.
      *----
      * COMISSOES E VARIAVEIS DE VENDAS: COMISMES CASADO
      * CO-SEQUENCIALMENTE COM O FUNCI NA FOLHA REGULAR; COMISHIS,
      * NOS MODOS DE 13. E FERIAS, PARA A MEDIA DE VARIAVEIS DA
      * JANELA DE COMPETENCIAS APURADA NA CARGA
      *----
       77  ST-COMISMES                     PIC 9(002) VALUE 0.
       77  ST-COMISHIS                     PIC 9(002) VALUE 0.
       77  ST-COMISREJ                     PIC 9(002) VALUE 0.
       77  WSS-EOF-CMM                     PIC X(001) VALUE 'N'.
       77  WSS-EOF-CMH                     PIC X(001) VALUE 'N'.
       77  WSS-EOF-REJ                     PIC X(001) VALUE 'N'.
       77  WSS-COMISMES-ATIVO              PIC X(001) VALUE 'N'.
           88 WSS-COMISSAO-ATIVA                    VALUE 'Y'.
       77  WSS-COMISHIS-ATIVO              PIC X(001) VALUE 'N'.
           88 WSS-MEDIA-VARIAVEIS                   VALUE 'Y'.
       77  WSS-CMM-MATR-ANT                PIC 9(008) VALUE 0.
       77  WSS-CMH-MATR-ANT                PIC 9(008) VALUE 0.
       77  WSS-QTD-CMM                     PIC 9(006) VALUE 0.
       77  WSS-QTD-CMH                     PIC 9(006) VALUE 0.
       77  WSS-QTD-REJ-COMIS               PIC 9(006) VALUE 0.
       77  WSS-VALOR-COMIS                 PIC 9(007)V99 COMP-3 VALUE 0.
       77  WSS-TOT-COMIS                   PIC 9(009)V99 COMP-3 VALUE 0.
      *----
      * TIPO DE CONTRATO DO FUNCIONARIO CORRENTE, DO MESTRE FUNCMST.
      * SEM O MESTRE (FS=35) OU MATRICULA FORA DELE, VALE CLT
      *----
       77  ST-FUNCMST                      PIC 9(002) VALUE 0.
       77  WSS-FUNCMST-ATIVO               PIC X(001) VALUE 'N'.
           88 WSS-CONTRATO-ATIVO                    VALUE 'Y'.
       77  WSS-TIPO-CONTRATO               PIC X(001) VALUE 'C'.
           88 WSS-CT-CLT                            VALUE 'C' ' '.
           88 WSS-CT-APRENDIZ                       VALUE 'A'.
           88 WSS-CT-ESTAGIARIO                     VALUE 'E'.
           88 WSS-CT-DIRETOR                        VALUE 'D'.
       77  WSS-QTD-COMIS                   PIC 9(005) VALUE 0.
       77  WSS-SOMA-COMIS                  PIC 9(009)V99 COMP-3 VALUE 0.
       77  WSS-MEDIA-COMIS                 PIC 9(007)V99 COMP-3 VALUE 0.
       77  WSS-COMPET-COMIS                PIC 9(006) VALUE 0.
       77  WSS-COMPET-MEDIA-INI            PIC 9(006) VALUE 0.
       77  WSS-COMPET-MEDIA-FIM            PIC 9(006) VALUE 0.
       77  WSS-MESES-MEDIA                 PIC S9(005) COMP-3 VALUE 0.
       77  WSS-ABS-INI                     PIC 9(006) COMP VALUE 0.
       77  WSS-ABS-FIM                     PIC 9(006) COMP VALUE 0.
       77  WSS-ABS-AUX                     PIC 9(006) COMP VALUE 0.
       77  WSS-ABS-ANO                     PIC 9(004) VALUE 0.
       77  WSS-ABS-MES                     PIC 9(002) VALUE 0.
      *----
      * MODO EXPLICATIVO DE AUDITORIA: MATRICULAS DO CARTAO
      * MATRLIST GANHAM A MEMORIA DE CALCULO NUMERADA EM RELEXPL
      *----
                 INDEXED BY IDX-QUI.
              10 TQU-MATRICULA             PIC 9(008).
              10 TQU-VALOR                 PIC 9(007)V99.
      *----
      * GRUPOS DE PAGAMENTO SEMANAL/QUINZENAL: GRUPO DA RODADA
      * (MODOPROC), PERIODO (PERCTL) E DIAS DO PERIODO E DA
      * COMPETENCIA (CALPROC); TABELA DAS MATRICULAS FORA DA FOLHA
      * MENSAL (GRPFUNC) E ACUMULADO DOS PERIODOS ANTERIORES
      * (SEMACUM)
      *----
       77  ST-GRPFUNC                      PIC 9(002) VALUE 0.
       77  ST-CALPROC                      PIC 9(002) VALUE 0.
       77  ST-SEMACUM                      PIC 9(002) VALUE 0.
       77  ST-SEMACUN                      PIC 9(002) VALUE 0.
       77  WSS-EOF-GRP                     PIC X(001) VALUE 'N'.
       77  WSS-EOF-CAL                     PIC X(001) VALUE 'N'.
       77  WSS-EOF-SMA                     PIC X(001) VALUE 'N'.
       77  WSS-SEMACUN-ABERTO              PIC X(001) VALUE 'N'.
       77  WSS-GRUPO-PAGTO                 PIC X(001) VALUE SPACE.
       77  WSS-PERIODO-PAGTO               PIC 9(002) VALUE 0.
       77  WSS-ULTIMO-PERIODO              PIC X(001) VALUE 'N'.
       77  WSS-ACHOU-PERIODO               PIC X(001) VALUE 'N'.
       77  WSS-DIAS-PERIODO                PIC 9(003) VALUE 0.
       77  WSS-DIAS-COMPETENCIA            PIC 9(003) VALUE 0.
       77  WSS-QTD-PERIODOS-MES            PIC 9(002) VALUE 0.
       77  WSS-GRUPO-FUNCI                 PIC X(001) VALUE SPACE.
       77  WSS-FORA-DO-GRUPO               PIC X(001) VALUE 'N'.
           88 WSS-FUNCI-FORA-DO-GRUPO               VALUE 'S'.
       77  WSS-QTD-OUTRO-GRUPO             PIC 9(006) VALUE 0.
       77  WSS-QTD-GRPFUNC                 PIC 9(005) VALUE 0.
       77  WSS-MATR-GRP-ANT                PIC 9(008) VALUE 0.
       77  WSS-QTD-SEMA                    PIC 9(004) VALUE 0.
       77  WSS-QTD-SEMACUN                 PIC 9(006) VALUE 0.
       77  WSS-SALARIO-PERIODO             PIC 9(005)V99 COMP-3 VALUE 0.
       77  WSS-PERIC-PERIODO               PIC 9(007)V99 COMP-3 VALUE 0.
       77  WSS-DIFERENCA-PERIODO           PIC 9(007)V99 COMP-3 VALUE 0.
      *----
           COPY  'COPY2372'.
      *----
       01  WSS-TAB-GRPFUNC.
           05 WSS-GRF-ENTRY OCCURS 0 TO 20000 TIMES
                 DEPENDING ON WSS-QTD-GRPFUNC
                 ASCENDING KEY IS TGF-MATRICULA
                 INDEXED BY IDX-GRF.
              10 TGF-MATRICULA             PIC 9(008).
              10 TGF-GRUPO                 PIC X(001).
      *----
       01  WSS-TAB-SEMACUM.
           05 WSS-SMA-ENTRY OCCURS 0 TO 5000 TIMES
                 DEPENDING ON WSS-QTD-SEMA
                 INDEXED BY IDX-SMA.
              10 TSM-MATRICULA             PIC 9(008).
              10 TSM-BASE                  PIC 9(007)V99.
              10 TSM-INSS                  PIC 9(007)V99.
              10 TSM-IRRF                  PIC 9(007)V99.
       77  WSS-QTD-DISCREP                 PIC 9(004) VALUE 0.
       77  MASCARA-HORAS                   PIC ZZZZ9,99.
      *----
      *----
           COPY  'COPY1041'.
      *----
      * LINKAGE DO SUBPROGRAMA DE SOMA DE DIAS UTEIS (COBOL096),
      * USADO NA APURACAO DOS DIAS DO DSR
      *----
           COPY  'COPY0961'.
      *----
      * LINKAGE DO SUBPROGRAMA DE CONTROLE DE PERIODO (COBOL138):
      * IMPEDE RODAR DUAS VEZES A MESMA COMPETENCIA OU RODAR
      * COMPETENCIA JA FECHADA
      *----
           COPY  'COPY1411'.
      *----
      * LINKAGE DO GRAVADOR DO MANIFESTO DE LINHAGEM (COBOL257):
      * GERACAO E QUANTIDADE DE CADA ARQUIVO LIDO E GRAVADO
      *----
           COPY  'COPY2571'.
      *----
      * LINKAGE DO SUBPROGRAMA DE VERIFICACAO DE AUTORIZACAO
      * (COBOL144): SO USUARIO COM A FUNCAO 'FOLHA' EM PERMFIL PODE
      * RODAR A FOLHA DE PAGAMENTO
      * DESLIGAMENTO QUITA O SALDO INTEGRAL CONTRA O ACERTO FINAL
      *----
           COPY  'COPY1491'.
      *----
      * LINKAGE DO SUBPROGRAMA DE HIERARQUIA DE DEPARTAMENTOS
      * (COBOL226): CAMINHO NO CABECALHO E SUBTOTAIS EM CASCATA
      *----
           COPY  'COPY2261'.
       77  WSS-ADIANT-DISPONIVEL           PIC X(001) VALUE 'Y'.
       77  WSS-REG-EXCLUIDOS               PIC 9(004) VALUE ZEROES.
       77  WSS-REG-DESLIGADOS              PIC 9(004) VALUE ZEROES.
       77  ST-DEPTREF                      PIC 9(002) VALUE 0.
       77  WSS-QTD-DEPTOS                  PIC 9(004) VALUE 0.
       77  WSS-EOF-DEPTREF                 PIC X(001) VALUE 'N'.
       77  WSS-POS-ARVORE                  PIC 9(003) COMP VALUE 0.
       77  ST-PARMPAG                      PIC 9(002) VALUE 0.
       77  ST-SITECFG                      PIC 9(002) VALUE 0.
       77  WSS-INSTALACAO                  PIC X(020) VALUE 'INEFE'.
           03 FILLER                       PIC X(014)
                                               VALUE 'DEPARTAMENTO: '.
           03 CAB-NOME-DEPTO               PIC X(030) VALUE SPACES.     00290500
           03 FILLER                       PIC X(013)
                                               VALUE ' HIERARQUIA: '.
           03 CAB-HIERARQUIA               PIC X(035) VALUE SPACES.
      *----                                                             00290100
       01  CAB04.                                                       00290200
           03 FILLER                       PIC X(009)
           03 BRUTO-EMP-DET                PIC X(014) VALUE SPACES.
           03 FILLER                       PIC X(003) VALUE SPACES.
           03 LIQ-EMP-DET                  PIC X(014) VALUE SPACES.
      *----
       01  CAB16.
           03 FILLER                       PIC X(025) VALUE SPACES.
           03 FILLER                       PIC X(040)
              VALUE 'RESUMO POR HIERARQUIA DE DEPARTAMENTOS'.
      *----
       01  CAB17.
           03 FILLER                       PIC X(018) VALUE SPACES.
           03 FILLER                       PIC X(020) VALUE 'ESTRUTURA'.
           03 FILLER                       PIC X(030)
              VALUE 'NOME DEPARTAMENTO'.
           03 FILLER                       PIC X(010) VALUE 'QTDE'.
           03 FILLER                       PIC X(016) VALUE 'TOTAL'.
           03 FILLER                       PIC X(010) VALUE 'GESTOR'.
      *----
       01  DET08.
           03 FILLER                       PIC X(018) VALUE SPACES.
           03 ARVORE-HIER-DET              PIC X(020) VALUE SPACES.
           03 NOME-HIER-DET                PIC X(030) VALUE SPACES.
           03 QTDE-HIER-DET                PIC X(010) VALUE SPACES.
           03 TOTAL-HIER-DET               PIC X(016) VALUE SPACES.
           03 GESTOR-HIER-DET              PIC Z(007)9 VALUE ZEROES.
      *-------------------                                              00293500
       PROCEDURE DIVISION.                                              00293600
      *-------------------                                              00293700
           PERFORM 0005-INICIA-PERIODO
              THRU 0005-INICIA-PERIODO-EXIT.

           PERFORM 0040-CARGA-PERIODO-SEMANAL
              THRU 0040-CARGA-PERIODO-SEMANAL-EXIT.

           PERFORM 0042-CARGA-GRPFUNC
              THRU 0042-CARGA-GRPFUNC-EXIT.

           PERFORM 0009-CARGA-HORAGG
              THRU 0009-CARGA-HORAGG-EXIT.

           PERFORM 0017-CARGA-AFASTFUN
              THRU 0017-CARGA-AFASTFUN-EXIT.

           PERFORM 0048-CARGA-DESLTIPO
              THRU 0048-CARGA-DESLTIPO-EXIT.

           PERFORM 0024-CARGA-FERIAS-ABONO
              THRU 0024-CARGA-FERIAS-ABONO-EXIT.

           PERFORM 0028-CARGA-CAMBIO
              THRU 0028-CARGA-CAMBIO-EXIT.

           PERFORM 0030-APURA-DIAS-DSR
              THRU 0030-APURA-DIAS-DSR-EXIT.

           PERFORM 0033-CARGA-COMISMES
              THRU 0033-CARGA-COMISMES-EXIT.

           PERFORM 0035-CARGA-COMISHIS
              THRU 0035-CARGA-COMISHIS-EXIT.

           PERFORM 0039-ABRE-FUNCMST
              THRU 0039-ABRE-FUNCMST-EXIT.

           PERFORM 1000-OPEN-FUNCI.                                     00293900

      *----
           PERFORM 0021-PREPARA-PARC13
              THRU 0021-PREPARA-PARC13-EXIT.

           PERFORM 0037-TRANSCREVE-COMISREJ
              THRU 0037-TRANSCREVE-COMISREJ-EXIT.

           PERFORM 0044-PREPARA-SEMACUM
              THRU 0044-PREPARA-SEMACUM-EXIT.

           PERFORM 1001-LER-FUNCI.                                      00293900

           IF WSS-NOME-DEPTO NOT EQUAL SPACES
           PERFORM 6000-IMPRIME-RESUMO-DEPTOS
              THRU 6000-IMPRIME-RESUMO-DEPTOS-EXIT.

           PERFORM 6700-IMPRIME-RESUMO-HIERARQUIA
              THRU 6700-IMPRIME-RESUMO-HIERARQUIA-EXIT.

           PERFORM 6100-IMPRIME-RECAP-DESCONTOS
              THRU 6100-IMPRIME-RECAP-DESCONTOS-EXIT.

           END-IF.

           MOVE MODOPROC-MODO            TO WSS-MODO-PROC.
           MOVE MODOPROC-GRUPO           TO WSS-GRUPO-PAGTO.

           IF MODOPROC-PERCTL EQUAL 'DIFERIDO'
              MOVE 'S'                   TO WSS-PERCTL-DIFERIDO
                                          TO WSS-CAB-BOILERPLATE
               WHEN WSS-MODO-REGULAR
                    CONTINUE
               WHEN WSS-MODO-SEMANAL
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'COBOL089 - MODO INVALIDO: ' WSS-MODO-PROC
                    MOVE 16               TO RETURN-CODE
           EXIT.

      *----
      * RODADA 'SEMANAL': O PERCTL TEM DE ESTAR NUM PERIODO DO GRUPO
      * DO MODOPROC (A OPERACAO AVANCA O PERIODO A CADA RODADA) E O
      * PERIODO TEM DE CONSTAR DO CALPROC, DE ONDE SAEM OS DIAS DO
      * PERIODO, OS DIAS DE TODOS OS PERIODOS DO GRUPO NA
      * COMPETENCIA (PROPORCAO DO SALARIO MENSAL) E A MARCA DE
      * ULTIMO PERIODO DO MES (FECHAMENTO DO INSS/IRRF)
      *----
       0040-CARGA-PERIODO-SEMANAL.

           IF NOT WSS-MODO-SEMANAL
              GO TO 0040-CARGA-PERIODO-SEMANAL-EXIT
           END-IF.

           DISPLAY '0040-CARGA-PERIODO-SEMANAL'.

           IF WSS-GRUPO-PAGTO NOT EQUAL 'S'
              AND WSS-GRUPO-PAGTO NOT EQUAL 'Q'
              DISPLAY 'COBOL089 - GRUPO DE PAGAMENTO INVALIDO NO '
                      'MODOPROC: ' WSS-GRUPO-PAGTO
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-PERIODO-DIFERIDO
              DISPLAY 'COBOL089 - RODADA SEMANAL NAO ADMITE FLUXO '
                      'DIFERIDO'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-PC-GRUPO NOT EQUAL WSS-GRUPO-PAGTO
              OR WSS-PC-PERIODO EQUAL 0
              DISPLAY 'COBOL089 - PERCTL NAO ESTA EM PERIODO DO '
                      'GRUPO ' WSS-GRUPO-PAGTO
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE WSS-PC-PERIODO           TO WSS-PERIODO-PAGTO.

           OPEN INPUT CALPROC.

           IF ST-CALPROC NOT EQUAL 0 THEN
              DISPLAY 'COBOL089 - ERRO OPEN CALPROC FS=' ST-CALPROC
              MOVE ST-CALPROC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0041-LER-CALPROC
              THRU 0041-LER-CALPROC-EXIT
              UNTIL WSS-EOF-CAL = 'Y'.

           CLOSE CALPROC.

           IF WSS-ACHOU-PERIODO NOT EQUAL 'S'
              OR WSS-DIAS-COMPETENCIA EQUAL 0
              DISPLAY 'COBOL089 - PERIODO ' WSS-PERIODO-PAGTO
                      ' DO GRUPO ' WSS-GRUPO-PAGTO
                      ' NAO CONSTA DO CALPROC'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE SPACES                   TO WSS-CAB-BOILERPLATE.

           IF WSS-GRUPO-PAGTO EQUAL 'S'
              STRING 'FOLHA SEMANAL - PERIODO '
                     WSS-PERIODO-PAGTO ' DA COMPETENCIA'
                 DELIMITED BY SIZE INTO WSS-CAB-BOILERPLATE
              END-STRING
           ELSE
              STRING 'FOLHA QUINZENAL - PERIODO '
                     WSS-PERIODO-PAGTO ' DA COMPETENCIA'
                 DELIMITED BY SIZE INTO WSS-CAB-BOILERPLATE
              END-STRING
           END-IF.

           DISPLAY 'COBOL089 - GRUPO ' WSS-GRUPO-PAGTO
                   ' PERIODO ' WSS-PERIODO-PAGTO
                   ' DE ' WSS-QTD-PERIODOS-MES
                   ' - DIAS ' WSS-DIAS-PERIODO
                   ' DE ' WSS-DIAS-COMPETENCIA.

           IF WSS-ULTIMO-PERIODO EQUAL 'S'
              DISPLAY 'COBOL089 - ULTIMO PERIODO DA COMPETENCIA: '
                      'FECHAMENTO DO INSS/IRRF E ITENS MENSAIS'
           END-IF.

       0040-CARGA-PERIODO-SEMANAL-EXIT.
           EXIT.

      *----
       0041-LER-CALPROC.

           READ CALPROC
            AT END MOVE 'Y' TO WSS-EOF-CAL
           END-READ.

           IF ST-CALPROC NOT EQUAL 0 AND WSS-EOF-CAL NOT = 'Y'
              DISPLAY 'COBOL089 - ERRO READ CALPROC FS=' ST-CALPROC
              MOVE ST-CALPROC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF-CAL = 'Y'
              GO TO 0041-LER-CALPROC-EXIT
           END-IF.

           IF CAL-GRUPO NOT EQUAL WSS-GRUPO-PAGTO
              OR CAL-COMPETENCIA NOT EQUAL WSS-PC-COMPETENCIA
              GO TO 0041-LER-CALPROC-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-PERIODOS-MES.
           COMPUTE WSS-DIAS-COMPETENCIA = WSS-DIAS-COMPETENCIA
                   + FUNCTION INTEGER-OF-DATE (CAL-FIM)
                   - FUNCTION INTEGER-OF-DATE (CAL-INICIO) + 1.

           IF CAL-PERIODO EQUAL WSS-PERIODO-PAGTO
              MOVE 'S'                   TO WSS-ACHOU-PERIODO
              COMPUTE WSS-DIAS-PERIODO =
                      FUNCTION INTEGER-OF-DATE (CAL-FIM)
                      - FUNCTION INTEGER-OF-DATE (CAL-INICIO) + 1
              IF CAL-ULTIMO-DA-COMPETENCIA
                 MOVE 'S'                TO WSS-ULTIMO-PERIODO
              END-IF
           END-IF.

       0041-LER-CALPROC-EXIT.
           EXIT.

      *----
      * GRUPOS DE PAGAMENTO (GRPFUNC, CLASSIFICADO POR MATRICULA): SO
      * AS MATRICULAS SEMANAIS E QUINZENAIS ENTRAM NA TABELA. SEM O
      * ARQUIVO (FS=35) TODOS SAO MENSAIS - A RODADA 'SEMANAL' NAO
      * TEM QUEM PAGAR E E RECUSADA
      *----
       0042-CARGA-GRPFUNC.

           DISPLAY '0042-CARGA-GRPFUNC'.

           OPEN INPUT GRPFUNC.

           IF ST-GRPFUNC EQUAL 35
              IF WSS-MODO-SEMANAL
                 DISPLAY 'COBOL089 - GRPFUNC OBRIGATORIO NA RODADA '
                         'SEMANAL'
                 MOVE 16                 TO RETURN-CODE
                 PERFORM ROT-ABEND
                    THRU ROT-ABEND-EXIT
              END-IF
              DISPLAY 'COBOL089 - GRPFUNC NAO INFORMADO, TODOS NA '
                      'FOLHA MENSAL'
              GO TO 0042-CARGA-GRPFUNC-EXIT
           END-IF.

           IF ST-GRPFUNC NOT EQUAL 0 THEN
              DISPLAY 'COBOL089 - ERRO OPEN GRPFUNC FS=' ST-GRPFUNC
              MOVE ST-GRPFUNC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0043-LER-GRPFUNC
              THRU 0043-LER-GRPFUNC-EXIT
              UNTIL WSS-EOF-GRP = 'Y'.

           CLOSE GRPFUNC.

           DISPLAY 'COBOL089 - MATRICULAS EM GRUPO SEMANAL/QUINZENAL: '
                   WSS-QTD-GRPFUNC.

       0042-CARGA-GRPFUNC-EXIT.
           EXIT.

      *----
       0043-LER-GRPFUNC.

           READ GRPFUNC
            AT END MOVE 'Y' TO WSS-EOF-GRP
           END-READ.

           IF ST-GRPFUNC NOT EQUAL 0 AND WSS-EOF-GRP NOT = 'Y'
              DISPLAY 'COBOL089 - ERRO READ GRPFUNC FS=' ST-GRPFUNC
              MOVE ST-GRPFUNC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF-GRP = 'Y'
              GO TO 0043-LER-GRPFUNC-EXIT
           END-IF.

      *----
      * A PESQUISA BINARIA EXIGE A ORDEM: ARQUIVO FORA DE ORDEM
      * PODERIA PAGAR UM SEMANAL NA FOLHA MENSAL
      *----
           IF GRF-MATRICULA NOT GREATER WSS-MATR-GRP-ANT
              DISPLAY 'COBOL089 - GRPFUNC FORA DE ORDEM NA MATRICULA '
                      GRF-MATRICULA
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE GRF-MATRICULA            TO WSS-MATR-GRP-ANT.

           IF GRF-MENSAL
              GO TO 0043-LER-GRPFUNC-EXIT
           END-IF.

           IF NOT GRF-SEMANAL AND NOT GRF-QUINZENAL
              DISPLAY 'COBOL089 - GRUPO INVALIDO NO GRPFUNC: '
                      GRF-MATRICULA ' ' GRF-GRUPO
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-QTD-GRPFUNC NOT LESS 20000
              DISPLAY 'COBOL089 - TABELA DE GRUPOS DE PAGAMENTO CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-GRPFUNC.
           MOVE GRF-MATRICULA            TO
                TGF-MATRICULA (WSS-QTD-GRPFUNC).
           MOVE GRF-GRUPO                TO TGF-GRUPO (WSS-QTD-GRPFUNC).

       0043-LER-GRPFUNC-EXIT.
           EXIT.

      *----
      * RODADA 'SEMANAL': ABRE A NOVA GERACAO DO ACUMULADO (SEMACUN;
      * EXTEND NUM REINICIO, QUANDO A COPIA JA FOI FEITA) E SOMA POR
      * MATRICULA OS PERIODOS ANTERIORES DO GRUPO NA COMPETENCIA.
      * SEM O SEMACUM (FS=35) SO O PRIMEIRO PERIODO PODE RODAR
      *----
       0044-PREPARA-SEMACUM.

           IF NOT WSS-MODO-SEMANAL
              GO TO 0044-PREPARA-SEMACUM-EXIT
           END-IF.

           DISPLAY '0044-PREPARA-SEMACUM'.

           IF WSS-HOUVE-RESTART
              OPEN EXTEND SEMACUN
              IF ST-SEMACUN EQUAL 35
                 OPEN OUTPUT SEMACUN
              END-IF
           ELSE
              OPEN OUTPUT SEMACUN
           END-IF.

           IF ST-SEMACUN NOT EQUAL 0
              DISPLAY 'COBOL089 - ERRO OPEN SEMACUN FS=' ST-SEMACUN
              MOVE ST-SEMACUN            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'Y'                      TO WSS-SEMACUN-ABERTO.

           OPEN INPUT SEMACUM.

           IF ST-SEMACUM EQUAL 35
              IF WSS-PERIODO-PAGTO GREATER 1
                 DISPLAY 'COBOL089 - SEMACUM OBRIGATORIO A PARTIR DO '
                         'SEGUNDO PERIODO DA COMPETENCIA'
                 MOVE 16                 TO RETURN-CODE
                 PERFORM ROT-ABEND
                    THRU ROT-ABEND-EXIT
              END-IF
              DISPLAY 'COBOL089 - SEMACUM NAO INFORMADO, PRIMEIRO '
                      'PERIODO SEM ACUMULADO'
              GO TO 0044-PREPARA-SEMACUM-EXIT
           END-IF.

           IF ST-SEMACUM NOT EQUAL 0
              DISPLAY 'COBOL089 - ERRO OPEN SEMACUM FS=' ST-SEMACUM
              MOVE ST-SEMACUM            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0045-LER-SEMACUM
              THRU 0045-LER-SEMACUM-EXIT
              UNTIL WSS-EOF-SMA = 'Y'.

           CLOSE SEMACUM.

           DISPLAY 'COBOL089 - MATRICULAS COM PERIODOS ANTERIORES: '
                   WSS-QTD-SEMA.

       0044-PREPARA-SEMACUM-EXIT.
           EXIT.

      *----
       0045-LER-SEMACUM.

           READ SEMACUM INTO REG-SEMACUM
            AT END MOVE 'Y' TO WSS-EOF-SMA
           END-READ.

           IF ST-SEMACUM NOT EQUAL 0 AND WSS-EOF-SMA NOT = 'Y'
              DISPLAY 'COBOL089 - ERRO READ SEMACUM FS=' ST-SEMACUM
              MOVE ST-SEMACUM            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF-SMA = 'Y'
              GO TO 0045-LER-SEMACUM-EXIT
           END-IF.

           IF SMA-COMPETENCIA NOT EQUAL WSS-PC-COMPETENCIA
              OR SMA-GRUPO NOT EQUAL WSS-GRUPO-PAGTO
              PERFORM 0047-COPIA-SEMACUM
                 THRU 0047-COPIA-SEMACUM-EXIT
              GO TO 0045-LER-SEMACUM-EXIT
           END-IF.

      *----
      * RERODADA DO PROPRIO PERIODO: O REGISTRO ANTIGO E SUBSTITUIDO
      * PELO DESTA RODADA
      *----
           IF SMA-PERIODO NOT LESS WSS-PERIODO-PAGTO
              IF SMA-PERIODO GREATER WSS-PERIODO-PAGTO
                 PERFORM 0047-COPIA-SEMACUM
                    THRU 0047-COPIA-SEMACUM-EXIT
              END-IF
              GO TO 0045-LER-SEMACUM-EXIT
           END-IF.

           PERFORM 0047-COPIA-SEMACUM
              THRU 0047-COPIA-SEMACUM-EXIT.

           SET IDX-SMA TO 1.
           SEARCH WSS-SMA-ENTRY
              AT END
                 PERFORM 0046-NOVO-SEMACUM
                    THRU 0046-NOVO-SEMACUM-EXIT
              WHEN TSM-MATRICULA (IDX-SMA) EQUAL SMA-MATRICULA
                 ADD SMA-BASE            TO TSM-BASE (IDX-SMA)
                 ADD SMA-INSS            TO TSM-INSS (IDX-SMA)
                 ADD SMA-IRRF            TO TSM-IRRF (IDX-SMA)
           END-SEARCH.

       0045-LER-SEMACUM-EXIT.
           EXIT.

      *----
       0046-NOVO-SEMACUM.

           IF WSS-QTD-SEMA NOT LESS 5000
              DISPLAY 'COBOL089 - TABELA DO ACUMULADO SEMANAL CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-SEMA.
           MOVE SMA-MATRICULA            TO
                TSM-MATRICULA (WSS-QTD-SEMA).
           MOVE SMA-BASE                 TO TSM-BASE (WSS-QTD-SEMA).
           MOVE SMA-INSS                 TO TSM-INSS (WSS-QTD-SEMA).
           MOVE SMA-IRRF                 TO TSM-IRRF (WSS-QTD-SEMA).

       0046-NOVO-SEMACUM-EXIT.
           EXIT.

      *----
      * NUM REINICIO A COPIA DA GERACAO ANTERIOR JA ESTA NO SEMACUN
      *----
       0047-COPIA-SEMACUM.

           IF WSS-HOUVE-RESTART
              GO TO 0047-COPIA-SEMACUM-EXIT
           END-IF.

           WRITE REG-SEMACUN FROM REG-SEMACUM.

           IF ST-SEMACUN NOT EQUAL 0
              DISPLAY 'COBOL089 - ERRO WRITE SEMACUN FS=' ST-SEMACUN
              MOVE ST-SEMACUN            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       0047-COPIA-SEMACUM-EXIT.
           EXIT.

      *----
      * CARGA DO RESUMO DO PONTO DETALHADO (HORAGG, GERADO PELO
      * COBOL153); SEM O ARQUIVO (FS=35) O BRUTO SEGUE NO CAMPO
      * AGREGADO HORA-EXTRA DE FUNCI
      *----
       0009-CARGA-HORAGG.

           DISPLAY '0009-CARGA-HORAGG'.

           OPEN INPUT HORAGG.

           IF ST-HORAGG EQUAL 35
              DISPLAY 'COBOL089 - HORAGG NAO INFORMADO, HORA-EXTRA '
                      'PELO CAMPO AGREGADO DE FUNCI'
              GO TO 0009-CARGA-HORAGG-EXIT
           END-IF.

           IF ST-HORAGG NOT EQUAL 0 THEN
              DISPLAY 'COBOL089 - ERRO OPEN HORAGG FS=' ST-HORAGG
              MOVE ST-HORAGG             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

      *----
      * SEM CARGA EM TABELA: O ARQUIVO FICA ABERTO E E CASADO
      * CO-SEQUENCIALMENTE COM O FUNCI (2041-POSICIONA-HORAGG);
      * AQUI SO A LEITURA DE PREPARACAO
      *----
           SET WSS-PONTO-DETALHADO       TO TRUE.

           PERFORM 0010-LER-HORAGG
              THRU 0010-LER-HORAGG-EXIT.

           DISPLAY 'COBOL089 - PONTO DETALHADO ATIVO'.

           IF VLR-HE-050 EQUAL 0
              MOVE VLR-HORAEXT           TO VLR-HE-050
           END-IF.

           IF VLR-HE-100 EQUAL 0
              MOVE VLR-HORAEXT           TO VLR-HE-100
           END-IF.

       0009-CARGA-HORAGG-EXIT.
           EXIT.

      *----
       0010-LER-HORAGG.

           READ HORAGG
            AT END MOVE 'Y' TO WSS-EOF-HORAGG
           END-READ.

           IF ST-HORAGG NOT EQUAL 0 AND WSS-EOF-HORAGG NOT = 'Y' THEN
              DISPLAY 'COBOL089 - ERRO READ HORAGG FS=' ST-HORAGG
              MOVE ST-HORAGG             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF-HORAGG = 'Y'
              GO TO 0010-LER-HORAGG-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-HORAGG.

       0010-LER-HORAGG-EXIT.
           EXIT.

      *----
      * CARGA DAS AUTORIZACOES PREVIAS DE HORA-EXTRA DA COMPETENCIA;
      * SEM O ARQUIVO (FS=35) O CONTROLE FICA INATIVO E TODA HORA
      * APRESENTADA E PAGA (COMPORTAMENTO LEGADO)
      *----
       0011-CARGA-AUTHE.

           DISPLAY '0011-CARGA-AUTHE'.

           OPEN INPUT AUTHE.

           IF ST-AUTHE EQUAL 35
              DISPLAY 'COBOL089 - AUTHE NAO INFORMADO, CONTROLE DE '
                      'AUTORIZACAO INATIVO'
              GO TO 0011-CARGA-AUTHE-EXIT
           END-IF.

           IF ST-AUTHE NOT EQUAL 0 THEN
              DISPLAY 'COBOL089 - ERRO OPEN AUTHE FS=' ST-AUTHE
              MOVE ST-AUTHE              TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           SET WSS-CONTROLE-HE-ATIVO     TO TRUE.

           OPEN OUTPUT RELDISC.

           IF ST-RELDISC NOT EQUAL 0 THEN
              DISPLAY 'COBOL089 - ERRO OPEN RELDISC FS=' ST-RELDISC
              MOVE ST-RELDISC            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

      *----
      * SEM CARGA EM TABELA: O ARQUIVO FICA ABERTO E E CASADO
      * CO-SEQUENCIALMENTE COM O FUNCI (2046-POSICIONA-AUTHE);
      * AQUI SO A LEITURA DE PREPARACAO
      *----
           PERFORM 0012-LER-AUTHE
              THRU 0012-LER-AUTHE-EXIT.

           DISPLAY 'COBOL089 - CONTROLE DE AUTORIZACAO ATIVO'.

       0011-CARGA-AUTHE-EXIT.
           EXIT.

      *----
       0012-LER-AUTHE.

           READ AUTHE
            AT END MOVE 'Y' TO WSS-EOF-AUTHE
           END-READ.

           IF ST-AUTHE NOT EQUAL 0 AND WSS-EOF-AUTHE NOT = 'Y' THEN
              DISPLAY 'COBOL089 - ERRO READ AUTHE FS=' ST-AUTHE
              MOVE ST-AUTHE              TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF-AUTHE = 'Y'
              GO TO 0012-LER-AUTHE-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-AUTHE.

       0012-LER-AUTHE-EXIT.
           EXIT.

      *----
      * CARGA DA TABELA DE CARGOS (PISO/TETO SALARIAL); SEM O ARQUIVO
      * (FS=35) A VALIDACAO DE FAIXA FICA INATIVA
      *----
       0013-CARGA-GRADETAB.

           DISPLAY '0013-CARGA-GRADETAB'.

           OPEN INPUT GRADETAB.

           IF ST-GRADETAB EQUAL 35
              DISPLAY 'COBOL089 - GRADETAB NAO INFORMADO, VALIDACAO '
                      'DE FAIXA DE CARGO INATIVA'
              GO TO 0013-CARGA-GRADETAB-EXIT
           END-IF.

           IF ST-GRADETAB NOT EQUAL 0 THEN
              DISPLAY 'COBOL089 - ERRO OPEN GRADETAB FS=' ST-GRADETAB
              MOVE ST-GRADETAB           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0014-LER-GRADETAB
              THRU 0014-LER-GRADETAB-EXIT
              UNTIL WSS-EOF-GRADE = 'Y'.

           CLOSE GRADETAB.

           DISPLAY 'COBOL089 - CARGOS CARREGADOS: ' WSS-QTD-GRADES.

       0013-CARGA-GRADETAB-EXIT.
           EXIT.
           EXIT.

      *----
      * CARGA DOS TIPOS DE DESLIGAMENTO INFORMADOS PELO RH; SEM O
      * ARQUIVO (FS=35) TODO DESLIGADO SAI COMO DISPENSA SEM JUSTA
      * CAUSA, QUE ERA O QUE A RESCISAO JA CALCULAVA
      *----
       0048-CARGA-DESLTIPO.

           DISPLAY '0048-CARGA-DESLTIPO'.

           OPEN INPUT DESLTIPO.

           IF ST-DESLTIPO EQUAL 35
              DISPLAY 'COBOL089 - DESLTIPO NAO INFORMADO, DESLIGADOS '
                      'SEM JUSTA CAUSA'
              GO TO 0048-CARGA-DESLTIPO-EXIT
           END-IF.

           IF ST-DESLTIPO NOT EQUAL 0 THEN
              DISPLAY 'COBOL089 - ERRO OPEN DESLTIPO FS=' ST-DESLTIPO
              MOVE ST-DESLTIPO           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0049-LER-DESLTIPO
              THRU 0049-LER-DESLTIPO-EXIT
              UNTIL WSS-EOF-DESLT = 'Y'.

           CLOSE DESLTIPO.

           DISPLAY 'COBOL089 - TIPOS DE DESLIGAMENTO CARREGADOS: '
                   WSS-QTD-DESLT.

       0048-CARGA-DESLTIPO-EXIT.
           EXIT.

      *----
       0049-LER-DESLTIPO.

           READ DESLTIPO
            AT END MOVE 'Y' TO WSS-EOF-DESLT
           END-READ.

           IF ST-DESLTIPO NOT EQUAL 0 AND WSS-EOF-DESLT NOT = 'Y'
              DISPLAY 'COBOL089 - ERRO READ DESLTIPO FS=' ST-DESLTIPO
              MOVE ST-DESLTIPO           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF-DESLT = 'Y'
              GO TO 0049-LER-DESLTIPO-EXIT
           END-IF.

           IF NOT DLT-TIPO-VALIDO
              DISPLAY 'COBOL089 - TIPO DE DESLIGAMENTO INVALIDO, '
                      'IGNORADO: ' DLT-MATRICULA ' ' DLT-TIPO
              GO TO 0049-LER-DESLTIPO-EXIT
           END-IF.

      *----
      * TABELA CHEIA: O DESLIGAMENTO SAIRIA COM MULTA DE 40% SEM O
      * RH TER INFORMADO - PARADA OBRIGATORIA
      *----
           IF WSS-QTD-DESLT NOT LESS 2000
              DISPLAY 'COBOL089 - TABELA DE TIPOS DE DESLIGAMENTO '
                      'CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-DESLT.
           MOVE DLT-MATRICULA            TO
                TDL-MATRICULA (WSS-QTD-DESLT).
           MOVE DLT-TIPO                 TO TDL-TIPO (WSS-QTD-DESLT).

       0049-LER-DESLTIPO-EXIT.
           EXIT.

      *----
      * ACERTO DO ADIANTAMENTO QUINZENAL: NO MODO 'QUINZENA' O
      * ARQUIVO QUINSETL E ABERTO PARA GRAVACAO (UM REGISTRO POR
      * FUNCIONARIO ADIANTADO; EXTEND NUM REINICIO, PARA NAO PERDER
      * OS ACERTOS JA GRAVADOS ANTES DO ABEND); NA FOLHA REGULAR ELE
      * E LIDO PARA O DESCONTO DO VALOR ADIANTADO. SEM O ARQUIVO NA
      * FOLHA REGULAR (FS=35) NAO HOUVE QUINZENA - SEM ACERTO.
      *----
       0019-PREPARA-QUINSETL.

           DISPLAY '0019-PREPARA-QUINSETL'.

                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0025-LER-FERIAS
              THRU 0025-LER-FERIAS-EXIT
              UNTIL WSS-EOF-FER = 'Y'.

           CLOSE FERIAS.

           DISPLAY 'COBOL089 - PERIODOS COM ABONO PECUNIARIO: '
                   WSS-QTD-FER-ABONO.

       0024-CARGA-FERIAS-ABONO-EXIT.
           EXIT.

      *----
       0025-LER-FERIAS.

           READ FERIAS
            AT END MOVE 'Y' TO WSS-EOF-FER
           END-READ.

           IF ST-FERIAS NOT EQUAL 0 AND WSS-EOF-FER NOT = 'Y'
              DISPLAY 'COBOL089 - ERRO READ FERIAS FS=' ST-FERIAS
              MOVE ST-FERIAS             TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF-FER = 'Y'
              GO TO 0025-LER-FERIAS-EXIT
           END-IF.

           IF NOT FER-APROVADA
              OR FER-DIAS-VENDIDOS NOT NUMERIC
              OR FER-DIAS-VENDIDOS EQUAL 0
              GO TO 0025-LER-FERIAS-EXIT
           END-IF.

           IF WSS-PC-COMPETENCIA GREATER 0
              AND FER-DATA-INICIO (1:6) NOT EQUAL WSS-PC-COMPETENCIA
              GO TO 0025-LER-FERIAS-EXIT
           END-IF.

           IF WSS-QTD-FER-ABONO LESS 2000
              ADD 1                      TO WSS-QTD-FER-ABONO
              MOVE FER-MATRICULA         TO
                   TFA-MATRICULA (WSS-QTD-FER-ABONO)
              MOVE FER-DIAS-VENDIDOS     TO
                   TFA-DIAS-VENDIDOS (WSS-QTD-FER-ABONO)
           END-IF.

       0025-LER-FERIAS-EXIT.
           EXIT.

      *----
      * LISTA DE MATRICULAS DO MODO EXPLICATIVO (FS=35 = INATIVO);
      * COM A LISTA CARREGADA O RELATORIO RELEXPL E ABERTO (EXTEND
      * NUM REINICIO, PARA NAO PERDER AS PAGINAS JA IMPRESSAS)
      *----
       0026-CARGA-MATRLIST.

           DISPLAY '0026-CARGA-MATRLIST'.

           OPEN INPUT MATRLIST.

           IF ST-MATRLIST EQUAL 35
              GO TO 0026-CARGA-MATRLIST-EXIT
           END-IF.

           IF ST-MATRLIST NOT EQUAL 0
              DISPLAY 'COBOL089 - ERRO OPEN MATRLIST FS=' ST-MATRLIST
              MOVE ST-MATRLIST           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0027-LER-MATRLIST
              THRU 0027-LER-MATRLIST-EXIT
              UNTIL WSS-EOF-MATRL = 'Y'.

           CLOSE MATRLIST.

           DISPLAY 'COBOL089 - MATRICULAS NO MODO EXPLICATIVO: '
                   WSS-QTD-MATRL.

           IF WSS-QTD-MATRL EQUAL 0
              GO TO 0026-CARGA-MATRLIST-EXIT
           END-IF.

           IF WSS-HOUVE-RESTART
              OPEN EXTEND RELEXPL
              IF ST-RELEXPL EQUAL 35
                 OPEN OUTPUT RELEXPL
              END-IF
           ELSE
              OPEN OUTPUT RELEXPL
           END-IF.

           IF ST-RELEXPL NOT EQUAL 0
              DISPLAY 'COBOL089 - ERRO OPEN RELEXPL FS=' ST-RELEXPL
              MOVE ST-RELEXPL            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'Y'                      TO WSS-RELEXPL-ABERTO.

       0026-CARGA-MATRLIST-EXIT.
           EXIT.

      *----
       0027-LER-MATRLIST.

           READ MATRLIST
            AT END MOVE 'Y' TO WSS-EOF-MATRL
           END-READ.

           IF ST-MATRLIST NOT EQUAL 0 AND WSS-EOF-MATRL NOT = 'Y'
              DISPLAY 'COBOL089 - ERRO READ MATRLIST FS=' ST-MATRLIST
              MOVE ST-MATRLIST           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF-MATRL = 'Y'
              GO TO 0027-LER-MATRLIST-EXIT
           END-IF.

           IF WSS-QTD-MATRL LESS 100
              ADD 1                      TO WSS-QTD-MATRL
              MOVE LISTA-MATRICULA       TO
                   TML-MATRICULA (WSS-QTD-MATRL)
           END-IF.

       0027-LER-MATRLIST-EXIT.
           EXIT.

      *----
      * TAXAS DE CAMBIO (FS=35 = SEM CONVERSAO NA LISTAGEM)
      *----
       0028-CARGA-CAMBIO.

           DISPLAY '0028-CARGA-CAMBIO'.

           OPEN INPUT CAMBIOTB.

           IF ST-CAMBIOTB EQUAL 35
              GO TO 0028-CARGA-CAMBIO-EXIT
           END-IF.

           IF ST-CAMBIOTB NOT EQUAL 0
              DISPLAY 'COBOL089 - ERRO OPEN CAMBIOTB FS=' ST-CAMBIOTB
              MOVE ST-CAMBIOTB           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0029-LER-CAMBIO
              THRU 0029-LER-CAMBIO-EXIT
              UNTIL WSS-EOF-CAMB = 'Y'.

           CLOSE CAMBIOTB.

           DISPLAY 'COBOL089 - TAXAS DE CAMBIO CARREGADAS: '
                   WSS-QTD-TAXAS.

       0028-CARGA-CAMBIO-EXIT.
           EXIT.

      *----
       0029-LER-CAMBIO.

           READ CAMBIOTB
            AT END MOVE 'Y' TO WSS-EOF-CAMB
           END-READ.

           IF ST-CAMBIOTB NOT EQUAL 0 AND WSS-EOF-CAMB NOT = 'Y'
              DISPLAY 'COBOL089 - ERRO READ CAMBIOTB FS=' ST-CAMBIOTB
              MOVE ST-CAMBIOTB           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF-CAMB NOT = 'Y'
              AND WSS-QTD-TAXAS LESS 2000
              ADD 1                      TO WSS-QTD-TAXAS
              MOVE CMB-MOEDA             TO TCM-MOEDA (WSS-QTD-TAXAS)
              MOVE CMB-VIGENCIA          TO
                   TCM-VIGENCIA (WSS-QTD-TAXAS)
              MOVE CMB-TAXA              TO TCM-TAXA (WSS-QTD-TAXAS)
           END-IF.

       0029-LER-CAMBIO-EXIT.
           EXIT.

      *----
      * DIAS DO DSR DA COMPETENCIA (SO NA FOLHA REGULAR): CONTA OS
      * DOMINGOS E OS DIAS DE SEGUNDA A SEXTA DO MES PELO CALENDARIO
      * E OS DIAS UTEIS PELO COBOL096 (QUE JA PULA FERIADOS); A
      * DIFERENCA SAO OS FERIADOS EM DIA DE SEMANA. DESCANSO =
      * DOMINGOS + ESSES FERIADOS; DIAS UTEIS DO DSR = DIAS DO MES -
      * DESCANSO (O SABADO CONTA COMO UTIL)
      *----
       0030-APURA-DIAS-DSR.

           IF NOT WSS-MODO-REGULAR
              GO TO 0030-APURA-DIAS-DSR-EXIT
           END-IF.

           DISPLAY '0030-APURA-DIAS-DSR'.

           IF WSS-PC-COMPETENCIA GREATER 0
              MOVE WSS-PC-COMPETENCIA    TO WSS-COMPET-DSR
           ELSE
              MOVE DATA-HORA (1:6)       TO WSS-COMPET-DSR
           END-IF.

      *----
      * DIAS DO MES E DOMINGOS: DO DIA 1 ATE A VESPERA DO DIA 1 DO
      * MES SEGUINTE
      *----
           COMPUTE WSS-DATA-DSR = WSS-COMPET-DSR * 100 + 1.
           COMPUTE WSS-INT-DSR =
                   FUNCTION INTEGER-OF-DATE (WSS-DATA-DSR).

           IF WSS-DATA-DSR (5:2) EQUAL '12'
              COMPUTE WSS-DATA-DSR =
                      (WSS-COMPET-DSR + 89) * 100 + 1
           ELSE
              COMPUTE WSS-DATA-DSR =
                      (WSS-COMPET-DSR + 1) * 100 + 1
           END-IF.

           COMPUTE WSS-INT-FIM-MES =
                   FUNCTION INTEGER-OF-DATE (WSS-DATA-DSR) - 1.

           PERFORM 0031-CLASSIFICA-DIA
              THRU 0031-CLASSIFICA-DIA-EXIT
              UNTIL WSS-INT-DSR > WSS-INT-FIM-MES.

      *----
      * DIAS UTEIS DE SEGUNDA A SEXTA: CADEIA DE CHAMADAS AO COBOL096
      * A PARTIR DO ULTIMO DIA DO MES ANTERIOR, ATE SAIR DO MES
      *----
           COMPUTE WSS-DATA-DSR = WSS-COMPET-DSR * 100 + 1.
           COMPUTE WSS-INT-DSR =
                   FUNCTION INTEGER-OF-DATE (WSS-DATA-DSR) - 1.
           MOVE FUNCTION DATE-OF-INTEGER (WSS-INT-DSR)
                                         TO WSS-DATA-DSR.

           MOVE 'N'                      TO WSS-FIM-MES-DSR.

           PERFORM 0032-CONTA-DIA-UTIL
              THRU 0032-CONTA-DIA-UTIL-EXIT
              UNTIL WSS-FIM-MES-DSR EQUAL 'S'.

           COMPUTE WSS-DIAS-DESCANSO =
                   WSS-QTD-DOMINGOS
                   + (WSS-QTD-SEG-SEX - WSS-QTD-UTEIS-096).

           COMPUTE WSS-DIAS-UTEIS-DSR =
                   WSS-QTD-DIAS-MES - WSS-DIAS-DESCANSO.

           DISPLAY ' DSR - DIAS UTEIS         : ' WSS-DIAS-UTEIS-DSR.
           DISPLAY ' DSR - DOMINGOS/FERIADOS  : ' WSS-DIAS-DESCANSO.

       0030-APURA-DIAS-DSR-EXIT.
           EXIT.

      *----
      * DIA DA SEMANA PELA MESMA CONTA DO COBOL096: O DIA 1 DA
      * CONTAGEM INTEIRA E UMA SEGUNDA-FEIRA; RESTO 0=SEGUNDA ...
      * 5=SABADO, 6=DOMINGO
      *----
       0031-CLASSIFICA-DIA.

           ADD 1                         TO WSS-QTD-DIAS-MES.

           COMPUTE WSS-DIA-SEMANA-DSR =
                   FUNCTION MOD (WSS-INT-DSR - 1, 7).

           IF WSS-DIA-SEMANA-DSR EQUAL 6
              ADD 1                      TO WSS-QTD-DOMINGOS
           ELSE
              IF WSS-DIA-SEMANA-DSR LESS 5
                 ADD 1                   TO WSS-QTD-SEG-SEX
              END-IF
           END-IF.

           ADD 1                         TO WSS-INT-DSR.

       0031-CLASSIFICA-DIA-EXIT.
           EXIT.

      *----
       0032-CONTA-DIA-UTIL.

           MOVE WSS-DATA-DSR             TO WSS-DIAUTIL-DATA-BASE.
           MOVE 1                        TO WSS-DIAUTIL-QTD-DIAS.

           CALL 'COBOL096' USING WSS-DIAUTIL-LINKAGE.

           IF WSS-RETURN-CODE OF WSS-DIAUTIL-OUTPUT NOT EQUAL 0
              DISPLAY 'COBOL089 - ERRO NO CALENDARIO: '
                      WSS-MENSAGEM OF WSS-DIAUTIL-OUTPUT
              MOVE WSS-RETURN-CODE OF WSS-DIAUTIL-OUTPUT
                                         TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-DIAUTIL-DATA-CALC (1:6) NOT EQUAL WSS-COMPET-DSR
              MOVE 'S'                   TO WSS-FIM-MES-DSR
              GO TO 0032-CONTA-DIA-UTIL-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-UTEIS-096.
           MOVE WSS-DIAUTIL-DATA-CALC    TO WSS-DATA-DSR.

       0032-CONTA-DIA-UTIL-EXIT.
           EXIT.

      *----
      * COMISSOES DA COMPETENCIA (COMISMES, GERADO PELO COBOL220): SO
      * A FOLHA REGULAR PAGA COMISSAO. SEM O ARQUIVO (FS=35) A RODADA
      * SEGUE SEM COMISSOES. COM O PERIODO ALOCADO EM PERCTL, UM
      * ARQUIVO DE OUTRA COMPETENCIA ABENDA A RODADA
      *----
       0033-CARGA-COMISMES.

           IF NOT WSS-MODO-REGULAR
              GO TO 0033-CARGA-COMISMES-EXIT
           END-IF.

           DISPLAY '0033-CARGA-COMISMES'.

           OPEN INPUT COMISMES.

           IF ST-COMISMES EQUAL 35
              DISPLAY 'COBOL089 - COMISMES NAO INFORMADO, RODADA SEM '
                      'COMISSOES'
              GO TO 0033-CARGA-COMISMES-EXIT
           END-IF.

           IF ST-COMISMES NOT EQUAL 0 THEN
              DISPLAY 'COBOL089 - ERRO OPEN COMISMES FS=' ST-COMISMES
              MOVE ST-COMISMES           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

      *----
      * SEM CARGA EM TABELA: O ARQUIVO FICA ABERTO E E CASADO
      * CO-SEQUENCIALMENTE COM O FUNCI (2081-POSICIONA-COMISMES);
      * AQUI SO A LEITURA DE PREPARACAO
      *----
           SET WSS-COMISSAO-ATIVA        TO TRUE.

           PERFORM 0034-LER-COMISMES
              THRU 0034-LER-COMISMES-EXIT.

           IF WSS-EOF-CMM NOT = 'Y'
              AND WSS-PC-COMPETENCIA GREATER 0
              AND CMM-COMPETENCIA NOT EQUAL WSS-PC-COMPETENCIA
              DISPLAY 'COBOL089 - COMISMES DA COMPETENCIA '
                      CMM-COMPETENCIA ' NA FOLHA DE '
                      WSS-PC-COMPETENCIA
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           DISPLAY 'COBOL089 - COMISSOES DE VENDAS ATIVAS'.

       0033-CARGA-COMISMES-EXIT.
           EXIT.

      *----
       0034-LER-COMISMES.

           READ COMISMES
            AT END MOVE 'Y' TO WSS-EOF-CMM
           END-READ.

           IF ST-COMISMES NOT EQUAL 0 AND WSS-EOF-CMM NOT = 'Y' THEN
              DISPLAY 'COBOL089 - ERRO READ COMISMES FS=' ST-COMISMES
              MOVE ST-COMISMES           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF-CMM = 'Y'
              GO TO 0034-LER-COMISMES-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-CMM.

       0034-LER-COMISMES-EXIT.
           EXIT.

      *----
      * HISTORICO DE COMISSOES PARA A MEDIA DE VARIAVEIS (COMISHIS,
      * MANTIDO PELO COBOL220), SO NOS MODOS DE 13. E FERIAS. A
      * JANELA DE COMPETENCIAS E APURADA AQUI, EM MESES CORRIDOS
      * (ANO X 12 + MES - 1):
      * - 13. SALARIO: DE JANEIRO ATE A COMPETENCIA DA RODADA;
      * - FERIAS: AS 12 COMPETENCIAS ANTERIORES A DA RODADA.
      * SEM O ARQUIVO (FS=35) NAO HA MEDIA DE VARIAVEIS
      *----
       0035-CARGA-COMISHIS.

           IF NOT WSS-MODO-DEC1 AND NOT WSS-MODO-DEC2
              AND NOT WSS-MODO-FERIAS
              GO TO 0035-CARGA-COMISHIS-EXIT
           END-IF.

           DISPLAY '0035-CARGA-COMISHIS'.

           OPEN INPUT COMISHIS.

           IF ST-COMISHIS EQUAL 35
              DISPLAY 'COBOL089 - COMISHIS NAO INFORMADO, SEM MEDIA '
                      'DE VARIAVEIS'
              GO TO 0035-CARGA-COMISHIS-EXIT
           END-IF.

           IF ST-COMISHIS NOT EQUAL 0 THEN
              DISPLAY 'COBOL089 - ERRO OPEN COMISHIS FS=' ST-COMISHIS
              MOVE ST-COMISHIS           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           SET WSS-MEDIA-VARIAVEIS       TO TRUE.

           IF WSS-PC-COMPETENCIA GREATER 0
              MOVE WSS-PC-COMPETENCIA    TO WSS-COMPET-COMIS
           ELSE
              MOVE DATA-HORA (1:6)       TO WSS-COMPET-COMIS
           END-IF.

           DIVIDE WSS-COMPET-COMIS BY 100
              GIVING WSS-ABS-ANO
              REMAINDER WSS-ABS-MES.

           IF WSS-MODO-FERIAS
              COMPUTE WSS-ABS-FIM =
                      (WSS-ABS-ANO * 12) + WSS-ABS-MES - 2
              COMPUTE WSS-ABS-INI = WSS-ABS-FIM - 11
           ELSE
              COMPUTE WSS-ABS-FIM =
                      (WSS-ABS-ANO * 12) + WSS-ABS-MES - 1
              COMPUTE WSS-ABS-INI = WSS-ABS-ANO * 12
           END-IF.

           DIVIDE WSS-ABS-INI BY 12
              GIVING WSS-ABS-ANO
              REMAINDER WSS-ABS-MES.
           COMPUTE WSS-COMPET-MEDIA-INI =
                   (WSS-ABS-ANO * 100) + WSS-ABS-MES + 1.

           DIVIDE WSS-ABS-FIM BY 12
              GIVING WSS-ABS-ANO
              REMAINDER WSS-ABS-MES.
           COMPUTE WSS-COMPET-MEDIA-FIM =
                   (WSS-ABS-ANO * 100) + WSS-ABS-MES + 1.

      *----
      * COMO O COMISMES, O HISTORICO FICA ABERTO E E CASADO
      * CO-SEQUENCIALMENTE COM O FUNCI (2086-POSICIONA-COMISHIS)
      *----
           PERFORM 0036-LER-COMISHIS
              THRU 0036-LER-COMISHIS-EXIT.

           DISPLAY 'COBOL089 - MEDIA DE VARIAVEIS DE '
                   WSS-COMPET-MEDIA-INI ' A ' WSS-COMPET-MEDIA-FIM.

       0035-CARGA-COMISHIS-EXIT.
           EXIT.

      *----
       0036-LER-COMISHIS.

           READ COMISHIS
            AT END MOVE 'Y' TO WSS-EOF-CMH
           END-READ.

           IF ST-COMISHIS NOT EQUAL 0 AND WSS-EOF-CMH NOT = 'Y' THEN
              DISPLAY 'COBOL089 - ERRO READ COMISHIS FS=' ST-COMISHIS
              MOVE ST-COMISHIS           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF-CMH = 'Y'
              GO TO 0036-LER-COMISHIS-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-CMH.

       0036-LER-COMISHIS-EXIT.
           EXIT.

      *----
      * MESTRE DE FUNCIONARIOS (FUNCMST) PARA O TIPO DE CONTRATO,
      * ABERTO EM ACESSO DIRETO A RODADA INTEIRA. SEM O ARQUIVO
      * (FS=35) TODOS OS FUNCIONARIOS SAO TRATADOS COMO CLT
      *----
       0039-ABRE-FUNCMST.

           DISPLAY '0039-ABRE-FUNCMST'.

           OPEN INPUT FUNCMST.

           IF ST-FUNCMST EQUAL 35
              DISPLAY 'COBOL089 - FUNCMST NAO INFORMADO, TODOS OS '
                      'CONTRATOS TRATADOS COMO CLT'
              GO TO 0039-ABRE-FUNCMST-EXIT
           END-IF.

           IF ST-FUNCMST NOT EQUAL 0 THEN
              DISPLAY 'COBOL089 - ERRO OPEN FUNCMST FS=' ST-FUNCMST
              MOVE ST-FUNCMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           SET WSS-CONTRATO-ATIVO        TO TRUE.

       0039-ABRE-FUNCMST-EXIT.
           EXIT.

      *----
      * LANCAMENTOS DE COMISSAO RECUSADOS NA IMPORTACAO (COMISREJ,
      * NA IMAGEM DO EXCFUNCI): NA FOLHA REGULAR SAO TRANSCRITOS
      * PARA O EXCFUNCI DA RODADA, QUE ACABOU DE SER ABERTO, PARA
      * SEGUIREM O FLUXO DE EXCECOES (COBOL211). SEM O ARQUIVO
      * (FS=35), NADA A TRANSCREVER
      *----
       0037-TRANSCREVE-COMISREJ.

           IF NOT WSS-MODO-REGULAR
              GO TO 0037-TRANSCREVE-COMISREJ-EXIT
           END-IF.

           DISPLAY '0037-TRANSCREVE-COMISREJ'.

           OPEN INPUT COMISREJ.

           IF ST-COMISREJ EQUAL 35
              GO TO 0037-TRANSCREVE-COMISREJ-EXIT
           END-IF.

           IF ST-COMISREJ NOT EQUAL 0 THEN
              DISPLAY 'COBOL089 - ERRO OPEN COMISREJ FS=' ST-COMISREJ
              MOVE ST-COMISREJ           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0038-COPIA-COMISREJ
              THRU 0038-COPIA-COMISREJ-EXIT
              UNTIL WSS-EOF-REJ = 'Y'.

           CLOSE COMISREJ.

           DISPLAY 'COBOL089 - COMISSOES RECUSADAS EM EXCFUNCI: '
                   WSS-QTD-REJ-COMIS.

       0037-TRANSCREVE-COMISREJ-EXIT.
           EXIT.

      *----
       0038-COPIA-COMISREJ.

           READ COMISREJ
            AT END MOVE 'Y' TO WSS-EOF-REJ
           END-READ.

           IF ST-COMISREJ NOT EQUAL 0 AND WSS-EOF-REJ NOT = 'Y' THEN
              DISPLAY 'COBOL089 - ERRO READ COMISREJ FS=' ST-COMISREJ
              MOVE ST-COMISREJ           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF-REJ = 'Y'
              GO TO 0038-COPIA-COMISREJ-EXIT
           END-IF.

           ADD 1                         TO WSS-LIN-EXCFUNCI.
           WRITE REG-EXCFUNCI FROM REG-COMISREJ.

           IF ST-EXCFUNCI NOT EQUAL 0 THEN
              DISPLAY 'COBOL089 - ERRO WRITE EXCFUNCI FS=' ST-EXCFUNCI
              MOVE ST-EXCFUNCI           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-REJ-COMIS.

       0038-COPIA-COMISREJ-EXIT.
           EXIT.

      *----
           MOVE REST-QTD-QUINZ          TO WSS-QTD-QUINZ-DESC.
           MOVE REST-TOT-ABONO          TO WSS-TOT-ABONO.
           MOVE REST-QTD-ABONO          TO WSS-QTD-ABONO.
           MOVE REST-TOT-DSR            TO WSS-TOT-DSR.
           MOVE REST-QTD-DSR            TO WSS-QTD-DSR.
           MOVE REST-TOT-FALTAS         TO WSS-TOT-FALTAS.
           MOVE REST-QTD-FALTAS         TO WSS-QTD-FALTAS.
           MOVE REST-TOT-COMIS          TO WSS-TOT-COMIS.
           MOVE REST-QTD-COMIS          TO WSS-QTD-COMIS.

           MOVE REST-QTD-CAMB           TO WSS-QTD-CAMB.


           PERFORM UNTIL WSS-EOF = 'Y'

              PERFORM 1980-VERIFICA-GRUPO
                 THRU 1980-VERIFICA-GRUPO-EXIT

              IF WSS-FUNCI-FORA-DO-GRUPO
                 ADD 1                   TO WSS-QTD-OUTRO-GRUPO
              ELSE

              IF FUNCI-DESLIGADO
                 PERFORM 1970-GRAVA-DESLIGADO
                    THRU 1970-GRAVA-DESLIGADO-EXIT
              END-IF
              END-IF
              END-IF
              END-IF

              DIVIDE WSS-REG-LIDOS BY WSS-CHECKPOINT-INT
                 GIVING WSS-CHKP-GRAVADOS
           MOVE WSS-QTD-QUINZ-DESC     TO REST-QTD-QUINZ.
           MOVE WSS-TOT-ABONO          TO REST-TOT-ABONO.
           MOVE WSS-QTD-ABONO          TO REST-QTD-ABONO.
           MOVE WSS-TOT-DSR            TO REST-TOT-DSR.
           MOVE WSS-QTD-DSR            TO REST-QTD-DSR.
           MOVE WSS-TOT-FALTAS         TO REST-TOT-FALTAS.
           MOVE WSS-QTD-FALTAS         TO REST-QTD-FALTAS.
           MOVE WSS-TOT-COMIS          TO REST-TOT-COMIS.
           MOVE WSS-QTD-COMIS          TO REST-QTD-COMIS.

           MOVE WSS-QTD-CAMB           TO REST-QTD-CAMB.

              CLOSE TRANSFEF
           END-IF.

           IF WSS-COMISSAO-ATIVA
              CLOSE COMISMES
           END-IF.

           IF WSS-MEDIA-VARIAVEIS
              CLOSE COMISHIS
           END-IF.

           IF WSS-CONTRATO-ATIVO
              CLOSE FUNCMST
           END-IF.

           CLOSE RLATFUN.                                               00520100

           IF ST-RLATFUN NOT EQUAL 0 THEN
              CLOSE QUINSETL
           END-IF.

           IF WSS-SEMACUN-ABERTO EQUAL 'Y'
              CLOSE SEMACUN
              DISPLAY 'COBOL089 - PAGAMENTOS DO PERIODO NO SEMACUN: '
                      WSS-QTD-SEMACUN
           END-IF.

           IF WSS-P13-ABERTO EQUAL 'Y'
              CLOSE PARC13
           END-IF.
                       MOVE HORA-EXTRA  TO EXC-HORA-EXTRA
                       MOVE 'SALARIO FORA DA FAIXA DO CARGO'
                                         TO EXC-MOTIVO
                       ADD 1             TO WSS-LIN-EXCFUNCI
                       WRITE REG-EXCFUNCI
                       END-WRITE
                    END-IF
           MOVE SALARIO                TO EXC-SALARIO.
           MOVE HORA-EXTRA             TO EXC-HORA-EXTRA.

           ADD 1                         TO WSS-LIN-EXCFUNCI.
           WRITE REG-EXCFUNCI.

           IF ST-EXCFUNCI NOT EQUAL 0 THEN
           MOVE DATA-ADMISSAO          TO DESF-DATA-ADMISSAO.
           MOVE 0                      TO DESF-SALDO-ADIANT.
           MOVE DATA-HORA (1:8)        TO DESF-DATA-DESLIG.
           MOVE FUNCI-EMPRESA          TO DESF-EMPRESA.

      *----
      * TIPO DE DESLIGAMENTO: O INFORMADO PELO RH OU, NA FALTA DELE,
      * DISPENSA SEM JUSTA CAUSA
      *----
           MOVE 'S'                    TO DESF-TIPO-DESLIG.

           SET IDX-DLT TO 1.
           SEARCH WSS-DLT-ENTRY
              AT END
                 ADD 1                 TO WSS-QTD-DESLT-PADRAO
                 DISPLAY ' SEM TIPO DE DESLIGAMENTO NO DESLTIPO, '
                         'ASSUMIDO SEM JUSTA CAUSA'
              WHEN TDL-MATRICULA (IDX-DLT) EQUAL MATRICULA
                 MOVE TDL-TIPO (IDX-DLT) TO DESF-TIPO-DESLIG
           END-SEARCH.

      *----
      * DESLIGAMENTO LIQUIDA O SALDO DE ADIANTAMENTO (COBOL149);
       1970-GRAVA-DESLIGADO-EXIT.
           EXIT.

      *----
      * GRUPO DE PAGAMENTO DO FUNCIONARIO: FOLHA MENSAL E QUINZENA
      * SO PAGAM OS MENSAIS; A RODADA 'SEMANAL' SO O GRUPO DELA; 13.
      * E FERIAS PAGAM TODOS
      *----
       1980-VERIFICA-GRUPO.

           MOVE 'N'                      TO WSS-FORA-DO-GRUPO.
           MOVE 'M'                      TO WSS-GRUPO-FUNCI.

           IF WSS-QTD-GRPFUNC GREATER 0
              SEARCH ALL WSS-GRF-ENTRY
                 AT END
                    CONTINUE
                 WHEN TGF-MATRICULA (IDX-GRF) EQUAL MATRICULA
                    MOVE TGF-GRUPO (IDX-GRF) TO WSS-GRUPO-FUNCI
              END-SEARCH
           END-IF.

           EVALUATE TRUE
               WHEN WSS-MODO-SEMANAL
                    IF WSS-GRUPO-FUNCI NOT EQUAL WSS-GRUPO-PAGTO
                       MOVE 'S'          TO WSS-FORA-DO-GRUPO
                    END-IF
               WHEN WSS-MODO-REGULAR
               WHEN WSS-MODO-QUINZENA
                    IF WSS-GRUPO-FUNCI NOT EQUAL 'M'
                       MOVE 'S'          TO WSS-FORA-DO-GRUPO
                    END-IF
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       1980-VERIFICA-GRUPO-EXIT.
           EXIT.

      *----                                                             00520400
       2000-CALCULA-SALARIO.                                            00520500

           MOVE 0           TO WSS-VALOR-QUINZ.
           MOVE 0           TO WSS-VALOR-ABONO.
           MOVE 0           TO WSS-VALOR-ABONO-TERCO.
           MOVE 0           TO WSS-VALOR-DSR.
           MOVE 0           TO WSS-VALOR-FALTAS.
           MOVE 0           TO WSS-FALTAS-FUN.
           MOVE 0           TO WSS-DSR-PERDIDO-FUN.
           MOVE 0           TO WSS-MIN-ATRASO-FUN.
           MOVE 0           TO WSS-VALOR-COMIS.
           MOVE 0           TO WSS-MEDIA-COMIS.

           PERFORM 2090-OBTEM-TIPO-CONTRATO
              THRU 2090-OBTEM-TIPO-CONTRATO-EXIT.

      *----
      * BASE DE CALCULO CONFORME O MODO DA RODADA: FOLHA REGULAR E
      * SALARIO + HORA-EXTRA; 13. SALARIO E PROPORCIONAL AOS MESES
      * TRABALHADOS (MEDIA DE HORA-EXTRA NA BASE), METADE EM CADA
      * PARCELA; FERIAS E O SALARIO MAIS O TERCO CONSTITUCIONAL.
      * NO 13. E NAS FERIAS A MEDIA DE VARIAVEIS (COMISSOES) SOMA-SE
      * AO SALARIO DA BASE. O ESTAGIARIO NAO TEM 13. E O SEU RECESSO
      * (LEI 11.788) E PAGO SEM O TERCO CONSTITUCIONAL
      *----
           EVALUATE TRUE
               WHEN WSS-MODO-DEC1
               WHEN WSS-MODO-QUINZENA
                    COMPUTE SALARIO-EXT ROUNDED =
                            SALARIO * WSS-QUINZENA-PCT / 100
               WHEN WSS-MODO-FERIAS AND WSS-CT-ESTAGIARIO
                    PERFORM 2085-APURA-MEDIA-COMIS
                       THRU 2085-APURA-MEDIA-COMIS-EXIT
                    COMPUTE SALARIO-EXT ROUNDED =
                            SALARIO + WSS-MEDIA-COMIS
                       ON SIZE ERROR
                          MOVE 'Y'           TO WSS-REG-EXCECAO
                          MOVE 'SALARIO EXCEDE LIMITE MAXIMO'
                                              TO EXC-MOTIVO
                          MOVE WSS-SALARIO-MAXIMO TO SALARIO-EXT
                    END-COMPUTE
               WHEN WSS-MODO-FERIAS
                    PERFORM 2085-APURA-MEDIA-COMIS
                       THRU 2085-APURA-MEDIA-COMIS-EXIT
                    COMPUTE SALARIO-EXT ROUNDED =
                            (SALARIO + WSS-MEDIA-COMIS)
                            + ((SALARIO + WSS-MEDIA-COMIS) / 3)
                       ON SIZE ERROR
                          MOVE 'Y'           TO WSS-REG-EXCECAO
                          MOVE 'SALARIO EXCEDE LIMITE MAXIMO'
                                              TO EXC-MOTIVO
                          MOVE WSS-SALARIO-MAXIMO TO SALARIO-EXT
                    END-COMPUTE
               WHEN WSS-MODO-SEMANAL
                    PERFORM 2035-CALCULA-BASE-SEMANAL
                       THRU 2035-CALCULA-BASE-SEMANAL-EXIT
               WHEN OTHER
                    PERFORM 2040-CALCULA-BASE-REGULAR
                       THRU 2040-CALCULA-BASE-REGULAR-EXIT
       2000-CALCULA-SALARIO-EXIT.
           EXIT.

      *----
      * PERIODO SEMANAL/QUINZENAL: A BASE E A DA FOLHA REGULAR COM O
      * PONTO DO PERIODO (HORAGG E COMISMES DO PERIODO), MAS O
      * SALARIO E A PERICULOSIDADE SAO PROPORCIONAIS AOS DIAS DO
      * PERIODO SOBRE OS DIAS DE TODOS OS PERIODOS DO GRUPO NA
      * COMPETENCIA - A SOMA DOS PERIODOS DO MES FECHA O MENSAL. AS
      * FALTAS CONTINUAM A 1/30 DO SALARIO MENSAL
      *----
       2035-CALCULA-BASE-SEMANAL.

           PERFORM 2040-CALCULA-BASE-REGULAR
              THRU 2040-CALCULA-BASE-REGULAR-EXIT.

           IF WSS-FUNCI-EXCECAO
              GO TO 2035-CALCULA-BASE-SEMANAL-EXIT
           END-IF.

           COMPUTE WSS-SALARIO-PERIODO ROUNDED =
                   SALARIO * WSS-DIAS-PERIODO / WSS-DIAS-COMPETENCIA.
           COMPUTE WSS-PERIC-PERIODO ROUNDED =
                   WSS-VALOR-PERIC * WSS-DIAS-PERIODO
                   / WSS-DIAS-COMPETENCIA.

           COMPUTE WSS-DIFERENCA-PERIODO =
                   (SALARIO - WSS-SALARIO-PERIODO)
                   + (WSS-VALOR-PERIC - WSS-PERIC-PERIODO).

           IF WSS-DIFERENCA-PERIODO GREATER SALARIO-EXT
              MOVE 0                     TO SALARIO-EXT
           ELSE
              SUBTRACT WSS-DIFERENCA-PERIODO FROM SALARIO-EXT
           END-IF.

           SUBTRACT WSS-VALOR-PERIC      FROM WSS-TOT-PERIC.
           MOVE WSS-PERIC-PERIODO        TO WSS-VALOR-PERIC.
           ADD WSS-VALOR-PERIC           TO WSS-TOT-PERIC.

       2035-CALCULA-BASE-SEMANAL-EXIT.
           EXIT.

      *----
      * SUPRESSAO POR AFASTAMENTO: O SALARIO DOS DIAS COBERTOS SAI
      * DO CALCULO (CONVENCAO DE 30 DIAS) - TANTO NO AFASTAMENTO NAO
                                          TO EXC-MOTIVO
           END-EVALUATE.

           ADD 1                         TO WSS-LIN-EXCFUNCI.
           WRITE REG-EXCFUNCI.

           IF ST-EXCFUNCI NOT EQUAL 0 THEN
                 MOVE HAG-HORAS-050      TO WSS-HE-050-PAGA
                 MOVE HAG-HORAS-100      TO WSS-HE-100-PAGA
                 MOVE HAG-HORAS-NOT      TO WSS-HORAS-NOT-PAGA
                 MOVE HAG-FALTAS         TO WSS-FALTAS-FUN
                 MOVE HAG-DSR-PERDIDO    TO WSS-DSR-PERDIDO-FUN
                 MOVE HAG-MIN-ATRASO     TO WSS-MIN-ATRASO-FUN
              END-IF
           ELSE
              MOVE HORA-EXTRA            TO WSS-HE-050-PAGA
           IF NOT WSS-FUNCI-EXCECAO
              PERFORM 2048-CALCULA-ADICIONAIS
                 THRU 2048-CALCULA-ADICIONAIS-EXIT
              PERFORM 2044-CALCULA-COMISSAO
                 THRU 2044-CALCULA-COMISSAO-EXIT
              PERFORM 2049-CALCULA-DSR
                 THRU 2049-CALCULA-DSR-EXIT
              PERFORM 2043-DESCONTA-FALTAS
                 THRU 2043-DESCONTA-FALTAS-EXIT
           END-IF.

       2040-CALCULA-BASE-REGULAR-EXIT.
              ADD 1                      TO WSS-QTD-PERIC
           END-IF.

       2048-CALCULA-ADICIONAIS-EXIT.
           EXIT.

      *----
      * REFLEXO DO DSR: (HORA-EXTRA PAGA + ADICIONAL NOTURNO +
      * COMISSOES) / DIAS UTEIS X DOMINGOS E FERIADOS DA
      * COMPETENCIA. ENTRA EM
      * SALARIO-EXT (FN-BRUTO), E COM ISSO NAS BASES DE INSS, IRRF
      * E FGTS, E SAI NOMEADO EM FN-DSR E NA PAGINA DE ADICIONAIS
      *----
       2049-CALCULA-DSR.

           IF WSS-DIAS-UTEIS-DSR EQUAL 0
              OR WSS-DIAS-DESCANSO EQUAL 0
              GO TO 2049-CALCULA-DSR-EXIT
           END-IF.

           IF WSS-PONTO-DETALHADO
              COMPUTE WSS-VARIAVEIS-DSR ROUNDED =
                      (WSS-HE-050-PAGA * VLR-HE-050)
                      + (WSS-HE-100-PAGA * VLR-HE-100)
                      + WSS-VALOR-ADNOT
           ELSE
              COMPUTE WSS-VARIAVEIS-DSR ROUNDED =
                      WSS-HE-050-PAGA * VLR-HORAEXT
           END-IF.

           ADD WSS-VALOR-COMIS           TO WSS-VARIAVEIS-DSR.

           IF WSS-VARIAVEIS-DSR EQUAL 0
              GO TO 2049-CALCULA-DSR-EXIT
           END-IF.

           COMPUTE WSS-VALOR-DSR ROUNDED =
                   WSS-VARIAVEIS-DSR / WSS-DIAS-UTEIS-DSR
                   * WSS-DIAS-DESCANSO.

           ADD WSS-VALOR-DSR             TO SALARIO-EXT.
           ADD WSS-VALOR-DSR             TO WSS-TOT-DSR.
           ADD 1                         TO WSS-QTD-DSR.

       2049-CALCULA-DSR-EXIT.
           EXIT.

      *----
      * FALTAS INJUSTIFICADAS E ATRASOS (CONFRONTO DO PONTO COM A
      * ESCALA NO COBOL153): CADA FALTA E CADA DSR PERDIDO NA SEMANA
      * DA FALTA CORTAM 1/30 DO SALARIO; OS MINUTOS DE ATRASO ALEM
      * DA TOLERANCIA CORTAM SALARIO / 220 / 60 POR MINUTO. O
      * DESCONTO SAI DE SALARIO-EXT (E COM ISSO DAS BASES DE INSS,
      * IRRF E FGTS), LIMITADO AO PROPRIO BRUTO
      *----
       2043-DESCONTA-FALTAS.

           IF WSS-FALTAS-FUN EQUAL 0
              AND WSS-DSR-PERDIDO-FUN EQUAL 0
              AND WSS-MIN-ATRASO-FUN EQUAL 0
              GO TO 2043-DESCONTA-FALTAS-EXIT
           END-IF.

           COMPUTE WSS-VALOR-FALTAS ROUNDED =
                   (SALARIO * (WSS-FALTAS-FUN + WSS-DSR-PERDIDO-FUN)
                    / 30)
                   + (SALARIO * WSS-MIN-ATRASO-FUN
                      / WSS-HORAS-MES / 60).

           IF WSS-VALOR-FALTAS GREATER SALARIO-EXT
              MOVE SALARIO-EXT           TO WSS-VALOR-FALTAS
           END-IF.

           SUBTRACT WSS-VALOR-FALTAS     FROM SALARIO-EXT.
           ADD WSS-VALOR-FALTAS          TO WSS-TOT-FALTAS.
           ADD 1                         TO WSS-QTD-FALTAS.

       2043-DESCONTA-FALTAS-EXIT.
           EXIT.

      *----
      * COMISSOES E VARIAVEIS DE VENDAS DA COMPETENCIA (COMISMES):
      * VERBA PROPRIA DENTRO DE SALARIO-EXT (FN-BRUTO) E, COM ISSO,
      * DAS BASES DE INSS, IRRF E FGTS; ENTRAM TAMBEM NO REFLEXO DO
      * DSR E SAEM NOMEADAS NA PAGINA DE ADICIONAIS
      *----
       2044-CALCULA-COMISSAO.

           IF NOT WSS-COMISSAO-ATIVA
              GO TO 2044-CALCULA-COMISSAO-EXIT
           END-IF.

           PERFORM 2081-POSICIONA-COMISMES
              THRU 2081-POSICIONA-COMISMES-EXIT.

           IF WSS-EOF-CMM = 'Y'
              OR CMM-MATRICULA NOT EQUAL MATRICULA
              GO TO 2044-CALCULA-COMISSAO-EXIT
           END-IF.

           MOVE CMM-VALOR                TO WSS-VALOR-COMIS.

           ADD WSS-VALOR-COMIS           TO SALARIO-EXT
              ON SIZE ERROR
                 MOVE 'Y'                TO WSS-REG-EXCECAO
                 MOVE 'SALARIO EXCEDE LIMITE MAXIMO'
                                          TO EXC-MOTIVO
                 MOVE WSS-SALARIO-MAXIMO TO SALARIO-EXT
                 GO TO 2044-CALCULA-COMISSAO-EXIT
           END-ADD.

           ADD WSS-VALOR-COMIS           TO WSS-TOT-COMIS.
           ADD 1                         TO WSS-QTD-COMIS.

       2044-CALCULA-COMISSAO-EXIT.
           EXIT.

      *----
           MOVE 'HORA-EXTRA NAO AUTORIZADA'
                                          TO EXC-MOTIVO.

           ADD 1                         TO WSS-LIN-EXCFUNCI.
           WRITE REG-EXCFUNCI.

           IF ST-EXCFUNCI NOT EQUAL 0 THEN
      *----
      * 13. SALARIO PROPORCIONAL: MESES TRABALHADOS NO ANO DA
      * COMPETENCIA DESDE DATA-ADMISSAO (ADMITIDO EM ANO ANTERIOR
      * CONTA 12/12), BASE SALARIO + MEDIA DE HORA-EXTRA + MEDIA DE
      * VARIAVEIS; A PRIMEIRA PARCELA PAGA METADE E A SEGUNDA O
      * RESTANTE
      *----
       2050-CALCULA-BASE-13.

      *----
      * ESTAGIARIO NAO TEM DIREITO A 13. SALARIO: PARCELA ZERADA
      *----
           IF WSS-CT-ESTAGIARIO
              MOVE 0                     TO WSS-GROSS-13
              MOVE 0                     TO SALARIO-EXT
              GO TO 2050-CALCULA-BASE-13-EXIT
           END-IF.

           IF WSS-PC-COMPETENCIA GREATER 0
              COMPUTE WSS-ANO-COMPET = WSS-PC-COMPETENCIA / 100
              COMPUTE WSS-MES-COMPET =
                      HORA-EXTRA * VLR-HORAEXT
           END-IF.

      *----
      * MEDIA DE VARIAVEIS (COMISSOES) DOS MESES DO ANO, NA BASE
      *----
           PERFORM 2085-APURA-MEDIA-COMIS
              THRU 2085-APURA-MEDIA-COMIS-EXIT.

           COMPUTE WSS-GROSS-13 ROUNDED =
                   (SALARIO + WSS-VALOR-HE-13 + WSS-MEDIA-COMIS)
                   * WSS-MESES-TRAB / 12
              ON SIZE ERROR
                 MOVE 'Y'                TO WSS-REG-EXCECAO
           MOVE WSS-GROSS-13             TO P13-BASE.
           MOVE SALARIO-EXT              TO P13-PAGO.

           ADD 1                         TO WSS-LIN-PARC13.
           WRITE REG-PARC13.

           IF ST-PARC13 NOT EQUAL 0 THEN
       2070-CONCILIA-PARCELAS-EXIT.
           EXIT.

      *----
      * POSICIONAMENTO CO-SEQUENCIAL DAS COMISSOES, NOS MOLDES DO
      * PONTO DETALHADO: AVANCA O COMISMES ATE A MATRICULA CORRENTE
      * E REBOBINA QUANDO A MATRICULA RECUA (TROCA DE EMPRESA)
      *----
       2081-POSICIONA-COMISMES.

           IF MATRICULA LESS WSS-CMM-MATR-ANT
              PERFORM 2082-REBOBINA-COMISMES
                 THRU 2082-REBOBINA-COMISMES-EXIT
           END-IF.

           MOVE MATRICULA                TO WSS-CMM-MATR-ANT.

           PERFORM 0034-LER-COMISMES
              THRU 0034-LER-COMISMES-EXIT
              UNTIL WSS-EOF-CMM = 'Y'
                 OR CMM-MATRICULA NOT LESS MATRICULA.

       2081-POSICIONA-COMISMES-EXIT.
           EXIT.

      *----
       2082-REBOBINA-COMISMES.

           CLOSE COMISMES.
           OPEN INPUT COMISMES.

           IF ST-COMISMES NOT EQUAL 0 THEN
              DISPLAY 'COBOL089 - ERRO REOPEN COMISMES FS=' ST-COMISMES
              MOVE ST-COMISMES           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF-CMM.

           PERFORM 0034-LER-COMISMES
              THRU 0034-LER-COMISMES-EXIT.

       2082-REBOBINA-COMISMES-EXIT.
           EXIT.

      *----
      * MEDIA DE VARIAVEIS: SOMA DAS COMISSOES DO HISTORICO DENTRO
      * DA JANELA DA RODADA, DIVIDIDA PELOS MESES DA JANELA EM QUE O
      * FUNCIONARIO JA ESTAVA ADMITIDO (ADMITIDO NO MEIO DA JANELA
      * CONTA A PARTIR DO MES DA ADMISSAO)
      *----
       2085-APURA-MEDIA-COMIS.

           MOVE 0                        TO WSS-MEDIA-COMIS.
           MOVE 0                        TO WSS-SOMA-COMIS.

           IF NOT WSS-MEDIA-VARIAVEIS
              GO TO 2085-APURA-MEDIA-COMIS-EXIT
           END-IF.

           MOVE DATA-ADMISSAO            TO WSS-DATA-ADM-GRP.

           COMPUTE WSS-ABS-AUX =
                   (WSS-ADM-ANO * 12) + WSS-ADM-MES - 1.

           IF WSS-ABS-AUX GREATER WSS-ABS-INI
              COMPUTE WSS-MESES-MEDIA =
                      WSS-ABS-FIM - WSS-ABS-AUX + 1
           ELSE
              COMPUTE WSS-MESES-MEDIA =
                      WSS-ABS-FIM - WSS-ABS-INI + 1
           END-IF.

           IF WSS-MESES-MEDIA NOT GREATER 0
              GO TO 2085-APURA-MEDIA-COMIS-EXIT
           END-IF.

           PERFORM 2086-POSICIONA-COMISHIS
              THRU 2086-POSICIONA-COMISHIS-EXIT.

           PERFORM 2088-ACUMULA-COMISHIS
              THRU 2088-ACUMULA-COMISHIS-EXIT
              UNTIL WSS-EOF-CMH = 'Y'
                 OR CMH-MATRICULA NOT EQUAL MATRICULA.

           IF WSS-SOMA-COMIS EQUAL 0
              GO TO 2085-APURA-MEDIA-COMIS-EXIT
           END-IF.

           COMPUTE WSS-MEDIA-COMIS ROUNDED =
                   WSS-SOMA-COMIS / WSS-MESES-MEDIA.

       2085-APURA-MEDIA-COMIS-EXIT.
           EXIT.

      *----
       2086-POSICIONA-COMISHIS.

           IF MATRICULA LESS WSS-CMH-MATR-ANT
              PERFORM 2087-REBOBINA-COMISHIS
                 THRU 2087-REBOBINA-COMISHIS-EXIT
           END-IF.

           MOVE MATRICULA                TO WSS-CMH-MATR-ANT.

           PERFORM 0036-LER-COMISHIS
              THRU 0036-LER-COMISHIS-EXIT
              UNTIL WSS-EOF-CMH = 'Y'
                 OR CMH-MATRICULA NOT LESS MATRICULA.

       2086-POSICIONA-COMISHIS-EXIT.
           EXIT.

      *----
       2087-REBOBINA-COMISHIS.

           CLOSE COMISHIS.
           OPEN INPUT COMISHIS.

           IF ST-COMISHIS NOT EQUAL 0 THEN
              DISPLAY 'COBOL089 - ERRO REOPEN COMISHIS FS=' ST-COMISHIS
              MOVE ST-COMISHIS           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           MOVE 'N'                      TO WSS-EOF-CMH.

           PERFORM 0036-LER-COMISHIS
              THRU 0036-LER-COMISHIS-EXIT.

       2087-REBOBINA-COMISHIS-EXIT.
           EXIT.

      *----
       2088-ACUMULA-COMISHIS.

           IF CMH-COMPETENCIA NOT LESS WSS-COMPET-MEDIA-INI
              AND CMH-COMPETENCIA NOT GREATER WSS-COMPET-MEDIA-FIM
              ADD CMH-VALOR              TO WSS-SOMA-COMIS
           END-IF.

           PERFORM 0036-LER-COMISHIS
              THRU 0036-LER-COMISHIS-EXIT.

       2088-ACUMULA-COMISHIS-EXIT.
           EXIT.

      *----
      * TIPO DE CONTRATO DO FUNCIONARIO CORRENTE NO MESTRE FUNCMST
      * (LEITURA DIRETA PELA MATRICULA). SEM O MESTRE, MATRICULA
      * AUSENTE OU TIPO EM BRANCO, VALE CLT
      *----
       2090-OBTEM-TIPO-CONTRATO.

           MOVE 'C'                      TO WSS-TIPO-CONTRATO.

           IF NOT WSS-CONTRATO-ATIVO
              GO TO 2090-OBTEM-TIPO-CONTRATO-EXIT
           END-IF.

           MOVE MATRICULA                TO FM-MATRICULA.

           READ FUNCMST
              INVALID KEY
                 GO TO 2090-OBTEM-TIPO-CONTRATO-EXIT
           END-READ.

           IF ST-FUNCMST NOT EQUAL 0 THEN
              DISPLAY 'COBOL089 - ERRO READ FUNCMST FS=' ST-FUNCMST
              MOVE ST-FUNCMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF FM-TIPO-CONTRATO NOT EQUAL SPACE
              MOVE FM-TIPO-CONTRATO      TO WSS-TIPO-CONTRATO
           END-IF.

       2090-OBTEM-TIPO-CONTRATO-EXIT.
           EXIT.

      *----
      * DESCONTOS LEGAIS E LIQUIDO VIA MOTOR COBOL148 (INSS/IRRF POR
      * TABELAS DE FAIXAS EXTERNAS); MONTA AS COLUNAS NOVAS DO
           MOVE DATA-ADMISSAO          TO WSS-FL-DATA-ADMISSAO.
           MOVE WSS-PC-COMPETENCIA     TO WSS-FL-COMPETENCIA.
           MOVE WSS-MARGEM-PCT         TO WSS-FL-MARGEM-PCT.
           MOVE WSS-TIPO-CONTRATO      TO WSS-FL-TIPO-CONTRATO.

      *----
      * PERIODO SEMANAL/QUINZENAL: O JA PAGO NA COMPETENCIA E A MARCA
      * DE ULTIMO PERIODO DO MES
      *----
           MOVE 0                      TO WSS-FL-SEM-BRUTO-ANT.
           MOVE 0                      TO WSS-FL-SEM-INSS-ANT.
           MOVE 0                      TO WSS-FL-SEM-IRRF-ANT.
           MOVE WSS-ULTIMO-PERIODO     TO WSS-FL-SEM-ULTIMO.

           IF WSS-MODO-SEMANAL AND WSS-QTD-SEMA GREATER 0
              SET IDX-SMA TO 1
              SEARCH WSS-SMA-ENTRY
                 AT END
                    CONTINUE
                 WHEN TSM-MATRICULA (IDX-SMA) EQUAL MATRICULA
                    MOVE TSM-BASE (IDX-SMA) TO WSS-FL-SEM-BRUTO-ANT
                    MOVE TSM-INSS (IDX-SMA) TO WSS-FL-SEM-INSS-ANT
                    MOVE TSM-IRRF (IDX-SMA) TO WSS-FL-SEM-IRRF-ANT
              END-SEARCH
           END-IF.

           IF WSS-MODO-DEC2
              MOVE WSS-GROSS-13        TO WSS-FL-BASE-13
                 THRU 2190-GRAVA-PASSO-EXIT
           END-IF.

           IF WSS-VALOR-COMIS GREATER 0
              MOVE 'COMISSOES E VARIAVEIS DE VENDAS'
                                          TO EXPL-TEXTO-DET
              MOVE WSS-VALOR-COMIS       TO MASCARA-EXPL
              PERFORM 2190-GRAVA-PASSO
                 THRU 2190-GRAVA-PASSO-EXIT
           END-IF.

           IF WSS-MEDIA-COMIS GREATER 0
              MOVE 'MEDIA DE VARIAVEIS NA BASE'
                                          TO EXPL-TEXTO-DET
              MOVE WSS-MEDIA-COMIS       TO MASCARA-EXPL
              PERFORM 2190-GRAVA-PASSO
                 THRU 2190-GRAVA-PASSO-EXIT
           END-IF.

           IF WSS-VALOR-DSR GREATER 0
              MOVE 'DSR SOBRE VERBAS VARIAVEIS'
                                          TO EXPL-TEXTO-DET
              MOVE WSS-VALOR-DSR         TO MASCARA-EXPL
              PERFORM 2190-GRAVA-PASSO
                 THRU 2190-GRAVA-PASSO-EXIT
           END-IF.

           IF WSS-VALOR-FALTAS GREATER 0
              MOVE '(-) FALTAS, DSR PERDIDO E ATRASOS'
                                          TO EXPL-TEXTO-DET
              COMPUTE MASCARA-EXPL = 0 - WSS-VALOR-FALTAS
              PERFORM 2190-GRAVA-PASSO
                 THRU 2190-GRAVA-PASSO-EXIT
           END-IF.

           MOVE 'BRUTO DA RODADA'        TO EXPL-TEXTO-DET.
           MOVE SALARIO-EXT              TO MASCARA-EXPL.
           PERFORM 2190-GRAVA-PASSO
           EXIT.

      *----
      * ABONO PECUNIARIO: (SALARIO + MEDIA DE VARIAVEIS)/30 POR DIA
      * VENDIDO MAIS O TERCO
      * CONSTITUCIONAL DO ABONO, PAGOS FORA DA BASE DO MOTOR (ISENTOS
      * DE INSS/IRRF PELA REGRA LEGAL): ENTRAM EM BENEFICIOS E NO
      * LIQUIDO E SAEM NOMEADOS NO FOLHANET E NA PAGINA DE
           END-SEARCH.

           COMPUTE WSS-VALOR-ABONO ROUNDED =
                   (SALARIO + WSS-MEDIA-COMIS)
                   * TFA-DIAS-VENDIDOS (IDX-FAB) / 30.

           IF NOT WSS-CT-ESTAGIARIO
              COMPUTE WSS-VALOR-ABONO-TERCO ROUNDED =
                      WSS-VALOR-ABONO / 3
           END-IF.

           ADD WSS-VALOR-ABONO         TO WSS-FL-BENEFICIOS.
           ADD WSS-VALOR-ABONO-TERCO   TO WSS-FL-BENEFICIOS.
           MOVE WSS-VALOR-ABONO        TO FN-ABONO-PEC.
           MOVE WSS-VALOR-ABONO-TERCO  TO FN-ABONO-TERCO.
           MOVE WSS-FL-PENSAO          TO FN-PENSAO.
           MOVE WSS-VALOR-DSR          TO FN-DSR.
           MOVE WSS-TIPO-CONTRATO      TO FN-TIPO-CONTRATO.

           ADD 1                         TO WSS-LIN-FOLHANET.
           WRITE REG-FOLHANET.

           IF WSS-QUINSETL-ABERTO EQUAL 'Y'
                 THRU 2250-GRAVA-QUINSETL-EXIT
           END-IF.

           IF WSS-SEMACUN-ABERTO EQUAL 'Y'
              PERFORM 2260-GRAVA-SEMACUN
                 THRU 2260-GRAVA-SEMACUN-EXIT
           END-IF.

           IF ST-FOLHANET NOT EQUAL 0 THEN
              DISPLAY 'COBOL089 - ERRO WRITE FOLHANET FS='
                      ST-FOLHANET
           MOVE MATRICULA              TO QSE-MATRICULA.
           MOVE SALARIO-EXT            TO QSE-VALOR.

           ADD 1                         TO WSS-LIN-QUINSETL.
           WRITE REG-QUINSETL.

           IF ST-QUINSETL NOT EQUAL 0 THEN
       2250-GRAVA-QUINSETL-EXIT.
           EXIT.

      *----
      * REGISTRA O PERIODO PAGO NO ACUMULADO DA COMPETENCIA: A BASE
      * DOS DESCONTOS LEGAIS (BRUTO + ATS) E O INSS/IRRF RETIDOS
      * NESTE PERIODO, PARA OS PERIODOS SEGUINTES E PARA A
      * CONSOLIDACAO MENSAL (COBOL237)
      *----
       2260-GRAVA-SEMACUN.

           MOVE SPACES                 TO REG-SEMACUM.
           MOVE WSS-PC-COMPETENCIA     TO SMA-COMPETENCIA.
           MOVE WSS-GRUPO-PAGTO        TO SMA-GRUPO.
           MOVE WSS-PERIODO-PAGTO      TO SMA-PERIODO.
           MOVE MATRICULA              TO SMA-MATRICULA.
           COMPUTE SMA-BASE = SALARIO-EXT + WSS-FL-PREMIO-ATS.
           MOVE WSS-FL-INSS            TO SMA-INSS.
           MOVE WSS-FL-IRRF            TO SMA-IRRF.
           MOVE WSS-FL-LIQUIDO         TO SMA-LIQUIDO.

           WRITE REG-SEMACUN FROM REG-SEMACUM.

           IF ST-SEMACUN NOT EQUAL 0 THEN
              DISPLAY 'COBOL089 - ERRO WRITE SEMACUN FS='
                      ST-SEMACUN
              MOVE ST-SEMACUN          TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                       TO WSS-QTD-SEMACUN.

       2260-GRAVA-SEMACUN-EXIT.
           EXIT.

      *----                                                             00521000
       3000-IMPRIME-CABECALHOS.                                         00522000

               MOVE WSS-DEPTO-NOME (IDX-DEPTO)  TO CAB-NOME-DEPTO
           END-SEARCH.

      *----
      * CAMINHO DO DEPARTAMENTO NA HIERARQUIA (RAIZ/.../DEPTO)
      *----
           MOVE 'CONSULTA'                      TO WSS-HQ-FUNCAO.
           MOVE WSS-NOME-DEPTO                  TO WSS-HQ-DEPARTAMENTO.
           PERFORM ROT-CHAMA-HIERARQUIA
              THRU ROT-CHAMA-HIERARQUIA-EXIT.
           MOVE WSS-HQ-CAMINHO                  TO CAB-HIERARQUIA.

           ADD   1           TO CAB-PAGINA                              00523000

           MOVE  6           TO CNT-LINHAS                              00524000
           IF WSS-QTD-ADNOT EQUAL 0 AND WSS-QTD-PERIC EQUAL 0
              AND WSS-QTD-QUINZ-DESC EQUAL 0
              AND WSS-QTD-ABONO EQUAL 0
              AND WSS-QTD-DSR EQUAL 0
              AND WSS-QTD-FALTAS EQUAL 0
              AND WSS-QTD-COMIS EQUAL 0
              GO TO 6500-IMPRIME-ADICIONAIS-EXIT
           END-IF.

              END-WRITE
           END-IF.

      *----
      * COMISSOES E VARIAVEIS DE VENDAS IMPORTADAS (COBOL220)
      *----
           IF WSS-QTD-COMIS GREATER 0
              MOVE SPACES               TO DET03
              MOVE 'COMI'               TO RECAP-CODIGO-DET
              MOVE 'COMISSOES E VARIAVEIS DE VENDAS'
                                        TO RECAP-DESC-DET
              MOVE WSS-QTD-COMIS        TO MASCARA-RESUMO-QTDE
              MOVE MASCARA-RESUMO-QTDE  TO RECAP-QTDE-DET
              MOVE WSS-TOT-COMIS        TO MASCARA-RESUMO-TOTAL
              MOVE MASCARA-RESUMO-TOTAL TO RECAP-TOTAL-DET
              WRITE REG-RLATFUN FROM DET03 AFTER ADVANCING 1
              END-WRITE
           END-IF.

      *----
      * REFLEXO DO DSR SOBRE HORA-EXTRA, ADICIONAL NOTURNO E
      * COMISSOES
      *----
           IF WSS-QTD-DSR GREATER 0
              MOVE SPACES               TO DET03
              MOVE 'DSR '               TO RECAP-CODIGO-DET
              MOVE 'DSR SOBRE VERBAS VARIAVEIS'
                                        TO RECAP-DESC-DET
              MOVE WSS-QTD-DSR          TO MASCARA-RESUMO-QTDE
              MOVE MASCARA-RESUMO-QTDE  TO RECAP-QTDE-DET
              MOVE WSS-TOT-DSR          TO MASCARA-RESUMO-TOTAL
              MOVE MASCARA-RESUMO-TOTAL TO RECAP-TOTAL-DET
              WRITE REG-RLATFUN FROM DET03 AFTER ADVANCING 1
              END-WRITE
           END-IF.

      *----
      * FALTAS INJUSTIFICADAS, DSR PERDIDO E ATRASOS CONFRONTADOS COM
      * A ESCALA, JA ABATIDOS DO BRUTO
      *----
           IF WSS-QTD-FALTAS GREATER 0
              MOVE SPACES               TO DET03
              MOVE 'FALT'               TO RECAP-CODIGO-DET
              MOVE '(-) FALTAS/DSR PERDIDO/ATRASOS'
                                        TO RECAP-DESC-DET
              MOVE WSS-QTD-FALTAS       TO MASCARA-RESUMO-QTDE
              MOVE MASCARA-RESUMO-QTDE  TO RECAP-QTDE-DET
              MOVE WSS-TOT-FALTAS       TO MASCARA-RESUMO-TOTAL
              MOVE MASCARA-RESUMO-TOTAL TO RECAP-TOTAL-DET
              WRITE REG-RLATFUN FROM DET03 AFTER ADVANCING 1
              END-WRITE
           END-IF.

      *----
      * ACERTO DO ADIANTAMENTO QUINZENAL DESCONTADO NESTA FOLHA
      * (LINHA PROPRIA, FORA DE OUTRAS-DED)
           MOVE RESUMO-DEPTO-TOTAL (IDX-RESUMO) TO MASCARA-RESUMO-TOTAL.
           MOVE MASCARA-RESUMO-TOTAL             TO TOTAL-RESUMO-DET.

      *----
      * O DEPARTAMENTO ENTRA NOS SUBTOTAIS DE TODOS OS SEUS SUPERIORES
      *----
           INITIALIZE WSS-HQ-INPUT.
           MOVE 'ACUMULA'                        TO WSS-HQ-FUNCAO.
           MOVE RESUMO-DEPTO-CODIGO (IDX-RESUMO) TO WSS-HQ-DEPARTAMENTO.
           MOVE RESUMO-DEPTO-TOTAL (IDX-RESUMO)  TO WSS-HQ-VALOR (1).
           MOVE RESUMO-DEPTO-QTDE (IDX-RESUMO)   TO WSS-HQ-QTDE.
           PERFORM ROT-CHAMA-HIERARQUIA
              THRU ROT-CHAMA-HIERARQUIA-EXIT.

           WRITE REG-RLATFUN FROM DET02 AFTER ADVANCING 1
           END-WRITE.

       ROT-IMPRIME-UMA-LINHA-RESUMO-EXIT.
           EXIT.

      *----
      * IMPRIME A PAGINA DE RESUMO POR HIERARQUIA: CADA DEPARTAMENTO
      * COM MOVIMENTO E CADA SUPERIOR COM O SUBTOTAL DE TODA A SUA
      * ESTRUTURA, NA ORDEM DA ARVORE E RECUADO POR NIVEL. OS
      * VALORES VEM DO RESUMO POR DEPARTAMENTO (INCLUSIVE DERRAME)
      *----
       6700-IMPRIME-RESUMO-HIERARQUIA.

           DISPLAY '6700-IMPRIME-RESUMO-HIERARQUIA'.

           MOVE 'LISTA'                  TO WSS-HQ-FUNCAO.
           MOVE 'N'                      TO WSS-HQ-LISTA-TODOS.
           PERFORM ROT-CHAMA-HIERARQUIA
              THRU ROT-CHAMA-HIERARQUIA-EXIT.

           IF WSS-HQ-FIM
              GO TO 6700-IMPRIME-RESUMO-HIERARQUIA-EXIT
           END-IF.

           IF WSS-HQ-QTD-CICLOS GREATER 0
              OR WSS-HQ-QTD-ORFAOS GREATER 0
              DISPLAY 'COBOL089 - DEPTREF COM CICLO OU SUPERIOR '
                      'INEXISTENTE, CONFERIR PELO COBOL227'
           END-IF.

           WRITE REG-RLATFUN FROM CAB16 AFTER ADVANCING PAGE
           END-WRITE.

           WRITE REG-RLATFUN FROM CAB17 AFTER ADVANCING 2
           END-WRITE.

           PERFORM 6710-IMPRIME-UM-NO
              THRU 6710-IMPRIME-UM-NO-EXIT
              UNTIL WSS-HQ-FIM.

       6700-IMPRIME-RESUMO-HIERARQUIA-EXIT.
           EXIT.

      *----
       6710-IMPRIME-UM-NO.

           MOVE SPACES                   TO ARVORE-HIER-DET.
           COMPUTE WSS-POS-ARVORE = (WSS-HQ-NIVEL - 1) * 2 + 1.
           MOVE WSS-HQ-CODIGO TO ARVORE-HIER-DET (WSS-POS-ARVORE:5).
           MOVE WSS-HQ-NOME              TO NOME-HIER-DET.
           MOVE WSS-HQ-TOT-QTDE          TO MASCARA-RESUMO-QTDE.
           MOVE MASCARA-RESUMO-QTDE      TO QTDE-HIER-DET.
           MOVE WSS-HQ-TOT-VALOR (1)     TO MASCARA-RESUMO-TOTAL.
           MOVE MASCARA-RESUMO-TOTAL     TO TOTAL-HIER-DET.
           MOVE WSS-HQ-GESTOR-RESP       TO GESTOR-HIER-DET.

           WRITE REG-RLATFUN FROM DET08 AFTER ADVANCING 1
           END-WRITE.

           IF ST-RLATFUN NOT EQUAL 0 THEN
              DISPLAY 'COBOL089 - ERRO WRITE FOLHAFUN FS=' ST-RLATFUN
              MOVE ST-RLATFUN  TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM ROT-CHAMA-HIERARQUIA
              THRU ROT-CHAMA-HIERARQUIA-EXIT.

       6710-IMPRIME-UM-NO-EXIT.
           EXIT.

      *----
      * CHAMA O COBOL226 COM A FUNCAO JA INFORMADA. RETORNO 4
      * (DEPARTAMENTO FORA DO DEPTREF OU EM CICLO) SEGUE COMO RAIZ;
      * ERRO DE ARQUIVO NO DEPTREF E ABEND
      *----
       ROT-CHAMA-HIERARQUIA.

           CALL 'COBOL226' USING WSS-HIERARQ-LINKAGE.

           IF WSS-RETURN-CODE OF WSS-HQ-OUTPUT GREATER 4
              DISPLAY 'COBOL089 - ERRO COBOL226: '
                      WSS-MENSAGEM OF WSS-HQ-OUTPUT
              MOVE WSS-RETURN-CODE OF WSS-HQ-OUTPUT TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       ROT-CHAMA-HIERARQUIA-EXIT.
           EXIT.

      *----
      * IMPRIME UM DUMP HEXA/CARACTER DO REG-FUNCI CORRENTE NO LOG
      * DO JOB, USANDO O SUBPROGRAMA GENERICO COBOL099, PARA O
           PERFORM ROT-GRAVA-RUNSTATS
              THRU ROT-GRAVA-RUNSTATS-EXIT.

           PERFORM ROT-GRAVA-LINHAGEM
              THRU ROT-GRAVA-LINHAGEM-EXIT.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL089                   ***'.
           DISPLAY '* REGISTRO GRAVADOS    : ' WSS-REG-GRAVADOS.
           DISPLAY '* REGISTRO EM EXCECAO  : ' WSS-REG-EXCLUIDOS.
           DISPLAY '* FUNCIONARIOS DESLIGADOS : ' WSS-REG-DESLIGADOS.
           DISPLAY '* DESLIG. SEM TIPO DO RH  : '
                     WSS-QTD-DESLT-PADRAO.
           DISPLAY '* SUPRESSOES DE AFASTAMENTO : '
                     WSS-QTD-AFASTADOS.
           DISPLAY '* FORA DO GRUPO DE PAGAMENTO : '
                     WSS-QTD-OUTRO-GRUPO.
           DISPLAY '*******************************************'.

       ROT-ESTATISTIC-EXIT.
       ROT-GRAVA-RUNSTATS-EXIT.
           EXIT.

      *----
      * MANIFESTO DE LINHAGEM (COBOL257): UM REGISTRO POR ARQUIVO
      * LIDO E GRAVADO NESTA RODADA, ENTRADAS ANTES DAS SAIDAS. A
      * RODADA E A MESMA DATA/HORA DE INICIO DO RUNSTATS
      *----
       ROT-GRAVA-LINHAGEM.

           MOVE 'COBOL089'             TO WSS-LG-PROGRAMA.
           MOVE WSS-RS-INICIO          TO WSS-LG-RODADA.
           MOVE WSS-PC-COMPETENCIA     TO WSS-LG-COMPETENCIA.

           MOVE 'E'                    TO WSS-LG-SENTIDO.
           MOVE 'FUNCI'                TO WSS-LG-ARQUIVO.
           MOVE WSS-REG-LIDOS          TO WSS-LG-QTD-REGS.
           PERFORM ROT-LINHAGEM-ARQUIVO
              THRU ROT-LINHAGEM-ARQUIVO-EXIT.

           IF WSS-QTD-DEPTOS GREATER 0
              MOVE 'E'                    TO WSS-LG-SENTIDO
              MOVE 'DEPTREF'              TO WSS-LG-ARQUIVO
              MOVE WSS-QTD-DEPTOS         TO WSS-LG-QTD-REGS
              PERFORM ROT-LINHAGEM-ARQUIVO
                 THRU ROT-LINHAGEM-ARQUIVO-EXIT
           END-IF.

           IF WSS-QTD-GRPFUNC GREATER 0
              MOVE 'E'                    TO WSS-LG-SENTIDO
              MOVE 'GRPFUNC'              TO WSS-LG-ARQUIVO
              MOVE WSS-QTD-GRPFUNC        TO WSS-LG-QTD-REGS
              PERFORM ROT-LINHAGEM-ARQUIVO
                 THRU ROT-LINHAGEM-ARQUIVO-EXIT
           END-IF.

           IF WSS-QTD-SEMA GREATER 0
              MOVE 'E'                    TO WSS-LG-SENTIDO
              MOVE 'SEMACUM'              TO WSS-LG-ARQUIVO
              MOVE WSS-QTD-SEMA           TO WSS-LG-QTD-REGS
              PERFORM ROT-LINHAGEM-ARQUIVO
                 THRU ROT-LINHAGEM-ARQUIVO-EXIT
           END-IF.

           IF WSS-QTD-HORAGG GREATER 0
              MOVE 'E'                    TO WSS-LG-SENTIDO
              MOVE 'HORAGG'               TO WSS-LG-ARQUIVO
              MOVE WSS-QTD-HORAGG         TO WSS-LG-QTD-REGS
              PERFORM ROT-LINHAGEM-ARQUIVO
                 THRU ROT-LINHAGEM-ARQUIVO-EXIT
           END-IF.

           IF WSS-QTD-AUTHE GREATER 0
              MOVE 'E'                    TO WSS-LG-SENTIDO
              MOVE 'AUTHE'                TO WSS-LG-ARQUIVO
              MOVE WSS-QTD-AUTHE          TO WSS-LG-QTD-REGS
              PERFORM ROT-LINHAGEM-ARQUIVO
                 THRU ROT-LINHAGEM-ARQUIVO-EXIT
           END-IF.

           IF WSS-QTD-GRADES GREATER 0
              MOVE 'E'                    TO WSS-LG-SENTIDO
              MOVE 'GRADETAB'             TO WSS-LG-ARQUIVO
              MOVE WSS-QTD-GRADES         TO WSS-LG-QTD-REGS
              PERFORM ROT-LINHAGEM-ARQUIVO
                 THRU ROT-LINHAGEM-ARQUIVO-EXIT
           END-IF.

           IF WSS-QTD-AFAST GREATER 0
              MOVE 'E'                    TO WSS-LG-SENTIDO
              MOVE 'AFASTFUN'             TO WSS-LG-ARQUIVO
              MOVE WSS-QTD-AFAST          TO WSS-LG-QTD-REGS
              PERFORM ROT-LINHAGEM-ARQUIVO
                 THRU ROT-LINHAGEM-ARQUIVO-EXIT
           END-IF.

           IF WSS-QTD-DESLT GREATER 0
              MOVE 'E'                    TO WSS-LG-SENTIDO
              MOVE 'DESLTIPO'             TO WSS-LG-ARQUIVO
              MOVE WSS-QTD-DESLT          TO WSS-LG-QTD-REGS
              PERFORM ROT-LINHAGEM-ARQUIVO
                 THRU ROT-LINHAGEM-ARQUIVO-EXIT
           END-IF.

           IF WSS-QTD-QUINS GREATER 0
              MOVE 'E'                    TO WSS-LG-SENTIDO
              MOVE 'QUINSETL'             TO WSS-LG-ARQUIVO
              MOVE WSS-QTD-QUINS          TO WSS-LG-QTD-REGS
              PERFORM ROT-LINHAGEM-ARQUIVO
                 THRU ROT-LINHAGEM-ARQUIVO-EXIT
           END-IF.

           IF WSS-QTD-MATRL GREATER 0
              MOVE 'E'                    TO WSS-LG-SENTIDO
              MOVE 'MATRLIST'             TO WSS-LG-ARQUIVO
              MOVE WSS-QTD-MATRL          TO WSS-LG-QTD-REGS
              PERFORM ROT-LINHAGEM-ARQUIVO
                 THRU ROT-LINHAGEM-ARQUIVO-EXIT
           END-IF.

           IF WSS-QTD-TAXAS GREATER 0
              MOVE 'E'                    TO WSS-LG-SENTIDO
              MOVE 'CAMBIOTB'             TO WSS-LG-ARQUIVO
              MOVE WSS-QTD-TAXAS          TO WSS-LG-QTD-REGS
              PERFORM ROT-LINHAGEM-ARQUIVO
                 THRU ROT-LINHAGEM-ARQUIVO-EXIT
           END-IF.

           IF WSS-QTD-CMM GREATER 0
              MOVE 'E'                    TO WSS-LG-SENTIDO
              MOVE 'COMISMES'             TO WSS-LG-ARQUIVO
              MOVE WSS-QTD-CMM            TO WSS-LG-QTD-REGS
              PERFORM ROT-LINHAGEM-ARQUIVO
                 THRU ROT-LINHAGEM-ARQUIVO-EXIT
           END-IF.

           IF WSS-QTD-CMH GREATER 0
              MOVE 'E'                    TO WSS-LG-SENTIDO
              MOVE 'COMISHIS'             TO WSS-LG-ARQUIVO
              MOVE WSS-QTD-CMH            TO WSS-LG-QTD-REGS
              PERFORM ROT-LINHAGEM-ARQUIVO
                 THRU ROT-LINHAGEM-ARQUIVO-EXIT
           END-IF.

           IF WSS-QTD-P13 GREATER 0
              MOVE 'E'                    TO WSS-LG-SENTIDO
              MOVE 'PARC13'               TO WSS-LG-ARQUIVO
              MOVE WSS-QTD-P13            TO WSS-LG-QTD-REGS
              PERFORM ROT-LINHAGEM-ARQUIVO
                 THRU ROT-LINHAGEM-ARQUIVO-EXIT
           END-IF.

           MOVE 'S'                    TO WSS-LG-SENTIDO.
           MOVE 'FOLHANET'             TO WSS-LG-ARQUIVO.
           MOVE WSS-LIN-FOLHANET       TO WSS-LG-QTD-REGS.
           PERFORM ROT-LINHAGEM-ARQUIVO
              THRU ROT-LINHAGEM-ARQUIVO-EXIT.

           MOVE 'S'                    TO WSS-LG-SENTIDO.
           MOVE 'RLATFUN'              TO WSS-LG-ARQUIVO.
           MOVE WSS-REG-GRAVADOS       TO WSS-LG-QTD-REGS.
           PERFORM ROT-LINHAGEM-ARQUIVO
              THRU ROT-LINHAGEM-ARQUIVO-EXIT.

           IF WSS-LIN-EXCFUNCI GREATER 0
              MOVE 'S'                    TO WSS-LG-SENTIDO
              MOVE 'EXCFUNCI'             TO WSS-LG-ARQUIVO
              MOVE WSS-LIN-EXCFUNCI       TO WSS-LG-QTD-REGS
              PERFORM ROT-LINHAGEM-ARQUIVO
                 THRU ROT-LINHAGEM-ARQUIVO-EXIT
           END-IF.

           IF WSS-REG-DESLIGADOS GREATER 0
              MOVE 'S'                    TO WSS-LG-SENTIDO
              MOVE 'DESFUNCI'             TO WSS-LG-ARQUIVO
              MOVE WSS-REG-DESLIGADOS     TO WSS-LG-QTD-REGS
              PERFORM ROT-LINHAGEM-ARQUIVO
                 THRU ROT-LINHAGEM-ARQUIVO-EXIT
           END-IF.

           IF WSS-QTD-EXC-MARGEM GREATER 0
              MOVE 'S'                    TO WSS-LG-SENTIDO
              MOVE 'EXCMARG'              TO WSS-LG-ARQUIVO
              MOVE WSS-QTD-EXC-MARGEM     TO WSS-LG-QTD-REGS
              PERFORM ROT-LINHAGEM-ARQUIVO
                 THRU ROT-LINHAGEM-ARQUIVO-EXIT
           END-IF.

           IF WSS-QTD-DISCREP GREATER 0
              MOVE 'S'                    TO WSS-LG-SENTIDO
              MOVE 'RELDISC'              TO WSS-LG-ARQUIVO
              MOVE WSS-QTD-DISCREP        TO WSS-LG-QTD-REGS
              PERFORM ROT-LINHAGEM-ARQUIVO
                 THRU ROT-LINHAGEM-ARQUIVO-EXIT
           END-IF.

           IF WSS-QTD-SEMACUN GREATER 0
              MOVE 'S'                    TO WSS-LG-SENTIDO
              MOVE 'SEMACUN'              TO WSS-LG-ARQUIVO
              MOVE WSS-QTD-SEMACUN        TO WSS-LG-QTD-REGS
              PERFORM ROT-LINHAGEM-ARQUIVO
                 THRU ROT-LINHAGEM-ARQUIVO-EXIT
           END-IF.

           IF WSS-LIN-QUINSETL GREATER 0
              MOVE 'S'                    TO WSS-LG-SENTIDO
              MOVE 'QUINSETL'             TO WSS-LG-ARQUIVO
              MOVE WSS-LIN-QUINSETL       TO WSS-LG-QTD-REGS
              PERFORM ROT-LINHAGEM-ARQUIVO
                 THRU ROT-LINHAGEM-ARQUIVO-EXIT
           END-IF.

           IF WSS-LIN-PARC13 GREATER 0
              MOVE 'S'                    TO WSS-LG-SENTIDO
              MOVE 'PARC13'               TO WSS-LG-ARQUIVO
              MOVE WSS-LIN-PARC13         TO WSS-LG-QTD-REGS
              PERFORM ROT-LINHAGEM-ARQUIVO
                 THRU ROT-LINHAGEM-ARQUIVO-EXIT
           END-IF.

       ROT-GRAVA-LINHAGEM-EXIT.
           EXIT.

      *----
       ROT-LINHAGEM-ARQUIVO.

           CALL 'COBOL257' USING WSS-LINHAGEM-LINKAGE.

           IF WSS-RETURN-CODE OF WSS-LG-OUTPUT NOT EQUAL 0
              DISPLAY 'COBOL089 - AVISO LINHAGEM ' WSS-LG-ARQUIVO ': '
                      WSS-MENSAGEM OF WSS-LG-OUTPUT
           END-IF.

       ROT-LINHAGEM-ARQUIVO-EXIT.
           EXIT.

      *END  COBOL089.
      ********************** FIM DO PROGRAMA ***************************
