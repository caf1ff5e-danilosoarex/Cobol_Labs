      *            DEMONSTRATIVO E O MAIS APERTADO DA RODADA E
      *            AVISADO NO LOG.
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - VERBAS DO DEMONSTRATIVO PASSAM PELO
      *                  MASCARAMENTO CENTRAL (COBOL234) CONFORME AS
      *                  FUNCOES DO USUARIO NO PERMFIL
      * 15/10/2026 VRB - COMPENSACAO DO SALDO DE RESSARCIMENTO DE
      *                  PAGAMENTO A MAIOR (COBOL241) ATE UM MES DE
      *                  REMUNERACAO; O QUE SOBRA FICA PARA COBRANCA
      *                  FORA DA FOLHA
      * 15/10/2026 VRB - TIPO DE DESLIGAMENTO DO DESFUNCI: AVISO PREVIO
      *                  INTEGRAL SO SEM JUSTA CAUSA, METADE NO ACORDO;
      *                  FGTS RESCISORIO (DEPOSITO E MULTA DE 40% OU
      *                  20% SOBRE O SALDO DO FGTSSALD) NO
      *                  DEMONSTRATIVO E EM FGTSRWK PARA A GUIA DO
      *                  COBOL243
      * 15/10/2026 VRB - TIPO DE CONTRATO DO FUNCMST NO FGTS
      *                  RESCISORIO E NAS VERBAS: APRENDIZ PELA
      *                  ALIQUOTA PROPRIA DO FGTSPARM, ESTAGIARIO E
      *                  DIRETOR PRO-LABORE SEM DEPOSITO NEM MULTA;
      *                  ESTAGIARIO SEM AVISO E 13., DIRETOR SEM AVISO,
      *                  13. E FERIAS (MESMA REGRA DO COBOL254)
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RESCNET.
      *
           SELECT FGTSPARM ASSIGN TO FGTSPARM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-FGTSPARM.
      *
           SELECT FGTSSALD ASSIGN TO FGTSSALD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FSD-MATRICULA
                  FILE STATUS IS ST-FGTSSALD.
      *
           SELECT FUNCMST ASSIGN TO FUNCMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FM-MATRICULA
                  FILE STATUS IS ST-FUNCMST.
      *
           SELECT FGTSRWK ASSIGN TO FGTSRWK
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-FGTSRWK.
      *
      *--------------
       DATA DIVISION.
            03 DESF-DATA-ADMISSAO          PIC 9(008).
            03 DESF-SALDO-ADIANT           PIC 9(007)V99.
            03 DESF-DATA-DESLIG            PIC 9(008).
            03 DESF-EMPRESA                PIC X(002).
            03 DESF-TIPO-DESLIG            PIC X(001).
               88 DESF-SEM-JUSTA-CAUSA            VALUE 'S' ' '.
               88 DESF-ACORDO                     VALUE 'A'.
               88 DESF-JUSTA-CAUSA                VALUE 'J'.
               88 DESF-PEDIDO-DEMISSAO            VALUE 'P'.
               88 DESF-TERMINO-CONTRATO           VALUE 'T'.
               88 DESF-FALECIMENTO                VALUE 'F'.
      *----
       FD   RESCPARM
            RECORDING MODE IS F
            03 FN-PREMIO-ATS               PIC 9(007)V99.
            03 FN-EMPRESA                  PIC X(002).
            03 FILLER                      PIC X(062).
      *----
       FD   FGTSPARM
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * MESMO CARTAO DO COBOL181; AQUI SO INTERESSA A ALIQUOTA DO
      * DEPOSITO (ZERADA OU SEM O CARTAO ASSUME 8,00)
      *----
       01   REG-FGTSPARM.
            03 FGP-COMPETENCIA             PIC 9(006).
            03 FGP-ALIQUOTA                PIC 9(002)V99.
            03 FGP-ALIQ-APRENDIZ           PIC 9(002)V99.
            03 FILLER                      PIC X(066).
      *----
       FD   FGTSSALD
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
           COPY  'COPY2431'.
      *----
       FD   FUNCMST
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
       01   REG-FUNCMST.
            03 FM-MATRICULA                PIC 9(008).
            03 FM-NOME                     PIC X(040).
            03 FM-SEXO                     PIC X(001).
            03 FM-SALARIO                  PIC 9(005)V99.
            03 FM-DATA-ADMISSAO            PIC 9(008).
            03 FM-DEPARTAMENTO             PIC X(005).
            03 FM-HORA-EXTRA               PIC 9(002).
            03 FM-MOEDA                    PIC X(003).
            03 FM-SITUACAO                 PIC X(001).
               88 FM-DESLIGADO                    VALUE 'D'.
            03 FM-CARGO                    PIC X(002).
            03 FM-EMPRESA                  PIC X(002).
            03 FM-TIPO-CONTRATO            PIC X(001).
               88 FM-CONTRATO-CLT                 VALUE 'C' ' '.
               88 FM-APRENDIZ                     VALUE 'A'.
               88 FM-ESTAGIARIO                   VALUE 'E'.
               88 FM-DIRETOR                      VALUE 'D'.
      *----
       FD   FGTSRWK
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
           COPY  'COPY2432'.
      *----
      *------------------------
       WORKING-STORAGE SECTION.
       77  WSS-DATA-LIMITE                 PIC 9(008) VALUE 0.
       77  WSS-PRAZO-MINIMO                PIC 9(008) VALUE 99999999.
       77  WSS-REG-PAGAMENTOS              PIC 9(006) VALUE ZEROES.
       77  WSS-RESSARC-DISPONIVEL          PIC X(001) VALUE 'Y'.
       77  WSS-RESS-LIMITE                 PIC 9(007)V99 COMP-3 VALUE 0.
       77  WSS-RESS-COMPENSADO             PIC 9(007)V99 COMP-3 VALUE 0.
       77  WSS-RESS-REMANESC               PIC 9(007)V99 COMP-3 VALUE 0.
       77  WSS-QTD-RESS-REMANESC           PIC 9(006) VALUE ZEROES.
       77  ST-FGTSPARM                     PIC 9(002) VALUE 0.
       77  ST-FGTSSALD                     PIC 9(002) VALUE 0.
       77  ST-FGTSRWK                      PIC 9(002) VALUE 0.
       77  WSS-FGTSSALD-DISPONIVEL         PIC X(001) VALUE 'Y'.
       77  WSS-FGTS-ALIQUOTA               PIC 9(002)V99 VALUE 8,00.
       77  WSS-FGTS-ALIQ-APRENDIZ          PIC 9(002)V99 VALUE 2,00.
       77  WSS-FGTS-ALIQ-FUNC              PIC 9(002)V99 VALUE 0.
       77  ST-FUNCMST                      PIC 9(002) VALUE 0.
       77  WSS-FUNCMST-DISPONIVEL          PIC X(001) VALUE 'Y'.
       77  WSS-QTD-SEM-FUNCMST             PIC 9(006) VALUE ZEROES.
       77  WSS-FGTS-PCT-MULTA              PIC 9(002) VALUE 0.
       77  WSS-FGTS-BASE                   PIC 9(009)V99 COMP-3 VALUE 0.
       77  WSS-FGTS-DEPOSITO               PIC 9(009)V99 COMP-3 VALUE 0.
       77  WSS-FGTS-SALDO                  PIC 9(011)V99 COMP-3 VALUE 0.
       77  WSS-FGTS-MULTA                  PIC 9(009)V99 COMP-3 VALUE 0.
       77  WSS-QTD-FGTS-RESC               PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-SEM-SALDO-FGTS          PIC 9(006) VALUE ZEROES.
       77  WSS-TOT-FGTS-DEPOSITO           PIC 9(011)V99 COMP-3 VALUE 0.
       77  WSS-TOT-FGTS-MULTA              PIC 9(011)V99 COMP-3 VALUE 0.
       77  MASCARA-DATA                    PIC 99/99/9999.
       77  MASCARA-VALOR                   PIC ZZZ.ZZ9,99.
       77  MASCARA-TOTAL                   PIC -Z.ZZZ.ZZ9,99.
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
      * LINKAGE DO SUBPROGRAMA DE MASCARAMENTO DE DADOS SENSIVEIS
      * (COBOL234)
      *----
           COPY  'COPY2341'.
      *----
      * LINKAGE DO GERENCIADOR DO CONTA-CORRENTE DE RESSARCIMENTO
      * (COBOL241)
      *----
           COPY  'COPY2411'.
      *----
       01  CAB01.
           03 FILLER                       PIC X(019) VALUE 'COBOL152'.
           PERFORM 0001-CARGA-PARAMETROS
              THRU 0001-CARGA-PARAMETROS-EXIT.

           PERFORM 0002-CARGA-FGTSPARM
              THRU 0002-CARGA-FGTSPARM-EXIT.

           OPEN INPUT DESFUNCI.

           IF ST-DESFUNCI NOT EQUAL 0 THEN
                 THRU ROT-ABEND-EXIT
           END-IF.

           OPEN OUTPUT FGTSRWK.

           IF ST-FGTSRWK NOT EQUAL 0 THEN
              DISPLAY 'COBOL152 - ERRO OPEN FGTSRWK FS=' ST-FGTSRWK
              MOVE ST-FGTSRWK            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

      *----
      * SEM O SALDO DO FGTS (FS=35) A MULTA SAI SO SOBRE O DEPOSITO
      * RESCISORIO, COM AVISO NO LOG
      *----
           OPEN INPUT FGTSSALD.

           IF ST-FGTSSALD EQUAL 35
              MOVE 'N'                   TO WSS-FGTSSALD-DISPONIVEL
              DISPLAY 'COBOL152 - FGTSSALD NAO INFORMADO, MULTA SO '
                      'SOBRE O DEPOSITO RESCISORIO'
           ELSE
              IF ST-FGTSSALD NOT EQUAL 0 THEN
                 DISPLAY 'COBOL152 - ERRO OPEN FGTSSALD FS='
                         ST-FGTSSALD
                 MOVE ST-FGTSSALD        TO RETURN-CODE
                 PERFORM ROT-ABEND
                    THRU ROT-ABEND-EXIT
              END-IF
           END-IF.

      *----
      * SEM O MESTRE (FS=35) TODOS SAO TRATADOS COMO CLT, COM AVISO
      * NO LOG
      *----
           OPEN INPUT FUNCMST.

           IF ST-FUNCMST EQUAL 35
              MOVE 'N'                   TO WSS-FUNCMST-DISPONIVEL
              DISPLAY 'COBOL152 - FUNCMST NAO INFORMADO, TIPO DE '
                      'CONTRATO CLT PARA TODOS'
           ELSE
              IF ST-FUNCMST NOT EQUAL 0 THEN
                 DISPLAY 'COBOL152 - ERRO OPEN FUNCMST FS='
                         ST-FUNCMST
                 MOVE ST-FUNCMST         TO RETURN-CODE
                 PERFORM ROT-ABEND
                    THRU ROT-ABEND-EXIT
              END-IF
           END-IF.

           PERFORM 2000-PROCESSA-DESLIGADO
              THRU 2000-PROCESSA-DESLIGADO-EXIT
              UNTIL WSS-EOF = 'Y'.
           CLOSE DESFUNCI.
           CLOSE RELRESC.
           CLOSE RESCNET.
           CLOSE FGTSRWK.

           IF WSS-FGTSSALD-DISPONIVEL EQUAL 'Y'
              CLOSE FGTSSALD
           END-IF.

           IF WSS-FUNCMST-DISPONIVEL EQUAL 'Y'
              CLOSE FUNCMST
           END-IF.

           IF WSS-PRAZO-MINIMO LESS 99999999
              DISPLAY 'COBOL152 - PRAZO LEGAL MAIS APERTADO DA '
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* RESCISOES CALCULADAS : ' WSS-REG-LIDOS.
           DISPLAY '* PAGAMENTOS EMITIDOS  : ' WSS-REG-PAGAMENTOS.
           DISPLAY '* RESSARC. A COBRAR    : ' WSS-QTD-RESS-REMANESC.
           DISPLAY '* FGTS RESCISORIO      : ' WSS-QTD-FGTS-RESC.
           DISPLAY '* DEPOSITO RESCISORIO  : ' WSS-TOT-FGTS-DEPOSITO.
           DISPLAY '* MULTA RESCISORIA     : ' WSS-TOT-FGTS-MULTA.
           DISPLAY '* SEM SALDO NO FGTSSALD: ' WSS-QTD-SEM-SALDO-FGTS.
           DISPLAY '* SEM CADASTRO FUNCMST : ' WSS-QTD-SEM-FUNCMST.
           DISPLAY '*******************************************'.

           STOP RUN.
       0001-CARGA-PARAMETROS-EXIT.
           EXIT.

      *----
      * ALIQUOTA DO DEPOSITO DO FGTS, DO MESMO CARTAO DO COBOL181
      *----
       0002-CARGA-FGTSPARM.

           DISPLAY '0002-CARGA-FGTSPARM'.

           OPEN INPUT FGTSPARM.

           IF ST-FGTSPARM EQUAL 35
              DISPLAY 'COBOL152 - FGTSPARM NAO INFORMADO, ALIQUOTA '
                      'DO FGTS PADRAO'
              GO TO 0002-CARGA-FGTSPARM-EXIT
           END-IF.

           IF ST-FGTSPARM NOT EQUAL 0 THEN
              DISPLAY 'COBOL152 - ERRO OPEN FGTSPARM FS=' ST-FGTSPARM
              MOVE ST-FGTSPARM           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           READ FGTSPARM.

           IF ST-FGTSPARM EQUAL 0
              IF FGP-ALIQUOTA NUMERIC
                 AND FGP-ALIQUOTA GREATER 0
                 MOVE FGP-ALIQUOTA       TO WSS-FGTS-ALIQUOTA
              END-IF
              IF FGP-ALIQ-APRENDIZ NUMERIC
                 AND FGP-ALIQ-APRENDIZ GREATER 0
                 MOVE FGP-ALIQ-APRENDIZ  TO WSS-FGTS-ALIQ-APRENDIZ
              END-IF
           END-IF.

           CLOSE FGTSPARM.

           DISPLAY ' ALIQUOTA DO FGTS : ' WSS-FGTS-ALIQUOTA.

       0002-CARGA-FGTSPARM-EXIT.
           EXIT.

      *----
       2000-PROCESSA-DESLIGADO.


           ADD 1                         TO WSS-REG-LIDOS.

           PERFORM 2050-LE-FUNCMST
              THRU 2050-LE-FUNCMST-EXIT.

           PERFORM 2100-CALCULA-VERBAS
              THRU 2100-CALCULA-VERBAS-EXIT.

           PERFORM 2120-COMPENSA-RESSARCIMENTO
              THRU 2120-COMPENSA-RESSARCIMENTO-EXIT.

           PERFORM 2130-CALCULA-FGTS-RESCISORIO
              THRU 2130-CALCULA-FGTS-RESCISORIO-EXIT.

           PERFORM 2150-CALCULA-PRAZO-PAGTO
              THRU 2150-CALCULA-PRAZO-PAGTO-EXIT.

           PERFORM 2250-GRAVA-RESCNET
              THRU 2250-GRAVA-RESCNET-EXIT.

           PERFORM 2260-GRAVA-FGTSRWK
              THRU 2260-GRAVA-FGTSRWK-EXIT.

           PERFORM 2300-ACUMULA-RESUMO
              THRU 2300-ACUMULA-RESUMO-EXIT.

       2000-PROCESSA-DESLIGADO-EXIT.
           EXIT.

      *----
      * TIPO DE CONTRATO DO DESLIGADO NO MESTRE; SEM O CADASTRO O
      * CALCULO SEGUE COMO CLT
      *----
       2050-LE-FUNCMST.

           MOVE SPACES                   TO FM-TIPO-CONTRATO.

           IF WSS-FUNCMST-DISPONIVEL NOT EQUAL 'Y'
              GO TO 2050-LE-FUNCMST-EXIT
           END-IF.

           MOVE DESF-MATRICULA           TO FM-MATRICULA.

           READ FUNCMST
              INVALID KEY
                 ADD 1                   TO WSS-QTD-SEM-FUNCMST
                 MOVE SPACES             TO FM-TIPO-CONTRATO
                 DISPLAY 'COBOL152 - MATRICULA SEM CADASTRO NO '
                         'FUNCMST, CALCULO COMO CLT: ' DESF-MATRICULA
           END-READ.

           IF ST-FUNCMST NOT EQUAL 0 AND ST-FUNCMST NOT EQUAL 23
              DISPLAY 'COBOL152 - ERRO READ FUNCMST FS=' ST-FUNCMST
              MOVE ST-FUNCMST            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       2050-LE-FUNCMST-EXIT.
           EXIT.

      *----
      * VERBAS DA RESCISAO:
      *   SALDO DE SALARIO = SALARIO X DIA DO DESLIGAMENTO / 30
      *                      / 12) + TERCO
      *   AVISO PREVIO     = SALARIO / 30 X DIAS DE AVISO (BASE +
      *                      DIAS POR ANO DE CASA, COM TETO)
      * O TIPO DE DESLIGAMENTO DECIDE O QUE E DEVIDO: AVISO
      * INDENIZADO INTEGRAL SO NA DISPENSA SEM JUSTA CAUSA, PELA
      * METADE NO ACORDO (CLT ART. 484-A) E NENHUM NOS DEMAIS; NA
      * JUSTA CAUSA TAMBEM NAO HA 13. NEM FERIAS PROPORCIONAIS.
      * ESTAGIARIO NAO TEM AVISO NEM 13.; DIRETOR PRO-LABORE NAO TEM
      * AVISO, 13. NEM FERIAS (COMO NA SIMULACAO DO COBOL254)
      *   (-) SALDO DE ADIANTAMENTO QUITADO
      *   (-) RESSARCIMENTO COMPENSADO (2120)
      *----
       2100-CALCULA-VERBAS.

           COMPUTE WSS-AVISO-VALOR ROUNDED =
                   DESF-SALARIO / 30 * WSS-AVISO-DIAS.

           EVALUATE TRUE
              WHEN DESF-SEM-JUSTA-CAUSA
                 CONTINUE
              WHEN DESF-ACORDO
                 COMPUTE WSS-AVISO-VALOR ROUNDED =
                         WSS-AVISO-VALOR / 2
              WHEN DESF-JUSTA-CAUSA
                 MOVE 0                  TO WSS-AVISO-VALOR
                 MOVE 0                  TO WSS-DECIMO-PROP
                 MOVE 0                  TO WSS-FERIAS-PROP
              WHEN OTHER
                 MOVE 0                  TO WSS-AVISO-VALOR
           END-EVALUATE.

           IF FM-ESTAGIARIO
              MOVE 0                     TO WSS-AVISO-VALOR
              MOVE 0                     TO WSS-DECIMO-PROP
           END-IF.

           IF FM-DIRETOR
              MOVE 0                     TO WSS-AVISO-VALOR
              MOVE 0                     TO WSS-DECIMO-PROP
              MOVE 0                     TO WSS-FERIAS-PROP
           END-IF.

           COMPUTE WSS-TOTAL-RESC =
                   WSS-SALDO-SALARIO + WSS-DECIMO-PROP
                   + WSS-FERIAS-PROP + WSS-AVISO-VALOR
       2100-CALCULA-VERBAS-EXIT.
           EXIT.

      *----
      * SALDO DE RESSARCIMENTO DE PAGAMENTO A MAIOR: COMPENSADO NO
      * ACERTO ATE UM MES DE REMUNERACAO (CLT ART. 477, PAR. 5) E
      * SEM DEIXAR O ACERTO NEGATIVO. O GERENCIADOR COBOL241 BAIXA O
      * COMPENSADO E MARCA O QUE SOBRAR PARA COBRANCA FORA DA FOLHA
      *----
       2120-COMPENSA-RESSARCIMENTO.

           MOVE 0                        TO WSS-RESS-COMPENSADO.
           MOVE 0                        TO WSS-RESS-REMANESC.

           IF WSS-RESSARC-DISPONIVEL NOT = 'Y'
              GO TO 2120-COMPENSA-RESSARCIMENTO-EXIT
           END-IF.

           MOVE DESF-SALARIO             TO WSS-RESS-LIMITE.

           IF WSS-TOTAL-RESC NOT GREATER 0
              MOVE 0                     TO WSS-RESS-LIMITE
           ELSE
              IF WSS-TOTAL-RESC LESS WSS-RESS-LIMITE
                 MOVE WSS-TOTAL-RESC     TO WSS-RESS-LIMITE
              END-IF
           END-IF.

           MOVE 'QUITA'                  TO WSS-RS-FUNCAO.
           MOVE DESF-MATRICULA           TO WSS-RS-MATRICULA.
           MOVE DESF-DATA-DESLIG (1:6)   TO WSS-RS-COMPETENCIA.
           MOVE WSS-RESS-LIMITE          TO WSS-RS-VALOR.

           CALL 'COBOL241' USING WSS-RESSARC-LINKAGE
              ON EXCEPTION
                 MOVE 'N'                TO WSS-RESSARC-DISPONIVEL
                 DISPLAY 'COBOL152 - CONTA-CORRENTE DE RESSARCIMENTO '
                         'INDISPONIVEL NESTE AMBIENTE'
           END-CALL.

           IF WSS-RESSARC-DISPONIVEL NOT = 'Y'
              GO TO 2120-COMPENSA-RESSARCIMENTO-EXIT
           END-IF.

           IF WSS-RETURN-CODE OF WSS-RS-OUTPUT EQUAL 4
              MOVE 'N'                   TO WSS-RESSARC-DISPONIVEL
              GO TO 2120-COMPENSA-RESSARCIMENTO-EXIT
           END-IF.

           IF WSS-RETURN-CODE OF WSS-RS-OUTPUT NOT EQUAL 0
              DISPLAY 'COBOL152 - ERRO NO GERENCIADOR RESSARC: '
                      WSS-MENSAGEM OF WSS-RS-OUTPUT
              MOVE WSS-RETURN-CODE OF WSS-RS-OUTPUT TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF NOT WSS-RS-TEM-CONTA
              GO TO 2120-COMPENSA-RESSARCIMENTO-EXIT
           END-IF.

           MOVE WSS-RS-VALOR             TO WSS-RESS-COMPENSADO.
           MOVE WSS-RS-SALDO             TO WSS-RESS-REMANESC.

           SUBTRACT WSS-RESS-COMPENSADO  FROM WSS-TOTAL-RESC.

           IF WSS-RESS-REMANESC GREATER 0
              ADD 1                      TO WSS-QTD-RESS-REMANESC
              DISPLAY 'COBOL152 - SALDO DE RESSARCIMENTO A COBRAR '
                      'FORA DA FOLHA: ' DESF-MATRICULA
           END-IF.

       2120-COMPENSA-RESSARCIMENTO-EXIT.
           EXIT.

      *----
      * FGTS RESCISORIO, CUSTO DO EMPREGADOR QUE NAO MEXE NO ACERTO:
      *   DEPOSITO = ALIQUOTA DO FGTSPARM SOBRE SALDO DE SALARIO,
      *              13. PROPORCIONAL E AVISO INDENIZADO (FERIAS
      *              INDENIZADAS NAO SAO BASE); APRENDIZ PELA
      *              ALIQUOTA PROPRIA, ESTAGIARIO E DIRETOR
      *              PRO-LABORE SEM FGTS (NEM DEPOSITO NEM MULTA),
      *              COMO NO COBOL181
      *   MULTA    = 40% (SEM JUSTA CAUSA) OU 20% (ACORDO) SOBRE O
      *              SALDO DA CONTA NO FGTSSALD MAIS O DEPOSITO
      *----
       2130-CALCULA-FGTS-RESCISORIO.

           MOVE 0                        TO WSS-FGTS-SALDO.
           MOVE 0                        TO WSS-FGTS-MULTA.
           MOVE 0                        TO WSS-FGTS-DEPOSITO.
           MOVE 0                        TO WSS-FGTS-PCT-MULTA.

           EVALUATE TRUE
              WHEN FM-ESTAGIARIO OR FM-DIRETOR
                 MOVE 0                  TO WSS-FGTS-ALIQ-FUNC
              WHEN FM-APRENDIZ
                 MOVE WSS-FGTS-ALIQ-APRENDIZ TO WSS-FGTS-ALIQ-FUNC
              WHEN OTHER
                 MOVE WSS-FGTS-ALIQUOTA  TO WSS-FGTS-ALIQ-FUNC
           END-EVALUATE.

           IF WSS-FGTS-ALIQ-FUNC EQUAL 0
              GO TO 2130-CALCULA-FGTS-RESCISORIO-EXIT
           END-IF.

           COMPUTE WSS-FGTS-BASE =
                   WSS-SALDO-SALARIO + WSS-DECIMO-PROP
                   + WSS-AVISO-VALOR.

           COMPUTE WSS-FGTS-DEPOSITO ROUNDED =
                   WSS-FGTS-BASE * WSS-FGTS-ALIQ-FUNC / 100.

           EVALUATE TRUE
              WHEN DESF-SEM-JUSTA-CAUSA
                 MOVE 40                 TO WSS-FGTS-PCT-MULTA
              WHEN DESF-ACORDO
                 MOVE 20                 TO WSS-FGTS-PCT-MULTA
              WHEN OTHER
                 MOVE 0                  TO WSS-FGTS-PCT-MULTA
           END-EVALUATE.

           IF WSS-FGTSSALD-DISPONIVEL EQUAL 'Y'
              MOVE DESF-MATRICULA        TO FSD-MATRICULA
              READ FGTSSALD
                 INVALID KEY
                    ADD 1                TO WSS-QTD-SEM-SALDO-FGTS
                    DISPLAY 'COBOL152 - MATRICULA SEM SALDO NO '
                            'FGTSSALD: ' DESF-MATRICULA
                 NOT INVALID KEY
                    MOVE FSD-SALDO       TO WSS-FGTS-SALDO
              END-READ
           END-IF.

           IF WSS-FGTS-PCT-MULTA GREATER 0
              COMPUTE WSS-FGTS-MULTA ROUNDED =
                      (WSS-FGTS-SALDO + WSS-FGTS-DEPOSITO)
                      * WSS-FGTS-PCT-MULTA / 100
           END-IF.

       2130-CALCULA-FGTS-RESCISORIO-EXIT.
           EXIT.

      *----
      * PRAZO LEGAL: DESLIGAMENTO + N DIAS UTEIS (COBOL096 COM O
      * CALENDARIO FERIADO); O MAIS APERTADO DA RODADA E GUARDADO
                   + WSS-FERIAS-PROP + WSS-AVISO-VALOR.
           MOVE 0                        TO FN-INSS.
           MOVE 0                        TO FN-IRRF.
           COMPUTE FN-OUTRAS-DED =
                   DESF-SALDO-ADIANT + WSS-RESS-COMPENSADO.
           MOVE 0                        TO FN-BENEFICIOS.
           MOVE WSS-TOTAL-RESC           TO FN-LIQUIDO.
           MOVE 'BRL'                    TO FN-MOEDA.
       2250-GRAVA-RESCNET-EXIT.
           EXIT.

      *----
      * FGTS RESCISORIO PARA A GUIA E OS LANCAMENTOS DO COBOL243
      *----
       2260-GRAVA-FGTSRWK.

           IF WSS-FGTS-DEPOSITO EQUAL 0 AND WSS-FGTS-MULTA EQUAL 0
              GO TO 2260-GRAVA-FGTSRWK-EXIT
           END-IF.

           MOVE SPACES                   TO REG-FGTSRWK.
           MOVE DESF-EMPRESA             TO FRW-EMPRESA.
           MOVE DESF-MATRICULA           TO FRW-MATRICULA.
           MOVE DESF-DEPARTAMENTO        TO FRW-DEPARTAMENTO.
           MOVE DESF-TIPO-DESLIG         TO FRW-TIPO-DESLIG.
           MOVE DESF-DATA-DESLIG         TO FRW-DATA-DESLIG.
           MOVE WSS-FGTS-BASE            TO FRW-BASE.
           MOVE WSS-FGTS-DEPOSITO        TO FRW-DEPOSITO.
           MOVE WSS-FGTS-SALDO           TO FRW-SALDO.
           MOVE WSS-FGTS-MULTA           TO FRW-MULTA.
           MOVE WSS-FGTS-PCT-MULTA       TO FRW-PCT-MULTA.

           IF FRW-TIPO-DESLIG EQUAL SPACE
              MOVE 'S'                   TO FRW-TIPO-DESLIG
           END-IF.

           WRITE REG-FGTSRWK.

           IF ST-FGTSRWK NOT EQUAL 0 THEN
              DISPLAY 'COBOL152 - ERRO WRITE FGTSRWK FS=' ST-FGTSRWK
              MOVE ST-FGTSRWK            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-FGTS-RESC.
           ADD WSS-FGTS-DEPOSITO         TO WSS-TOT-FGTS-DEPOSITO.
           ADD WSS-FGTS-MULTA            TO WSS-TOT-FGTS-MULTA.

       2260-GRAVA-FGTSRWK-EXIT.
           EXIT.

      *----
       2200-IMPRIME-DEMONSTRATIVO.

           PERFORM 2900-GRAVA-LINHA
              THRU 2900-GRAVA-LINHA-EXIT.

           MOVE 'TIPO DE DESLIGAMENTO         :' TO LT-ROTULO.
           EVALUATE TRUE
              WHEN DESF-SEM-JUSTA-CAUSA
                 MOVE 'S - DISPENSA SEM JUSTA CAUSA'
                                         TO LINHA-TEXTO (31:40)
              WHEN DESF-ACORDO
                 MOVE 'A - ACORDO (CLT ART. 484-A)'
                                         TO LINHA-TEXTO (31:40)
              WHEN DESF-JUSTA-CAUSA
                 MOVE 'J - DISPENSA POR JUSTA CAUSA'
                                         TO LINHA-TEXTO (31:40)
              WHEN DESF-PEDIDO-DEMISSAO
                 MOVE 'P - PEDIDO DE DEMISSAO'
                                         TO LINHA-TEXTO (31:40)
              WHEN DESF-TERMINO-CONTRATO
                 MOVE 'T - TERMINO DE CONTRATO A PRAZO'
                                         TO LINHA-TEXTO (31:40)
              WHEN DESF-FALECIMENTO
                 MOVE 'F - FALECIMENTO'  TO LINHA-TEXTO (31:40)
              WHEN OTHER
                 MOVE DESF-TIPO-DESLIG   TO LINHA-TEXTO (31:1)
           END-EVALUATE.
           PERFORM 2900-GRAVA-LINHA
              THRU 2900-GRAVA-LINHA-EXIT.

           MOVE 'SALDO DE SALARIO            :' TO LT-ROTULO.
           MOVE WSS-SALDO-SALARIO        TO MASCARA-VALOR.
           MOVE MASCARA-VALOR            TO LT-VALOR.
           PERFORM 2950-MASCARA-VALOR
              THRU 2950-MASCARA-VALOR-EXIT.
           PERFORM 2900-GRAVA-LINHA
              THRU 2900-GRAVA-LINHA-EXIT.

           MOVE '13. SALARIO PROPORCIONAL    :' TO LT-ROTULO.
           MOVE WSS-DECIMO-PROP          TO MASCARA-VALOR.
           MOVE MASCARA-VALOR            TO LT-VALOR.
           PERFORM 2950-MASCARA-VALOR
              THRU 2950-MASCARA-VALOR-EXIT.
           PERFORM 2900-GRAVA-LINHA
              THRU 2900-GRAVA-LINHA-EXIT.

           MOVE 'FERIAS PROPORCIONAIS + 1/3  :' TO LT-ROTULO.
           MOVE WSS-FERIAS-PROP          TO MASCARA-VALOR.
           MOVE MASCARA-VALOR            TO LT-VALOR.
           PERFORM 2950-MASCARA-VALOR
              THRU 2950-MASCARA-VALOR-EXIT.
           PERFORM 2900-GRAVA-LINHA
              THRU 2900-GRAVA-LINHA-EXIT.

           MOVE 'AVISO PREVIO INDENIZADO     :' TO LT-ROTULO.
           MOVE WSS-AVISO-VALOR          TO MASCARA-VALOR.
           MOVE MASCARA-VALOR            TO LT-VALOR.
           PERFORM 2950-MASCARA-VALOR
              THRU 2950-MASCARA-VALOR-EXIT.
           PERFORM 2900-GRAVA-LINHA
              THRU 2900-GRAVA-LINHA-EXIT.

           MOVE '(-) ADIANTAMENTO QUITADO    :' TO LT-ROTULO.
           MOVE DESF-SALDO-ADIANT        TO MASCARA-VALOR.
           MOVE MASCARA-VALOR            TO LT-VALOR.
           PERFORM 2950-MASCARA-VALOR
              THRU 2950-MASCARA-VALOR-EXIT.
           PERFORM 2900-GRAVA-LINHA
              THRU 2900-GRAVA-LINHA-EXIT.

           IF WSS-RESS-COMPENSADO GREATER 0
              OR WSS-RESS-REMANESC GREATER 0
              MOVE '(-) RESSARCIMENTO COMPENSADO:' TO LT-ROTULO
              MOVE WSS-RESS-COMPENSADO   TO MASCARA-VALOR
              MOVE MASCARA-VALOR         TO LT-VALOR
              PERFORM 2950-MASCARA-VALOR
                 THRU 2950-MASCARA-VALOR-EXIT
              PERFORM 2900-GRAVA-LINHA
                 THRU 2900-GRAVA-LINHA-EXIT
           END-IF.

           IF WSS-RESS-REMANESC GREATER 0
              MOVE 'RESSARC. A COBRAR FORA FOLHA:' TO LT-ROTULO
              MOVE WSS-RESS-REMANESC     TO MASCARA-VALOR
              MOVE MASCARA-VALOR         TO LT-VALOR
              PERFORM 2950-MASCARA-VALOR
                 THRU 2950-MASCARA-VALOR-EXIT
              PERFORM 2900-GRAVA-LINHA
                 THRU 2900-GRAVA-LINHA-EXIT
           END-IF.

           MOVE 'TOTAL DA RESCISAO           :' TO LT-ROTULO.
           MOVE WSS-TOTAL-RESC           TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM 2950-MASCARA-VALOR
              THRU 2950-MASCARA-VALOR-EXIT.
           PERFORM 2900-GRAVA-LINHA
              THRU 2900-GRAVA-LINHA-EXIT.

      *----
      * FGTS RESCISORIO: RECOLHIDO PELO EMPREGADOR NA GUIA DO
      * COBOL243, FORA DO TOTAL DA RESCISAO
      *----
           MOVE 'FGTS - DEPOSITO RESCISORIO   :' TO LT-ROTULO.
           MOVE WSS-FGTS-DEPOSITO        TO MASCARA-VALOR.
           MOVE MASCARA-VALOR            TO LT-VALOR.
           PERFORM 2950-MASCARA-VALOR
              THRU 2950-MASCARA-VALOR-EXIT.
           PERFORM 2900-GRAVA-LINHA
              THRU 2900-GRAVA-LINHA-EXIT.

           MOVE 'FGTS - SALDO P/ FINS RESCIS. :' TO LT-ROTULO.
           MOVE WSS-FGTS-SALDO           TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           PERFORM 2950-MASCARA-VALOR
              THRU 2950-MASCARA-VALOR-EXIT.
           PERFORM 2900-GRAVA-LINHA
              THRU 2900-GRAVA-LINHA-EXIT.

           MOVE 'FGTS - MULTA RESCISORIA      :' TO LT-ROTULO.
           MOVE WSS-FGTS-MULTA           TO MASCARA-VALOR.
           MOVE MASCARA-VALOR            TO LT-VALOR.
           PERFORM 2950-MASCARA-VALOR
              THRU 2950-MASCARA-VALOR-EXIT.
           PERFORM 2900-GRAVA-LINHA
              THRU 2900-GRAVA-LINHA-EXIT.

       2900-GRAVA-LINHA-EXIT.
           EXIT.

      *----
      * VALOR JA EDITADO EM LT-VALOR: INTEGRAL, PARCIAL OU SUPRIMIDO
      * CONFORME O USUARIO (COBOL234)
      *----
       2950-MASCARA-VALOR.

           MOVE 'V'                      TO WSS-MSC-TIPO.
           MOVE 14                       TO WSS-MSC-TAMANHO.
           MOVE LT-VALOR                 TO WSS-MSC-CAMPO.

           CALL 'COBOL234' USING WSS-MASCARA-LINKAGE.

           MOVE WSS-MSC-CAMPO (1:14)     TO LT-VALOR.

       2950-MASCARA-VALOR-EXIT.
           EXIT.

      *----
       2300-ACUMULA-RESUMO.

