      *            LIBERAR. FUNCIONARIO SEM DADOS BANCARIOS SAI NO
      *            ARQUIVO DE EXCECOES CNABEXC E FICA FORA DA REMESSA.
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - CONTA BANCARIA NOVA OU ALTERADA SO RECEBE
      *                  CREDITO DEPOIS DO CALLBACK E DA CARENCIA
      *                  (CONTROLE BANCPEND DO COBOL230); ANTES
      *                  DISSO O PAGAMENTO SAI NO CNABEXC
      * 15/10/2026 VRB - REMESSA DE PERIODO DOS GRUPOS SEMANAL E
      *                  QUINZENAL: GRUPO E PERIODO NO COMPCARD, DATA
      *                  DO PERIODO NO CALPROC E GUARDA RESTRITO AOS
      *                  PAGAMENTOS DA DATA DO PERIODO
      * 15/10/2026 VRB - ENCADEAMENTO DO AUDLOG (COBOL259): SEQUENCIA
      *                  E HASH DO REGISTRO ANTERIOR EM CADA GRAVACAO
      * 15/10/2026 VRB - FUNCIONARIO COM CHAVE PIX E FORMA 'P' NO
      *                  PIXCHAVE (COBOL262) RECEBE O LIQUIDO INTEIRO
      *                  NUM SEGMENTO PIX (FORMA DE LANCAMENTO 45) NA
      *                  MESMA REMESSA
      * 15/10/2026 VRB - REEMBOLSO DE DESPESAS APROVADO PARA A FOLHA
      *                  (REEMBFOL DO COBOL271) SAI NUM SEGMENTO DE
      *                  CREDITO PROPRIO, FORA DO LIQUIDO; SEM CREDITO
      *                  NA FOLHA O REEMBOLSO SAI NO CNABEXC
      * 15/10/2026 VRB - CHAVE PIX NOVA OU ALTERADA SO RECEBE CREDITO
      *                  DEPOIS DO CALLBACK E DA CARENCIA (SITUACAO
      *                  NO PIXCHAVE DO COBOL262); ANTES DISSO O
      *                  PAGAMENTO SAI NO CNABEXC
      * 15/10/2026 VRB - MANIFESTO DE LINHAGEM (COBOL257): GERACAO E
      *                  QUANTIDADE DE CADA ARQUIVO LIDO E GRAVADO NA
      *                  RODADA, NO FIM DO JOB DEPOIS DA VERIFICACAO
      *                  DA REMESSA
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-CALPROC.
      *
           SELECT BANCPEND ASSIGN TO BANCPEND
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-BANCPEND.
      *
           SELECT PIXCHAVE ASSIGN TO PIXCHAVE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-PIXCHAVE.
      *
           SELECT REEMBFOL ASSIGN TO REEMBFOL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-REEMBFOL.
      *
      *--------------
       DATA DIVISION.
               88 BCF-RATEIO-RESTO                 VALUE 'R' ' '.
            03 BCF-PCT                     PIC 9(003)V99.
            03 BCF-VALOR                   PIC 9(007)V99.
      *----
      * USUARIO QUE FEZ A ULTIMA ALTERACAO DO REGISTRO (USADO PELO
      * CONTROLE DE CONTA NOVA DO COBOL230)
      *----
            03 BCF-USUARIO                 PIC X(008).
            03 FILLER                      PIC X(026).
      *----
       FD   SITECFG.
      *----
      *----
      * CARTAO DA COMPETENCIA EM PAGAMENTO (FILTRA O HISTORICO DO
      * GUARDA ANTIDUPLICIDADE); SEM O CARTAO O HISTORICO INTEIRO
      * E CONSIDERADO. NA REMESSA DE UM GRUPO SEMANAL/QUINZENAL VEM
      * TAMBEM O GRUPO E O PERIODO PAGO: A DATA DE PAGAMENTO E A DO
      * PERIODO NO CALPROC E O GUARDA SO CONSIDERA O HISTORICO PAGO
      * NESSA DATA (OS DEMAIS PERIODOS DO MES TEM VALORES IGUAIS E
      * NAO SAO DUPLICIDADE)
      *----
       01   REG-COMPCARD.
            03 CCD-COMPETENCIA             PIC 9(006).
            03 CCD-GRUPO                   PIC X(001).
            03 CCD-PERIODO                 PIC 9(002).
            03 FILLER                      PIC X(071).
      *----
       FD   PAGHIST
            RECORDING MODE IS F
           03 RSC-PULADOS                  PIC 9(006).
           03 RSC-REVISAO                  PIC 9(006).
           03 RSC-VALOR-TOTAL              PIC 9(013)V99 COMP-3.
           03 RSC-REEMBOLSOS               PIC 9(006).
      *----
       FD   CAMBIOTB
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * CALENDARIO DE PROCESSAMENTO (COBOL199): A DATA DE PAGAMENTO
      * DA COMPETENCIA (OU DO PERIODO DO GRUPO SEMANAL/QUINZENAL) E
      * CARIMBADA NO HEADER DA REMESSA
      *----
       01   REG-CALPROC.
            03 CAL-COMPETENCIA             PIC 9(006).
            03 CAL-DATA-PAGAMENTO          PIC 9(008).
            03 CAL-VENC-GPS                PIC 9(008).
            03 CAL-VENC-DARF               PIC 9(008).
            03 CAL-GRUPO                   PIC X(001).
            03 CAL-PERIODO                 PIC 9(002).
            03 CAL-INICIO                  PIC 9(008).
            03 CAL-FIM                     PIC 9(008).
            03 CAL-ULTIMO                  PIC X(001).
            03 FILLER                      PIC X(014).
      *----
       FD   BANCPEND
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * CONTROLE DE CONTA BANCARIA NOVA (GRAVADO PELO COBOL230): SO
      * CONTA ATIVA, OU CONFIRMADA POR CALLBACK COM A CARENCIA
      * VENCIDA, RECEBE CREDITO
      *----
           COPY  'COPY2301'.
      *----
       FD   PIXCHAVE
            RECORDING MODE IS F
            RECORD CONTAINS 160 CHARACTERS.
      *----
      * CADASTRO DE CHAVES PIX (COBOL262): FUNCIONARIO COM FORMA
      * 'P' RECEBE O LIQUIDO NA CHAVE, NUM SEGMENTO PIX DA REMESSA
      *----
       01   REG-PIXCHAVE-E                 PIC X(160).
      *----
       FD   REEMBFOL
            RECORDING MODE IS F
            RECORD CONTAINS 160 CHARACTERS.
      *----
      * REEMBOLSOS DE DESPESAS APROVADOS PARA PAGAMENTO NA FOLHA
      * (COBOL271): NAO SAO PROVENTO (NAO TEM TRIBUTO), ENTAO SAEM
      * NUM SEGMENTO PROPRIO E NAO ENTRAM NO LIQUIDO DO FOLHANET
      *----
       01   REG-REEMBFOL-E                 PIC X(160).
      *----
      *------------------------
       WORKING-STORAGE SECTION.
       77  ST-OVERRCRD                     PIC 9(002) VALUE 0.
       77  ST-AUDLOG                       PIC 9(002) VALUE 0.
       77  WSS-COMPETENCIA                 PIC 9(006) VALUE 0.
       77  WSS-GRUPO                       PIC X(001) VALUE SPACE.
       77  WSS-PERIODO                     PIC 9(002) VALUE 0.
      *----
      * MES SEGUINTE AO DA COMPETENCIA, PARA O FILTRO DO HISTORICO
      * PELA DATA DE PAGAMENTO CARIMBADA
       77  ST-CALPROC                      PIC 9(002) VALUE 0.
       77  WSS-EOF-CAL                     PIC X(001) VALUE 'N'.
       77  WSS-DATA-CALENDARIO             PIC 9(008) VALUE 0.
       77  ST-BANCPEND                     PIC 9(002) VALUE 0.
       77  WSS-EOF-BPD                     PIC X(001) VALUE 'N'.
       77  WSS-QTD-BPD                     PIC 9(004) VALUE 0.
       77  WSS-REG-RETIDOS                 PIC 9(006) VALUE ZEROES.
       77  WSS-DATA-CREDITO                PIC 9(008) VALUE 0.
       77  WSS-CONTA-RETIDA                PIC X(001) VALUE 'N'.
       77  ST-PIXCHAVE                     PIC 9(002) VALUE 0.
       77  WSS-EOF-PIX                     PIC X(001) VALUE 'N'.
       77  WSS-QTD-PIX                     PIC 9(005) VALUE 0.
       77  WSS-REG-PIX                     PIC 9(006) VALUE ZEROES.
       77  WSS-PAGA-PIX                    PIC X(001) VALUE 'N'.
       77  ST-REEMBFOL                     PIC 9(002) VALUE 0.
       77  WSS-EOF-REE                     PIC X(001) VALUE 'N'.
       77  WSS-QTD-REEMB                   PIC 9(005) VALUE 0.
       77  WSS-IDX-REE                     PIC 9(005) COMP VALUE 0.
       77  WSS-IDX-RPC                     PIC 9(005) COMP VALUE 0.
       77  WSS-REG-REEMBOLSOS              PIC 9(006) VALUE ZEROES.
      *----
      * REGISTRO DE TRABALHO NO LAYOUT DO PEDIDO DE REEMBOLSO
      * (COPY2711) E O LIQUIDO APROVADO SOMADO POR MATRICULA
      *----
           COPY  'COPY2711'.
      *----
       01  WSS-TAB-REEMB.
           05 WSS-REE-ENTRY OCCURS 0 TO 20000 TIMES
                 DEPENDING ON WSS-QTD-REEMB.
              10 TRB-MATRICULA             PIC 9(008).
              10 TRB-VALOR                 PIC 9(009)V99.
              10 TRB-USADO                 PIC X(001).
      *----
      * REGISTRO DE TRABALHO NO LAYOUT DO CADASTRO DE CHAVES PIX
      * (COPY2611)
      *----
           COPY  'COPY2611'.
      *----
      * CHAVES PIX DOS FUNCIONARIOS QUE RECEBEM NO PIX, CLASSIFICADAS
      * POR MATRICULA
      *----
       01  WSS-TAB-PIX.
           05 WSS-PIX-ENTRY OCCURS 0 TO 20000 TIMES
                 DEPENDING ON WSS-QTD-PIX
                 ASCENDING KEY IS TPI-MATRICULA
                 INDEXED BY IDX-PIX.
              10 TPI-MATRICULA             PIC 9(008).
              10 TPI-TIPO-CHAVE            PIC X(002).
              10 TPI-CHAVE                 PIC X(077).
              10 TPI-SITUACAO              PIC X(001).
              10 TPI-DATA-LIBERACAO        PIC 9(008).
      *----
      * CONTROLE DE CONTA BANCARIA EM MEMORIA, CLASSIFICADO PELA
      * CHAVE MATRICULA + BANCO + AGENCIA + CONTA + DV
      *----
       01  WSS-TAB-BANCPEND.
           05 WSS-BPD-ENTRY OCCURS 0 TO 6000 TIMES
                 DEPENDING ON WSS-QTD-BPD
                 ASCENDING KEY IS TBP-CHAVE
                 INDEXED BY IDX-BPD.
              10 TBP-CHAVE                 PIC X(029).
              10 TBP-SITUACAO              PIC X(001).
              10 TBP-DATA-LIBERACAO        PIC 9(008).
      *----
       01  WSS-CHAVE-DESTINO.
           03 WCD-MATRICULA                PIC 9(008).
           03 WCD-BANCO                    PIC 9(003).
           03 WCD-AGENCIA                  PIC 9(005).
           03 WCD-CONTA                    PIC 9(012).
           03 WCD-DV                       PIC X(001).
      *----
       01  WSS-TAB-CAMBIO.
           05 WSS-CAM-ENTRY OCCURS 0 TO 2000 TIMES
           03 SGA-NOME                     PIC X(030) VALUE SPACES.
           03 SGA-MATRICULA                PIC 9(008) VALUE 0.
           03 SGA-VALOR                    PIC 9(013)V99 VALUE 0.
      *----
      * FORMA DE LANCAMENTO: '01' CREDITO EM CONTA (TED) OU '45' PIX,
      * COM O TIPO ('01' TELEFONE, '02' E-MAIL, '03' CPF/CNPJ, '04'
      * ALEATORIA) E A CHAVE; NO PIX A CONTA DO FAVORECIDO VAI ZERADA
      *----
           03 SGA-FORMA-LANC               PIC X(002) VALUE '01'.
           03 SGA-PIX-TIPO                 PIC X(002) VALUE SPACES.
           03 SGA-PIX-CHAVE                PIC X(077) VALUE SPACES.
           03 FILLER                       PIC X(071) VALUE SPACES.
      *----
       01  WSS-CNAB-TRAILER.
           03 TRL-BANCO                    PIC 9(003) VALUE 0.
      * USADO NO REGISTRO DE AUDITORIA DO CARTAO DE OVERRIDE
      *----
           COPY  'COPY1011'.
      *----
      * LINKAGE DO ENCADEAMENTO DO AUDLOG (COBOL259): SEQUENCIA E
      * HASH DO REGISTRO ANTERIOR EM CADA GRAVACAO
      *----
           COPY  'COPY2591'.
      *----
      * LINKAGE DO GRAVADOR DO MANIFESTO DE LINHAGEM (COBOL257):
      * GERACAO E QUANTIDADE DE CADA ARQUIVO LIDO E GRAVADO
      *----
           COPY  'COPY2571'.
      *-------------------
       PROCEDURE DIVISION.
      *-------------------
           PERFORM 0002-CARGA-BANCFUNC
              THRU 0002-CARGA-BANCFUNC-EXIT.

           PERFORM 0019-CARGA-BANCPEND
              THRU 0019-CARGA-BANCPEND-EXIT.

           PERFORM 0021-CARGA-PIXCHAVE
              THRU 0021-CARGA-PIXCHAVE-EXIT.

           PERFORM 0023-CARGA-REEMBFOL
              THRU 0023-CARGA-REEMBFOL-EXIT.

           PERFORM 0004-CARGA-PENSALIM
              THRU 0004-CARGA-PENSALIM-EXIT.

              THRU 2000-PROCESSA-CREDITO-EXIT
              UNTIL WSS-EOF = 'Y'.

      *----
      * REEMBOLSO SEM CREDITO NA FOLHA (MATRICULA FORA DO FOLHANET,
      * SEM LIQUIDO OU SEM DADOS BANCARIOS) VAI PARA O CNABEXC
      *----
           PERFORM 2950-REEMBOLSO-PENDENTE
              THRU 2950-REEMBOLSO-PENDENTE-EXIT
              VARYING WSS-IDX-REE FROM 1 BY 1
              UNTIL WSS-IDX-REE > WSS-QTD-REEMB.

           PERFORM 3000-GRAVA-TRAILER
              THRU 3000-GRAVA-TRAILER-EXIT.

           PERFORM 4000-VERIFICA-REMESSA
              THRU 4000-VERIFICA-REMESSA-EXIT.

           PERFORM ROT-GRAVA-LINHAGEM
              THRU ROT-GRAVA-LINHAGEM-EXIT.

           DISPLAY ' '.
           DISPLAY '*******************************************'.
           DISPLAY '*** PROGRAMA COBOL160                   ***'.
           DISPLAY '* PULADOS PELO GUARDA  : ' WSS-REG-PULADOS.
           DISPLAY '* APONTADOS P/REVISAO  : ' WSS-REG-REVISAO.
           DISPLAY '* CREDITOS CONVERTIDOS : ' WSS-REG-CONVERTIDOS.
           DISPLAY '* RETIDOS CONTA NOVA   : ' WSS-REG-RETIDOS.
           DISPLAY '* CREDITOS VIA PIX     : ' WSS-REG-PIX.
           DISPLAY '* CREDITOS REEMBOLSO   : ' WSS-REG-REEMBOLSOS.
           DISPLAY '* VALOR TOTAL REMESSA  : ' WSS-VALOR-TOTAL.
           DISPLAY '* CONFERIR COM O TOTAL GERAL LIQUIDO DO   *'.
           DISPLAY '* RLATFUN ANTES DE LIBERAR AO BANCO       *'.
              IF ST-COMPCARD EQUAL 0
                 AND CCD-COMPETENCIA NUMERIC
                 MOVE CCD-COMPETENCIA    TO WSS-COMPETENCIA
                 IF CCD-GRUPO NOT EQUAL SPACE
                    AND CCD-PERIODO NUMERIC
                    MOVE CCD-GRUPO       TO WSS-GRUPO
                    MOVE CCD-PERIODO     TO WSS-PERIODO
                 END-IF
              END-IF
              CLOSE COMPCARD
           END-IF.

      *----
      * REMESSA DE PERIODO: SEM A DATA DO PERIODO NO CALENDARIO NAO
      * HA COMO SEPARAR O HISTORICO DOS OUTROS PERIODOS DO MES
      *----
           IF WSS-GRUPO NOT EQUAL SPACE
              PERFORM 1100-BUSCA-DATA-CALENDARIO
                 THRU 1100-BUSCA-DATA-CALENDARIO-EXIT
              IF WSS-DATA-CALENDARIO EQUAL 0
                 DISPLAY 'COBOL160 - PERIODO ' WSS-PERIODO
                         ' DO GRUPO ' WSS-GRUPO
                         ' SEM DATA DE PAGAMENTO NO CALPROC'
                 MOVE 16                 TO RETURN-CODE
                 PERFORM ROT-ABEND
                    THRU ROT-ABEND-EXIT
              END-IF
              DISPLAY ' REMESSA DO GRUPO ' WSS-GRUPO
                      ' PERIODO ' WSS-PERIODO
                      ' PAGAMENTO ' WSS-DATA-CALENDARIO
           END-IF.

           IF WSS-COMPETENCIA GREATER 0
              MOVE WSS-COMPETENCIA       TO WSS-COMP-SEG-GRP
              IF WSS-CSG-MES EQUAL 12
              GO TO 0007-LER-PAGHIST-EXIT
           END-IF.

           IF WSS-GRUPO NOT EQUAL SPACE
              AND PSH-DATA NOT EQUAL WSS-DATA-CALENDARIO
              GO TO 0007-LER-PAGHIST-EXIT
           END-IF.

      *----
      * HISTORICO ALEM DA TABELA DERRUBARIA O GUARDA EM SILENCIO
      * JUSTAMENTE NA RERODADA GRANDE QUE ELE PROTEGE - E PARADA
      *----
       0008-AUDITA-OVERRIDE.

           MOVE 'INICIA'                 TO WSS-AH-FUNCAO.
           CALL 'COBOL259' USING WSS-AUDHASH-LINKAGE REG-AUDLOG.

           OPEN EXTEND AUDLOG.

           IF ST-AUDLOG EQUAL 35
              DELIMITED BY SIZE INTO AUD-VALOR
           END-STRING.

           MOVE 'ENCADEIA'               TO WSS-AH-FUNCAO.
           CALL 'COBOL259' USING WSS-AUDHASH-LINKAGE REG-AUDLOG.

           WRITE REG-AUDLOG.

           IF ST-AUDLOG NOT EQUAL 0
       0014-RECUSA-SEM-LIBERACAO-EXIT.
           EXIT.

      *----
      * CONTROLE DE CONTA BANCARIA NOVA (OBRIGATORIO: SEM ELE O JOB
      * CAI, SENAO UMA CONTA ALTERADA SEM CALLBACK RECEBERIA O
      * CREDITO)
      *----
       0019-CARGA-BANCPEND.

           DISPLAY '0019-CARGA-BANCPEND'.

           OPEN INPUT BANCPEND.

           IF ST-BANCPEND NOT EQUAL 0 THEN
              DISPLAY 'COBOL160 - ERRO OPEN BANCPEND FS=' ST-BANCPEND
              DISPLAY 'COBOL160 - RODAR O COBOL230 ANTES DA REMESSA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0020-LER-BANCPEND
              THRU 0020-LER-BANCPEND-EXIT
              UNTIL WSS-EOF-BPD = 'Y'.

           CLOSE BANCPEND.

           IF WSS-QTD-BPD GREATER 1
              SORT WSS-BPD-ENTRY ASCENDING TBP-CHAVE
           END-IF.

           DISPLAY ' CONTAS NO CONTROLE : ' WSS-QTD-BPD.

       0019-CARGA-BANCPEND-EXIT.
           EXIT.

      *----
       0020-LER-BANCPEND.

           READ BANCPEND
            AT END MOVE 'Y' TO WSS-EOF-BPD
           END-READ.

           IF ST-BANCPEND NOT EQUAL 0 AND WSS-EOF-BPD NOT = 'Y' THEN
              DISPLAY 'COBOL160 - ERRO READ BANCPEND FS=' ST-BANCPEND
              MOVE ST-BANCPEND           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF-BPD = 'Y'
              GO TO 0020-LER-BANCPEND-EXIT
           END-IF.

           IF WSS-QTD-BPD NOT LESS 6000
              DISPLAY 'COBOL160 - TABELA DE CONTROLE DE CONTAS CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-BPD.
           SET IDX-BPD                   TO WSS-QTD-BPD.
           MOVE BPD-CHAVE                TO TBP-CHAVE (IDX-BPD).
           MOVE BPD-SITUACAO             TO TBP-SITUACAO (IDX-BPD).
           MOVE BPD-DATA-LIBERACAO TO TBP-DATA-LIBERACAO (IDX-BPD).

       0020-LER-BANCPEND-EXIT.
           EXIT.

      *----
      * CADASTRO DE CHAVES PIX (OPCIONAL: SEM ELE TODOS RECEBEM NA
      * CONTA DO BANCFUNC). SO ENTRAM AS CHAVES DE FUNCIONARIO COM
      * FORMA DE PAGAMENTO 'P'
      *----
       0021-CARGA-PIXCHAVE.

           DISPLAY '0021-CARGA-PIXCHAVE'.

           OPEN INPUT PIXCHAVE.

           IF ST-PIXCHAVE EQUAL 35
              GO TO 0021-CARGA-PIXCHAVE-EXIT
           END-IF.

           IF ST-PIXCHAVE NOT EQUAL 0 THEN
              DISPLAY 'COBOL160 - ERRO OPEN PIXCHAVE FS=' ST-PIXCHAVE
              MOVE ST-PIXCHAVE           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0022-LER-PIXCHAVE
              THRU 0022-LER-PIXCHAVE-EXIT
              UNTIL WSS-EOF-PIX = 'Y'.

           CLOSE PIXCHAVE.

           IF WSS-QTD-PIX GREATER 1
              SORT WSS-PIX-ENTRY ASCENDING TPI-MATRICULA
           END-IF.

           DISPLAY ' FUNCIONARIOS PAGOS NO PIX : ' WSS-QTD-PIX.

       0021-CARGA-PIXCHAVE-EXIT.
           EXIT.

      *----
       0022-LER-PIXCHAVE.

           READ PIXCHAVE INTO REG-PIXCHAVE
            AT END MOVE 'Y' TO WSS-EOF-PIX
           END-READ.

           IF ST-PIXCHAVE NOT EQUAL 0 AND WSS-EOF-PIX NOT = 'Y' THEN
              DISPLAY 'COBOL160 - ERRO READ PIXCHAVE FS=' ST-PIXCHAVE
              MOVE ST-PIXCHAVE           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF-PIX = 'Y'
              GO TO 0022-LER-PIXCHAVE-EXIT
           END-IF.

           IF NOT PXC-FUNCIONARIO OR NOT PXC-PAGA-PIX
              OR PXC-MATRICULA NOT NUMERIC
              GO TO 0022-LER-PIXCHAVE-EXIT
           END-IF.

           IF WSS-QTD-PIX NOT LESS 20000
              DISPLAY 'COBOL160 - TABELA DE CHAVES PIX CHEIA'
              MOVE 16                    TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-QTD-PIX.
           SET IDX-PIX                   TO WSS-QTD-PIX.
           MOVE PXC-MATRICULA            TO TPI-MATRICULA (IDX-PIX).
           MOVE PXC-TIPO-CHAVE           TO TPI-TIPO-CHAVE (IDX-PIX).
           MOVE PXC-CHAVE                TO TPI-CHAVE (IDX-PIX).
           MOVE PXC-SITUACAO             TO TPI-SITUACAO (IDX-PIX).
           MOVE 0 TO TPI-DATA-LIBERACAO (IDX-PIX).

           IF PXC-DATA-LIBERACAO NUMERIC
              MOVE PXC-DATA-LIBERACAO TO TPI-DATA-LIBERACAO (IDX-PIX)
           END-IF.

       0022-LER-PIXCHAVE-EXIT.
           EXIT.

      *----
      * REEMBOLSOS APROVADOS PARA A FOLHA (OPCIONAL, FS=35 = NENHUM),
      * SOMADOS POR MATRICULA: UM SEGMENTO POR FUNCIONARIO
      *----
       0023-CARGA-REEMBFOL.

           DISPLAY '0023-CARGA-REEMBFOL'.

           OPEN INPUT REEMBFOL.

           IF ST-REEMBFOL EQUAL 35
              GO TO 0023-CARGA-REEMBFOL-EXIT
           END-IF.

           IF ST-REEMBFOL NOT EQUAL 0 THEN
              DISPLAY 'COBOL160 - ERRO OPEN REEMBFOL FS=' ST-REEMBFOL
              MOVE ST-REEMBFOL           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 0024-LER-REEMBFOL
              THRU 0024-LER-REEMBFOL-EXIT
              UNTIL WSS-EOF-REE = 'Y'.

           CLOSE REEMBFOL.

           DISPLAY ' FUNCIONARIOS COM REEMBOLSO : ' WSS-QTD-REEMB.

       0023-CARGA-REEMBFOL-EXIT.
           EXIT.

      *----
       0024-LER-REEMBFOL.

           READ REEMBFOL INTO REG-REEMBOLSO
            AT END MOVE 'Y' TO WSS-EOF-REE
           END-READ.

           IF ST-REEMBFOL NOT EQUAL 0 AND WSS-EOF-REE NOT = 'Y' THEN
              DISPLAY 'COBOL160 - ERRO READ REEMBFOL FS=' ST-REEMBFOL
              MOVE ST-REEMBFOL           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF WSS-EOF-REE = 'Y'
              GO TO 0024-LER-REEMBFOL-EXIT
           END-IF.

           IF NOT CLM-APROVADO OR NOT CLM-PAGA-FOLHA
              OR CLM-VALOR-LIQUIDO NOT NUMERIC
              OR CLM-VALOR-LIQUIDO EQUAL 0
              GO TO 0024-LER-REEMBFOL-EXIT
           END-IF.

           PERFORM 0025-PROCURA-REEMBOLSO
              THRU 0025-PROCURA-REEMBOLSO-EXIT.

           IF WSS-IDX-REE EQUAL 0
              IF WSS-QTD-REEMB NOT LESS 20000
                 DISPLAY 'COBOL160 - TABELA DE REEMBOLSOS CHEIA'
                 MOVE 16                 TO RETURN-CODE
                 PERFORM ROT-ABEND
                    THRU ROT-ABEND-EXIT
              END-IF
              ADD 1                      TO WSS-QTD-REEMB
              MOVE WSS-QTD-REEMB         TO WSS-IDX-REE
              MOVE CLM-MATRICULA         TO TRB-MATRICULA (WSS-IDX-REE)
              MOVE 0                     TO TRB-VALOR (WSS-IDX-REE)
              MOVE 'N'                   TO TRB-USADO (WSS-IDX-REE)
           END-IF.

           ADD CLM-VALOR-LIQUIDO         TO TRB-VALOR (WSS-IDX-REE).

       0024-LER-REEMBFOL-EXIT.
           EXIT.

      *----
      * ENTRADA DA MATRICULA CLM-MATRICULA NA TABELA DE REEMBOLSOS
      * (WSS-IDX-REE = ZERO QUANDO NAO HA)
      *----
       0025-PROCURA-REEMBOLSO.

           MOVE 0                        TO WSS-IDX-REE.

           PERFORM 0026-COMPARA-REEMBOLSO
              THRU 0026-COMPARA-REEMBOLSO-EXIT
              VARYING WSS-IDX-RPC FROM 1 BY 1
              UNTIL WSS-IDX-RPC > WSS-QTD-REEMB
                 OR WSS-IDX-REE GREATER 0.

       0025-PROCURA-REEMBOLSO-EXIT.
           EXIT.

      *----
       0026-COMPARA-REEMBOLSO.

           IF TRB-MATRICULA (WSS-IDX-RPC) EQUAL CLM-MATRICULA
              MOVE WSS-IDX-RPC           TO WSS-IDX-REE
           END-IF.

       0026-COMPARA-REEMBOLSO-EXIT.
           EXIT.

      *----
      * TAXA APLICAVEL DA MOEDA NA DATA DE PAGAMENTO: A VIGENCIA
      * MAIS RECENTE QUE NAO A ULTRAPASSA (ZERO = SEM TAXA)
           MOVE RSC-PULADOS              TO WSS-REG-PULADOS.
           MOVE RSC-REVISAO              TO WSS-REG-REVISAO.
           MOVE RSC-VALOR-TOTAL          TO WSS-VALOR-TOTAL.
           MOVE RSC-REEMBOLSOS           TO WSS-REG-REEMBOLSOS.
           MOVE RSC-FN-LIDOS             TO WSS-REG-LIDOS.

           DISPLAY 'COBOL160 - REINICIO POS-CHECKPOINT, RETOMANDO '
              READ FOLHANET
               AT END MOVE 'Y' TO WSS-EOF
              END-READ
              IF WSS-EOF NOT = 'Y'
                 PERFORM 2610-MARCA-REEMBOLSO
                    THRU 2610-MARCA-REEMBOLSO-EXIT
              END-IF
           END-PERFORM.

       ROT-REPOSICIONA-FOLHANET-EXIT.
           MOVE WSS-REG-PULADOS          TO RSC-PULADOS.
           MOVE WSS-REG-REVISAO          TO RSC-REVISAO.
           MOVE WSS-VALOR-TOTAL          TO RSC-VALOR-TOTAL.
           MOVE WSS-REG-REEMBOLSOS       TO RSC-REEMBOLSOS.

           WRITE REG-RESTCNAB.

              GO TO 1101-LER-CALPROC-EXIT
           END-IF.

      *----
      * REGISTRO DO GRUPO DA REMESSA: MENSAL (GRUPO EM BRANCO) OU O
      * PERIODO DO GRUPO SEMANAL/QUINZENAL
      *----
           IF WSS-COMPETENCIA GREATER 0
              AND CAL-COMPETENCIA EQUAL WSS-COMPETENCIA
              AND CAL-GRUPO EQUAL WSS-GRUPO
              AND (WSS-GRUPO EQUAL SPACE
                   OR CAL-PERIODO EQUAL WSS-PERIODO)
              MOVE CAL-DATA-PAGAMENTO    TO WSS-DATA-CALENDARIO
           END-IF.

              END-IF
           END-IF.

      *----
      * REEMBOLSO DE DESPESAS APROVADO (COBOL271): SEGMENTO PROPRIO
      * NO PRIMEIRO DESTINO DO FUNCIONARIO (OU NA CHAVE PIX), FORA
      * DO LIQUIDO DA FOLHA
      *----
           IF WSS-QTD-REEMB GREATER 0
              PERFORM 2600-CREDITA-REEMBOLSO
                 THRU 2600-CREDITA-REEMBOLSO-EXIT
           END-IF.

      *----
      * CHECKPOINT A CADA BLOCO DE RESULTADOS COM TODOS OS SEUS
      * SEGMENTOS JA GRAVADOS
           MOVE 0                        TO WSS-IDX-RESTO.
           MOVE WSS-LIQUIDO-BRL          TO WSS-SALDO-RATEIO.

      *----
      * FUNCIONARIO QUE RECEBE NO PIX: UM UNICO DESTINO COM O
      * LIQUIDO INTEIRO NA CHAVE, SEM RATEIO ENTRE CONTAS
      *----
           PERFORM 2410-PROCURA-PIX
              THRU 2410-PROCURA-PIX-EXIT.

           IF WSS-PAGA-PIX EQUAL 'S'
              MOVE 1                     TO WSS-QTD-DEST
              MOVE 0                     TO DST-BANCO (1)
                                            DST-AGENCIA (1)
                                            DST-CONTA (1)
              MOVE SPACE                 TO DST-DV (1)
              MOVE WSS-LIQUIDO-BRL       TO DST-VALOR (1)
              GO TO 2400-MONTA-DESTINOS-EXIT
           END-IF.

           PERFORM VARYING WSS-IDX FROM 1 BY 1
                   UNTIL WSS-IDX > WSS-QTD-BANCOS
              IF TBC-MATRICULA (WSS-IDX) EQUAL FN-MATRICULA
       2400-MONTA-DESTINOS-EXIT.
           EXIT.

      *----
      * CHAVE PIX DA MATRICULA; IDX-PIX FICA APONTANDO PARA ELA
      *----
       2410-PROCURA-PIX.

           MOVE 'N'                      TO WSS-PAGA-PIX.

           IF WSS-QTD-PIX EQUAL 0
              GO TO 2410-PROCURA-PIX-EXIT
           END-IF.

           SEARCH ALL WSS-PIX-ENTRY
             AT END
                MOVE 'N'                 TO WSS-PAGA-PIX
             WHEN TPI-MATRICULA (IDX-PIX) EQUAL FN-MATRICULA
                MOVE 'S'                 TO WSS-PAGA-PIX
           END-SEARCH.

       2410-PROCURA-PIX-EXIT.
           EXIT.

      *----
      * CONTA DO DESTINO CONTRA O CONTROLE BANCPEND: LIBERADA SE
      * ATIVA, OU CONFIRMADA COM A DATA DE LIBERACAO ATINGIDA NA
      * DATA DO CREDITO; PENDENTE DE CALLBACK, EM CARENCIA OU FORA
      * DO CONTROLE (ALTERADA DEPOIS DA ULTIMA RODADA DO COBOL230)
      * FICA RETIDA
      *----
       2440-VERIFICA-CONTA-NOVA.

           MOVE 'N'                      TO WSS-CONTA-RETIDA.

           IF WSS-DATA-CALENDARIO GREATER 0
              MOVE WSS-DATA-CALENDARIO   TO WSS-DATA-CREDITO
           ELSE
              MOVE WSS-DATA-PAGTO        TO WSS-DATA-CREDITO
           END-IF.

           MOVE FN-MATRICULA             TO WCD-MATRICULA.
           MOVE DST-BANCO (WSS-IDX-DST)  TO WCD-BANCO.
           MOVE DST-AGENCIA (WSS-IDX-DST) TO WCD-AGENCIA.
           MOVE DST-CONTA (WSS-IDX-DST)  TO WCD-CONTA.
           MOVE DST-DV (WSS-IDX-DST)     TO WCD-DV.

           MOVE 'CONTA FORA DO CONTROLE BANCPEND' TO EXC-MOTIVO.

           IF WSS-QTD-BPD GREATER 0
              SEARCH ALL WSS-BPD-ENTRY
                AT END
                   CONTINUE
                WHEN TBP-CHAVE (IDX-BPD) EQUAL WSS-CHAVE-DESTINO
                   PERFORM 2445-SITUACAO-CONTA
                      THRU 2445-SITUACAO-CONTA-EXIT
              END-SEARCH
           END-IF.

           IF EXC-MOTIVO EQUAL SPACES
              GO TO 2440-VERIFICA-CONTA-NOVA-EXIT
           END-IF.

           MOVE 'S'                      TO WSS-CONTA-RETIDA.
           ADD 1                         TO WSS-REG-RETIDOS.
           MOVE FN-MATRICULA             TO EXC-MATRICULA.
           MOVE FN-NOME                  TO EXC-NOME.
           PERFORM 2900-GRAVA-EXCECAO
              THRU 2900-GRAVA-EXCECAO-EXIT.

       2440-VERIFICA-CONTA-NOVA-EXIT.
           EXIT.

      *----
       2445-SITUACAO-CONTA.

           MOVE SPACES                   TO EXC-MOTIVO.

           IF TBP-SITUACAO (IDX-BPD) EQUAL 'A'
              GO TO 2445-SITUACAO-CONTA-EXIT
           END-IF.

           IF TBP-SITUACAO (IDX-BPD) EQUAL 'C'
              IF TBP-DATA-LIBERACAO (IDX-BPD) NOT GREATER
                 WSS-DATA-CREDITO
                 GO TO 2445-SITUACAO-CONTA-EXIT
              END-IF
              MOVE 'CONTA NOVA EM CARENCIA' TO EXC-MOTIVO
              GO TO 2445-SITUACAO-CONTA-EXIT
           END-IF.

           MOVE 'CONTA NOVA AGUARDANDO CALLBACK' TO EXC-MOTIVO.

       2445-SITUACAO-CONTA-EXIT.
           EXIT.

      *----
      * CHAVE PIX DO DESTINO PELA SITUACAO NO PIXCHAVE: LIBERADA SE
      * ATIVA (OU ANTERIOR AO CONTROLE), OU CONFIRMADA COM A DATA DE
      * LIBERACAO ATINGIDA NA DATA DO CREDITO; PENDENTE DE CALLBACK
      * OU EM CARENCIA FICA RETIDA
      *----
       2442-VERIFICA-CHAVE-NOVA.

           MOVE 'N'                      TO WSS-CONTA-RETIDA.

           IF WSS-DATA-CALENDARIO GREATER 0
              MOVE WSS-DATA-CALENDARIO   TO WSS-DATA-CREDITO
           ELSE
              MOVE WSS-DATA-PAGTO        TO WSS-DATA-CREDITO
           END-IF.

           MOVE SPACES                   TO EXC-MOTIVO.

           IF TPI-SITUACAO (IDX-PIX) EQUAL 'A'
              OR TPI-SITUACAO (IDX-PIX) EQUAL SPACE
              GO TO 2442-VERIFICA-CHAVE-NOVA-EXIT
           END-IF.

           IF TPI-SITUACAO (IDX-PIX) EQUAL 'C'
              IF TPI-DATA-LIBERACAO (IDX-PIX) NOT GREATER
                 WSS-DATA-CREDITO
                 GO TO 2442-VERIFICA-CHAVE-NOVA-EXIT
              END-IF
              MOVE 'CHAVE PIX NOVA EM CARENCIA' TO EXC-MOTIVO
           ELSE
              MOVE 'CHAVE PIX AGUARDANDO CALLBACK' TO EXC-MOTIVO
           END-IF.

           MOVE 'S'                      TO WSS-CONTA-RETIDA.
           ADD 1                         TO WSS-REG-RETIDOS.
           MOVE FN-MATRICULA             TO EXC-MATRICULA.
           MOVE FN-NOME                  TO EXC-NOME.
           PERFORM 2900-GRAVA-EXCECAO
              THRU 2900-GRAVA-EXCECAO-EXIT.

       2442-VERIFICA-CHAVE-NOVA-EXIT.
           EXIT.

      *----
       2450-GRAVA-UM-DESTINO.

              GO TO 2450-GRAVA-UM-DESTINO-EXIT
           END-IF.

      *----
      * CONTA OU CHAVE PIX NOVA AINDA NAO LIBERADA: O CREDITO NAO
      * VAI AO BANCO, SAI NO CNABEXC PARA PAGAMENTO MANUAL APOS A
      * VERIFICACAO
      *----
           IF WSS-PAGA-PIX EQUAL 'S'
              PERFORM 2442-VERIFICA-CHAVE-NOVA
                 THRU 2442-VERIFICA-CHAVE-NOVA-EXIT
           ELSE
              PERFORM 2440-VERIFICA-CONTA-NOVA
                 THRU 2440-VERIFICA-CONTA-NOVA-EXIT
           END-IF.

           IF WSS-CONTA-RETIDA EQUAL 'S'
              GO TO 2450-GRAVA-UM-DESTINO-EXIT
           END-IF.

      *----
      * GUARDA ANTIDUPLICIDADE CONTRA O HISTORICO DE PAGSTAT:
      * CREDITO JA ENVIADO/LIQUIDADO COM O MESMO VALOR E PULADO E
           MOVE FN-MATRICULA             TO SGA-MATRICULA.
           MOVE DST-VALOR (WSS-IDX-DST)  TO SGA-VALOR.

           IF WSS-PAGA-PIX EQUAL 'S'
              MOVE '45'                  TO SGA-FORMA-LANC
              MOVE TPI-TIPO-CHAVE (IDX-PIX) TO SGA-PIX-TIPO
              MOVE TPI-CHAVE (IDX-PIX)   TO SGA-PIX-CHAVE
              ADD 1                      TO WSS-REG-PIX
           ELSE
              MOVE '01'                  TO SGA-FORMA-LANC
              MOVE SPACES                TO SGA-PIX-TIPO
                                            SGA-PIX-CHAVE
           END-IF.

           WRITE REG-CNAB240 FROM WSS-CNAB-SEGA.

           IF ST-CNAB240 NOT EQUAL 0 THEN
                 END-STRING
                 MOVE FN-MATRICULA       TO SGA-MATRICULA
                 MOVE FN-PENSAO          TO SGA-VALOR
                 MOVE '01'               TO SGA-FORMA-LANC
                 MOVE SPACES             TO SGA-PIX-TIPO
                                            SGA-PIX-CHAVE
                 WRITE REG-CNAB240 FROM WSS-CNAB-SEGA
                 END-WRITE
                 IF ST-CNAB240 NOT EQUAL 0
       2500-CREDITA-BENEFICIARIO-EXIT.
           EXIT.

      *----
      * SEGMENTO DO REEMBOLSO: MESMA CONTA DO PRIMEIRO DESTINO (JA
      * CONFERIDA NO CONTROLE BANCPEND) OU A CHAVE PIX (CONFERIDA
      * PELA SITUACAO NO PIXCHAVE), COM O GUARDA
      * ANTIDUPLICIDADE COMO NA PENSAO; A ENTRADA E CONSUMIDA MESMO
      * QUANDO O CREDITO VAI PARA O CNABEXC, PARA NAO SAIR DE NOVO
      *----
       2600-CREDITA-REEMBOLSO.

           MOVE FN-MATRICULA             TO CLM-MATRICULA.

           PERFORM 0025-PROCURA-REEMBOLSO
              THRU 0025-PROCURA-REEMBOLSO-EXIT.

           IF WSS-IDX-REE EQUAL 0
              GO TO 2600-CREDITA-REEMBOLSO-EXIT
           END-IF.

           IF TRB-USADO (WSS-IDX-REE) EQUAL 'S'
              GO TO 2600-CREDITA-REEMBOLSO-EXIT
           END-IF.

           MOVE 'S'                      TO TRB-USADO (WSS-IDX-REE).
           MOVE 1                        TO WSS-IDX-DST.

           IF WSS-PAGA-PIX EQUAL 'S'
              PERFORM 2442-VERIFICA-CHAVE-NOVA
                 THRU 2442-VERIFICA-CHAVE-NOVA-EXIT
           ELSE
              PERFORM 2440-VERIFICA-CONTA-NOVA
                 THRU 2440-VERIFICA-CONTA-NOVA-EXIT
           END-IF.

           IF WSS-CONTA-RETIDA EQUAL 'S'
              GO TO 2600-CREDITA-REEMBOLSO-EXIT
           END-IF.

           MOVE SPACE                    TO WSS-GUARDA-ACAO.

           IF WSS-QTD-HIST GREATER 0
              AND WSS-OVERRIDE-ATIVO NOT = 'Y'
              MOVE TRB-VALOR (WSS-IDX-REE) TO WSS-GUARDA-VALOR
              PERFORM 2460-CONSULTA-GUARDA
                 THRU 2460-CONSULTA-GUARDA-EXIT
           END-IF.

           IF WSS-GUARDA-ACAO EQUAL 'P'
              ADD 1                      TO WSS-REG-PULADOS
              MOVE FN-MATRICULA          TO EXC-MATRICULA
              MOVE FN-NOME               TO EXC-NOME
              MOVE 'REEMBOLSO JA PAGO (PAGHIST)' TO EXC-MOTIVO
              PERFORM 2900-GRAVA-EXCECAO
                 THRU 2900-GRAVA-EXCECAO-EXIT
              GO TO 2600-CREDITA-REEMBOLSO-EXIT
           END-IF.

           IF WSS-GUARDA-ACAO EQUAL 'R'
              ADD 1                      TO WSS-REG-REVISAO
              MOVE FN-MATRICULA          TO EXC-MATRICULA
              MOVE FN-NOME               TO EXC-NOME
              MOVE 'REEMBOLSO DIVERGE DO HISTORICO'
                                          TO EXC-MOTIVO
              PERFORM 2900-GRAVA-EXCECAO
                 THRU 2900-GRAVA-EXCECAO-EXIT
           END-IF.

           ADD 1                         TO WSS-SEQUENCIAL.

           MOVE DST-BANCO (1)            TO SGA-BANCO.
           MOVE WSS-SEQUENCIAL           TO SGA-SEQUENCIAL.
           MOVE DST-BANCO (1)            TO SGA-BANCO-FAVOR.
           MOVE DST-AGENCIA (1)          TO SGA-AGENCIA.
           MOVE DST-CONTA (1)            TO SGA-CONTA.
           MOVE DST-DV (1)               TO SGA-DV.
           MOVE FN-NOME                  TO SGA-NOME.
           MOVE FN-MATRICULA             TO SGA-MATRICULA.
           MOVE TRB-VALOR (WSS-IDX-REE)  TO SGA-VALOR.

           IF WSS-PAGA-PIX EQUAL 'S'
              MOVE '45'                  TO SGA-FORMA-LANC
              MOVE TPI-TIPO-CHAVE (IDX-PIX) TO SGA-PIX-TIPO
              MOVE TPI-CHAVE (IDX-PIX)   TO SGA-PIX-CHAVE
           ELSE
              MOVE '01'                  TO SGA-FORMA-LANC
              MOVE SPACES                TO SGA-PIX-TIPO
                                            SGA-PIX-CHAVE
           END-IF.

           WRITE REG-CNAB240 FROM WSS-CNAB-SEGA.

           IF ST-CNAB240 NOT EQUAL 0 THEN
              DISPLAY 'COBOL160 - ERRO WRITE CNAB240 FS=' ST-CNAB240
              MOVE ST-CNAB240            TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           ADD 1                         TO WSS-REG-CREDITOS.
           ADD 1                         TO WSS-REG-REEMBOLSOS.
           ADD TRB-VALOR (WSS-IDX-REE)   TO WSS-VALOR-TOTAL.

       2600-CREDITA-REEMBOLSO-EXIT.
           EXIT.

      *----
      * REINICIO: O REEMBOLSO DA MATRICULA JA PROCESSADA ANTES DO
      * CHECKPOINT (CREDITADO OU NO CNABEXC) NAO E TRATADO DE NOVO
      *----
       2610-MARCA-REEMBOLSO.

           IF WSS-QTD-REEMB EQUAL 0
              OR FN-MATRICULA EQUAL 99999999
              GO TO 2610-MARCA-REEMBOLSO-EXIT
           END-IF.

           MOVE FN-MATRICULA             TO CLM-MATRICULA.

           PERFORM 0025-PROCURA-REEMBOLSO
              THRU 0025-PROCURA-REEMBOLSO-EXIT.

           IF WSS-IDX-REE GREATER 0
              MOVE 'S'                   TO TRB-USADO (WSS-IDX-REE)
           END-IF.

       2610-MARCA-REEMBOLSO-EXIT.
           EXIT.

      *----
       2900-GRAVA-EXCECAO.

       2900-GRAVA-EXCECAO-EXIT.
           EXIT.

      *----
       2950-REEMBOLSO-PENDENTE.

           IF TRB-USADO (WSS-IDX-REE) EQUAL 'S'
              GO TO 2950-REEMBOLSO-PENDENTE-EXIT
           END-IF.

           MOVE 'S'                      TO TRB-USADO (WSS-IDX-REE).
           MOVE TRB-MATRICULA (WSS-IDX-REE) TO EXC-MATRICULA.
           MOVE SPACES                   TO EXC-NOME.
           MOVE 'REEMBOLSO SEM CREDITO NA FOLHA' TO EXC-MOTIVO.

           PERFORM 2900-GRAVA-EXCECAO
              THRU 2900-GRAVA-EXCECAO-EXIT.

       2950-REEMBOLSO-PENDENTE-EXIT.
           EXIT.

      *----
       3000-GRAVA-TRAILER.


       ROT-ABEND-EXIT.
           EXIT.

      *----
      * MANIFESTO DE LINHAGEM (COBOL257): UM REGISTRO POR ARQUIVO
      * LIDO E GRAVADO NESTA RODADA, ENTRADAS ANTES DAS SAIDAS. AS
      * TABELAS CARREGADAS ENTRAM COM A QUANTIDADE RETIDA EM MEMORIA
      *----
       ROT-GRAVA-LINHAGEM.

           MOVE 'COBOL160'             TO WSS-LG-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO WSS-LG-RODADA.
           MOVE WSS-COMPETENCIA        TO WSS-LG-COMPETENCIA.

           MOVE 'E'                    TO WSS-LG-SENTIDO.
           MOVE 'FOLHANET'             TO WSS-LG-ARQUIVO.
           MOVE WSS-REG-LIDOS          TO WSS-LG-QTD-REGS.
           PERFORM ROT-LINHAGEM-ARQUIVO
              THRU ROT-LINHAGEM-ARQUIVO-EXIT.

           MOVE 'E'                    TO WSS-LG-SENTIDO.
           MOVE 'BANCFUNC'             TO WSS-LG-ARQUIVO.
           MOVE WSS-QTD-BANCOS         TO WSS-LG-QTD-REGS.
           PERFORM ROT-LINHAGEM-ARQUIVO
              THRU ROT-LINHAGEM-ARQUIVO-EXIT.

           IF WSS-QTD-BPD GREATER 0
              MOVE 'E'                    TO WSS-LG-SENTIDO
              MOVE 'BANCPEND'             TO WSS-LG-ARQUIVO
              MOVE WSS-QTD-BPD            TO WSS-LG-QTD-REGS
              PERFORM ROT-LINHAGEM-ARQUIVO
                 THRU ROT-LINHAGEM-ARQUIVO-EXIT
           END-IF.

           IF WSS-QTD-PIX GREATER 0
              MOVE 'E'                    TO WSS-LG-SENTIDO
              MOVE 'PIXCHAVE'             TO WSS-LG-ARQUIVO
              MOVE WSS-QTD-PIX            TO WSS-LG-QTD-REGS
              PERFORM ROT-LINHAGEM-ARQUIVO
                 THRU ROT-LINHAGEM-ARQUIVO-EXIT
           END-IF.

           IF WSS-QTD-REEMB GREATER 0
              MOVE 'E'                    TO WSS-LG-SENTIDO
              MOVE 'REEMBFOL'             TO WSS-LG-ARQUIVO
              MOVE WSS-QTD-REEMB          TO WSS-LG-QTD-REGS
              PERFORM ROT-LINHAGEM-ARQUIVO
                 THRU ROT-LINHAGEM-ARQUIVO-EXIT
           END-IF.

           IF WSS-QTD-PENSOES GREATER 0
              MOVE 'E'                    TO WSS-LG-SENTIDO
              MOVE 'PENSALIM'             TO WSS-LG-ARQUIVO
              MOVE WSS-QTD-PENSOES        TO WSS-LG-QTD-REGS
              PERFORM ROT-LINHAGEM-ARQUIVO
                 THRU ROT-LINHAGEM-ARQUIVO-EXIT
           END-IF.

           IF WSS-QTD-HIST GREATER 0
              MOVE 'E'                    TO WSS-LG-SENTIDO
              MOVE 'PAGHIST'              TO WSS-LG-ARQUIVO
              MOVE WSS-QTD-HIST           TO WSS-LG-QTD-REGS
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

           MOVE 'S'                    TO WSS-LG-SENTIDO.
           MOVE 'CNAB240'              TO WSS-LG-ARQUIVO.
           MOVE WSS-REG-CREDITOS       TO WSS-LG-QTD-REGS.
           PERFORM ROT-LINHAGEM-ARQUIVO
              THRU ROT-LINHAGEM-ARQUIVO-EXIT.

           IF WSS-REG-EXCECOES GREATER 0
              MOVE 'S'                    TO WSS-LG-SENTIDO
              MOVE 'CNABEXC'              TO WSS-LG-ARQUIVO
              MOVE WSS-REG-EXCECOES       TO WSS-LG-QTD-REGS
              PERFORM ROT-LINHAGEM-ARQUIVO
                 THRU ROT-LINHAGEM-ARQUIVO-EXIT
           END-IF.

       ROT-GRAVA-LINHAGEM-EXIT.
           EXIT.

      *----
       ROT-LINHAGEM-ARQUIVO.

           CALL 'COBOL257' USING WSS-LINHAGEM-LINKAGE.

           IF WSS-RETURN-CODE OF WSS-LG-OUTPUT NOT EQUAL 0
              DISPLAY 'COBOL160 - AVISO LINHAGEM ' WSS-LG-ARQUIVO ': '
                      WSS-MENSAGEM OF WSS-LG-OUTPUT
           END-IF.

       ROT-LINHAGEM-ARQUIVO-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
