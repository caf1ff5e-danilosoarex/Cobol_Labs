      *            - RELFGTS: RESUMO POR DEPARTAMENTO CUJA BASE
      *              TOTAL DEVE BATER COM O BRUTO GERAL DO RLATFUN.
      * CPD      : INEFE
      *
      * HISTORICO DE ALTERACOES
      * 15/10/2026 VRB - DSR SOBRE HORA-EXTRA/NOTURNO JA VEM DENTRO
      *                  DE FN-BRUTO; RELFGTS DESTACA O DSR INCLUIDO
      *                  NA BASE PARA CONFERENCIA.
      * 15/10/2026 VRB - TIPO DE CONTRATO (FN-TIPO-CONTRATO): APRENDIZ
      *                  DEPOSITA PELA ALIQUOTA REDUZIDA DO CARTAO
      *                  (FGP-ALIQ-APRENDIZ, 2% POR PADRAO); ESTAGIARIO
      *                  E DIRETOR PRO-LABORE FICAM FORA DO
      *                  RECOLHIMENTO, COM LINHA PROPRIA NO RELFGTS.
      * 15/10/2026 VRB - SALDO DO FGTS POR MATRICULA (FGTSSALD): O
      *                  DEPOSITO DA COMPETENCIA E SOMADO A CONTA, BASE
      *                  DA MULTA RESCISORIA CALCULADA NO COBOL152
      * 15/10/2026 VRB - MANIFESTO DE LINHAGEM (COBOL257): GERACAO E
      *                  QUANTIDADE DE CADA ARQUIVO LIDO E GRAVADO NA
      *                  RODADA, NO FIM DO JOB
      *****************************************************************
       IDENTIFICATION DIVISION.
      *************************
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS ST-RELFGTS.
      *
           SELECT FGTSSALD ASSIGN TO FGTSSALD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FSD-MATRICULA
                  FILE STATUS IS ST-FGTSSALD.
      *
      *--------------
       DATA DIVISION.
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
      * CARTAO: COMPETENCIA, ALIQUOTA (ZERADA ASSUME 8,00) E
      * ALIQUOTA DO APRENDIZ (ZERADA ASSUME 2,00)
      *----
       01   REG-FGTSPARM.
            03 FGP-COMPETENCIA             PIC 9(006).
            03 FGP-ALIQUOTA                PIC 9(002)V99.
            03 FGP-ALIQ-APRENDIZ           PIC 9(002)V99.
            03 FILLER                      PIC X(066).
      *----
       FD   EMPREGID
            RECORDING MODE IS F
            03 FN-MOEDA                    PIC X(003).
            03 FN-PREMIO-ATS               PIC 9(007)V99.
            03 FN-EMPRESA                  PIC X(002).
            03 FN-ADIC-NOT                 PIC 9(007)V99.
            03 FN-PERIC                    PIC 9(007)V99.
            03 FN-ADIANT-DED               PIC 9(007)V99.
            03 FN-ABONO-PEC                PIC 9(007)V99.
            03 FN-ABONO-TERCO              PIC 9(007)V99.
            03 FN-PENSAO                   PIC 9(007)V99.
            03 FN-DSR                      PIC 9(005)V99.
            03 FN-TIPO-CONTRATO            PIC X(001).
               88 FN-APRENDIZ                      VALUE 'A'.
               88 FN-ESTAGIARIO                    VALUE 'E'.
               88 FN-DIRETOR                       VALUE 'D'.
      *----
       FD   CONTAMAP
            RECORDING MODE IS F
       FD   RELFGTS.
      *----
       01   REG-RELFGTS                    PIC X(132).
      *----
       FD   FGTSSALD
            RECORDING MODE IS F
            RECORD CONTAINS 80 CHARACTERS.
      *----
           COPY  'COPY2431'.
      *----
      *------------------------
       WORKING-STORAGE SECTION.
       77  ST-FGTSREC                      PIC 9(002) VALUE 0.
       77  ST-LANCFGTS                     PIC 9(002) VALUE 0.
       77  ST-RELFGTS                      PIC 9(002) VALUE 0.
       77  ST-FGTSSALD                     PIC 9(002) VALUE 0.
       77  WSS-QTD-CONTAS-NOVAS            PIC 9(006) VALUE ZEROES.
       77  WSS-QTD-REDEPOSITOS             PIC 9(006) VALUE ZEROES.
       77  WSS-EOF                         PIC X(001) VALUE 'N'.
       77  WSS-COMPETENCIA                 PIC 9(006) VALUE 0.
       77  WSS-ALIQUOTA                    PIC 9(002)V99 VALUE 8,00.
       77  WSS-ALIQ-APRENDIZ               PIC 9(002)V99 VALUE 2,00.
       77  WSS-QTD-EMPRESAS                PIC 9(002) VALUE 0.
       77  WSS-QTD-MAPA                    PIC 9(004) VALUE 0.
       77  WSS-QTD-DEPTOS                  PIC 9(003) VALUE 0.
       77  WSS-SUBT-DEP                    PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TOT-BASE                    PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TOT-DEPOSITO                PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TOT-DSR                     PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TOT-SEM-FGTS                PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-QTD-SEM-FGTS                PIC 9(006) VALUE 0.
       77  WSS-TOT-DEBITOS                 PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-TOT-CREDITOS                PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-VALOR-LANC                  PIC 9(013)V99 COMP-3 VALUE 0.
       77  WSS-QTD-LANC                    PIC 9(005) VALUE 0.
       77  MASCARA-TOTAL                   PIC ZZZ.ZZZ.ZZ9,99.
       77  MASCARA-QTDE                    PIC ZZZZZ9.
      *----
      * QUANTIDADE GRAVADA NO FGTSSALD PARA O MANIFESTO DE LINHAGEM
      * (COBOL257): CONTAS ABERTAS MAIS CONTAS ATUALIZADAS
      *----
       77  WSS-LIN-FGTSSALD                PIC 9(008) VALUE 0.
      *----
       01  WSS-TAB-EMPRESAS.
           05 WSS-EMP-ENTRY OCCURS 0 TO 20 TIMES
      * RETURN-CODE (COBOL125), USADO NA ROT-ABEND
      *----
           COPY  'COPY1041'.
      *----
      * LINKAGE DO GRAVADOR DO MANIFESTO DE LINHAGEM (COBOL257):
      * GERACAO E QUANTIDADE DE CADA ARQUIVO LIDO E GRAVADO
      *----
           COPY  'COPY2571'.
      *----
       01  CAB01.
           03 FILLER                       PIC X(019) VALUE 'COBOL181'.
           DISPLAY '* TERMINO DE PROCESSAMENTO: OK            *'.
           DISPLAY '* RESULTADOS LIDOS     : ' WSS-REG-LIDOS.
           DISPLAY '* DETALHES GRAVADOS    : ' WSS-REG-DETALHES.
           DISPLAY '* SEM FGTS (EST./DIR.) : ' WSS-QTD-SEM-FGTS.
           DISPLAY '* BASE TOTAL           : ' WSS-TOT-BASE.
           DISPLAY '* DEPOSITO TOTAL       : ' WSS-TOT-DEPOSITO.
           DISPLAY '* CONTAS FGTS ABERTAS  : ' WSS-QTD-CONTAS-NOVAS.
           DISPLAY '*******************************************'.

           PERFORM ROT-GRAVA-LINHAGEM
              THRU ROT-GRAVA-LINHAGEM-EXIT.

           STOP RUN.

      *----
              MOVE FGP-ALIQUOTA          TO WSS-ALIQUOTA
           END-IF.

           IF FGP-ALIQ-APRENDIZ NUMERIC
              AND FGP-ALIQ-APRENDIZ GREATER 0
              MOVE FGP-ALIQ-APRENDIZ     TO WSS-ALIQ-APRENDIZ
           END-IF.

           CLOSE FGTSPARM.

           DISPLAY ' COMPETENCIA : ' WSS-COMPETENCIA
                   ' ALIQUOTA : ' WSS-ALIQUOTA
                   ' APRENDIZ : ' WSS-ALIQ-APRENDIZ.

       0001-CARGA-CARTAO-EXIT.
           EXIT.
                 THRU ROT-ABEND-EXIT
           END-IF.

      *----
      * SALDO DO FGTS POR MATRICULA: NA PRIMEIRA COMPETENCIA DA
      * INSTALACAO O ARQUIVO AINDA NAO EXISTE E E CRIADO VAZIO
      *----
           OPEN I-O FGTSSALD.

           IF ST-FGTSSALD EQUAL 35
              DISPLAY 'COBOL181 - FGTSSALD INEXISTENTE, CRIANDO'
              OPEN OUTPUT FGTSSALD
              CLOSE FGTSSALD
              OPEN I-O FGTSSALD
           END-IF.

           IF ST-FGTSSALD NOT EQUAL 0 THEN
              DISPLAY 'COBOL181 - ERRO OPEN FGTSSALD FS=' ST-FGTSSALD
              MOVE ST-FGTSSALD           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           PERFORM 1001-LER-FOLHANET
              THRU 1001-LER-FOLHANET-EXIT
              UNTIL WSS-EOF = 'Y'.

           CLOSE FOLHANET.
           CLOSE FGTSREC.
           CLOSE FGTSSALD.

           IF WSS-QTD-REDEPOSITOS GREATER 0
              DISPLAY 'COBOL181 - COMPETENCIA REPROCESSADA, DEPOSITOS '
                      'SUBSTITUIDOS NO SALDO: ' WSS-QTD-REDEPOSITOS
           END-IF.

       1000-PROCESSA-FOLHA-EXIT.
           EXIT.

           ADD 1                         TO WSS-REG-LIDOS.

      *----
      * ESTAGIARIO E DIRETOR PRO-LABORE NAO TEM FGTS: FICAM FORA DO
      * RECOLHIMENTO E DA BASE, SOMADOS A PARTE PARA A CONFERENCIA
      * COM O BRUTO DO RLATFUN
      *----
           IF FN-ESTAGIARIO OR FN-DIRETOR
              ADD 1                      TO WSS-QTD-SEM-FGTS
              ADD FN-BRUTO               TO WSS-TOT-SEM-FGTS
              GO TO 1001-LER-FOLHANET-EXIT
           END-IF.

           IF FN-EMPRESA NOT EQUAL WSS-EMPRESA-ATUAL
              IF WSS-HOUVE-EMPRESA EQUAL 'Y'
                 PERFORM 1900-GRAVA-TRAILER-EMP
                 THRU 1100-GRAVA-HEADER-EMP-EXIT
           END-IF.

           IF FN-APRENDIZ
              COMPUTE WSS-DEPOSITO ROUNDED =
                      FN-BRUTO * WSS-ALIQ-APRENDIZ / 100
           ELSE
              COMPUTE WSS-DEPOSITO ROUNDED =
                      FN-BRUTO * WSS-ALIQUOTA / 100
           END-IF.

           MOVE SPACES                   TO REG-FGTSREC.
           MOVE '1'                      TO FGR-TIPO.
           ADD WSS-DEPOSITO              TO WSS-SUBT-DEP.
           ADD FN-BRUTO                  TO WSS-TOT-BASE.
           ADD WSS-DEPOSITO              TO WSS-TOT-DEPOSITO.
           ADD FN-DSR                    TO WSS-TOT-DSR.

           PERFORM 1200-ATUALIZA-SALDO
              THRU 1200-ATUALIZA-SALDO-EXIT.

           SET IDX-DEP TO 1.
           SEARCH WSS-DEP-ENTRY
       1001-LER-FOLHANET-EXIT.
           EXIT.

      *----
      * SOMA O DEPOSITO DA COMPETENCIA AO SALDO DA MATRICULA NO
      * FGTSSALD (BASE DA MULTA RESCISORIA DO COBOL152). A MESMA
      * COMPETENCIA RODADA DE NOVO TROCA O DEPOSITO JA SOMADO PELO
      * NOVO, SEM DOBRAR O SALDO
      *----
       1200-ATUALIZA-SALDO.

           MOVE FN-MATRICULA             TO FSD-MATRICULA.

           READ FGTSSALD
              INVALID KEY
                 MOVE SPACES             TO REG-FGTSSALD
                 MOVE FN-MATRICULA       TO FSD-MATRICULA
                 MOVE WSS-DEPOSITO       TO FSD-SALDO
                 MOVE WSS-DEPOSITO       TO FSD-VALOR-ULT-DEP
                 MOVE WSS-COMPETENCIA    TO FSD-COMPET-ULT-DEP
                 MOVE WSS-COMPETENCIA    TO FSD-COMPET-ABERTURA
                 WRITE REG-FGTSSALD
                 IF ST-FGTSSALD NOT EQUAL 0
                    DISPLAY 'COBOL181 - ERRO WRITE FGTSSALD FS='
                            ST-FGTSSALD
                    MOVE ST-FGTSSALD     TO RETURN-CODE
                    PERFORM ROT-ABEND
                       THRU ROT-ABEND-EXIT
                 END-IF
                 ADD 1                   TO WSS-QTD-CONTAS-NOVAS
                 GO TO 1200-ATUALIZA-SALDO-EXIT
           END-READ.

           IF ST-FGTSSALD NOT EQUAL 0
              DISPLAY 'COBOL181 - ERRO READ FGTSSALD FS=' ST-FGTSSALD
              MOVE ST-FGTSSALD           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

           IF FSD-COMPET-ULT-DEP EQUAL WSS-COMPETENCIA
              SUBTRACT FSD-VALOR-ULT-DEP FROM FSD-SALDO
              ADD 1                      TO WSS-QTD-REDEPOSITOS
           END-IF.

           IF FSD-COMPET-ULT-DEP GREATER WSS-COMPETENCIA
              DISPLAY 'COBOL181 - COMPETENCIA ANTERIOR A DO ULTIMO '
                      'DEPOSITO, SALDO MANTIDO: ' FN-MATRICULA
              GO TO 1200-ATUALIZA-SALDO-EXIT
           END-IF.

           ADD WSS-DEPOSITO              TO FSD-SALDO.
           MOVE WSS-DEPOSITO             TO FSD-VALOR-ULT-DEP.
           MOVE WSS-COMPETENCIA          TO FSD-COMPET-ULT-DEP.

           REWRITE REG-FGTSSALD.

           IF ST-FGTSSALD NOT EQUAL 0
              DISPLAY 'COBOL181 - ERRO REWRITE FGTSSALD FS='
                      ST-FGTSSALD
              MOVE ST-FGTSSALD           TO RETURN-CODE
              PERFORM ROT-ABEND
                 THRU ROT-ABEND-EXIT
           END-IF.

       1200-ATUALIZA-SALDO-EXIT.
           EXIT.

      *----
       1100-GRAVA-HEADER-EMP.

           EXIT.

      *----
      * RESUMO POR DEPARTAMENTO; A LINHA FINAL DE BASE TOTAL, SOMADA
      * AO BRUTO DOS CONTRATOS SEM FGTS, DEVE BATER COM O BRUTO
      * GERAL DO RLATFUN DA COMPETENCIA
      *----
       8000-IMPRIME-RESUMO.

           WRITE REG-RELFGTS FROM LINHA-TEXTO AFTER ADVANCING 2
           END-WRITE.

           MOVE 'BRUTO SEM FGTS (ESTAG./DIRETOR) :' TO LT-ROTULO.
           MOVE WSS-TOT-SEM-FGTS         TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           WRITE REG-RELFGTS FROM LINHA-TEXTO AFTER ADVANCING 1
           END-WRITE.

           MOVE 'DSR HE/NOTURNO INCLUIDO NA BASE:' TO LT-ROTULO.
           MOVE WSS-TOT-DSR              TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.
           WRITE REG-RELFGTS FROM LINHA-TEXTO AFTER ADVANCING 1
           END-WRITE.

           MOVE 'DEPOSITO TOTAL A RECOLHER      :' TO LT-ROTULO.
           MOVE WSS-TOT-DEPOSITO         TO MASCARA-TOTAL.
           MOVE MASCARA-TOTAL            TO LT-VALOR.

       ROT-ABEND-EXIT.
           EXIT.

      *----
      * MANIFESTO DE LINHAGEM (COBOL257): UM REGISTRO POR ARQUIVO
      * LIDO E GRAVADO NESTA RODADA, ENTRADAS ANTES DAS SAIDAS. O
      * FGTSSALD E ATUALIZADO NO LUGAR: ENTRA COM AS CONTAS QUE JA
      * EXISTIAM E SAI COM AS ABERTAS MAIS AS ATUALIZADAS; O FGTSREC
      * CONTA OS DETALHES POR MATRICULA
      *----
       ROT-GRAVA-LINHAGEM.

           MOVE 'COBOL181'             TO WSS-LG-PROGRAMA.
           MOVE FUNCTION CURRENT-DATE (1:14)
                                       TO WSS-LG-RODADA.
           MOVE WSS-COMPETENCIA        TO WSS-LG-COMPETENCIA.

           MOVE 'E'                    TO WSS-LG-SENTIDO.
           MOVE 'FOLHANET'             TO WSS-LG-ARQUIVO.
           MOVE WSS-REG-LIDOS          TO WSS-LG-QTD-REGS.
           PERFORM ROT-LINHAGEM-ARQUIVO
              THRU ROT-LINHAGEM-ARQUIVO-EXIT.

           MOVE 'E'                    TO WSS-LG-SENTIDO.
           MOVE 'EMPREGID'             TO WSS-LG-ARQUIVO.
           MOVE WSS-QTD-EMPRESAS       TO WSS-LG-QTD-REGS.
           PERFORM ROT-LINHAGEM-ARQUIVO
              THRU ROT-LINHAGEM-ARQUIVO-EXIT.

           MOVE 'E'                    TO WSS-LG-SENTIDO.
           MOVE 'CONTAMAP'             TO WSS-LG-ARQUIVO.
           MOVE WSS-QTD-MAPA           TO WSS-LG-QTD-REGS.
           PERFORM ROT-LINHAGEM-ARQUIVO
              THRU ROT-LINHAGEM-ARQUIVO-EXIT.

           IF WSS-QTD-REDEPOSITOS GREATER 0
              MOVE 'E'                    TO WSS-LG-SENTIDO
              MOVE 'FGTSSALD'             TO WSS-LG-ARQUIVO
              MOVE WSS-QTD-REDEPOSITOS    TO WSS-LG-QTD-REGS
              PERFORM ROT-LINHAGEM-ARQUIVO
                 THRU ROT-LINHAGEM-ARQUIVO-EXIT
           END-IF.

           MOVE 'S'                    TO WSS-LG-SENTIDO.
           MOVE 'FGTSREC'              TO WSS-LG-ARQUIVO.
           MOVE WSS-REG-DETALHES       TO WSS-LG-QTD-REGS.
           PERFORM ROT-LINHAGEM-ARQUIVO
              THRU ROT-LINHAGEM-ARQUIVO-EXIT.

           MOVE 'S'                    TO WSS-LG-SENTIDO.
           MOVE 'LANCFGTS'             TO WSS-LG-ARQUIVO.
           MOVE WSS-QTD-LANC           TO WSS-LG-QTD-REGS.
           PERFORM ROT-LINHAGEM-ARQUIVO
              THRU ROT-LINHAGEM-ARQUIVO-EXIT.

           COMPUTE WSS-LIN-FGTSSALD = WSS-QTD-CONTAS-NOVAS
                                    + WSS-QTD-REDEPOSITOS.

           IF WSS-LIN-FGTSSALD GREATER 0
              MOVE 'S'                    TO WSS-LG-SENTIDO
              MOVE 'FGTSSALD'             TO WSS-LG-ARQUIVO
              MOVE WSS-LIN-FGTSSALD       TO WSS-LG-QTD-REGS
              PERFORM ROT-LINHAGEM-ARQUIVO
                 THRU ROT-LINHAGEM-ARQUIVO-EXIT
           END-IF.

       ROT-GRAVA-LINHAGEM-EXIT.
           EXIT.

      *----
       ROT-LINHAGEM-ARQUIVO.

           CALL 'COBOL257' USING WSS-LINHAGEM-LINKAGE.

           IF WSS-RETURN-CODE OF WSS-LG-OUTPUT NOT EQUAL 0
              DISPLAY 'COBOL181 - AVISO LINHAGEM ' WSS-LG-ARQUIVO ': '
                      WSS-MENSAGEM OF WSS-LG-OUTPUT
           END-IF.

       ROT-LINHAGEM-ARQUIVO-EXIT.
           EXIT.
      ********************** FIM DO PROGRAMA ***************************
