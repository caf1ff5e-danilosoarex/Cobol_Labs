      *****************************************************************
      * DATA     :  15/10/2026
      * AUTOR    : VAGNER RENATO BELLACOSA
      * OBJETIVO : LINKAGE PADRAO DO GERENCIADOR DO CONTA-CORRENTE DE
      *            RESSARCIMENTO DE PAGAMENTO A MAIOR (COBOL241), QUE
      *            MANTEM O ARQUIVO INDEXADO RESSARC CHAVEADO POR
      *            MATRICULA. FUNCOES:
      *            'INCLUI'   - LANCA UM DEBITO NOVO (SOMA AO SALDO E
      *                         REFAZ O PLANO DE PARCELAS)
      *            'CONSULTA' - DEVOLVE PARCELA CORRENTE E SALDO
      *            'BAIXA'    - ABATE O VALOR DESCONTADO NA FOLHA
      *            'QUITA'    - COMPENSA O SALDO NA RESCISAO, ATE O
      *                         LIMITE INFORMADO EM WSS-RS-VALOR
      * CPD      : INEFE
      *****************************************************************
       01  WSS-RESSARC-LINKAGE.
           03  WSS-RS-FUNCAO               PIC X(008).
               88  WSS-RS-INCLUI                    VALUE 'INCLUI'.
               88  WSS-RS-CONSULTA                  VALUE 'CONSULTA'.
               88  WSS-RS-BAIXA                     VALUE 'BAIXA'.
               88  WSS-RS-QUITA                     VALUE 'QUITA'.
           03  WSS-RS-MATRICULA            PIC 9(008).
      *----
      * INCLUI: VALOR DO DEBITO. BAIXA: VALOR DESCONTADO. QUITA:
      * LIMITE DA COMPENSACAO NA ENTRADA (ZERO = NADA A COMPENSAR, O
      * SALDO SO PASSA A REMANESCENTE) E VALOR EFETIVAMENTE
      * COMPENSADO NA SAIDA
      *----
           03  WSS-RS-VALOR                PIC 9(007)V99.
      *----
      * INCLUI: QUANTIDADE DE PARCELAS ACORDADA E ORIGEM DO DEBITO
      *----
           03  WSS-RS-PARCELAS             PIC 9(003).
           03  WSS-RS-ORIGEM               PIC X(001).
               88  WSS-RS-ORIGEM-CORRECAO           VALUE 'C'.
               88  WSS-RS-ORIGEM-MANUAL             VALUE 'M'.
      *----
      * COMPETENCIA DO LANCAMENTO (INCLUI) OU DA BAIXA: O CONTROLE
      * GUARDA A ULTIMA COMPETENCIA BAIXADA E UMA SEGUNDA BAIXA NA
      * MESMA COMPETENCIA NAO ABATE O SALDO DE NOVO
      *----
           03  WSS-RS-COMPETENCIA          PIC 9(006).
           03  WSS-RS-OUTPUT.
               05  WSS-RS-ACHOU            PIC X(001).
                   88  WSS-RS-TEM-CONTA             VALUE 'Y'.
               05  WSS-RS-SITUACAO         PIC X(001).
               05  WSS-RS-PARCELA          PIC 9(007)V99.
               05  WSS-RS-SALDO            PIC 9(007)V99.
               05  WSS-RETURN-CODE         PIC 9(003).
               05  WSS-MENSAGEM            PIC X(040).
