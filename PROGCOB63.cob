      *              DO PEDIDO JA RODOU COM ELE RETIDO, E SEM ESTES
      *              LANCAMENTOS A RECEITA DO PEDIDO LIBERADO NUNCA
      *              CHEGAVA AO RAZAO E A AMARRACAO MENSAL DIVERGIA
      * XX/XX/XXXX - MOVIMENTOS GRAVADOS NA TRILHA MOVEST SEM LOTE
      *              (LOTE EM BRANCO E VALIDADE ZERADA)
      * XX/XX/XXXX - CUSTO DE ITEM DE KIT (KITMAS) NO CMV PELA SOMA
      *              DOS CUSTOS MEDIOS DOS COMPONENTES; O CANCELAMENTO
      *              DEVOLVE AO ESTOQUE OS COMPONENTES DO KIT
      * XX/XX/XXXX - O PEDIDO LIBERADO PELA FILA GERA A NOTA FISCAL
      *              ELETRONICA NOS MOLDES DO PROGCOB18 (NFEEXP,
      *              NFECTL, NUMERACAO NFESEQ), COM O DESTINATARIO NO
      *              ENDERECO DE ENTREGA GRAVADO NO PEDIDO
      * XX/XX/XXXX - A LIBERACAO REGISTRA A VENDA NO MOVIMENTO DE PIS
      *              E COFINS (PISMOV) COM OS VALORES CALCULADOS NA
      *              ENTRADA DO PEDIDO
      * XX/XX/XXXX - SEGREGACAO DE FUNCOES: O OPERADOR QUE DIGITOU O
      *              PEDIDO NO PROGCOB18 (PEDIDO-OPERADOR) NAO PODE
      *              LIBERAR A RETENCAO DELE; A LIBERACAO E BLOQUEADA,
      *              O PEDIDO CONTINUA RETIDO E O CONFLITO E GRAVADO
      *              NA TRILHA SODLOG
      * XX/XX/XXXX - O PEDIDO LIBERADO LEVA A FILIAL (EM BRANCO =
      *              MATRIZ 01) AOS TITULOS E AOS LANCAMENTOS, E A NF-E
      *              SAI NO CONTADOR NFESEQ E NA SERIE DA FILIAL
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS CONTAREC-CHAVE
               ALTERNATE RECORD KEY   IS CONTAREC-CPF
                                      WITH DUPLICATES
               FILE STATUS            IS WRK-CONTAREC-STATUS.
           SELECT CONDPAG-FILE          ASSIGN TO "CONDPAG"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS CUSTOPROD-PRODUTO
               FILE STATUS            IS WRK-CUSTOPROD-STATUS.
           SELECT KITMAS-FILE           ASSIGN TO "KITMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS KITMAS-CHAVE
               FILE STATUS            IS WRK-KITMAS-STATUS.
           SELECT CTLPASSO-FILE         ASSIGN TO "CTLPASSO"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
           SELECT EMBALAGEM-FILE        ASSIGN TO "EMBALAGEM"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-EMBALAGEM-STATUS.
           SELECT CUSTMAS-FILE          ASSIGN TO "CUSTMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS CUSTMAS-CPF
               FILE STATUS            IS WRK-CUSTMAS-STATUS.
           SELECT ENDENTR-FILE          ASSIGN TO "ENDENTR"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS ENDENTR-CHAVE
               FILE STATUS            IS WRK-ENDENTR-STATUS.
           SELECT ICMSUF-FILE           ASSIGN TO "ICMSUF"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS ICMSUF-UF
               FILE STATUS            IS WRK-ICMSUF-STATUS.
           SELECT NFEEXP-FILE           ASSIGN TO "NFEEXP"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-NFEEXP-STATUS.
           SELECT NFECTL-FILE           ASSIGN TO "NFECTL"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS NFECTL-PEDIDO
               FILE STATUS            IS WRK-NFECTL-STATUS.
           SELECT NFESEQ-FILE           ASSIGN USING WRK-ARQ-NFESEQ
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-NFESEQ-STATUS.
           SELECT PISMOV-FILE           ASSIGN TO "PISMOV"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-PISMOV-STATUS.
           SELECT SODREGRA-FILE         ASSIGN TO "SODREGRA"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS RANDOM
               RECORD KEY             IS SODREGRA-CHAVE
               FILE STATUS            IS WRK-SODREGRA-STATUS.
           SELECT SODLOG-FILE           ASSIGN TO "SODLOG"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-SODLOG-STATUS.
           SELECT FILIAL-FILE           ASSIGN TO "FILIAL"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS RANDOM
               RECORD KEY             IS FILIAL-CODIGO
               FILE STATUS            IS WRK-FILIAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDO-FILE.
           COPY 'ESTOQUE.COB'.
       FD  CUSTOPROD-FILE.
           COPY 'CUSTOPROD.COB'.
       FD  KITMAS-FILE.
           COPY 'KITMAS.COB'.
       FD  CTLPASSO-FILE.
           COPY 'CTLPASSO.COB'.
       FD  GLPOST-FILE.
           COPY 'ROMANEIO.COB'.
       FD  EMBALAGEM-FILE.
           COPY 'EMBALAGEM.COB'.
       FD  CUSTMAS-FILE.
           COPY 'CUSTMAS.COB'.
       FD  ENDENTR-FILE.
           COPY 'ENDENTR.COB'.
       FD  ICMSUF-FILE.
           COPY 'ICMSUF.COB'.
       FD  NFEEXP-FILE.
           COPY 'NFEEXP.COB'.
       FD  NFECTL-FILE.
           COPY 'NFECTL.COB'.
       FD  NFESEQ-FILE.
           COPY 'NFESEQ.COB'.
       FD  PISMOV-FILE.
           COPY 'PISMOV.COB'.
       FD  SODREGRA-FILE.
           COPY 'SODREGRA.COB'.
       FD  SODLOG-FILE.
           COPY 'SODLOG.COB'.
       FD  FILIAL-FILE.
           COPY 'FILIAL.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
           88  WRK-PEDIDET-FIM                         VALUE '10'.
           88  WRK-PEDIDET-INEXISTENTE                 VALUE '35'.
       77  WRK-CONTAREC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-CONTAREC-OK                         VALUE '00' '02'.
           88  WRK-CONTAREC-INEXISTENTE                VALUE '35'.
       77  WRK-CONDPAG-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-CONDPAG-OK                          VALUE '00'.
       77  WRK-ROMANEIO-STATUS         PIC X(002)      VALUE SPACES.
       77  WRK-EMBALAGEM-STATUS        PIC X(002)      VALUE SPACES.
      *
      *    NOTA FISCAL ELETRONICA DO PEDIDO LIBERADO, NOS MOLDES DO
      *    PROGCOB18 (NFEEXP/NFECTL/NFESEQ)
      *
       77  WRK-CUSTMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-CUSTMAS-OK                          VALUE '00'.
       77  WRK-ENDENTR-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-ENDENTR-OK                          VALUE '00'.
       77  WRK-ICMSUF-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-ICMSUF-OK                           VALUE '00'.
       77  WRK-NFEEXP-STATUS           PIC X(002)      VALUE SPACES.
       77  WRK-NFECTL-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-NFECTL-OK                           VALUE '00'.
           88  WRK-NFECTL-INEXISTENTE                  VALUE '35'.
       77  WRK-NFESEQ-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-NFESEQ-OK                           VALUE '00'.
       77  WRK-NFE-SERIE               PIC 9(003)      VALUE 1.
      *
      *    FILIAL DO PEDIDO LIBERADO (EM BRANCO = MATRIZ 01), LEVADA
      *    AOS TITULOS E LANCAMENTOS; A NF-E SAI NA SERIE E NO
      *    CONTADOR DA FILIAL (NFESEQ NA MATRIZ, NFESEQNN NAS DEMAIS)
      *
       77  WRK-FILIAL-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-FILIAL-OK                           VALUE '00'.
       77  WRK-FILIAL-PEDIDO           PIC X(002)      VALUE '01'.
       77  WRK-ARQ-NFESEQ              PIC X(012)      VALUE 'NFESEQ'.
      *
      *    MOVIMENTO DE PIS E COFINS DA VENDA LIBERADA (PISMOV)
      *
       77  WRK-PISMOV-STATUS           PIC X(002)      VALUE SPACES.
       77  WRK-NFE-NUMERO              PIC 9(009)      VALUE ZEROS.
       77  WRK-NFE-ALIQUOTA            PIC 9(001)V9999 VALUE ZEROS.
       77  WRK-ALIQUOTA-IMPOSTO        PIC 9(001)V99   VALUE 0,05.
      *
      *    OPERADOR AUTORIZADO E DECISAO DO PEDIDO CORRENTE
      *
       77  WRK-OPERADOR                PIC X(020)      VALUE SPACES.
       77  WRK-QTD-CANCELADOS          PIC 9(005)      VALUE ZEROS.
       77  WRK-QTD-PULADOS             PIC 9(005)      VALUE ZEROS.
      *
      *    SEGREGACAO DE FUNCOES: QUEM DIGITOU O PEDIDO NO PROGCOB18
      *    NAO PODE LIBERAR A RETENCAO DELE (PAR DA SODREGRA)
      *
       77  WRK-SODREGRA-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-SODREGRA-OK                         VALUE '00'.
           88  WRK-SODREGRA-INEXISTENTE                VALUE '35'.
       77  WRK-SODLOG-STATUS           PIC X(002)      VALUE SPACES.
       77  WRK-SOD-FUNCAO-ENTRADA      PIC X(010)      VALUE SPACES.
       77  WRK-SOD-FUNCAO-APROVA       PIC X(010)      VALUE SPACES.
       77  WRK-SOD-USUARIO-ENTRADA     PIC X(020)      VALUE SPACES.
       77  WRK-SOD-USUARIO-APROVA      PIC X(020)      VALUE SPACES.
       77  WRK-SOD-DOCUMENTO           PIC X(030)      VALUE SPACES.
       77  WRK-SOD-SITUACAO            PIC X(001)      VALUE 'N'.
           88  WRK-SOD-CONFLITO                        VALUE 'S'.
       77  WRK-QTD-CONFLITOS           PIC 9(005)      VALUE ZEROS.
      *
      *    GERACAO DAS PARCELAS DO CONTAS A RECEBER NA LIBERACAO,
      *    NOS MOLDES DO PROGCOB18
      *
       77  WRK-TOT-CMV                 PIC 9(011)V99   VALUE ZEROS.
       77  WRK-CUSTO-ITEM              PIC 9(009)V99   VALUE ZEROS.
      *
      *    CUSTO UNITARIO DO ITEM: O CUSTO MEDIO DO PRODUTO OU, SE ELE
      *    E UM KIT (KITMAS), A SOMA DOS CUSTOS MEDIOS DOS COMPONENTES
      *
       77  WRK-KITMAS-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-KITMAS-OK                           VALUE '00'.
       77  WRK-KITMAS-DISPONIVEL       PIC X(001)      VALUE 'N'.
           88  WRK-KITMAS-ABERTO                       VALUE 'S'.
       77  WRK-FIM-KIT                 PIC X(001)      VALUE 'N'.
           88  WRK-KIT-ENCERRADO                       VALUE 'S'.
       77  WRK-ITEM-KIT                PIC X(001)      VALUE 'N'.
           88  WRK-ITEM-E-KIT                          VALUE 'S'.
       77  WRK-CUSTO-UNITARIO          PIC 9(007)V9999 VALUE ZEROS.
       77  WRK-SAI-PRODUTO             PIC X(006)      VALUE SPACES.
       77  WRK-SAI-QTD                 PIC 9(005)      VALUE ZEROS.
      *
      *    SOMA DO PEDIDO LIBERADO NOS TOTAIS DE CONTROLE ENTRE OS
      *    PASSOS (CTLPASSO) DA DATA DO PEDIDO, PARA O APERTO DE MAO
      *    CONTINUAR BATENDO COM OS CADASTROS
           OPEN INPUT CONDPAG-FILE.
           OPEN I-O ESTOQUE-FILE.
           OPEN INPUT CUSTOPROD-FILE.
           OPEN INPUT KITMAS-FILE.
           IF  WRK-KITMAS-OK
               SET WRK-KITMAS-ABERTO    TO TRUE
           END-IF.
           OPEN EXTEND GLPOST-FILE.
           IF  WRK-GLPOST-STATUS       EQUAL '35'
               OPEN OUTPUT GLPOST-FILE
               CLOSE EMBALAGEM-FILE
               OPEN EXTEND EMBALAGEM-FILE
           END-IF.
           OPEN INPUT CUSTMAS-FILE.
           OPEN INPUT ENDENTR-FILE.
           OPEN INPUT ICMSUF-FILE.
           OPEN I-O NFECTL-FILE.
           IF  WRK-NFECTL-INEXISTENTE
               CLOSE NFECTL-FILE
               OPEN OUTPUT NFECTL-FILE
               CLOSE NFECTL-FILE
               OPEN I-O NFECTL-FILE
           END-IF.
           OPEN EXTEND NFEEXP-FILE.
           IF  WRK-NFEEXP-STATUS       EQUAL '35'
               OPEN OUTPUT NFEEXP-FILE
               CLOSE NFEEXP-FILE
               OPEN EXTEND NFEEXP-FILE
           END-IF.
           OPEN EXTEND PISMOV-FILE.
           IF  WRK-PISMOV-STATUS       EQUAL '35'
               OPEN OUTPUT PISMOV-FILE
               CLOSE PISMOV-FILE
               OPEN EXTEND PISMOV-FILE
           END-IF.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*
           EVALUATE WRK-DECISAO
               WHEN 'L'
               WHEN 'l'
                   PERFORM 0225-CHECAR-SEGREGACAO-PEDIDO
                   IF  WRK-SOD-CONFLITO
                       ADD 1            TO WRK-QTD-PULADOS
                   ELSE
                       PERFORM 0230-LIBERAR-PEDIDO
                   END-IF
               WHEN 'C'
               WHEN 'c'
                   PERFORM 0250-CANCELAR-PEDIDO
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    O OPERADOR QUE DIGITOU O PEDIDO (PEDIDO-OPERADOR) NAO PODE
      *    LIBERA-LO (PAR PEDIDO-ENT X PEDIDO-LIB DA SODREGRA): O
      *    PEDIDO CONTINUA RETIDO E O CONFLITO VAI PARA A SODLOG
      *================================================================*
       0225-CHECAR-SEGREGACAO-PEDIDO   SECTION.
      *================================================================*
           MOVE 'PEDIDO-ENT'           TO WRK-SOD-FUNCAO-ENTRADA.
           MOVE 'PEDIDO-LIB'           TO WRK-SOD-FUNCAO-APROVA.
           MOVE PEDIDO-OPERADOR        TO WRK-SOD-USUARIO-ENTRADA.
           MOVE WRK-OPERADOR           TO WRK-SOD-USUARIO-APROVA.
           MOVE SPACES                 TO WRK-SOD-DOCUMENTO.
           STRING 'PEDIDO '            DELIMITED BY SIZE
                  PEDIDO-NUMERO        DELIMITED BY SIZE
                  INTO WRK-SOD-DOCUMENTO.
           PERFORM 0950-CHECAR-SEGREGACAO.
           IF  WRK-SOD-CONFLITO
               ADD 1                    TO WRK-QTD-CONFLITOS
               PERFORM 0955-GRAVAR-CONFLITO-SOD
               DISPLAY 'LIBERACAO BLOQUEADA - ' WRK-OPERADOR
                       ' DIGITOU O PEDIDO (SEGREGACAO DE FUNCOES)'
           END-IF.
      *================================================================*
       0225-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LIBERA O PEDIDO RETIDO: MUDA A SITUACAO, GERA AS PARCELAS
      *    DO CONTAS A RECEBER, GRAVA OS LANCAMENTOS CONTABEIS QUE
           SET PEDIDO-LIBERADO         TO TRUE.
           REWRITE PEDIDO-REC.
           PERFORM 0810-GRAVAR-JOURNAL.
           MOVE PEDIDO-FILIAL          TO WRK-FILIAL-PEDIDO.
           IF  WRK-FILIAL-PEDIDO       EQUAL SPACES
               MOVE '01'                TO WRK-FILIAL-PEDIDO
           END-IF.

           MOVE ZEROS                  TO WRK-LIB-TITULOS-QTD
                                           WRK-LIB-TITULOS-VALOR
           PERFORM 0295-ACERTAR-APERTO-DE-MAO.
           PERFORM 0260-EMITIR-NOTA-LIBERACAO.
           PERFORM 0270-EMITIR-SAIDAS-ARMAZEM.
           PERFORM 0275-GERAR-NFE.
           PERFORM 0279-GRAVAR-PISMOV.

           ADD 1                       TO WRK-QTD-LIBERADOS.
           MOVE 'LIBERADO'             TO WRK-RESULTADO.
           MOVE PEDIDO-NUMERO          TO CONTAREC-PEDIDO.
           MOVE WRK-PARCELA-IDX        TO CONTAREC-PARCELA.
           MOVE PEDIDO-CPF             TO CONTAREC-CPF.
           MOVE WRK-FILIAL-PEDIDO      TO CONTAREC-FILIAL.
           MOVE WRK-DATA-SYS           TO CONTAREC-DATA-EMISSAO.
           MOVE WRK-DATA-VENCTO        TO CONTAREC-DATA-VENCTO.
           MOVE WRK-VALOR-TITULO       TO CONTAREC-VALOR.
       0285-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    EXPORTA A NOTA FISCAL ELETRONICA DO PEDIDO LIBERADO PELA
      *    FILA, NOS MOLDES DO PROGCOB18: DESTINATARIO NO ENDERECO
      *    DE ENTREGA DO PEDIDO (ENDENTR) OU NO DE CADASTRO
      *    (CUSTMAS), ALIQUOTA DE ICMS DA UF (ICMSUF), TOTAIS DO
      *    PEDIDO E UMA LINHA POR ITEM ATENDIDO DO PEDIDET
      *================================================================*
       0275-GERAR-NFE                  SECTION.
      *================================================================*
           MOVE PEDIDO-NUMERO          TO NFECTL-PEDIDO.
           READ NFECTL-FILE.
           IF  WRK-NFECTL-OK
               GO TO 0275-99-FIM
           END-IF.

           PERFORM 0276-OBTER-NUMERO-NFE.

           MOVE PEDIDO-UF              TO ICMSUF-UF.
           READ ICMSUF-FILE.
           IF  WRK-ICMSUF-OK
               MOVE ICMSUF-ALIQUOTA     TO WRK-NFE-ALIQUOTA
           ELSE
               MOVE WRK-ALIQUOTA-IMPOSTO TO WRK-NFE-ALIQUOTA
           END-IF.

           MOVE SPACES                 TO NFEEXP-REC.
           SET NFEEXP-NOTA             TO TRUE.
           MOVE WRK-NFE-SERIE          TO NFEEXP-SERIE.
           MOVE WRK-NFE-NUMERO         TO NFEEXP-NUMERO.
           MOVE PEDIDO-NUMERO          TO NFEEXP-PEDIDO.
           MOVE WRK-DATA-SYS           TO NFEEXP-DATA.
           MOVE PEDIDO-CPF             TO NFEEXP-CPF.
           MOVE PEDIDO-UF              TO NFEEXP-UF.
           MOVE PEDIDO-CPF             TO CUSTMAS-CPF.
           READ CUSTMAS-FILE.
           IF  WRK-CUSTMAS-OK
               MOVE CUSTMAS-NOME        TO NFEEXP-NOME
               MOVE CUSTMAS-ENDERECO    TO NFEEXP-ENDERECO
               MOVE CUSTMAS-CIDADE      TO NFEEXP-CIDADE
           END-IF.
           IF  PEDIDO-END-ENTREGA      GREATER ZEROS
               MOVE PEDIDO-CPF          TO ENDENTR-CPF
               MOVE PEDIDO-END-ENTREGA  TO ENDENTR-SEQ
               READ ENDENTR-FILE
               IF  WRK-ENDENTR-OK AND ENDENTR-ATIVO
                   MOVE ENDENTR-ENDERECO TO NFEEXP-ENDERECO
                   MOVE ENDENTR-CIDADE   TO NFEEXP-CIDADE
                   MOVE ENDENTR-UF       TO NFEEXP-UF
               END-IF
           END-IF.
           MOVE PEDIDO-QTD-ITENS       TO NFEEXP-QTD-ITENS.
           MOVE PEDIDO-SUBTOTAL        TO NFEEXP-VALOR-PRODUTOS
                                          NFEEXP-BASE-ICMS.
           MOVE PEDIDO-FRETE           TO NFEEXP-VALOR-FRETE.
           MOVE WRK-NFE-ALIQUOTA       TO NFEEXP-ALIQUOTA.
           MOVE PEDIDO-IMPOSTO         TO NFEEXP-VALOR-ICMS.
           MOVE PEDIDO-TOTAL           TO NFEEXP-VALOR-TOTAL.
           MOVE PEDIDO-CONDPAG         TO NFEEXP-CONDPAG.
           WRITE NFEEXP-REC.

           PERFORM 0280-POSICIONAR-DETALHE.
           PERFORM 0278-EXPORTAR-1-ITEM-NFE
               UNTIL WRK-PEDIDET-FIM
               OR PEDIDET-PEDIDO       NOT EQUAL PEDIDO-NUMERO.

           MOVE SPACES                 TO NFECTL-REC.
           MOVE PEDIDO-NUMERO          TO NFECTL-PEDIDO.
           MOVE WRK-NFE-SERIE          TO NFECTL-SERIE.
           MOVE WRK-NFE-NUMERO         TO NFECTL-NUMERO.
           MOVE WRK-DATA-SYS           TO NFECTL-DATA-EMISSAO.
           MOVE PEDIDO-CPF             TO NFECTL-CPF.
           MOVE PEDIDO-TOTAL           TO NFECTL-VALOR-TOTAL.
           MOVE WRK-NFE-ALIQUOTA       TO NFECTL-ALIQUOTA.
           SET NFECTL-ENVIADA          TO TRUE.
           MOVE ZEROS                  TO NFECTL-DATA-RETORNO
                                          NFECTL-QTD-DEVOLUCOES
                                          NFECTL-DEV-NUMERO.
           WRITE NFECTL-REC.

           MOVE SPACES                 TO NOTAPED-REC.
           STRING '  NF-E SERIE '      DELIMITED BY SIZE
                  WRK-NFE-SERIE        DELIMITED BY SIZE
                  ' NUMERO '           DELIMITED BY SIZE
                  WRK-NFE-NUMERO       DELIMITED BY SIZE
                  ' EXPORTADA PARA AUTORIZACAO'
                                       DELIMITED BY SIZE
                  INTO NOTAPED-REC
           END-STRING.
           WRITE NOTAPED-REC.
      *================================================================*
       0275-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    OBTEM O PROXIMO NUMERO DE NOTA DO CONTADOR NFESEQ DA
      *    FILIAL DO PEDIDO, COMPARTILHADO COM O PROGCOB18 E O
      *    PROGCOB29; SEM CONTADOR, A SERIE VEM DO CADASTRO FILIAL
      *================================================================*
       0276-OBTER-NUMERO-NFE           SECTION.
      *================================================================*
           MOVE 'NFESEQ'               TO WRK-ARQ-NFESEQ.
           IF  WRK-FILIAL-PEDIDO       NOT EQUAL '01'
               MOVE SPACES              TO WRK-ARQ-NFESEQ
               STRING 'NFESEQ'          DELIMITED BY SIZE
                      WRK-FILIAL-PEDIDO DELIMITED BY SIZE
                      INTO WRK-ARQ-NFESEQ
               END-STRING
           END-IF.
           MOVE 1                      TO WRK-NFE-SERIE.
           OPEN INPUT FILIAL-FILE.
           IF  WRK-FILIAL-OK
               MOVE WRK-FILIAL-PEDIDO   TO FILIAL-CODIGO
               READ FILIAL-FILE
               IF  WRK-FILIAL-OK
               AND FILIAL-SERIE-NFE     GREATER ZEROS
                   MOVE FILIAL-SERIE-NFE TO WRK-NFE-SERIE
               END-IF
               CLOSE FILIAL-FILE
           END-IF.
           MOVE ZEROS                  TO WRK-NFE-NUMERO.
           OPEN INPUT NFESEQ-FILE.
           IF  WRK-NFESEQ-OK
               READ NFESEQ-FILE
                   NOT AT END
                       MOVE NFESEQ-SERIE  TO WRK-NFE-SERIE
                       MOVE NFESEQ-NUMERO TO WRK-NFE-NUMERO
               END-READ
               CLOSE NFESEQ-FILE
           END-IF.
           ADD 1                       TO WRK-NFE-NUMERO.
           MOVE WRK-NFE-SERIE          TO NFESEQ-SERIE.
           MOVE WRK-NFE-NUMERO         TO NFESEQ-NUMERO.
           OPEN OUTPUT NFESEQ-FILE.
           WRITE NFESEQ-REC.
           CLOSE NFESEQ-FILE.
      *================================================================*
       0276-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    EXPORTA UM ITEM ATENDIDO DO DETALHE NA NOTA
      *================================================================*
       0278-EXPORTAR-1-ITEM-NFE        SECTION.
      *================================================================*
           IF  PEDIDET-ITEM-ATENDIDO
               MOVE SPACES             TO NFEEXP-REC
               SET NFEEXP-ITEM         TO TRUE
               MOVE WRK-NFE-SERIE      TO NFEEXP-SERIE
               MOVE WRK-NFE-NUMERO     TO NFEEXP-NUMERO
               MOVE PEDIDO-NUMERO      TO NFEEXP-PEDIDO
               MOVE WRK-DATA-SYS       TO NFEEXP-DATA
               MOVE PEDIDET-LINHA      TO NFEEXP-ITEM-LINHA
               MOVE PEDIDET-PRODUTO    TO NFEEXP-ITEM-PRODUTO
               MOVE PEDIDET-DESCRICAO  TO NFEEXP-ITEM-DESCRICAO
               MOVE PEDIDET-QTD        TO NFEEXP-ITEM-QTD
               MOVE PEDIDET-PRECO      TO NFEEXP-ITEM-PRECO
               MOVE PEDIDET-TOTAL-ITEM TO NFEEXP-ITEM-TOTAL
               MOVE WRK-NFE-ALIQUOTA   TO NFEEXP-ITEM-ALIQUOTA
               COMPUTE NFEEXP-ITEM-ICMS ROUNDED =
                       PEDIDET-TOTAL-ITEM * WRK-NFE-ALIQUOTA
               WRITE NFEEXP-REC
           END-IF.
           PERFORM 0282-LER-ITEM-DETALHE.
      *================================================================*
       0278-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    REGISTRA A VENDA LIBERADA NO MOVIMENTO DE PIS E COFINS
      *    COM OS VALORES CALCULADOS NA ENTRADA DO PEDIDO
      *================================================================*
       0279-GRAVAR-PISMOV              SECTION.
      *================================================================*
           MOVE WRK-DATA-SYS           TO PISMOV-DATA.
           SET PISMOV-VENDA            TO TRUE.
           MOVE PEDIDO-NUMERO          TO PISMOV-PEDIDO.
           MOVE PEDIDO-SUBTOTAL        TO PISMOV-BASE.
           MOVE PEDIDO-PIS             TO PISMOV-PIS.
           MOVE PEDIDO-COFINS          TO PISMOV-COFINS.
           MOVE 'PROGCOB63'            TO PISMOV-PROGRAMA.
           WRITE PISMOV-REC.
      *================================================================*
       0279-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA OS LANCAMENTOS CONTABEIS DO PEDIDO LIBERADO, NA
      *    DATA E NO PADRAO DE CONTAS DO EXTRATO DE VENDAS

           MOVE PEDIDO-DATA            TO GLPOST-DATA.
           MOVE 'PROGCOB63'            TO GLPOST-PROGRAMA.
           MOVE WRK-FILIAL-PEDIDO      TO GLPOST-FILIAL.
           MOVE ZEROS                  TO GLPOST-LOTE.
           MOVE WRK-OPERADOR           TO GLPOST-OPERADOR.
           MOVE WRK-CENTRO-CUSTO       TO GLPOST-CENTRO-CUSTO.
       0292-CUSTEAR-1-ITEM             SECTION.
      *================================================================*
           IF  PEDIDET-ITEM-ATENDIDO
               PERFORM 0293-OBTER-CUSTO-UNITARIO
               COMPUTE WRK-CUSTO-ITEM ROUNDED =
                       PEDIDET-QTD * WRK-CUSTO-UNITARIO
               ADD WRK-CUSTO-ITEM       TO WRK-TOT-CMV
           END-IF.
           PERFORM 0282-LER-ITEM-DETALHE.
      *================================================================*
       0292-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CUSTO UNITARIO DO ITEM: SOMA DOS CUSTOS MEDIOS DOS
      *    COMPONENTES QUANDO O PRODUTO E UM KIT, SENAO O CUSTO MEDIO
      *    DO PROPRIO PRODUTO (CUSTOPROD)
      *================================================================*
       0293-OBTER-CUSTO-UNITARIO       SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-CUSTO-UNITARIO.
           MOVE 'N'                    TO WRK-ITEM-KIT.
           IF  WRK-KITMAS-ABERTO
               MOVE 'N'                 TO WRK-FIM-KIT
               MOVE PEDIDET-PRODUTO     TO KITMAS-KIT
               MOVE LOW-VALUES          TO KITMAS-COMPONENTE
               START KITMAS-FILE KEY NOT LESS KITMAS-CHAVE
                   INVALID KEY
                       SET WRK-KIT-ENCERRADO TO TRUE
               END-START
               PERFORM 0294-SOMAR-1-COMPONENTE
                   UNTIL WRK-KIT-ENCERRADO
           END-IF.
           IF  NOT WRK-ITEM-E-KIT
               MOVE PEDIDET-PRODUTO     TO CUSTOPROD-PRODUTO
               READ CUSTOPROD-FILE
               IF  WRK-CUSTOPROD-OK
                   MOVE CUSTOPROD-CUSTO-MEDIO TO WRK-CUSTO-UNITARIO
               END-IF
           END-IF.
      *================================================================*
       0293-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA NO CUSTO DO KIT O CUSTO MEDIO DE UM COMPONENTE VEZES
      *    A QUANTIDADE DELE POR KIT
      *================================================================*
       0294-SOMAR-1-COMPONENTE         SECTION.
      *================================================================*
           READ KITMAS-FILE NEXT RECORD
               AT END
                   SET WRK-KIT-ENCERRADO TO TRUE
                   GO TO 0294-99-FIM
           END-READ.
           IF  KITMAS-KIT              NOT EQUAL PEDIDET-PRODUTO
               SET WRK-KIT-ENCERRADO    TO TRUE
               GO TO 0294-99-FIM
           END-IF.
           SET WRK-ITEM-E-KIT          TO TRUE.
           MOVE KITMAS-COMPONENTE      TO CUSTOPROD-PRODUTO.
           READ CUSTOPROD-FILE.
           IF  WRK-CUSTOPROD-OK
               COMPUTE WRK-CUSTO-UNITARIO = WRK-CUSTO-UNITARIO +
                       (KITMAS-QTD * CUSTOPROD-CUSTO-MEDIO)
           END-IF.
      *================================================================*
       0294-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
       0255-DEVOLVER-1-ITEM            SECTION.
      *================================================================*
           IF  PEDIDET-ITEM-ATENDIDO
               MOVE 'N'                 TO WRK-ITEM-KIT
               IF  WRK-KITMAS-ABERTO
                   MOVE 'N'             TO WRK-FIM-KIT
                   MOVE PEDIDET-PRODUTO TO KITMAS-KIT
                   MOVE LOW-VALUES      TO KITMAS-COMPONENTE
                   START KITMAS-FILE KEY NOT LESS KITMAS-CHAVE
                       INVALID KEY
                           SET WRK-KIT-ENCERRADO TO TRUE
                   END-START
                   PERFORM 0257-DEVOLVER-1-COMPONENTE
                       UNTIL WRK-KIT-ENCERRADO
               END-IF
               IF  NOT WRK-ITEM-E-KIT
                   MOVE PEDIDET-PRODUTO TO WRK-SAI-PRODUTO
                   MOVE PEDIDET-QTD     TO WRK-SAI-QTD
                   PERFORM 0256-DEVOLVER-SAIDA
               END-IF
           END-IF.
           PERFORM 0282-LER-ITEM-DETALHE.
      *================================================================*
       0255-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    DEVOLVE AO SALDO DO PRODUTO DE SAIDA A QUANTIDADE DE SAIDA
      *================================================================*
       0256-DEVOLVER-SAIDA             SECTION.
      *================================================================*
           MOVE WRK-SAI-PRODUTO        TO ESTOQUE-CODIGO.
           READ ESTOQUE-FILE.
           IF  WRK-ESTOQUE-OK
               ADD WRK-SAI-QTD          TO ESTOQUE-SALDO
               MOVE WRK-DATA-SYS        TO ESTOQUE-DATA-ULT-MOVTO
               REWRITE ESTOQUE-REC
           ELSE
               MOVE WRK-SAI-PRODUTO     TO ESTOQUE-CODIGO
               MOVE WRK-SAI-QTD         TO ESTOQUE-SALDO
               MOVE WRK-DATA-SYS        TO ESTOQUE-DATA-ULT-MOVTO
               WRITE ESTOQUE-REC
           END-IF.
           PERFORM 0258-GRAVAR-MOVIMENTO.
      *================================================================*
       0256-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ITEM DE KIT: DEVOLVE AO ESTOQUE UM COMPONENTE, NA
      *    QUANTIDADE DO ITEM VEZES A QUANTIDADE POR KIT
      *================================================================*
       0257-DEVOLVER-1-COMPONENTE      SECTION.
      *================================================================*
           READ KITMAS-FILE NEXT RECORD
               AT END
                   SET WRK-KIT-ENCERRADO TO TRUE
                   GO TO 0257-99-FIM
           END-READ.
           IF  KITMAS-KIT              NOT EQUAL PEDIDET-PRODUTO
               SET WRK-KIT-ENCERRADO    TO TRUE
               GO TO 0257-99-FIM
           END-IF.
           SET WRK-ITEM-E-KIT          TO TRUE.
           MOVE KITMAS-COMPONENTE      TO WRK-SAI-PRODUTO.
           COMPUTE WRK-SAI-QTD = PEDIDET-QTD * KITMAS-QTD.
           PERFORM 0256-DEVOLVER-SAIDA.
      *================================================================*
       0257-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    REGISTRA O MOVIMENTO DE ENTRADA DA DEVOLUCAO DE ESTOQUE
      *================================================================*
           MOVE WRK-HORA-SYS           TO MOVEST-HORA.
           MOVE 'PROGCOB63'            TO MOVEST-PROGRAMA.
           SET MOVEST-ENTRADA          TO TRUE.
           MOVE WRK-SAI-PRODUTO        TO MOVEST-PRODUTO.
           MOVE WRK-SAI-QTD            TO MOVEST-QTD.
           MOVE ESTOQUE-SALDO          TO MOVEST-SALDO-APOS.
           MOVE '01'                   TO MOVEST-LOCAL.
           MOVE SPACES                 TO MOVEST-LOTE.
           MOVE ZEROS                  TO MOVEST-VALIDADE.
           WRITE MOVEST-REC.
           CLOSE MOVEST-FILE.
      *================================================================*
       0730-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONFRONTA O USUARIO DA ENTRADA COM O DA APROVACAO NO PAR DE
      *    FUNCOES DA TABELA SODREGRA: MESMO USUARIO EM PAR ATIVO E
      *    CONFLITO; SEM A TABELA, O PAR E TRATADO COMO INCOMPATIVEL
      *================================================================*
       0950-CHECAR-SEGREGACAO          SECTION.
      *================================================================*
           MOVE 'N'                    TO WRK-SOD-SITUACAO.
           IF  WRK-SOD-USUARIO-ENTRADA EQUAL SPACES
           OR  WRK-SOD-USUARIO-ENTRADA NOT EQUAL
               WRK-SOD-USUARIO-APROVA
               GO TO 0950-99-FIM
           END-IF.
           OPEN INPUT SODREGRA-FILE.
           IF  WRK-SODREGRA-INEXISTENTE
               MOVE 'S'                 TO WRK-SOD-SITUACAO
               GO TO 0950-99-FIM
           END-IF.
           MOVE WRK-SOD-FUNCAO-ENTRADA TO SODREGRA-FUNCAO-ENTRADA.
           MOVE WRK-SOD-FUNCAO-APROVA  TO SODREGRA-FUNCAO-APROVA.
           READ SODREGRA-FILE.
           IF  WRK-SODREGRA-OK AND SODREGRA-ATIVA
               MOVE 'S'                 TO WRK-SOD-SITUACAO
           END-IF.
           CLOSE SODREGRA-FILE.
      *================================================================*
       0950-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA O CONFLITO DE SEGREGACAO NA TRILHA SODLOG
      *================================================================*
       0955-GRAVAR-CONFLITO-SOD        SECTION.
      *================================================================*
           ACCEPT WRK-HORA-SYS         FROM TIME.
           OPEN EXTEND SODLOG-FILE.
           IF  WRK-SODLOG-STATUS       EQUAL '35'
               OPEN OUTPUT SODLOG-FILE
               CLOSE SODLOG-FILE
               OPEN EXTEND SODLOG-FILE
           END-IF.
           MOVE WRK-DATA-SYS           TO SODLOG-DATA.
           MOVE WRK-HORA-SYS           TO SODLOG-HORA.
           MOVE 'PROGCOB63'            TO SODLOG-PROGRAMA.
           MOVE WRK-SOD-USUARIO-APROVA TO SODLOG-USUARIO.
           MOVE WRK-SOD-FUNCAO-ENTRADA TO SODLOG-FUNCAO-ENTRADA.
           MOVE WRK-SOD-FUNCAO-APROVA  TO SODLOG-FUNCAO-APROVA.
           MOVE WRK-SOD-DOCUMENTO      TO SODLOG-DOCUMENTO.
           WRITE SODLOG-REC.
           CLOSE SODLOG-FILE.
      *================================================================*
       0955-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ENCERRA A FILA COM O RESUMO DA SESSAO
      *================================================================*
           CLOSE CONDPAG-FILE.
           CLOSE ESTOQUE-FILE.
           CLOSE CUSTOPROD-FILE.
           CLOSE KITMAS-FILE.
           CLOSE GLPOST-FILE.
           CLOSE NOTALIB-FILE.
           CLOSE ROMANEIO-FILE.
           CLOSE EMBALAGEM-FILE.
           CLOSE CUSTMAS-FILE.
           CLOSE ENDENTR-FILE.
           CLOSE ICMSUF-FILE.
           CLOSE NFECTL-FILE.
           CLOSE NFEEXP-FILE.
           CLOSE PISMOV-FILE.
           DISPLAY '------------------------------------------------'.
           DISPLAY 'RETIDOS=' WRK-QTD-RETIDOS
                   ' LIBERADOS=' WRK-QTD-LIBERADOS
                   ' CANCELADOS=' WRK-QTD-CANCELADOS
                   ' PULADOS=' WRK-QTD-PULADOS.
           IF  WRK-QTD-CONFLITOS       GREATER ZEROS
               DISPLAY 'LIBERACOES BLOQUEADAS POR SEGREGACAO DE '
                       'FUNCOES (SODLOG)=' WRK-QTD-CONFLITOS
           END-IF.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
