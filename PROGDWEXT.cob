       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGDWEXT.
      ******************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = GABRIEL(BRQ) GABRIEL
      * OBJETIVO: EXTRATO DIARIO INCREMENTAL PARA O DATA WAREHOUSE,
      * PASSO DO ENCADEADOR PROGCOB47. GRAVA EM ARQUIVOS DELIMITADOS
      * POR ';' (VIRGULA DECIMAL, LINHA DE CABECALHO) OS FATOS DA
      * DATA DO EXTRATO E AS DIMENSOES, PARA O BI RESPONDER AS
      * PERGUNTAS DE MARGEM POR UF, VENDAS POR VENDEDOR E PRODUTO
      * ETC. SEM UM RELATORIO NOVO PARA CADA UMA:
      *   DWFPED - ITENS DOS PEDIDOS DO DIA (PEDIDET + PEDIDO), COM
      *            O VENDEDOR DO TERRITORIO DA UF (VENDMAS), A CHAVE
      *            DO CLIENTE E O CUSTO MEDIO (CUSTOPROD; KIT PELA SOMA
      *            DOS COMPONENTES DO KITMAS, COMO NO PROGCOB30)
      *   DWFREC - RECEBIMENTOS DO DIA (RECHIST)
      *   DWFMOV - MOVIMENTOS DE ESTOQUE DO DIA (MOVEST)
      *   DWFFOL - TOTAIS DA FOLHA POR CENTRO DE CUSTO E CONTA (OS
      *            LANCAMENTOS DO PROGCOB04 NO GLPOST NA DATA)
      *   DWDPRO, DWDCLI, DWDVEN, DWDTRA - FOTOGRAFIA DAS DIMENSOES
      *            PRODUTO, CLIENTE (SEM DADOS PESSOAIS, CPF
      *            MASCARADO), VENDEDOR E TRANSPORTADORA
      *   DWDCAL - LINHA DO CALENDARIO DA DATA DO EXTRATO
      *   DWCTL  - CONTROLE DA CARGA: QUANTIDADE DE LINHAS E TOTAL DE
      *            CONTROLE DE CADA ARQUIVO, PARA O BI CARREGAR SO O
      *            DIA E PROVAR QUE A CARGA ESTA COMPLETA
      * A DATA DO EXTRATO E A DATA DE PROCESSAMENTO (DATAPROC);
      * INFORMANDO OUTRA DATA O DIA E EXTRAIDO DE NOVO. SO LE OS
      * CADASTROS E MOVIMENTOS. O CPF SAI SEMPRE MASCARADO (PASSO
      * NOTURNO, SEM USUARIO SOLICITANTE) E SO NA DIMENSAO CLIENTE,
      * COMO DESCRICAO; OS FATOS SE LIGAM A ELA PELA CHAVE
      * SUBSTITUTA DO CLIENTE, UM NUMERO SEM SIGNIFICADO GUARDADO NO
      * DWCLICH (O UNICO ARQUIVO QUE O EXTRATO ATUALIZA) E QUE NAO
      * MUDA DE UM DIA PARA O OUTRO
      * DATA = XX/XX/XXXX
      * ALTERACOES:
      * XX/XX/XXXX - FATOS LIGADOS A DIMENSAO CLIENTE POR CHAVE
      *              SUBSTITUTA (DWCLICH/DWCLISEQ); CPF MASCARADO SO
      *              COMO DESCRICAO NA DIMENSAO
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT PEDIDO-FILE           ASSIGN TO "PEDIDO"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PEDIDO-NUMERO
               FILE STATUS            IS WRK-PEDIDO-STATUS.
           SELECT PEDIDET-FILE          ASSIGN TO "PEDIDET"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PEDIDET-CHAVE
               FILE STATUS            IS WRK-PEDIDET-STATUS.
           SELECT CUSTOPROD-FILE        ASSIGN TO "CUSTOPROD"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS CUSTOPROD-PRODUTO
               FILE STATUS            IS WRK-CUSTOPROD-STATUS.
           SELECT KITMAS-FILE           ASSIGN TO "KITMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS KITMAS-CHAVE
               FILE STATUS            IS WRK-KITMAS-STATUS.
           SELECT PRODMAS-FILE          ASSIGN TO "PRODMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PRODMAS-CODIGO
               FILE STATUS            IS WRK-PRODMAS-STATUS.
           SELECT CUSTMAS-FILE          ASSIGN TO "CUSTMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS CUSTMAS-CPF
               FILE STATUS            IS WRK-CUSTMAS-STATUS.
           SELECT VENDMAS-FILE          ASSIGN TO "VENDMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS VENDMAS-CODIGO
               FILE STATUS            IS WRK-VENDMAS-STATUS.
           SELECT TRANSMAS-FILE         ASSIGN TO "TRANSMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS TRANSMAS-CNPJ
               FILE STATUS            IS WRK-TRANSMAS-STATUS.
           SELECT FERIADOS-FILE         ASSIGN TO "FERIADOS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS FERIADOS-DATA
               FILE STATUS            IS WRK-FERIADOS-STATUS.
           SELECT RECHIST-FILE          ASSIGN TO "RECHIST"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-RECHIST-STATUS.
           SELECT MOVEST-FILE           ASSIGN TO "MOVEST"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-MOVEST-STATUS.
           SELECT GLPOST-FILE           ASSIGN TO "GLPOST"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-GLPOST-STATUS.
           SELECT DATAPROC-FILE         ASSIGN TO "DATAPROC"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DATAPROC-STATUS.
           SELECT DWCLICH-FILE          ASSIGN TO "DWCLICH"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS DWCLICH-CPF
               FILE STATUS            IS WRK-DWCLICH-STATUS.
           SELECT DWCLISEQ-FILE         ASSIGN TO "DWCLISEQ"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DWCLISEQ-STATUS.
           SELECT DWFPED-FILE           ASSIGN TO "DWFPED"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DWSAIDA-STATUS.
           SELECT DWFREC-FILE           ASSIGN TO "DWFREC"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DWSAIDA-STATUS.
           SELECT DWFMOV-FILE           ASSIGN TO "DWFMOV"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DWSAIDA-STATUS.
           SELECT DWFFOL-FILE           ASSIGN TO "DWFFOL"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DWSAIDA-STATUS.
           SELECT DWDPRO-FILE           ASSIGN TO "DWDPRO"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DWSAIDA-STATUS.
           SELECT DWDCLI-FILE           ASSIGN TO "DWDCLI"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DWSAIDA-STATUS.
           SELECT DWDVEN-FILE           ASSIGN TO "DWDVEN"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DWSAIDA-STATUS.
           SELECT DWDTRA-FILE           ASSIGN TO "DWDTRA"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DWSAIDA-STATUS.
           SELECT DWDCAL-FILE           ASSIGN TO "DWDCAL"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DWSAIDA-STATUS.
           SELECT DWCTL-FILE            ASSIGN TO "DWCTL"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-DWSAIDA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDO-FILE.
           COPY 'PEDIDO.COB'.
       FD  PEDIDET-FILE.
           COPY 'PEDIDET.COB'.
       FD  CUSTOPROD-FILE.
           COPY 'CUSTOPROD.COB'.
       FD  KITMAS-FILE.
           COPY 'KITMAS.COB'.
       FD  PRODMAS-FILE.
           COPY 'PRODMAS.COB'.
       FD  CUSTMAS-FILE.
           COPY 'CUSTMAS.COB'.
       FD  VENDMAS-FILE.
           COPY 'VENDMAS.COB'.
       FD  TRANSMAS-FILE.
           COPY 'TRANSMAS.COB'.
       FD  FERIADOS-FILE.
           COPY 'FERIADOS.COB'.
       FD  RECHIST-FILE.
           COPY 'RECHIST.COB'.
       FD  MOVEST-FILE.
           COPY 'MOVEST.COB'.
       FD  GLPOST-FILE.
           COPY 'GLPOST.COB'.
       FD  DATAPROC-FILE.
           COPY 'DATAPROC.COB'.
       FD  DWCLICH-FILE.
           COPY 'DWCLICH.COB'.
       FD  DWCLISEQ-FILE.
           COPY 'DWCLISEQ.COB'.
       FD  DWFPED-FILE.
           COPY 'DWFPED.COB'.
       FD  DWFREC-FILE.
           COPY 'DWFREC.COB'.
       FD  DWFMOV-FILE.
           COPY 'DWFMOV.COB'.
       FD  DWFFOL-FILE.
           COPY 'DWFFOL.COB'.
       FD  DWDPRO-FILE.
           COPY 'DWDPRO.COB'.
       FD  DWDCLI-FILE.
           COPY 'DWDCLI.COB'.
       FD  DWDVEN-FILE.
           COPY 'DWDVEN.COB'.
       FD  DWDTRA-FILE.
           COPY 'DWDTRA.COB'.
       FD  DWDCAL-FILE.
           COPY 'DWDCAL.COB'.
       FD  DWCTL-FILE.
           COPY 'DWCTL.COB'.
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
          'AREA PARA VARIAVIES AUXILIARES'.
      *================================================================*
      *
      *    O EXTRATO E GERADO NO PROCESSAMENTO NOTURNO, SEM USUARIO
      *    SOLICITANTE: O CPF SAI SEMPRE MASCARADO
      *
           COPY 'MASCARA.COB'.
      *
      *    TABELAS DE CALENDARIO COMPARTILHADAS (NOMES DE MES E DE DIA
      *    DA SEMANA E FERIADOS FIXOS DE CONTINGENCIA)
      *
           COPY 'CALEND.COB'.
      *
       77  WRK-PEDIDO-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-PEDIDO-OK                           VALUE '00'.
           88  WRK-PEDIDO-FIM                          VALUE '10'.
           88  WRK-PEDIDO-INEXISTENTE                  VALUE '35'.
       77  WRK-PEDIDET-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-PEDIDET-OK                          VALUE '00'.
           88  WRK-PEDIDET-FIM                         VALUE '10'.
           88  WRK-PEDIDET-INEXISTENTE                 VALUE '35'.
       77  WRK-CUSTOPROD-STATUS        PIC X(002)      VALUE SPACES.
           88  WRK-CUSTOPROD-OK                        VALUE '00'.
       77  WRK-KITMAS-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-KITMAS-OK                           VALUE '00'.
       77  WRK-PRODMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-PRODMAS-OK                          VALUE '00'.
           88  WRK-PRODMAS-FIM                         VALUE '10'.
           88  WRK-PRODMAS-INEXISTENTE                 VALUE '35'.
       77  WRK-CUSTMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-CUSTMAS-OK                          VALUE '00'.
           88  WRK-CUSTMAS-FIM                         VALUE '10'.
           88  WRK-CUSTMAS-INEXISTENTE                 VALUE '35'.
       77  WRK-VENDMAS-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-VENDMAS-OK                          VALUE '00'.
           88  WRK-VENDMAS-FIM                         VALUE '10'.
           88  WRK-VENDMAS-INEXISTENTE                 VALUE '35'.
       77  WRK-TRANSMAS-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-TRANSMAS-OK                         VALUE '00'.
           88  WRK-TRANSMAS-FIM                        VALUE '10'.
           88  WRK-TRANSMAS-INEXISTENTE                VALUE '35'.
       77  WRK-FERIADOS-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-FERIADOS-OK                         VALUE '00'.
           88  WRK-FERIADOS-INEXISTENTE                VALUE '35'.
       77  WRK-RECHIST-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-RECHIST-OK                          VALUE '00'.
           88  WRK-RECHIST-FIM                         VALUE '10'.
           88  WRK-RECHIST-INEXISTENTE                 VALUE '35'.
       77  WRK-MOVEST-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-MOVEST-OK                           VALUE '00'.
           88  WRK-MOVEST-FIM                          VALUE '10'.
           88  WRK-MOVEST-INEXISTENTE                  VALUE '35'.
       77  WRK-GLPOST-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-GLPOST-OK                           VALUE '00'.
           88  WRK-GLPOST-FIM                          VALUE '10'.
           88  WRK-GLPOST-INEXISTENTE                  VALUE '35'.
       77  WRK-DATAPROC-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-DATAPROC-OK                         VALUE '00'.
       77  WRK-DWSAIDA-STATUS          PIC X(002)      VALUE SPACES.
       77  WRK-DWCLICH-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-DWCLICH-OK                          VALUE '00'.
           88  WRK-DWCLICH-INEXISTENTE                 VALUE '35'.
       77  WRK-DWCLISEQ-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-DWCLISEQ-OK                         VALUE '00'.
      *
      *    DATA DO EXTRATO
      *
       77  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       01  WRK-DATA-EXTRATO            PIC 9(008)      VALUE ZEROS.
       01  WRK-DATA-EXTRATO-DEC REDEFINES WRK-DATA-EXTRATO.
           05  WRK-EXT-ANO             PIC 9(004).
           05  WRK-EXT-MES             PIC 9(002).
           05  WRK-EXT-DIA             PIC 9(002).
       77  WRK-EXT-MMDD                PIC 9(004)      VALUE ZEROS.
      *
      *    CONTROLE DA CARGA: NOME, QUANTIDADE DE LINHAS E TOTAL DE
      *    CONTROLE DE CADA ARQUIVO, NA ORDEM DAS CONSTANTES ABAIXO
      *
       01  WRK-CTL-NOMES-INIT.
           02  FILLER                  PIC X(006)  VALUE 'DWFPED'.
           02  FILLER                  PIC X(006)  VALUE 'DWFREC'.
           02  FILLER                  PIC X(006)  VALUE 'DWFMOV'.
           02  FILLER                  PIC X(006)  VALUE 'DWFFOL'.
           02  FILLER                  PIC X(006)  VALUE 'DWDPRO'.
           02  FILLER                  PIC X(006)  VALUE 'DWDCLI'.
           02  FILLER                  PIC X(006)  VALUE 'DWDVEN'.
           02  FILLER                  PIC X(006)  VALUE 'DWDTRA'.
           02  FILLER                  PIC X(006)  VALUE 'DWDCAL'.
       01  WRK-CTL-NOMES REDEFINES WRK-CTL-NOMES-INIT.
           02  WRK-CTL-NOME            PIC X(006)  OCCURS 9 TIMES.
       01  WRK-CTL-TAB.
           02  WRK-CTL-ENTRY           OCCURS 9 TIMES.
               03  WRK-CTL-QTD         PIC 9(007).
               03  WRK-CTL-TOTAL       PIC 9(013)V99.
       77  WRK-CTL-MAX                 PIC 9(002)      VALUE 9.
       77  WRK-CTL-IDX                 PIC 9(002)      VALUE ZEROS.
       77  WRK-ARQ-PED                 PIC 9(002)      VALUE 1.
       77  WRK-ARQ-REC                 PIC 9(002)      VALUE 2.
       77  WRK-ARQ-MOV                 PIC 9(002)      VALUE 3.
       77  WRK-ARQ-FOL                 PIC 9(002)      VALUE 4.
       77  WRK-ARQ-PRO                 PIC 9(002)      VALUE 5.
       77  WRK-ARQ-CLI                 PIC 9(002)      VALUE 6.
       77  WRK-ARQ-VEN                 PIC 9(002)      VALUE 7.
       77  WRK-ARQ-TRA                 PIC 9(002)      VALUE 8.
       77  WRK-ARQ-CAL                 PIC 9(002)      VALUE 9.
      *
      *    VENDEDORES ATIVOS E AS UFS DO TERRITORIO, PARA ATRIBUIR O
      *    ITEM DE PEDIDO AO VENDEDOR PELA UF DE ENTREGA (O PEDIDO NAO
      *    GUARDA O VENDEDOR); O PRIMEIRO VENDEDOR, NA ORDEM DO CODIGO,
      *    CUJO TERRITORIO TEM A UF FICA COM A VENDA
      *
       01  WRK-VND-TAB.
           02  WRK-VND-ENTRY           OCCURS 100 TIMES.
               03  WRK-VND-CODIGO      PIC X(010).
               03  WRK-VND-UF          PIC X(002)  OCCURS 5 TIMES.
       77  WRK-VND-COUNT               PIC 9(003)      VALUE ZEROS.
       77  WRK-VND-MAX                 PIC 9(003)      VALUE 100.
       77  WRK-VND-IDX                 PIC 9(003)      VALUE ZEROS.
       77  WRK-VND-ACHADO              PIC 9(003)      VALUE ZEROS.
       77  WRK-UF-IDX                  PIC 9(001)      VALUE ZEROS.
       77  WRK-VENDEDOR                PIC X(010)      VALUE SPACES.
       77  WRK-TERRITORIO              PIC X(014)      VALUE SPACES.
      *
      *    CUSTO UNITARIO DO ITEM: CUSTO MEDIO (CUSTOPROD) OU, SE O
      *    PRODUTO E UM KIT (KITMAS), A SOMA DOS CUSTOS MEDIOS DOS
      *    COMPONENTES
      *
       77  WRK-KITMAS-DISPONIVEL       PIC X(001)      VALUE 'N'.
           88  WRK-KITMAS-ABERTO                       VALUE 'S'.
       77  WRK-FIM-KIT                 PIC X(001)      VALUE 'N'.
           88  WRK-KIT-ENCERRADO                       VALUE 'S'.
       77  WRK-ITEM-KIT                PIC X(001)      VALUE 'N'.
           88  WRK-ITEM-E-KIT                          VALUE 'S'.
       77  WRK-CUSTOPROD-DISPONIVEL    PIC X(001)      VALUE 'N'.
           88  WRK-CUSTOPROD-ABERTO                    VALUE 'S'.
       77  WRK-CUSTO-UNITARIO          PIC 9(007)V9999 VALUE ZEROS.
       77  WRK-CUSTO-ITEM              PIC 9(009)V99   VALUE ZEROS.
      *
      *    CAMPOS EDITADOS DAS LINHAS DELIMITADAS (SEM BRANCOS, COM
      *    VIRGULA DECIMAL)
      *
       77  WRK-ED-VALOR                PIC 9(009),99   VALUE ZEROS.
       77  WRK-ED-VALOR-2              PIC 9(009),99   VALUE ZEROS.
       77  WRK-ED-CUSTO                PIC 9(007),9999 VALUE ZEROS.
       77  WRK-ED-PESO                 PIC 9(003),99   VALUE ZEROS.
       77  WRK-ED-FATOR                PIC 9(001),99   VALUE ZEROS.
       77  WRK-ED-TOTAL                PIC 9(013),99   VALUE ZEROS.
      *
      *    CHAVE SUBSTITUTA DO CLIENTE (DWCLICH) E ULTIMA CHAVE
      *    ATRIBUIDA (DWCLISEQ); CPF EM BRANCO FICA COM CHAVE ZERO
      *
       77  WRK-DWCLICH-DISPONIVEL      PIC X(001)      VALUE 'N'.
           88  WRK-DWCLICH-ABERTO                      VALUE 'S'.
       77  WRK-CLI-CPF                 PIC X(011)      VALUE SPACES.
       77  WRK-CLI-CHAVE               PIC 9(009)      VALUE ZEROS.
       77  WRK-CLI-ULT-CHAVE           PIC 9(009)      VALUE ZEROS.
       77  WRK-CLI-NOVAS               PIC 9(007)      VALUE ZEROS.
      *
      *    LINHA DO CALENDARIO: DIA DA SEMANA PELA CONGRUENCIA DE
      *    ZELLER (0=SABADO 1=DOMINGO ... 6=SEXTA), CONVERTIDO PARA
      *    1=DOMINGO ... 7=SABADO, E FERIADO PELO ARQUIVO FERIADOS OU,
      *    SEM ELE, PELA TABELA FIXA DO CALEND
      *
       77  WRK-ZEL-ANO                 PIC 9(004)      VALUE ZEROS.
       77  WRK-ZEL-MES                 PIC 9(002)      VALUE ZEROS.
       77  WRK-ZEL-K                   PIC 9(002)      VALUE ZEROS.
       77  WRK-ZEL-J                   PIC 9(002)      VALUE ZEROS.
       77  WRK-ZEL-T1                  PIC 9(004)      VALUE ZEROS.
       77  WRK-ZEL-T2                  PIC 9(004)      VALUE ZEROS.
       77  WRK-ZEL-T3                  PIC 9(004)      VALUE ZEROS.
       77  WRK-ZEL-RESTO               PIC 9(004)      VALUE ZEROS.
       77  WRK-ZEL-SOMA                PIC 9(006)      VALUE ZEROS.
       77  WRK-ZEL-QUOCIENTE           PIC 9(006)      VALUE ZEROS.
       77  WRK-DIA-SEMANA              PIC 9(001)      VALUE ZEROS.
       77  WRK-FER-IDX                 PIC 9(002)      VALUE ZEROS.
       77  WRK-DIA-UTIL                PIC X(001)      VALUE 'S'.
       77  WRK-FERIADO-DESC            PIC X(030)      VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *================================================================*
      *    AREA PRINCIPAL DO PROGRAMA
      *================================================================*
       0001-PRINCIPAL                  SECTION.
      *================================================================*
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
      *================================================================*
       0001-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    PERGUNTA A DATA DO EXTRATO E ABRE OS ARQUIVOS
      *================================================================*
       0100-INICIALIZAR                SECTION.
      *================================================================*
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           PERFORM 0090-LER-DATA-PROCESSAMENTO.
           DISPLAY 'DATA DO EXTRATO (AAAAMMDD, ZEROS = DATA DE '
                   'PROCESSAMENTO):'.
           ACCEPT WRK-DATA-EXTRATO.
           IF  WRK-DATA-EXTRATO        EQUAL ZEROS
               MOVE WRK-DATA-SYS        TO WRK-DATA-EXTRATO
           END-IF.
           MOVE ZEROS                  TO WRK-CTL-TAB.
           SET MASC-MASCARAR           TO TRUE.

           OPEN INPUT PEDIDO-FILE.
           OPEN INPUT PEDIDET-FILE.
           OPEN INPUT CUSTOPROD-FILE.
           IF  WRK-CUSTOPROD-OK
               SET WRK-CUSTOPROD-ABERTO TO TRUE
           END-IF.
           OPEN INPUT KITMAS-FILE.
           IF  WRK-KITMAS-OK
               SET WRK-KITMAS-ABERTO    TO TRUE
           END-IF.
           OPEN INPUT PRODMAS-FILE.
           OPEN INPUT CUSTMAS-FILE.
           OPEN INPUT VENDMAS-FILE.
           OPEN INPUT TRANSMAS-FILE.
           OPEN INPUT FERIADOS-FILE.
           OPEN INPUT RECHIST-FILE.
           OPEN INPUT MOVEST-FILE.
           OPEN INPUT GLPOST-FILE.
           PERFORM 0105-ABRIR-CHAVES-CLIENTE.

           PERFORM 0110-ABRIR-EXTRATOS.
      *================================================================*
       0100-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE A DATA DE PROCESSAMENTO DO NEGOCIO (DATAPROC) E, SE
      *    PRESENTE, USA-A NO LUGAR DO RELOGIO
      *================================================================*
       0090-LER-DATA-PROCESSAMENTO     SECTION.
      *================================================================*
           OPEN INPUT DATAPROC-FILE.
           IF  WRK-DATAPROC-OK
               READ DATAPROC-FILE
                   NOT AT END
                       IF  DATAPROC-DATA NOT EQUAL ZEROS
                           MOVE DATAPROC-DATA TO WRK-DATA-SYS
                       END-IF
               END-READ
               CLOSE DATAPROC-FILE
           END-IF.
      *================================================================*
       0090-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ABRE AS CHAVES SUBSTITUTAS DE CLIENTE (CRIANDO O ARQUIVO NA
      *    PRIMEIRA EXECUCAO) E CARREGA A ULTIMA CHAVE ATRIBUIDA
      *================================================================*
       0105-ABRIR-CHAVES-CLIENTE       SECTION.
      *================================================================*
           OPEN I-O DWCLICH-FILE.
           IF  WRK-DWCLICH-INEXISTENTE
               CLOSE DWCLICH-FILE
               OPEN OUTPUT DWCLICH-FILE
               CLOSE DWCLICH-FILE
               OPEN I-O DWCLICH-FILE
           END-IF.
           IF  NOT WRK-DWCLICH-OK
               DISPLAY 'CHAVES DE CLIENTE (DWCLICH) INDISPONIVEIS - '
                       'FATOS COM CHAVE DE CLIENTE ZERO'
               GO TO 0105-99-FIM
           END-IF.
           SET WRK-DWCLICH-ABERTO      TO TRUE.
           MOVE ZEROS                  TO WRK-CLI-ULT-CHAVE.
           OPEN INPUT DWCLISEQ-FILE.
           IF  WRK-DWCLISEQ-OK
               READ DWCLISEQ-FILE
                   NOT AT END
                       MOVE DWCLISEQ-NUM TO WRK-CLI-ULT-CHAVE
               END-READ
               CLOSE DWCLISEQ-FILE
           END-IF.
      *================================================================*
       0105-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ABRE OS ARQUIVOS DO EXTRATO E GRAVA A LINHA DE CABECALHO
      *    COM OS NOMES DOS CAMPOS DE CADA UM
      *================================================================*
       0110-ABRIR-EXTRATOS             SECTION.
      *================================================================*
           OPEN OUTPUT DWFPED-FILE.
           MOVE SPACES                 TO DWFPED-REC.
           STRING 'DATA;PEDIDO;LINHA;PRODUTO;CHAVE_CLIENTE;UF;'
                                       DELIMITED BY SIZE
                  'VENDEDOR;'          DELIMITED BY SIZE
                  'SITUACAO;ATENDIDO;QTD;PRECO;TOTAL_ITEM;'
                                       DELIMITED BY SIZE
                  'CUSTO_UNITARIO;CUSTO_TOTAL'
                                       DELIMITED BY SIZE
                  INTO DWFPED-REC
           END-STRING.
           WRITE DWFPED-REC.

           OPEN OUTPUT DWFREC-FILE.
           MOVE 'DATA;PEDIDO;PARCELA;CHAVE_CLIENTE;VALOR;ENCARGOS'
                                       TO DWFREC-REC.
           WRITE DWFREC-REC.

           OPEN OUTPUT DWFMOV-FILE.
           MOVE SPACES                 TO DWFMOV-REC.
           STRING 'DATA;HORA;PROGRAMA;TIPO;PRODUTO;LOCAL;QTD;'
                                       DELIMITED BY SIZE
                  'SALDO_APOS;LOTE;VALIDADE'
                                       DELIMITED BY SIZE
                  INTO DWFMOV-REC
           END-STRING.
           WRITE DWFMOV-REC.

           OPEN OUTPUT DWFFOL-FILE.
           MOVE 'DATA;CENTRO_CUSTO;CONTA;TIPO;VALOR'
                                       TO DWFFOL-REC.
           WRITE DWFFOL-REC.

           OPEN OUTPUT DWDPRO-FILE.
           MOVE SPACES                 TO DWDPRO-REC.
           STRING 'PRODUTO;DESCRICAO;PESO_KG;CLASSE;FATOR_CLASSE;'
                                       DELIMITED BY SIZE
                  'PRECO_LISTA;CUSTO_MEDIO;SITUACAO'
                                       DELIMITED BY SIZE
                  INTO DWDPRO-REC
           END-STRING.
           WRITE DWDPRO-REC.

           OPEN OUTPUT DWDCLI-FILE.
           MOVE SPACES                 TO DWDCLI-REC.
           STRING 'CHAVE_CLIENTE;CPF_MASCARADO;CIDADE;UF;'
                                       DELIMITED BY SIZE
                  'LIMITE_CREDITO;SITUACAO;DATA_1A_CONSULTA'
                                       DELIMITED BY SIZE
                  INTO DWDCLI-REC
           END-STRING.
           WRITE DWDCLI-REC.

           OPEN OUTPUT DWDVEN-FILE.
           MOVE 'VENDEDOR;NOME;TERRITORIO;MATRICULA;SITUACAO'
                                       TO DWDVEN-REC.
           WRITE DWDVEN-REC.

           OPEN OUTPUT DWDTRA-FILE.
           MOVE 'CNPJ;NOME;CONTRATO;SITUACAO'
                                       TO DWDTRA-REC.
           WRITE DWDTRA-REC.

           OPEN OUTPUT DWDCAL-FILE.
           MOVE SPACES                 TO DWDCAL-REC.
           STRING 'DATA;ANO;MES;DIA;NOME_MES;DIA_SEMANA;NOME_DIA;'
                                       DELIMITED BY SIZE
                  'DIA_UTIL;FERIADO'   DELIMITED BY SIZE
                  INTO DWDCAL-REC
           END-STRING.
           WRITE DWDCAL-REC.
      *================================================================*
       0110-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    EXTRAI AS DIMENSOES E OS FATOS DA DATA; A DIMENSAO
      *    VENDEDOR VEM PRIMEIRO PORQUE CARREGA OS TERRITORIOS USADOS
      *    NOS ITENS DE PEDIDO
      *================================================================*
       0200-PROCESSAR                  SECTION.
      *================================================================*
           PERFORM 0210-EXTRAIR-VENDEDORES.
           PERFORM 0220-EXTRAIR-PEDIDOS.
           PERFORM 0240-EXTRAIR-RECEBIMENTOS.
           PERFORM 0250-EXTRAIR-MOVIMENTOS.
           PERFORM 0260-EXTRAIR-FOLHA.
           PERFORM 0270-EXTRAIR-PRODUTOS.
           PERFORM 0280-EXTRAIR-CLIENTES.
           PERFORM 0290-EXTRAIR-TRANSPORTADORAS.
           PERFORM 0295-EXTRAIR-CALENDARIO.
      *================================================================*
       0200-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    DIMENSAO VENDEDOR (VENDMAS) E TABELA DE TERRITORIOS DOS
      *    VENDEDORES ATIVOS
      *================================================================*
       0210-EXTRAIR-VENDEDORES         SECTION.
      *================================================================*
           IF  WRK-VENDMAS-INEXISTENTE
               DISPLAY 'CADASTRO DE VENDEDORES INEXISTENTE - '
                       'DIMENSAO VAZIA E PEDIDOS SEM VENDEDOR'
               GO TO 0210-99-FIM
           END-IF.
           PERFORM 0215-GRAVAR-1-VENDEDOR UNTIL WRK-VENDMAS-FIM.
      *================================================================*
       0210-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA UM VENDEDOR NA DIMENSAO E GUARDA O TERRITORIO DO
      *    ATIVO
      *================================================================*
       0215-GRAVAR-1-VENDEDOR          SECTION.
      *================================================================*
           READ VENDMAS-FILE NEXT RECORD
               AT END
                   SET WRK-VENDMAS-FIM TO TRUE
                   GO TO 0215-99-FIM
           END-READ.
           IF  VENDMAS-ATIVO
           AND WRK-VND-COUNT           LESS WRK-VND-MAX
               ADD 1                    TO WRK-VND-COUNT
               MOVE VENDMAS-CODIGO      TO WRK-VND-CODIGO(WRK-VND-COUNT)
               MOVE VENDMAS-UF(1)       TO WRK-VND-UF(WRK-VND-COUNT 1)
               MOVE VENDMAS-UF(2)       TO WRK-VND-UF(WRK-VND-COUNT 2)
               MOVE VENDMAS-UF(3)       TO WRK-VND-UF(WRK-VND-COUNT 3)
               MOVE VENDMAS-UF(4)       TO WRK-VND-UF(WRK-VND-COUNT 4)
               MOVE VENDMAS-UF(5)       TO WRK-VND-UF(WRK-VND-COUNT 5)
           END-IF.
           MOVE SPACES                 TO WRK-TERRITORIO.
           STRING VENDMAS-UF(1)        DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  VENDMAS-UF(2)        DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  VENDMAS-UF(3)        DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  VENDMAS-UF(4)        DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  VENDMAS-UF(5)        DELIMITED BY SIZE
                  INTO WRK-TERRITORIO
           END-STRING.
           MOVE SPACES                 TO DWDVEN-REC.
           STRING VENDMAS-CODIGO       DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  VENDMAS-NOME         DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  WRK-TERRITORIO       DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  VENDMAS-MATRICULA    DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  VENDMAS-STATUS       DELIMITED BY SIZE
                  INTO DWDVEN-REC
           END-STRING.
           WRITE DWDVEN-REC.
           ADD 1                       TO WRK-CTL-QTD(WRK-ARQ-VEN).
      *================================================================*
       0215-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    FATO ITEM DE PEDIDO: OS ITENS DOS PEDIDOS DA DATA DO
      *    EXTRATO, EM QUALQUER SITUACAO (A SITUACAO VAI NA LINHA)
      *================================================================*
       0220-EXTRAIR-PEDIDOS            SECTION.
      *================================================================*
           IF  NOT WRK-PEDIDO-OK
           OR  WRK-PEDIDET-INEXISTENTE
               DISPLAY 'CADASTRO DE PEDIDOS INDISPONIVEL - FATO DE '
                       'ITENS VAZIO'
               GO TO 0220-99-FIM
           END-IF.
           PERFORM 0222-TRATAR-1-PEDIDO UNTIL WRK-PEDIDO-FIM.
      *================================================================*
       0220-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UM PEDIDO E, SE FOR DA DATA, EXTRAI OS SEUS ITENS
      *================================================================*
       0222-TRATAR-1-PEDIDO            SECTION.
      *================================================================*
           READ PEDIDO-FILE NEXT RECORD
               AT END
                   SET WRK-PEDIDO-FIM  TO TRUE
                   GO TO 0222-99-FIM
           END-READ.
           IF  PEDIDO-DATA             NOT EQUAL WRK-DATA-EXTRATO
               GO TO 0222-99-FIM
           END-IF.
           MOVE PEDIDO-CPF             TO WRK-CLI-CPF.
           PERFORM 0960-OBTER-CHAVE-CLIENTE.
           PERFORM 0226-ACHAR-VENDEDOR.

           MOVE SPACES                 TO WRK-PEDIDET-STATUS.
           MOVE PEDIDO-NUMERO          TO PEDIDET-PEDIDO.
           MOVE ZEROS                  TO PEDIDET-LINHA.
           START PEDIDET-FILE KEY NOT LESS PEDIDET-CHAVE
               INVALID KEY
                   SET WRK-PEDIDET-FIM  TO TRUE
           END-START.
           IF  NOT WRK-PEDIDET-FIM
               PERFORM 0223-LER-ITEM-DETALHE
           END-IF.
           PERFORM 0224-GRAVAR-1-ITEM
               UNTIL WRK-PEDIDET-FIM
               OR PEDIDET-PEDIDO       NOT EQUAL PEDIDO-NUMERO.
      *================================================================*
       0222-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE O PROXIMO ITEM DO DETALHE PERMANENTE
      *================================================================*
       0223-LER-ITEM-DETALHE           SECTION.
      *================================================================*
           READ PEDIDET-FILE NEXT RECORD
               AT END
                   SET WRK-PEDIDET-FIM TO TRUE
           END-READ.
      *================================================================*
       0223-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA A LINHA DE UM ITEM DO PEDIDO, VALORIZADO PELO CUSTO
      *    MEDIO QUANDO ATENDIDO
      *================================================================*
       0224-GRAVAR-1-ITEM              SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-CUSTO-UNITARIO.
           MOVE ZEROS                  TO WRK-CUSTO-ITEM.
           IF  PEDIDET-ITEM-ATENDIDO
               PERFORM 0230-OBTER-CUSTO-UNITARIO
               COMPUTE WRK-CUSTO-ITEM ROUNDED =
                       PEDIDET-QTD * WRK-CUSTO-UNITARIO
           END-IF.
           MOVE PEDIDET-PRECO          TO WRK-ED-VALOR.
           MOVE PEDIDET-TOTAL-ITEM     TO WRK-ED-VALOR-2.
           MOVE WRK-CUSTO-UNITARIO     TO WRK-ED-CUSTO.
           MOVE WRK-CUSTO-ITEM         TO WRK-ED-TOTAL.
           MOVE SPACES                 TO DWFPED-REC.
           STRING PEDIDO-DATA          DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  PEDIDET-PEDIDO       DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  PEDIDET-LINHA        DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  PEDIDET-PRODUTO      DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  WRK-CLI-CHAVE        DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  PEDIDO-UF            DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  WRK-VENDEDOR         DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  PEDIDO-SITUACAO      DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  PEDIDET-ATENDIDO     DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  PEDIDET-QTD          DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  WRK-ED-VALOR         DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  WRK-ED-VALOR-2       DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  WRK-ED-CUSTO         DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  WRK-ED-TOTAL         DELIMITED BY SIZE
                  INTO DWFPED-REC
           END-STRING.
           WRITE DWFPED-REC.
           ADD 1                       TO WRK-CTL-QTD(WRK-ARQ-PED).
           ADD PEDIDET-TOTAL-ITEM      TO WRK-CTL-TOTAL(WRK-ARQ-PED).
           PERFORM 0223-LER-ITEM-DETALHE.
      *================================================================*
       0224-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    VENDEDOR DO PEDIDO: O PRIMEIRO VENDEDOR ATIVO CUJO
      *    TERRITORIO TEM A UF DO PEDIDO; BRANCO QUANDO NENHUM TEM
      *================================================================*
       0226-ACHAR-VENDEDOR             SECTION.
      *================================================================*
           MOVE SPACES                 TO WRK-VENDEDOR.
           MOVE ZEROS                  TO WRK-VND-ACHADO.
           PERFORM 0227-CONFERIR-1-VENDEDOR
               VARYING WRK-VND-IDX FROM 1 BY 1
               UNTIL WRK-VND-IDX       GREATER WRK-VND-COUNT
               OR WRK-VND-ACHADO       GREATER ZEROS.
           IF  WRK-VND-ACHADO          GREATER ZEROS
               MOVE WRK-VND-CODIGO(WRK-VND-ACHADO) TO WRK-VENDEDOR
           END-IF.
      *================================================================*
       0226-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONFERE AS UFS DO TERRITORIO DE UM VENDEDOR
      *================================================================*
       0227-CONFERIR-1-VENDEDOR        SECTION.
      *================================================================*
           PERFORM 0228-CONFERIR-1-UF
               VARYING WRK-UF-IDX FROM 1 BY 1
               UNTIL WRK-UF-IDX        GREATER 5.
      *================================================================*
       0227-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    MARCA O VENDEDOR QUANDO A UF DO TERRITORIO E A DO PEDIDO
      *================================================================*
       0228-CONFERIR-1-UF              SECTION.
      *================================================================*
           IF  WRK-VND-UF(WRK-VND-IDX WRK-UF-IDX) EQUAL PEDIDO-UF
           AND PEDIDO-UF               NOT EQUAL SPACES
               MOVE WRK-VND-IDX         TO WRK-VND-ACHADO
           END-IF.
      *================================================================*
       0228-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CUSTO UNITARIO DO ITEM: SOMA DOS CUSTOS MEDIOS DOS
      *    COMPONENTES QUANDO O PRODUTO E UM KIT, SENAO O CUSTO MEDIO
      *    DO PROPRIO PRODUTO (CUSTOPROD)
      *================================================================*
       0230-OBTER-CUSTO-UNITARIO       SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-CUSTO-UNITARIO.
           MOVE 'N'                    TO WRK-ITEM-KIT.
           IF  NOT WRK-CUSTOPROD-ABERTO
               GO TO 0230-99-FIM
           END-IF.
           IF  WRK-KITMAS-ABERTO
               MOVE 'N'                 TO WRK-FIM-KIT
               MOVE PEDIDET-PRODUTO     TO KITMAS-KIT
               MOVE LOW-VALUES          TO KITMAS-COMPONENTE
               START KITMAS-FILE KEY NOT LESS KITMAS-CHAVE
                   INVALID KEY
                       SET WRK-KIT-ENCERRADO TO TRUE
               END-START
               PERFORM 0232-SOMAR-1-COMPONENTE
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
       0230-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA NO CUSTO DO KIT O CUSTO MEDIO DE UM COMPONENTE VEZES
      *    A QUANTIDADE DELE POR KIT
      *================================================================*
       0232-SOMAR-1-COMPONENTE         SECTION.
      *================================================================*
           READ KITMAS-FILE NEXT RECORD
               AT END
                   SET WRK-KIT-ENCERRADO TO TRUE
                   GO TO 0232-99-FIM
           END-READ.
           IF  KITMAS-KIT              NOT EQUAL PEDIDET-PRODUTO
               SET WRK-KIT-ENCERRADO    TO TRUE
               GO TO 0232-99-FIM
           END-IF.
           SET WRK-ITEM-E-KIT          TO TRUE.
           MOVE KITMAS-COMPONENTE      TO CUSTOPROD-PRODUTO.
           READ CUSTOPROD-FILE.
           IF  WRK-CUSTOPROD-OK
               COMPUTE WRK-CUSTO-UNITARIO = WRK-CUSTO-UNITARIO +
                       (KITMAS-QTD * CUSTOPROD-CUSTO-MEDIO)
           END-IF.
      *================================================================*
       0232-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    FATO RECEBIMENTO: OS PAGAMENTOS BAIXADOS NA DATA (RECHIST)
      *================================================================*
       0240-EXTRAIR-RECEBIMENTOS       SECTION.
      *================================================================*
           IF  NOT WRK-RECHIST-OK
               DISPLAY 'TRILHA DE RECEBIMENTOS INEXISTENTE - FATO '
                       'DE RECEBIMENTOS VAZIO'
               GO TO 0240-99-FIM
           END-IF.
           PERFORM 0245-GRAVAR-1-RECEBIMENTO UNTIL WRK-RECHIST-FIM.
      *================================================================*
       0240-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA A LINHA DE UM RECEBIMENTO DA DATA
      *================================================================*
       0245-GRAVAR-1-RECEBIMENTO       SECTION.
      *================================================================*
           READ RECHIST-FILE
               AT END
                   SET WRK-RECHIST-FIM TO TRUE
                   GO TO 0245-99-FIM
           END-READ.
           IF  RECHIST-DATA            NOT EQUAL WRK-DATA-EXTRATO
               GO TO 0245-99-FIM
           END-IF.
           MOVE RECHIST-CPF            TO WRK-CLI-CPF.
           PERFORM 0960-OBTER-CHAVE-CLIENTE.
           MOVE RECHIST-VALOR          TO WRK-ED-VALOR.
           MOVE RECHIST-ENCARGOS       TO WRK-ED-VALOR-2.
           MOVE SPACES                 TO DWFREC-REC.
           STRING RECHIST-DATA         DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  RECHIST-PEDIDO       DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  RECHIST-PARCELA      DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  WRK-CLI-CHAVE        DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  WRK-ED-VALOR         DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  WRK-ED-VALOR-2       DELIMITED BY SIZE
                  INTO DWFREC-REC
           END-STRING.
           WRITE DWFREC-REC.
           ADD 1                       TO WRK-CTL-QTD(WRK-ARQ-REC).
           ADD RECHIST-VALOR           TO WRK-CTL-TOTAL(WRK-ARQ-REC).
      *================================================================*
       0245-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    FATO MOVIMENTO DE ESTOQUE: OS MOVIMENTOS DA DATA (MOVEST)
      *================================================================*
       0250-EXTRAIR-MOVIMENTOS         SECTION.
      *================================================================*
           IF  NOT WRK-MOVEST-OK
               DISPLAY 'TRILHA DE MOVIMENTOS DE ESTOQUE INEXISTENTE - '
                       'FATO DE MOVIMENTOS VAZIO'
               GO TO 0250-99-FIM
           END-IF.
           PERFORM 0255-GRAVAR-1-MOVIMENTO UNTIL WRK-MOVEST-FIM.
      *================================================================*
       0250-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA A LINHA DE UM MOVIMENTO DA DATA
      *================================================================*
       0255-GRAVAR-1-MOVIMENTO         SECTION.
      *================================================================*
           READ MOVEST-FILE
               AT END
                   SET WRK-MOVEST-FIM  TO TRUE
                   GO TO 0255-99-FIM
           END-READ.
           IF  MOVEST-DATA             NOT EQUAL WRK-DATA-EXTRATO
               GO TO 0255-99-FIM
           END-IF.
           MOVE SPACES                 TO DWFMOV-REC.
           STRING MOVEST-DATA          DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  MOVEST-HORA          DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  MOVEST-PROGRAMA      DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  MOVEST-TIPO          DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  MOVEST-PRODUTO       DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  MOVEST-LOCAL         DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  MOVEST-QTD           DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  MOVEST-SALDO-APOS    DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  MOVEST-LOTE          DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  MOVEST-VALIDADE      DELIMITED BY SIZE
                  INTO DWFMOV-REC
           END-STRING.
           WRITE DWFMOV-REC.
           ADD 1                       TO WRK-CTL-QTD(WRK-ARQ-MOV).
           ADD MOVEST-QTD              TO WRK-CTL-TOTAL(WRK-ARQ-MOV).
      *================================================================*
       0255-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    FATO FOLHA: OS TOTAIS POR CENTRO DE CUSTO E CONTA QUE O
      *    FECHAMENTO DA FOLHA (PROGCOB04) LANCOU NO GLPOST NA DATA
      *================================================================*
       0260-EXTRAIR-FOLHA              SECTION.
      *================================================================*
           IF  NOT WRK-GLPOST-OK
               DISPLAY 'EXTRATO CONTABIL INEXISTENTE - FATO DE '
                       'FOLHA VAZIO'
               GO TO 0260-99-FIM
           END-IF.
           PERFORM 0265-GRAVAR-1-LANCAMENTO UNTIL WRK-GLPOST-FIM.
      *================================================================*
       0260-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA A LINHA DE UM LANCAMENTO DA FOLHA DA DATA
      *================================================================*
       0265-GRAVAR-1-LANCAMENTO        SECTION.
      *================================================================*
           READ GLPOST-FILE
               AT END
                   SET WRK-GLPOST-FIM  TO TRUE
                   GO TO 0265-99-FIM
           END-READ.
           IF  GLPOST-DATA             NOT EQUAL WRK-DATA-EXTRATO
           OR  GLPOST-PROGRAMA         NOT EQUAL 'PROGCOB04'
               GO TO 0265-99-FIM
           END-IF.
           MOVE GLPOST-VALOR           TO WRK-ED-VALOR.
           MOVE SPACES                 TO DWFFOL-REC.
           STRING GLPOST-DATA          DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  GLPOST-CENTRO-CUSTO  DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  GLPOST-CONTA         DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  GLPOST-TIPO          DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  WRK-ED-VALOR         DELIMITED BY SIZE
                  INTO DWFFOL-REC
           END-STRING.
           WRITE DWFFOL-REC.
           ADD 1                       TO WRK-CTL-QTD(WRK-ARQ-FOL).
           ADD GLPOST-VALOR            TO WRK-CTL-TOTAL(WRK-ARQ-FOL).
      *================================================================*
       0265-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    DIMENSAO PRODUTO (PRODMAS COM O CUSTO MEDIO DO CUSTOPROD)
      *================================================================*
       0270-EXTRAIR-PRODUTOS           SECTION.
      *================================================================*
           IF  WRK-PRODMAS-INEXISTENTE
               DISPLAY 'CADASTRO DE PRODUTOS INEXISTENTE - '
                       'DIMENSAO VAZIA'
               GO TO 0270-99-FIM
           END-IF.
           PERFORM 0275-GRAVAR-1-PRODUTO UNTIL WRK-PRODMAS-FIM.
      *================================================================*
       0270-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA A LINHA DE UM PRODUTO
      *================================================================*
       0275-GRAVAR-1-PRODUTO           SECTION.
      *================================================================*
           READ PRODMAS-FILE NEXT RECORD
               AT END
                   SET WRK-PRODMAS-FIM TO TRUE
                   GO TO 0275-99-FIM
           END-READ.
           MOVE ZEROS                  TO WRK-ED-CUSTO.
           IF  WRK-CUSTOPROD-ABERTO
               MOVE PRODMAS-CODIGO      TO CUSTOPROD-PRODUTO
               READ CUSTOPROD-FILE
               IF  WRK-CUSTOPROD-OK
                   MOVE CUSTOPROD-CUSTO-MEDIO TO WRK-ED-CUSTO
               END-IF
           END-IF.
           MOVE PRODMAS-PESO-KG        TO WRK-ED-PESO.
           MOVE PRODMAS-FATOR-CLASSE   TO WRK-ED-FATOR.
           MOVE PRODMAS-PRECO-LISTA    TO WRK-ED-VALOR.
           MOVE SPACES                 TO DWDPRO-REC.
           STRING PRODMAS-CODIGO       DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  PRODMAS-DESCRICAO    DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  WRK-ED-PESO          DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  PRODMAS-CLASSE       DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  WRK-ED-FATOR         DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  WRK-ED-VALOR         DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  WRK-ED-CUSTO         DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  PRODMAS-STATUS       DELIMITED BY SIZE
                  INTO DWDPRO-REC
           END-STRING.
           WRITE DWDPRO-REC.
           ADD 1                       TO WRK-CTL-QTD(WRK-ARQ-PRO).
      *================================================================*
       0275-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    DIMENSAO CLIENTE (CUSTMAS): SO A CHAVE SUBSTITUTA, O CPF
      *    MASCARADO, CIDADE, UF, LIMITE E SITUACAO - NOME, ENDERECO
      *    E TELEFONE NAO SAEM
      *================================================================*
       0280-EXTRAIR-CLIENTES           SECTION.
      *================================================================*
           IF  WRK-CUSTMAS-INEXISTENTE
               DISPLAY 'CADASTRO DE CLIENTES INEXISTENTE - '
                       'DIMENSAO VAZIA'
               GO TO 0280-99-FIM
           END-IF.
           PERFORM 0285-GRAVAR-1-CLIENTE UNTIL WRK-CUSTMAS-FIM.
      *================================================================*
       0280-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA A LINHA DE UM CLIENTE
      *================================================================*
       0285-GRAVAR-1-CLIENTE           SECTION.
      *================================================================*
           READ CUSTMAS-FILE NEXT RECORD
               AT END
                   SET WRK-CUSTMAS-FIM TO TRUE
                   GO TO 0285-99-FIM
           END-READ.
           MOVE CUSTMAS-CPF            TO WRK-CLI-CPF.
           PERFORM 0960-OBTER-CHAVE-CLIENTE.
           MOVE CUSTMAS-CPF            TO MASC-CPF.
           PERFORM 0965-MASCARAR-CPF.
           MOVE CUSTMAS-LIMITE-CREDITO TO WRK-ED-VALOR.
           MOVE SPACES                 TO DWDCLI-REC.
           STRING WRK-CLI-CHAVE        DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  MASC-CPF             DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  CUSTMAS-CIDADE       DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  CUSTMAS-UF           DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  WRK-ED-VALOR         DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  CUSTMAS-SITUACAO     DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  CUSTMAS-DATA-1A-CONSULTA
                                       DELIMITED BY SIZE
                  INTO DWDCLI-REC
           END-STRING.
           WRITE DWDCLI-REC.
           ADD 1                       TO WRK-CTL-QTD(WRK-ARQ-CLI).
      *================================================================*
       0285-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    DIMENSAO TRANSPORTADORA (TRANSMAS)
      *================================================================*
       0290-EXTRAIR-TRANSPORTADORAS    SECTION.
      *================================================================*
           IF  WRK-TRANSMAS-INEXISTENTE
               DISPLAY 'CADASTRO DE TRANSPORTADORAS INEXISTENTE - '
                       'DIMENSAO VAZIA'
               GO TO 0290-99-FIM
           END-IF.
           PERFORM 0292-GRAVAR-1-TRANSPORTADORA
               UNTIL WRK-TRANSMAS-FIM.
      *================================================================*
       0290-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA A LINHA DE UMA TRANSPORTADORA
      *================================================================*
       0292-GRAVAR-1-TRANSPORTADORA    SECTION.
      *================================================================*
           READ TRANSMAS-FILE NEXT RECORD
               AT END
                   SET WRK-TRANSMAS-FIM TO TRUE
                   GO TO 0292-99-FIM
           END-READ.
           MOVE SPACES                 TO DWDTRA-REC.
           STRING TRANSMAS-CNPJ        DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  TRANSMAS-NOME        DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  TRANSMAS-CONTRATO    DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  TRANSMAS-STATUS      DELIMITED BY SIZE
                  INTO DWDTRA-REC
           END-STRING.
           WRITE DWDTRA-REC.
           ADD 1                       TO WRK-CTL-QTD(WRK-ARQ-TRA).
      *================================================================*
       0292-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    DIMENSAO CALENDARIO: A LINHA DA DATA DO EXTRATO, COM O DIA
      *    DA SEMANA (ZELLER) E A MARCA DE DIA UTIL
      *================================================================*
       0295-EXTRAIR-CALENDARIO         SECTION.
      *================================================================*
           MOVE WRK-EXT-ANO            TO WRK-ZEL-ANO.
           MOVE WRK-EXT-MES            TO WRK-ZEL-MES.
           IF  WRK-ZEL-MES             LESS 3
               ADD 12                  TO WRK-ZEL-MES
               SUBTRACT 1              FROM WRK-ZEL-ANO
           END-IF.
           DIVIDE WRK-ZEL-ANO          BY 100
               GIVING WRK-ZEL-J REMAINDER WRK-ZEL-K.
           COMPUTE WRK-ZEL-T1 = 13 * (WRK-ZEL-MES + 1).
           DIVIDE WRK-ZEL-T1           BY 5
               GIVING WRK-ZEL-T1 REMAINDER WRK-ZEL-RESTO.
           DIVIDE WRK-ZEL-K            BY 4
               GIVING WRK-ZEL-T2 REMAINDER WRK-ZEL-RESTO.
           DIVIDE WRK-ZEL-J            BY 4
               GIVING WRK-ZEL-T3 REMAINDER WRK-ZEL-RESTO.
           COMPUTE WRK-ZEL-SOMA = WRK-EXT-DIA + WRK-ZEL-T1
               + WRK-ZEL-K + WRK-ZEL-T2 + WRK-ZEL-T3
               + (5 * WRK-ZEL-J).
           DIVIDE WRK-ZEL-SOMA         BY 7
               GIVING WRK-ZEL-QUOCIENTE REMAINDER WRK-DIA-SEMANA.

           MOVE 'S'                    TO WRK-DIA-UTIL.
           IF  WRK-DIA-SEMANA          LESS 2
               MOVE 'N'                 TO WRK-DIA-UTIL
           END-IF.
           IF  WRK-DIA-SEMANA          EQUAL ZEROS
               MOVE 7                   TO WRK-DIA-SEMANA
           END-IF.

           MOVE SPACES                 TO WRK-FERIADO-DESC.
           IF  WRK-FERIADOS-INEXISTENTE
               COMPUTE WRK-EXT-MMDD = (WRK-EXT-MES * 100) +
                       WRK-EXT-DIA
               PERFORM 0297-CHECAR-1-FERIADO
                   VARYING WRK-FER-IDX FROM 1 BY 1
                   UNTIL WRK-FER-IDX   GREATER CAL-QTD-FERIADOS
           ELSE
               MOVE WRK-DATA-EXTRATO    TO FERIADOS-DATA
               READ FERIADOS-FILE
               IF  WRK-FERIADOS-OK
                   MOVE 'N'             TO WRK-DIA-UTIL
                   MOVE FERIADOS-DESCRICAO TO WRK-FERIADO-DESC
               END-IF
           END-IF.

           MOVE SPACES                 TO DWDCAL-REC.
           STRING WRK-DATA-EXTRATO     DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  WRK-EXT-ANO          DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  WRK-EXT-MES          DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  WRK-EXT-DIA          DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  CAL-MES(WRK-EXT-MES) DELIMITED BY SPACE
                  ';'                  DELIMITED BY SIZE
                  WRK-DIA-SEMANA       DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  CAL-DIA-SEMANA(WRK-DIA-SEMANA)
                                       DELIMITED BY SPACE
                  ';'                  DELIMITED BY SIZE
                  WRK-DIA-UTIL         DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  WRK-FERIADO-DESC     DELIMITED BY SIZE
                  INTO DWDCAL-REC
           END-STRING.
           WRITE DWDCAL-REC.
           ADD 1                       TO WRK-CTL-QTD(WRK-ARQ-CAL).
      *================================================================*
       0295-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    MARCA A DATA COMO NAO UTIL QUANDO CAIR EM FERIADO FIXO DA
      *    TABELA DO CALEND
      *================================================================*
       0297-CHECAR-1-FERIADO           SECTION.
      *================================================================*
           IF  WRK-EXT-MMDD            EQUAL
               CAL-FERIADO-MMDD(WRK-FER-IDX)
               MOVE 'N'                 TO WRK-DIA-UTIL
               MOVE 'FERIADO NACIONAL'  TO WRK-FERIADO-DESC
           END-IF.
      *================================================================*
       0297-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    DEVOLVE EM WRK-CLI-CHAVE A CHAVE SUBSTITUTA DO CPF EM
      *    WRK-CLI-CPF; CPF AINDA SEM CHAVE RECEBE A PROXIMA DO
      *    CONTADOR, QUE FICA GRAVADA NO DWCLICH PARA OS PROXIMOS DIAS
      *================================================================*
       0960-OBTER-CHAVE-CLIENTE        SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-CLI-CHAVE.
           IF  NOT WRK-DWCLICH-ABERTO
           OR  WRK-CLI-CPF             EQUAL SPACES
               GO TO 0960-99-FIM
           END-IF.
           MOVE WRK-CLI-CPF            TO DWCLICH-CPF.
           READ DWCLICH-FILE.
           IF  WRK-DWCLICH-OK
               MOVE DWCLICH-CHAVE       TO WRK-CLI-CHAVE
               GO TO 0960-99-FIM
           END-IF.
           ADD 1                       TO WRK-CLI-ULT-CHAVE.
           MOVE WRK-CLI-CPF            TO DWCLICH-CPF.
           MOVE WRK-CLI-ULT-CHAVE      TO DWCLICH-CHAVE.
           MOVE WRK-DATA-SYS           TO DWCLICH-DATA-INCLUSAO.
           WRITE DWCLICH-REC
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR CHAVE DE CLIENTE - STATUS '
                           WRK-DWCLICH-STATUS
                   GO TO 0960-99-FIM
           END-WRITE.
           MOVE WRK-CLI-ULT-CHAVE      TO WRK-CLI-CHAVE.
           ADD 1                       TO WRK-CLI-NOVAS.
      *================================================================*
       0960-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    MASCARA O CPF EM MASC-CPF, DEIXANDO SO OS DIGITOS DO MEIO,
      *    QUANDO O SOLICITANTE NAO PODE VER O DADO INTEIRO
      *================================================================*
       0965-MASCARAR-CPF               SECTION.
      *================================================================*
           IF  MASC-MASCARAR
           AND MASC-CPF                NOT EQUAL SPACES
               MOVE '***'               TO MASC-CPF-INICIO
               MOVE '**'                TO MASC-CPF-DV
           END-IF.
      *================================================================*
       0965-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA O CONTROLE DA CARGA E ENCERRA O PROGRAMA
      *================================================================*
       0300-FINALIZAR                  SECTION.
      *================================================================*
           OPEN OUTPUT DWCTL-FILE.
           MOVE 'DATA;ARQUIVO;QTD_REGISTROS;TOTAL_CONTROLE'
                                       TO DWCTL-REC.
           WRITE DWCTL-REC.
           PERFORM 0310-GRAVAR-1-CONTROLE
               VARYING WRK-CTL-IDX FROM 1 BY 1
               UNTIL WRK-CTL-IDX       GREATER WRK-CTL-MAX.
           CLOSE DWCTL-FILE.

           CLOSE DWFPED-FILE DWFREC-FILE DWFMOV-FILE DWFFOL-FILE.
           CLOSE DWDPRO-FILE DWDCLI-FILE DWDVEN-FILE DWDTRA-FILE.
           CLOSE DWDCAL-FILE.
           CLOSE PEDIDO-FILE PEDIDET-FILE CUSTOPROD-FILE KITMAS-FILE.
           CLOSE PRODMAS-FILE CUSTMAS-FILE VENDMAS-FILE TRANSMAS-FILE.
           CLOSE FERIADOS-FILE RECHIST-FILE MOVEST-FILE GLPOST-FILE.
           IF  WRK-DWCLICH-ABERTO
               CLOSE DWCLICH-FILE
               MOVE WRK-CLI-ULT-CHAVE   TO DWCLISEQ-NUM
               OPEN OUTPUT DWCLISEQ-FILE
               WRITE DWCLISEQ-REC
               CLOSE DWCLISEQ-FILE
           END-IF.

           DISPLAY 'EXTRATO DO DATA WAREHOUSE DE ' WRK-DATA-EXTRATO.
           DISPLAY 'ITENS DE PEDIDO.......: ' WRK-CTL-QTD(WRK-ARQ-PED).
           DISPLAY 'RECEBIMENTOS..........: ' WRK-CTL-QTD(WRK-ARQ-REC).
           DISPLAY 'MOVIMENTOS DE ESTOQUE.: ' WRK-CTL-QTD(WRK-ARQ-MOV).
           DISPLAY 'LANCAMENTOS DA FOLHA..: ' WRK-CTL-QTD(WRK-ARQ-FOL).
           DISPLAY 'NOVAS CHAVES CLIENTE..: ' WRK-CLI-NOVAS.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA A LINHA DE CONTROLE DE UM ARQUIVO DO EXTRATO
      *================================================================*
       0310-GRAVAR-1-CONTROLE          SECTION.
      *================================================================*
           MOVE WRK-CTL-TOTAL(WRK-CTL-IDX) TO WRK-ED-TOTAL.
           MOVE SPACES                 TO DWCTL-REC.
           STRING WRK-DATA-EXTRATO     DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  WRK-CTL-NOME(WRK-CTL-IDX)
                                       DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  WRK-CTL-QTD(WRK-CTL-IDX)
                                       DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  WRK-ED-TOTAL         DELIMITED BY SIZE
                  INTO DWCTL-REC
           END-STRING.
           WRITE DWCTL-REC.
      *================================================================*
       0310-99-FIM.                    EXIT.
      *================================================================*
