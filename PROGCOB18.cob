      *              PROGCOB30 CONFERE ANTES DE GERAR O EXTRATO -
      *              A NOITE EM QUE O PEDEXC ENGOLIU MEIO LOTE EM
      *              SILENCIO NAO SE REPETE
      * XX/XX/XXXX - ITEM BLOQUEADO POR FALTA DE ESTOQUE PASSA A GERAR
      *              UMA PENDENCIA DE ENTREGA (BACKORD) COM CPF,
      *              PRODUTO, QUANTIDADE E DATA DO PEDIDO, ALOCADA EM
      *              ORDEM DE CHEGADA PELO PROGBKORD QUANDO O ESTOQUE
      *              ENTRA; A ENTREGA COMPLEMENTAR VOLTA PELO LOTE
      *              PEDITEM COM O ESTOQUE JA RESERVADO, SEM NOVA
      *              BAIXA, SEM CRITICA DE LACUNA NA NUMERACAO E COM
      *              O PEDIDO DE ORIGEM NA NOTA
      * XX/XX/XXXX - SEPARACAO POR LOTE: O ITEM ATENDIDO SAI DOS LOTES
      *              DO DEPOSITO PRINCIPAL (ESTLOTE) POR VALIDADE
      *              (PVPS), O ROMANEIO SUGERE OS LOTES A SEPARAR, A
      *              SAIDA NA MOVEST LEVA O PRIMEIRO LOTE E O LOTSAI
      *              GUARDA PEDIDO E CPF DE CADA LOTE PARA RECOLHIMENTO
      * XX/XX/XXXX - PRODUTO VENDIDO COMO KIT (KITMAS): A
      *              DISPONIBILIDADE, A BAIXA DO ESTOQUE, O MOVEST E A
      *              SEPARACAO POR LOTE SAO FEITOS EM CADA COMPONENTE;
      *              A NOTA CONTINUA MOSTRANDO O KIT NUMA LINHA SO E O
      *              ROMANEIO LISTA OS COMPONENTES ABAIXO DO KIT
      * XX/XX/XXXX - PEDIDO LIBERADO GERA A NOTA FISCAL ELETRONICA
      *              (NFEEXP): CABECALHO COM O DESTINATARIO NO
      *              ENDERECO DE ENTREGA, TOTAIS E ALIQUOTA DE ICMS DO
      *              PEDIDO, E UMA LINHA POR ITEM ATENDIDO DO PEDIDET,
      *              NUMERADA NA SERIE DO CONTADOR NFESEQ E
      *              REGISTRADA NO CONTROLE NFECTL ATE O RETORNO DA
      *              SEFAZ (PROGNFERT); O PEDIDO GUARDA A SEQUENCIA
      *              DO ENDERECO DE ENTREGA (PEDIDO-END-ENTREGA)
      * XX/XX/XXXX - PIS E COFINS DA VENDA: CALCULADOS SOBRE O
      *              SUBTOTAL PELAS ALIQUOTAS DA VIGENCIA APLICAVEL
      *              DA TABELA PISCOF (AUTO-CARREGADA) E GUARDADOS NO
      *              PEDIDO; O PEDIDO LIBERADO REGISTRA A VENDA NO
      *              MOVIMENTO PISMOV PARA A APURACAO MENSAL
      *              (PROGPISCO)
      * XX/XX/XXXX - SEGREGACAO DE FUNCOES: O PEDIDO GUARDA O OPERADOR
      *              QUE O DIGITOU (PEDIDO-OPERADOR) E A LIBERACAO DA
      *              RETENCAO DE CREDITO POR ESSE MESMO USUARIO E
      *              NEGADA QUANDO O PAR PEDIDO-ENT/PEDIDO-LIB ESTA
      *              ATIVO NA SODREGRA, COM REGISTRO NA TRILHA SODLOG
      * XX/XX/XXXX - O FRETE DO PEDIDO PASSA A SER O DA TRANSPORTADORA
      *              MAIS BARATA ENTRE AS TABELAS DAS TRANSPORTADORAS
      *              ATIVAS PARA A UF (TRANSTAR) QUE CUMPREM O PRAZO
      *              PROMETIDO DA MATRIZ TRANSUF, GRAVADA NO PEDIDO
      *              (PEDIDO-TRANSP-CNPJ); O ORCAMENTO USADO TRAZ A
      *              TRANSPORTADORA COTADA. SEM TABELA PARA A UF, SEGUE
      *              A TABELA POR UF (FRETUF)
      * XX/XX/XXXX - LIMITE DE CREDITO: TITULOS EM ABERTO LIDOS SO
      *              PELO CPF, NA CHAVE ALTERNATIVA CONTAREC-CPF
      * XX/XX/XXXX - PEDIDO COM FILIAL (CADASTRO FILIAL): FILIAL
      *              INEXISTENTE/INATIVA OU COM O PERIODO FECHADO NO
      *              PERFECHA DELA RECUSA SO O PEDIDO NO PEDEXC, NAO
      *              MAIS O LOTE; PEDIDO, TITULO E PENDENCIA LEVAM A
      *              FILIAL E A NF-E USA O CONTADOR/SERIE DA FILIAL
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PRODMAS-CODIGO
               FILE STATUS            IS WRK-PRODMAS-STATUS.
           SELECT KITMAS-FILE           ASSIGN TO "KITMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS KITMAS-CHAVE
               FILE STATUS            IS WRK-KITMAS-STATUS.
           SELECT ICMSUF-FILE           ASSIGN TO "ICMSUF"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS ICMSUF-UF
               FILE STATUS            IS WRK-ICMSUF-STATUS.
           SELECT PISCOF-FILE           ASSIGN TO "PISCOF"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PISCOF-DATA-VIGENCIA
               FILE STATUS            IS WRK-PISCOF-STATUS.
           SELECT PEDIDO-FILE           ASSIGN USING WRK-ARQ-PEDIDO
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS CONTAREC-CHAVE
               ALTERNATE RECORD KEY   IS CONTAREC-CPF
                                      WITH DUPLICATES
               FILE STATUS            IS WRK-CONTAREC-STATUS.
           SELECT ENDENTR-FILE          ASSIGN TO "ENDENTR"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PEDIDET-CHAVE
               FILE STATUS            IS WRK-PEDIDET-STATUS.
           SELECT BACKORD-FILE          ASSIGN USING WRK-ARQ-BACKORD
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS BACKORD-CHAVE
               FILE STATUS            IS WRK-BACKORD-STATUS.
           SELECT ESTLOTE-FILE          ASSIGN USING WRK-ARQ-ESTLOTE
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS ESTLOTE-CHAVE
               FILE STATUS            IS WRK-ESTLOTE-STATUS.
           SELECT LOTSAI-FILE           ASSIGN USING WRK-ARQ-LOTSAI
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-LOTSAI-STATUS.
           SELECT CONDPAG-FILE          ASSIGN TO "CONDPAG"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS TRANSUF-CHAVE
               FILE STATUS            IS WRK-TRANSUF-STATUS.
           SELECT TRANSMAS-FILE         ASSIGN TO "TRANSMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS TRANSMAS-CNPJ
               FILE STATUS            IS WRK-TRANSMAS-STATUS.
           SELECT TRANSTAR-FILE         ASSIGN TO "TRANSTAR"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS TRANSTAR-CHAVE
               FILE STATUS            IS WRK-TRANSTAR-STATUS.
           SELECT FRETCOT-FILE          ASSIGN USING WRK-ARQ-FRETCOT
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
           SELECT EMBALAGEM-FILE        ASSIGN USING WRK-ARQ-EMBALAGEM
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-EMBALAGEM-STATUS.
           SELECT NFEEXP-FILE           ASSIGN USING WRK-ARQ-NFEEXP
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-NFEEXP-STATUS.
           SELECT NFECTL-FILE           ASSIGN USING WRK-ARQ-NFECTL
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS NFECTL-PEDIDO
               FILE STATUS            IS WRK-NFECTL-STATUS.
           SELECT NFESEQ-FILE           ASSIGN USING WRK-ARQ-NFESEQ
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-NFESEQ-STATUS.
           SELECT PISMOV-FILE           ASSIGN USING WRK-ARQ-PISMOV
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-PISMOV-STATUS.
           SELECT ORDENA-FILE           ASSIGN TO "SORTWK18".
           SELECT FERIADOS-FILE         ASSIGN TO "FERIADOS"
               ORGANIZATION           IS INDEXED
           SELECT PERFECHA-FILE         ASSIGN TO "PERFECHA"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PERFECHA-CHAVE
               FILE STATUS            IS WRK-PERFECHA-STATUS.
           SELECT FILIAL-FILE           ASSIGN TO "FILIAL"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS FILIAL-CODIGO
               FILE STATUS            IS WRK-FILIAL-STATUS.
           SELECT VALIDLOG-FILE         ASSIGN TO "VALIDLOG"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-VALIDLOG-STATUS.
           SELECT TREINPARM-FILE        ASSIGN TO "TREINPARM"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-TREINPARM-STATUS.
           SELECT SODREGRA-FILE         ASSIGN TO "SODREGRA"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS RANDOM
               RECORD KEY             IS SODREGRA-CHAVE
               FILE STATUS            IS WRK-SODREGRA-STATUS.
           SELECT SODLOG-FILE           ASSIGN USING WRK-ARQ-SODLOG
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-SODLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FRETUF-FILE.
           COPY 'FRETUF.COB'.
       FD  PRODMAS-FILE.
           COPY 'PRODMAS.COB'.
       FD  KITMAS-FILE.
           COPY 'KITMAS.COB'.
       FD  ICMSUF-FILE.
           COPY 'ICMSUF.COB'.
       FD  PISCOF-FILE.
           COPY 'PISCOF.COB'.
       FD  PEDIDO-FILE.
           COPY 'PEDIDO.COB'.
       FD  CUSTMAS-FILE.
           COPY 'CONDPAG.COB'.
       FD  PEDIDET-FILE.
           COPY 'PEDIDET.COB'.
       FD  BACKORD-FILE.
           COPY 'BACKORD.COB'.
       FD  ESTLOTE-FILE.
           COPY 'ESTLOTE.COB'.
       FD  LOTSAI-FILE.
           COPY 'LOTSAI.COB'.
       FD  ENDENTR-FILE.
           COPY 'ENDENTR.COB'.
       FD  TRANSUF-FILE.
           COPY 'TRANSUF.COB'.
       FD  TRANSMAS-FILE.
           COPY 'TRANSMAS.COB'.
       FD  TRANSTAR-FILE.
           COPY 'TRANSTAR.COB'.
       FD  FRETCOT-FILE.
           COPY 'FRETCOT.COB'.
       FD  USERMAS-FILE.
           COPY 'DATAPROC.COB'.
       FD  PERFECHA-FILE.
           COPY 'PERFECHA.COB'.
       FD  FILIAL-FILE.
           COPY 'FILIAL.COB'.
       FD  VALIDLOG-FILE.
           COPY 'VALIDLOG.COB'.
       FD  TREINPARM-FILE.
           COPY 'ROMANEIO.COB'.
       FD  EMBALAGEM-FILE.
           COPY 'EMBALAGEM.COB'.
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
       SD  ORDENA-FILE.
       01  ORDENA-REC.
           05  ORDENA-PEDIDO           PIC 9(006).
           05  ORDENA-COTACAO          PIC 9(006).
           05  ORDENA-CONDPAG          PIC 9(002).
           05  ORDENA-END-ENTREGA      PIC 9(002).
           05  ORDENA-PENDENCIA        PIC X(001).
           05  ORDENA-PEDIDO-ORIGEM    PIC 9(006).
           05  ORDENA-FILIAL           PIC X(002).
       WORKING-STORAGE                 SECTION.
      *================================================================*
       77 FILLER                       PIC X(050) VALUE
           88 WRK-PRODMAS-OK                           VALUE '00'.
           88 WRK-PRODMAS-NAO-ACHOU                    VALUE '23'.
           88 WRK-PRODMAS-INEXISTENTE                  VALUE '35'.
       77  WRK-KITMAS-STATUS           PIC X(002)      VALUE SPACES.
           88 WRK-KITMAS-OK                            VALUE '00'.
       77  WRK-KITMAS-DISPONIVEL       PIC X(001)      VALUE 'N'.
           88 WRK-KITMAS-ABERTO                        VALUE 'S'.
       77  WRK-PEDIDO-STATUS           PIC X(002)      VALUE SPACES.
           88 WRK-PEDIDO-OK                            VALUE '00'.
           88 WRK-PEDIDO-NAO-ACHOU                     VALUE '23'.
       77  WRK-PRODUTO-INATIVO         PIC X(001)      VALUE 'N'.
           88 WRK-PRODUTO-BLOQUEADO                    VALUE 'S'.
       77  WRK-CONTAREC-STATUS         PIC X(002)      VALUE SPACES.
           88 WRK-CONTAREC-OK                          VALUE '00' '02'.
           88 WRK-CONTAREC-NAO-ACHOU                   VALUE '23'.
           88 WRK-CONTAREC-INEXISTENTE                 VALUE '35'.
       77  WRK-PEDITEM-STATUS          PIC X(002)      VALUE SPACES.
           88 WRK-PEDIDET-INEXISTENTE                  VALUE '35'.
       77  WRK-PEDIDET-LINHA           PIC 9(003)      VALUE ZEROS.
      *
      *    PENDENCIAS DE ENTREGA DOS ITENS SEM ESTOQUE (BACKORD)
      *
       77  WRK-BACKORD-STATUS          PIC X(002)      VALUE SPACES.
           88 WRK-BACKORD-OK                           VALUE '00'.
           88 WRK-BACKORD-INEXISTENTE                  VALUE '35'.
       77  WRK-QTD-PENDENCIAS          PIC 9(005)      VALUE ZEROS.
      *
      *    SEPARACAO POR LOTE (PVPS - PRIMEIRO QUE VENCE, PRIMEIRO QUE
      *    SAI): LOTES DO PRODUTO NO DEPOSITO PRINCIPAL CANDIDATOS AO
      *    ITEM E LOTES SEPARADOS NO PEDIDO, PARA O ROMANEIO
      *
       77  WRK-ESTLOTE-STATUS          PIC X(002)      VALUE SPACES.
           88 WRK-ESTLOTE-OK                           VALUE '00'.
           88 WRK-ESTLOTE-INEXISTENTE                  VALUE '35'.
       77  WRK-LOTSAI-STATUS           PIC X(002)      VALUE SPACES.
       77  WRK-FIM-LOTES               PIC X(001)      VALUE 'N'.
           88 WRK-LOTES-ENCERRADOS                     VALUE 'S'.
       01  WRK-LOT-TAB.
           05  WRK-LOT-ENTRY           OCCURS 30 TIMES.
               10  WRK-LOT-LOTE        PIC X(010).
               10  WRK-LOT-VALIDADE    PIC 9(008).
               10  WRK-LOT-SALDO       PIC 9(007).
       77  WRK-LOT-COUNT               PIC 9(003)      VALUE ZEROS.
       77  WRK-LOT-I                   PIC 9(003)      VALUE ZEROS.
       77  WRK-LOT-MENOR               PIC 9(003)      VALUE ZEROS.
       77  WRK-LOT-VAL-MENOR           PIC 9(008)      VALUE ZEROS.
       77  WRK-LOT-VAL-TESTE           PIC 9(008)      VALUE ZEROS.
       77  WRK-LOT-FALTA               PIC 9(005)      VALUE ZEROS.
       77  WRK-LOT-QTD-TIRADA          PIC 9(005)      VALUE ZEROS.
       77  WRK-LOT-PRIMEIRO            PIC X(010)      VALUE SPACES.
       77  WRK-LOT-PRIMEIRO-VAL        PIC 9(008)      VALUE ZEROS.
       01  WRK-SLT-TAB.
           05  WRK-SLT-ENTRY           OCCURS 100 TIMES
                                        INDEXED BY WRK-SLT-IDX.
               10  WRK-SLT-PRODUTO     PIC X(006).
               10  WRK-SLT-COMPONENTE  PIC X(006).
               10  WRK-SLT-LOTE        PIC X(010).
               10  WRK-SLT-VALIDADE    PIC 9(008).
               10  WRK-SLT-QTD         PIC 9(005).
       77  WRK-SLT-COUNT               PIC 9(003)      VALUE ZEROS.
      *
      *    PRODUTO VENDIDO COMO KIT (KITMAS): COMPONENTES DO ITEM
      *    CORRENTE; A DISPONIBILIDADE, A BAIXA E A SEPARACAO POR
      *    LOTE SAO FEITAS EM CADA COMPONENTE (PRODUTO/QTD DE SAIDA)
      *
       01  WRK-KIT-TAB.
           05  WRK-KIT-ENTRY           OCCURS 20 TIMES.
               10  WRK-KIT-COMPONENTE  PIC X(006).
               10  WRK-KIT-QTD         PIC 9(005).
       77  WRK-KIT-COUNT               PIC 9(003)      VALUE ZEROS.
       77  WRK-KIT-I                   PIC 9(003)      VALUE ZEROS.
       77  WRK-FIM-KIT                 PIC X(001)      VALUE 'N'.
           88 WRK-KIT-ENCERRADO                        VALUE 'S'.
       77  WRK-SAI-PRODUTO             PIC X(006)      VALUE SPACES.
       77  WRK-SAI-QTD                 PIC 9(005)      VALUE ZEROS.
      *
      *    ENDERECO DE ENTREGA DO PEDIDO CORRENTE (CADERNO ENDENTR
      *    OU ENDERECO DE CADASTRO DO CUSTMAS)
      *
       77  WRK-ENTREGA-CIDADE          PIC X(020)      VALUE SPACES.
       77  WRK-ENTREGA-UF              PIC X(002)      VALUE SPACES.
       77  WRK-NOTAPED-STATUS          PIC X(002)      VALUE SPACES.
      *
      *    NOTA FISCAL ELETRONICA DO PEDIDO LIBERADO: EXPORTACAO
      *    (NFEEXP), CONTROLE POR PEDIDO (NFECTL) E NUMERACAO DA
      *    SERIE (NFESEQ)
      *
       77  WRK-NFEEXP-STATUS           PIC X(002)      VALUE SPACES.
       77  WRK-NFECTL-STATUS           PIC X(002)      VALUE SPACES.
           88 WRK-NFECTL-OK                            VALUE '00'.
           88 WRK-NFECTL-INEXISTENTE                   VALUE '35'.
       77  WRK-NFESEQ-STATUS           PIC X(002)      VALUE SPACES.
           88 WRK-NFESEQ-OK                            VALUE '00'.
       77  WRK-NFE-SERIE               PIC 9(003)      VALUE 1.
       77  WRK-NFE-NUMERO              PIC 9(009)      VALUE ZEROS.
       77  WRK-NFE-LINHA               PIC 9(003)      VALUE ZEROS.
       77  WRK-QTD-NFE                 PIC 9(005)      VALUE ZEROS.
       77  WRK-PEDEXC-STATUS           PIC X(002)      VALUE SPACES.
      *
      *    CHAVE DE TREINAMENTO E NOMES DOS ARQUIVOS GRAVADOS, QUE
       77  WRK-PERIODO-ALVO            PIC 9(006)      VALUE ZEROS.
       77  WRK-PERIODO-TRAVA           PIC X(001)      VALUE 'N'.
           88  WRK-PERIODO-FECHADO                     VALUE 'S'.
      *
      *    FILIAL DO PEDIDO (CADASTRO FILIAL): FILIAL INEXISTENTE OU
      *    INATIVA, OU COM O PERIODO FECHADO NO PERFECHA, RECUSA O
      *    PEDIDO INTEIRO; SEM O CADASTRO SO A MATRIZ (01) E ACEITA.
      *    CADA FILIAL TEM A SUA SERIE E O SEU CONTADOR DE NF-E
      *
       77  WRK-FILIAL-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-FILIAL-OK                           VALUE '00'.
           88  WRK-FILIAL-INEXISTENTE                  VALUE '35'.
       77  WRK-FILIAL-CADASTRO         PIC X(001)      VALUE 'S'.
           88  WRK-FILIAL-SEM-CADASTRO                 VALUE 'N'.
       77  WRK-FILIAL-CRITICA          PIC X(002)      VALUE SPACES.
       77  WRK-FILIAL-VALIDA           PIC X(001)      VALUE 'S'.
           88  WRK-FILIAL-RECUSADA                     VALUE 'N'.
       77  WRK-PEDIDO-ATUAL-FILIAL     PIC X(002)      VALUE '01'.
       77  WRK-FILIAL-SERIE-NFE        PIC 9(003)      VALUE 1.
       77  WRK-PEDIDO-RECUSADO         PIC 9(006)      VALUE ZEROS.
       77  WRK-QTD-RECUSADOS-FILIAL    PIC 9(005)      VALUE ZEROS.
       77  WRK-ARQ-NFESEQ-BASE         PIC X(010)      VALUE 'NFESEQ'.
       77  WRK-TRAVA-HORA              PIC 9(008)      VALUE ZEROS.
       77  WRK-TREINPARM-STATUS        PIC X(002)      VALUE SPACES.
       77  WRK-EM-TREINAMENTO          PIC X(001)      VALUE 'N'.
       77  WRK-ARQ-FRETCOT             PIC X(012)      VALUE 'FRETCOT'.
       77  WRK-ARQ-NOTAPED             PIC X(012)      VALUE 'NOTAPED'.
       77  WRK-ARQ-PEDIDET             PIC X(012)      VALUE 'PEDIDET'.
       77  WRK-ARQ-BACKORD             PIC X(012)      VALUE 'BACKORD'.
       77  WRK-ARQ-ESTLOTE             PIC X(012)      VALUE 'ESTLOTE'.
       77  WRK-ARQ-LOTSAI              PIC X(012)      VALUE 'LOTSAI'.
       77  WRK-ARQ-PEDEXC              PIC X(012)      VALUE 'PEDEXC'.
       77  WRK-ARQ-PRECEXC             PIC X(012)      VALUE 'PRECEXC'.
       77  WRK-ARQ-ROMANEIO            PIC X(012)      VALUE 'ROMANEIO'.
                                        VALUE 'EMBALAGEM'.
       77  WRK-ARQ-JRNMAS              PIC X(012)      VALUE 'JRNMAS'.
       77  WRK-ARQ-LOGINLOG            PIC X(012)      VALUE 'LOGINLOG'.
       77  WRK-ARQ-NFEEXP              PIC X(012)      VALUE 'NFEEXP'.
       77  WRK-ARQ-NFECTL              PIC X(012)      VALUE 'NFECTL'.
       77  WRK-ARQ-NFESEQ              PIC X(012)      VALUE 'NFESEQ'.
       77  WRK-ARQ-PISMOV              PIC X(012)      VALUE 'PISMOV'.
       77  WRK-ARQ-SODLOG              PIC X(012)      VALUE 'SODLOG'.
      *
      *    CRITICA DE SEQUENCIA DO LOTE ORDENADO: ULTIMO PAR
      *    PEDIDO/PRODUTO ACEITO E CONTADORES DE EXCECAO
       77  WRK-SUPERV-RESULTADO        PIC X(010)      VALUE SPACES.
       77  WRK-LOG-HORA                PIC 9(008)      VALUE ZEROS.
      *
      *    SEGREGACAO DE FUNCOES: QUEM DIGITOU O PEDIDO NAO PODE
      *    LIBERAR A RETENCAO DE CREDITO DELE (PAR DA SODREGRA)
      *
       77  WRK-SODREGRA-STATUS         PIC X(002)      VALUE SPACES.
           88 WRK-SODREGRA-OK                          VALUE '00'.
           88 WRK-SODREGRA-INEXISTENTE                 VALUE '35'.
       77  WRK-SODLOG-STATUS           PIC X(002)      VALUE SPACES.
       77  WRK-SOD-FUNCAO-ENTRADA      PIC X(010)      VALUE SPACES.
       77  WRK-SOD-FUNCAO-APROVA       PIC X(010)      VALUE SPACES.
       77  WRK-SOD-USUARIO-ENTRADA     PIC X(020)      VALUE SPACES.
       77  WRK-SOD-USUARIO-APROVA      PIC X(020)      VALUE SPACES.
       77  WRK-SOD-DOCUMENTO           PIC X(030)      VALUE SPACES.
       77  WRK-SOD-SITUACAO            PIC X(001)      VALUE 'N'.
           88 WRK-SOD-CONFLITO                         VALUE 'S'.
      *
      *    ALIQUOTA DE CONTINGENCIA SOBRE O SUBTOTAL, USADA APENAS
      *    QUANDO A UF DO PEDIDO NAO TEM ALIQUOTA NA TABELA ICMSUF
      *
       77  WRK-ALIQUOTA-APLICADA       PIC 9(001)V9999 VALUE ZEROS.
       77  WRK-ALIQUOTA-PCT            PIC 9(003)V99   VALUE ZEROS.
       77  WRK-ALIQUOTA-PCT-ED         PIC ZZ9,99      VALUE ZEROS.
      *
      *    PIS E COFINS SOBRE O SUBTOTAL: ALIQUOTAS DA VIGENCIA MAIS
      *    RECENTE DA TABELA PISCOF NAO POSTERIOR A DATA DE
      *    PROCESSAMENTO; SEM VIGENCIA APLICAVEL, VALEM AS DE
      *    CONTINGENCIA (REGIME NAO CUMULATIVO)
      *
       77  WRK-PISCOF-STATUS           PIC X(002)      VALUE SPACES.
           88 WRK-PISCOF-OK                            VALUE '00'.
           88 WRK-PISCOF-FIM                           VALUE '10'.
           88 WRK-PISCOF-INEXISTENTE                   VALUE '35'.
       77  WRK-PISCOF-VIGENCIA         PIC 9(008)      VALUE ZEROS.
       77  WRK-ALIQ-PIS                PIC 9(001)V9999 VALUE 0,0165.
       77  WRK-ALIQ-COFINS             PIC 9(001)V9999 VALUE 0,0760.
       77  WRK-PIS-PEDIDO              PIC 9(008)V99   VALUE ZEROS.
       77  WRK-COFINS-PEDIDO           PIC 9(008)V99   VALUE ZEROS.
       77  WRK-PISMOV-STATUS           PIC X(002)      VALUE SPACES.
      *
       77  WRK-DATA-SYS                PIC 9(008)      VALUE ZEROS.
       77  WRK-PEDIDO-ATUAL            PIC 9(006)      VALUE ZEROS.
       77  WRK-UF-ORIGEM               PIC X(002)      VALUE 'SP'.
       77  WRK-DIAS-CONTINGENCIA       PIC 9(003)      VALUE 5.
       77  WRK-DIAS-UTEIS-REST         PIC 9(003)      VALUE ZEROS.
      *
      *    COTACAO PELA TABELA DE FRETE DA TRANSPORTADORA (TRANSTAR):
      *    VIGENCIA MAIS RECENTE NAO POSTERIOR A DATA, FAIXA DE PESO,
      *    VALOR POR M3, AD VALOREM E FRETE MINIMO
      *
       77  WRK-TRANSTAR-STATUS         PIC X(002)      VALUE SPACES.
           88 WRK-TRANSTAR-OK                          VALUE '00'.
           88 WRK-TRANSTAR-INEXISTENTE                 VALUE '35'.
       77  WRK-TRANSTAR-ABERTURA       PIC X(001)      VALUE 'N'.
           88 WRK-TRANSTAR-ABERTO                      VALUE 'S'.
       77  WRK-TAR-CNPJ                PIC X(014)      VALUE SPACES.
       77  WRK-TAR-UF                  PIC X(002)      VALUE SPACES.
       77  WRK-TAR-DATA                PIC 9(008)      VALUE ZEROS.
       77  WRK-TAR-PESO                PIC 9(006)V99   VALUE ZEROS.
       77  WRK-TAR-VOLUME              PIC 9(003)V9999 VALUE ZEROS.
       77  WRK-TAR-VALOR               PIC 9(009)V99   VALUE ZEROS.
       77  WRK-TAR-VIGENCIA            PIC 9(008)      VALUE ZEROS.
       77  WRK-TAR-FRETE               PIC 9(006)V99   VALUE ZEROS.
       77  WRK-TAR-FAIXA               PIC 9(002)      VALUE ZEROS.
       77  WRK-TAR-ULT-FAIXA           PIC 9(002)      VALUE ZEROS.
       77  WRK-TAR-IDX                 PIC 9(002)      VALUE ZEROS.
       77  WRK-TAR-ACHADA              PIC X(001)      VALUE 'N'.
           88 WRK-TAR-OK                               VALUE 'S'.
       77  WRK-TAR-FIM-SCAN            PIC X(001)      VALUE 'N'.
           88 WRK-TAR-SCAN-FIM                         VALUE 'S'.
      *
      *    ESCOLHA DA TRANSPORTADORA MAIS BARATA ENTRE AS ATIVAS COM
      *    TABELA PARA A UF, DENTRE AS QUE CUMPREM O PRAZO PROMETIDO
      *    DA MATRIZ TRANSUF; SEM NENHUMA NO PRAZO, FICA A MAIS
      *    BARATA DE TODAS, COM AVISO
      *
       77  WRK-TRANSMAS-FIM-SCAN       PIC X(001)      VALUE 'N'.
           88 WRK-TRANSMAS-SCAN-FIM                    VALUE 'S'.
       77  WRK-PRAZO-PROMETIDO         PIC 9(003)      VALUE ZEROS.
       77  WRK-MELHOR-CNPJ             PIC X(014)      VALUE SPACES.
       77  WRK-MELHOR-FRETE            PIC 9(006)V99   VALUE ZEROS.
       77  WRK-MELHOR-DIAS             PIC 9(003)      VALUE ZEROS.
       77  WRK-MENOR-CNPJ              PIC X(014)      VALUE SPACES.
       77  WRK-MENOR-FRETE             PIC 9(006)V99   VALUE ZEROS.
       77  WRK-MENOR-DIAS              PIC 9(003)      VALUE ZEROS.
       77  WRK-QTD-COTADAS             PIC 9(003)      VALUE ZEROS.
       77  WRK-ESCOLHA-PRAZO           PIC X(001)      VALUE 'S'.
           88 WRK-ESCOLHA-NO-PRAZO                     VALUE 'S'.
           88 WRK-ESCOLHA-FORA-PRAZO                   VALUE 'N'.
       77  WRK-TRANSMAS-STATUS         PIC X(002)      VALUE SPACES.
       77  WRK-TRANSP-PEDIDO           PIC X(014)      VALUE SPACES.
       77  WRK-DATA-PROMETIDA          PIC 9(008)      VALUE ZEROS.
       77  WRK-PROM-ANO                PIC 9(004)      VALUE ZEROS.
       77  WRK-PROM-MES                PIC 9(002)      VALUE ZEROS.
       0001-PRINCIPAL                  SECTION.
      *================================================================*
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
      *================================================================*
       0001-99-FIM.                    EXIT.
               MOVE 'TRFRETCOT'         TO WRK-ARQ-FRETCOT
               MOVE 'TRNOTAPED'         TO WRK-ARQ-NOTAPED
               MOVE 'TRPEDIDET'         TO WRK-ARQ-PEDIDET
               MOVE 'TRBACKORD'         TO WRK-ARQ-BACKORD
               MOVE 'TRESTLOTE'         TO WRK-ARQ-ESTLOTE
               MOVE 'TRLOTSAI'          TO WRK-ARQ-LOTSAI
               MOVE 'TRPEDEXC'          TO WRK-ARQ-PEDEXC
               MOVE 'TRPRECEXC'         TO WRK-ARQ-PRECEXC
               MOVE 'TRROMANEIO'        TO WRK-ARQ-ROMANEIO
               MOVE 'TREMBALAGEM'       TO WRK-ARQ-EMBALAGEM
               MOVE 'TRJRNMAS'          TO WRK-ARQ-JRNMAS
               MOVE 'TRLOGINLOG'        TO WRK-ARQ-LOGINLOG
               MOVE 'TRNFEEXP'          TO WRK-ARQ-NFEEXP
               MOVE 'TRNFECTL'          TO WRK-ARQ-NFECTL
               MOVE 'TRNFESEQ'          TO WRK-ARQ-NFESEQ-BASE
               MOVE 'TRPISMOV'          TO WRK-ARQ-PISMOV
               MOVE 'TRSODLOG'          TO WRK-ARQ-SODLOG
               DISPLAY '*** MODO DE TREINAMENTO - ATUALIZACOES '
                       'REDIRECIONADAS PARA ARQUIVOS TR ***'
           END-IF.
           IF  WRK-PRODMAS-INEXISTENTE
               PERFORM 0500-CARREGAR-PRODUTOS
           END-IF.
           OPEN INPUT KITMAS-FILE.
           IF  WRK-KITMAS-OK
               SET WRK-KITMAS-ABERTO    TO TRUE
           END-IF.

           OPEN I-O ICMSUF-FILE.
           IF  WRK-ICMSUF-INEXISTENTE
               PERFORM 0560-CARREGAR-TABELA-ICMS
           END-IF.

           OPEN I-O PISCOF-FILE.
           IF  WRK-PISCOF-INEXISTENTE
               PERFORM 0566-CARREGAR-TABELA-PISCOF
           END-IF.

           OPEN I-O CONDPAG-FILE.
           IF  WRK-CONDPAG-INEXISTENTE
               PERFORM 0565-CARREGAR-CONDICOES
               PERFORM 0570-CARREGAR-MATRIZ-TRANSITO
           END-IF.

           OPEN INPUT TRANSMAS-FILE.
           OPEN INPUT TRANSTAR-FILE.
           IF  WRK-TRANSTAR-OK
               SET WRK-TRANSTAR-ABERTO  TO TRUE
           END-IF.

           OPEN I-O FRETCOT-FILE.
           IF  WRK-FRETCOT-INEXISTENTE
               CLOSE FRETCOT-FILE
               OPEN I-O PEDIDET-FILE
           END-IF.

           OPEN I-O BACKORD-FILE.
           IF  WRK-BACKORD-INEXISTENTE
               CLOSE BACKORD-FILE
               OPEN OUTPUT BACKORD-FILE
               CLOSE BACKORD-FILE
               OPEN I-O BACKORD-FILE
           END-IF.

           OPEN I-O ESTLOTE-FILE.
           IF  WRK-ESTLOTE-INEXISTENTE
               CLOSE ESTLOTE-FILE
               OPEN OUTPUT ESTLOTE-FILE
               CLOSE ESTLOTE-FILE
               OPEN I-O ESTLOTE-FILE
           END-IF.

           OPEN EXTEND LOTSAI-FILE.
           IF  WRK-LOTSAI-STATUS       EQUAL '35'
               OPEN OUTPUT LOTSAI-FILE
               CLOSE LOTSAI-FILE
               OPEN EXTEND LOTSAI-FILE
           END-IF.

           OPEN I-O ENDENTR-FILE.
           IF  WRK-ENDENTR-INEXISTENTE
               CLOSE ENDENTR-FILE
               OPEN I-O ENDENTR-FILE
           END-IF.

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

           OPEN OUTPUT NOTAPED-FILE.
           IF  WRK-TREINAMENTO-SIM
               MOVE '*** TREINAMENTO - SEM VALOR FISCAL ***'
           ACCEPT WRK-DATA-SYS         FROM DATE YYYYMMDD.
           PERFORM 0090-LER-DATA-PROCESSAMENTO.
           PERFORM 0092-CARREGAR-FERIADOS.
           PERFORM 0567-ESCOLHER-VIGENCIA-PISCOF.
           DIVIDE WRK-DATA-SYS         BY 100
               GIVING WRK-PERIODO-ALVO.
           OPEN INPUT PERFECHA-FILE.
           OPEN INPUT FILIAL-FILE.
           IF  WRK-FILIAL-INEXISTENTE
               SET WRK-FILIAL-SEM-CADASTRO TO TRUE
           END-IF.
           DISPLAY 'OPERADOR:'.
           ACCEPT WRK-OPERADOR.
      *================================================================*
           MOVE PEDITEM-PEDIDO         TO WRK-PEDIDO-ATUAL.
           MOVE PEDITEM-UF             TO WRK-PEDIDO-ATUAL-UF.
           MOVE PEDITEM-CPF            TO WRK-PEDIDO-ATUAL-CPF.
           PERFORM 0616-OBTER-FILIAL-PEDIDO.
           MOVE PEDITEM-COTACAO        TO WRK-COTACAO-PEDIDO.
           MOVE PEDITEM-CONDPAG        TO WRK-CONDPAG-PEDIDO.
           MOVE PEDITEM-END-ENTREGA    TO WRK-END-ENTREGA-SEQ.
                                           WRK-PESO-TOTAL-PEDIDO
                                           WRK-QTD-ITENS-PEDIDO
                                           WRK-SEP-COUNT
                                           WRK-SLT-COUNT
                                           WRK-PEDIDET-LINHA.
           MOVE SPACES                 TO WRK-SEP-TAB.
           MOVE SPACES                 TO WRK-SLT-TAB.
           MOVE SPACES                 TO NOTAPED-REC.
           STRING 'PEDIDO '            DELIMITED BY SIZE
                  WRK-PEDIDO-ATUAL     DELIMITED BY SIZE
           READ PRODMAS-FILE.
           MOVE 'N'                    TO WRK-PRODUTO-INATIVO.
           IF  WRK-PRODMAS-OK AND PRODMAS-INATIVO
           AND NOT PEDITEM-DE-PENDENCIA
               SET WRK-PRODUTO-BLOQUEADO TO TRUE
               MOVE SPACES             TO NOTAPED-REC
               STRING '  PRODUTO INATIVO: ' DELIMITED BY SIZE
           IF  WRK-PRODMAS-OK
               PERFORM 0695-GRAVAR-ITEM-DETALHE
           END-IF.
           IF  WRK-PRODMAS-OK AND NOT WRK-ITEM-COM-ESTOQUE
               PERFORM 0698-GRAVAR-PENDENCIA
           END-IF.
           IF  WRK-PRODMAS-OK AND WRK-ITEM-COM-ESTOQUE
               IF  WRK-KIT-COUNT       GREATER ZEROS
                   PERFORM 0678-SAIR-1-COMPONENTE
                       VARYING WRK-KIT-I FROM 1 BY 1
                       UNTIL WRK-KIT-I GREATER WRK-KIT-COUNT
               ELSE
                   MOVE PEDITEM-PRODUTO TO WRK-SAI-PRODUTO
                   MOVE PEDITEM-QTD     TO WRK-SAI-QTD
                   PERFORM 0770-SEPARAR-LOTES
               END-IF
               IF  PEDITEM-DE-PENDENCIA
                   MOVE SPACES          TO NOTAPED-REC
                   STRING '  ENTREGA COMPLEMENTAR DA PENDENCIA DO '
                                        DELIMITED BY SIZE
                          'PEDIDO '     DELIMITED BY SIZE
                          PEDITEM-PEDIDO-ORIGEM DELIMITED BY SIZE
                          INTO NOTAPED-REC
                   END-STRING
                   WRITE NOTAPED-REC
               ELSE
                   IF  WRK-KIT-COUNT   EQUAL ZEROS
                       PERFORM 0680-BAIXAR-ESTOQUE
                   END-IF
               END-IF
               PERFORM 0685-CRITICAR-PRECO-LISTA
               PERFORM 0688-ACUMULAR-ITEM-SEPARACAO
               COMPUTE WRK-ITEM-TOTAL = PEDITEM-QTD * PEDITEM-PRECO
           ELSE
               MOVE ZEROS               TO WRK-FRETE-PEDIDO
           END-IF.
           PERFORM 0870-DEFINIR-TRANSP-PEDIDO.

           IF  WRK-COTACAO-PEDIDO       NOT EQUAL ZEROS
               PERFORM 0740-APLICAR-ORCAMENTO-FRETE
                   WRK-ALIQUOTA-APLICADA.
           COMPUTE WRK-TOTAL-PEDIDO = WRK-SUBTOTAL-PEDIDO +
                   WRK-FRETE-PEDIDO + WRK-IMPOSTO-PEDIDO.
           COMPUTE WRK-PIS-PEDIDO ROUNDED = WRK-SUBTOTAL-PEDIDO *
                   WRK-ALIQ-PIS.
           COMPUTE WRK-COFINS-PEDIDO ROUNDED = WRK-SUBTOTAL-PEDIDO *
                   WRK-ALIQ-COFINS.

           MOVE WRK-SUBTOTAL-PEDIDO     TO WRK-SUBTOTAL-PEDIDO-ED.
           MOVE WRK-FRETE-PEDIDO        TO WRK-FRETE-PEDIDO-ED.
           MOVE WRK-CREDITO-SITUACAO     TO PEDIDO-SITUACAO.
           MOVE WRK-CONDPAG-PEDIDO       TO PEDIDO-CONDPAG.
           MOVE WRK-DATA-PROMETIDA       TO PEDIDO-DATA-PROMETIDA.
           MOVE WRK-END-ENTREGA-SEQ      TO PEDIDO-END-ENTREGA.
           MOVE WRK-PIS-PEDIDO           TO PEDIDO-PIS.
           MOVE WRK-COFINS-PEDIDO        TO PEDIDO-COFINS.
           MOVE WRK-OPERADOR             TO PEDIDO-OPERADOR.
           MOVE WRK-TRANSP-PEDIDO        TO PEDIDO-TRANSP-CNPJ.
           MOVE WRK-PEDIDO-ATUAL-FILIAL  TO PEDIDO-FILIAL.
           IF  WRK-PEDIDO-OK
               REWRITE PEDIDO-REC
               MOVE 'A'                   TO WRK-JRN-OPERACAO
                   PERFORM 0790-GRAVAR-SAIDAS-ARMAZEM
               END-IF
               PERFORM 0640-GRAVAR-CONTA-RECEBER
               PERFORM 0830-GERAR-NFE
               PERFORM 0850-GRAVAR-PISMOV
           ELSE
               MOVE SPACES               TO NOTAPED-REC
               STRING '  PEDIDO RETIDO - LIMITE DE CREDITO EXCEDIDO'
                   SET WRK-ITEM-SEQUENCIA-OK TO TRUE
                   IF  WRK-ULT-PEDIDO  NOT EQUAL ZEROS
                   AND PEDITEM-PEDIDO  GREATER WRK-ULT-PEDIDO
                   AND NOT PEDITEM-DE-PENDENCIA
                       COMPUTE WRK-PEDIDO-ESPERADO =
                               WRK-ULT-PEDIDO + 1
                       IF  PEDITEM-PEDIDO GREATER WRK-PEDIDO-ESPERADO
                           WRITE PEDEXC-REC
                       END-IF
                   END-IF
                   IF  PEDITEM-PEDIDO  NOT EQUAL WRK-ULT-PEDIDO
                       PERFORM 0614-CRITICAR-FILIAL-PEDIDO
                   END-IF
                   MOVE PEDITEM-PEDIDO  TO WRK-ULT-PEDIDO
                   MOVE PEDITEM-PRODUTO TO WRK-ULT-PRODUTO
                   IF  PEDITEM-PEDIDO  EQUAL WRK-PEDIDO-RECUSADO
                       MOVE 'N'         TO WRK-ITEM-ACEITO
                       MOVE SPACES      TO PEDEXC-REC
                       STRING 'ITEM RECUSADO PELA FILIAL: PEDIDO '
                                        DELIMITED BY SIZE
                              PEDITEM-PEDIDO DELIMITED BY SIZE
                              ' PRODUTO ' DELIMITED BY SIZE
                              PEDITEM-PRODUTO DELIMITED BY SIZE
                              INTO PEDEXC-REC
                       END-STRING
                       WRITE PEDEXC-REC
                   END-IF
               END-IF
           END-IF.
      *================================================================*
       0612-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CRITICA A FILIAL NO PRIMEIRO ITEM DE CADA PEDIDO: A FILIAL
      *    TEM DE EXISTIR ATIVA NO CADASTRO (SEM O CADASTRO, SO A
      *    MATRIZ) E O PERIODO NAO PODE ESTAR FECHADO NELA; SENAO O
      *    PEDIDO INTEIRO E RECUSADO NO PEDEXC
      *================================================================*
       0614-CRITICAR-FILIAL-PEDIDO     SECTION.
      *================================================================*
           MOVE PEDITEM-FILIAL         TO WRK-FILIAL-CRITICA.
           IF  WRK-FILIAL-CRITICA      EQUAL SPACES
               MOVE '01'                TO WRK-FILIAL-CRITICA
           END-IF.
           MOVE 'S'                    TO WRK-FILIAL-VALIDA.
           IF  WRK-FILIAL-SEM-CADASTRO
               IF  WRK-FILIAL-CRITICA  NOT EQUAL '01'
                   SET WRK-FILIAL-RECUSADA TO TRUE
               END-IF
           ELSE
               MOVE WRK-FILIAL-CRITICA  TO FILIAL-CODIGO
               READ FILIAL-FILE
               IF  NOT WRK-FILIAL-OK OR NOT FILIAL-ATIVA
                   SET WRK-FILIAL-RECUSADA TO TRUE
               END-IF
           END-IF.
           IF  WRK-FILIAL-RECUSADA
               MOVE PEDITEM-PEDIDO      TO WRK-PEDIDO-RECUSADO
               ADD 1                    TO WRK-QTD-RECUSADOS-FILIAL
               MOVE SPACES              TO PEDEXC-REC
               STRING 'FILIAL INEXISTENTE OU INATIVA: PEDIDO '
                                        DELIMITED BY SIZE
                      PEDITEM-PEDIDO    DELIMITED BY SIZE
                      ' FILIAL '        DELIMITED BY SIZE
                      WRK-FILIAL-CRITICA DELIMITED BY SIZE
                      INTO PEDEXC-REC
               END-STRING
               WRITE PEDEXC-REC
               GO TO 0614-99-FIM
           END-IF.

           PERFORM 0080-CHECAR-PERIODO-FECHADO.
           IF  WRK-PERIODO-FECHADO
               MOVE PEDITEM-PEDIDO      TO WRK-PEDIDO-RECUSADO
               ADD 1                    TO WRK-QTD-RECUSADOS-FILIAL
               MOVE SPACES              TO PEDEXC-REC
               STRING 'PERIODO '        DELIMITED BY SIZE
                      WRK-PERIODO-ALVO  DELIMITED BY SIZE
                      ' FECHADO NA FILIAL ' DELIMITED BY SIZE
                      WRK-FILIAL-CRITICA DELIMITED BY SIZE
                      ': PEDIDO '       DELIMITED BY SIZE
                      PEDITEM-PEDIDO    DELIMITED BY SIZE
                      INTO PEDEXC-REC
               END-STRING
               WRITE PEDEXC-REC
           END-IF.
      *================================================================*
       0614-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GUARDA A FILIAL DO PEDIDO CORRENTE (JA CRITICADA) E A
      *    SERIE DE NF-E DELA; MATRIZ OU SEM CADASTRO FICAM NA SERIE
      *    001
      *================================================================*
       0616-OBTER-FILIAL-PEDIDO        SECTION.
      *================================================================*
           MOVE PEDITEM-FILIAL         TO WRK-PEDIDO-ATUAL-FILIAL.
           IF  WRK-PEDIDO-ATUAL-FILIAL EQUAL SPACES
               MOVE '01'                TO WRK-PEDIDO-ATUAL-FILIAL
           END-IF.
           MOVE 1                      TO WRK-FILIAL-SERIE-NFE.
           IF  WRK-FILIAL-SEM-CADASTRO
               GO TO 0616-99-FIM
           END-IF.
           MOVE WRK-PEDIDO-ATUAL-FILIAL TO FILIAL-CODIGO.
           READ FILIAL-FILE.
           IF  WRK-FILIAL-OK
           AND FILIAL-SERIE-NFE        GREATER ZEROS
               MOVE FILIAL-SERIE-NFE    TO WRK-FILIAL-SERIE-NFE
           END-IF.
      *================================================================*
       0616-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    BUSCA A TAXA DE FRETE DA UF DO PEDIDO CORRENTE
      *================================================================*
      *================================================================*
           CLOSE FRETUF-FILE.
           CLOSE PRODMAS-FILE.
           CLOSE KITMAS-FILE.
           CLOSE ICMSUF-FILE.
           CLOSE PISCOF-FILE.
           CLOSE CONDPAG-FILE.
           CLOSE PEDIDO-FILE.
           CLOSE TRANSUF-FILE.
           CLOSE TRANSMAS-FILE.
           CLOSE TRANSTAR-FILE.
           CLOSE FRETCOT-FILE.
           CLOSE USERMAS-FILE.
           CLOSE CUSTMAS-FILE.
           CLOSE ESTOQUE-FILE.
           CLOSE CONTAREC-FILE.
           CLOSE PEDIDET-FILE.
           CLOSE BACKORD-FILE.
           CLOSE ESTLOTE-FILE.
           CLOSE LOTSAI-FILE.
           CLOSE ENDENTR-FILE.
           CLOSE NFECTL-FILE.
           CLOSE NFEEXP-FILE.
           CLOSE PISMOV-FILE.
           CLOSE NOTAPED-FILE.
           CLOSE PERFECHA-FILE.
           CLOSE FILIAL-FILE.

           MOVE SPACES                 TO PEDEXC-REC.
           STRING 'LINHAS DUPLICADAS REJEITADAS=' DELIMITED BY SIZE
                  WRK-QTD-DUPLICADOS   DELIMITED BY SIZE
                  ' LACUNAS DE NUMERACAO='        DELIMITED BY SIZE
                  WRK-QTD-LACUNAS      DELIMITED BY SIZE
                  ' PEDIDOS RECUSADOS POR FILIAL=' DELIMITED BY SIZE
                  WRK-QTD-RECUSADOS-FILIAL DELIMITED BY SIZE
                  INTO PEDEXC-REC
           END-STRING.
           WRITE PEDEXC-REC.
           PERFORM 0820-GRAVAR-APERTO-DE-MAO.

           DISPLAY 'PEDIDOS PROCESSADOS: ' WRK-QTD-PEDIDOS.
           DISPLAY 'PENDENCIAS DE ENTREGA REGISTRADAS: '
                   WRK-QTD-PENDENCIAS.
           DISPLAY 'NOTAS FISCAIS ELETRONICAS EXPORTADAS: '
                   WRK-QTD-NFE.
           GOBACK.
      *================================================================*
       0300-99-FIM.                    EXIT.

      *================================================================*
      *    CHECA NO PERFECHA SE O PERIODO ALVO ESTA FECHADO OU
      *    REFECHADO NA FILIAL DO PEDIDO; PERIODO REABERTO OU SEM
      *    REGISTRO ESTA LIVRE
      *================================================================*
       0080-CHECAR-PERIODO-FECHADO     SECTION.
      *================================================================*
           MOVE 'N'                    TO WRK-PERIODO-TRAVA.
           IF  WRK-PERFECHA-INEXISTENTE
               GO TO 0080-99-FIM
           END-IF.
           MOVE WRK-PERIODO-ALVO       TO PERFECHA-PERIODO.
           MOVE WRK-FILIAL-CRITICA     TO PERFECHA-FILIAL.
           READ PERFECHA-FILE.
           IF  WRK-PERFECHA-OK
           AND (PERFECHA-FECHADO OR PERFECHA-REFECHADO)
               SET WRK-PERIODO-FECHADO  TO TRUE
               PERFORM 0085-LOGAR-TENTATIVA-FECHADO
           END-IF.
      *================================================================*
       0080-99-FIM.                    EXIT.
      *================================================================*
           MOVE SPACES                 TO VALIDLOG-CAMPOS.
           STRING 'PERIODO '           DELIMITED BY SIZE
                  WRK-PERIODO-ALVO     DELIMITED BY SIZE
                  ' FILIAL '           DELIMITED BY SIZE
                  WRK-FILIAL-CRITICA   DELIMITED BY SIZE
                  ' FECHADO - PEDIDO '  DELIMITED BY SIZE
                  PEDITEM-PEDIDO       DELIMITED BY SIZE
                  ' RECUSADO'          DELIMITED BY SIZE
                  INTO VALIDLOG-CAMPOS
           END-STRING.
           SET VALIDLOG-ABERTA         TO TRUE.
       0565-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CARGA INICIAL DA TABELA DE ALIQUOTAS DE PIS E COFINS COM A
      *    VIGENCIA DO REGIME NAO CUMULATIVO; AS MUDANCAS DE ALIQUOTA
      *    ENTRAM COMO NOVAS VIGENCIAS, SEM ALTERAR O FONTE
      *================================================================*
       0566-CARREGAR-TABELA-PISCOF     SECTION.
      *================================================================*
           CLOSE PISCOF-FILE.
           OPEN OUTPUT PISCOF-FILE.
           MOVE 20000101               TO PISCOF-DATA-VIGENCIA.
           MOVE 0,0165                 TO PISCOF-ALIQ-PIS.
           MOVE 0,0760                 TO PISCOF-ALIQ-COFINS.
           WRITE PISCOF-REC.
           CLOSE PISCOF-FILE.
           OPEN I-O PISCOF-FILE.
      *================================================================*
       0566-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ESCOLHE NA TABELA PISCOF A VIGENCIA MAIS RECENTE NAO
      *    POSTERIOR A DATA DE PROCESSAMENTO, NOS MOLDES DA ESCOLHA
      *    DE VIGENCIA DAS FAIXAS DA FOLHA (PROGCOB04)
      *================================================================*
       0567-ESCOLHER-VIGENCIA-PISCOF   SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-PISCOF-VIGENCIA.
           MOVE ZEROS                  TO PISCOF-DATA-VIGENCIA.
           MOVE '00'                   TO WRK-PISCOF-STATUS.
           START PISCOF-FILE KEY NOT LESS PISCOF-DATA-VIGENCIA
               INVALID KEY
                   MOVE '10'            TO WRK-PISCOF-STATUS
           END-START.
           PERFORM 0568-EXAMINAR-1-VIGENCIA UNTIL WRK-PISCOF-FIM.
      *================================================================*
       0567-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    EXAMINA UMA VIGENCIA DA TABELA PISCOF E, SE APLICAVEL E
      *    MAIS RECENTE, GUARDA AS SUAS ALIQUOTAS
      *================================================================*
       0568-EXAMINAR-1-VIGENCIA        SECTION.
      *================================================================*
           READ PISCOF-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WRK-PISCOF-STATUS
           END-READ.
           IF  WRK-PISCOF-OK
           AND PISCOF-DATA-VIGENCIA    NOT GREATER WRK-DATA-SYS
           AND PISCOF-DATA-VIGENCIA    GREATER WRK-PISCOF-VIGENCIA
               MOVE PISCOF-DATA-VIGENCIA TO WRK-PISCOF-VIGENCIA
               MOVE PISCOF-ALIQ-PIS      TO WRK-ALIQ-PIS
               MOVE PISCOF-ALIQ-COFINS   TO WRK-ALIQ-COFINS
           END-IF.
      *================================================================*
       0568-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CARGA INICIAL DA MATRIZ DE TRANSITO ORIGEM X DESTINO: UFS
      *    IGUAIS LEVAM 1 DIA UTIL; PARES DIFERENTES LEVAM OS DIAS DO
           READ CONTAREC-FILE.
           IF  WRK-CONTAREC-OK
               MOVE WRK-PEDIDO-ATUAL-CPF TO CONTAREC-CPF
               MOVE WRK-PEDIDO-ATUAL-FILIAL TO CONTAREC-FILIAL
               MOVE WRK-DATA-SYS         TO CONTAREC-DATA-EMISSAO
               MOVE WRK-DATA-VENCTO      TO CONTAREC-DATA-VENCTO
               MOVE WRK-VALOR-TITULO     TO CONTAREC-VALOR
               MOVE WRK-PEDIDO-ATUAL     TO CONTAREC-PEDIDO
               MOVE WRK-PARCELA-IDX      TO CONTAREC-PARCELA
               MOVE WRK-PEDIDO-ATUAL-CPF TO CONTAREC-CPF
               MOVE WRK-PEDIDO-ATUAL-FILIAL TO CONTAREC-FILIAL
               MOVE WRK-DATA-SYS         TO CONTAREC-DATA-EMISSAO
               MOVE WRK-DATA-VENCTO      TO CONTAREC-DATA-VENCTO
               MOVE WRK-VALOR-TITULO     TO CONTAREC-VALOR
       0688-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SEPARA O ITEM PELOS LOTES DO PRODUTO NO DEPOSITO PRINCIPAL
      *    NA ORDEM DE VALIDADE (O QUE VENCE PRIMEIRO SAI PRIMEIRO),
      *    BAIXANDO O SALDO DO LOTE E REGISTRANDO NO LOTSAI O PEDIDO E
      *    O CPF QUE RECEBERAM CADA LOTE; O QUE OS LOTES NAO COBREM
      *    SAI COMO SEM LOTE NO ROMANEIO
      *================================================================*
       0770-SEPARAR-LOTES              SECTION.
      *================================================================*
           MOVE WRK-SAI-QTD            TO WRK-LOT-FALTA.
           MOVE SPACES                 TO WRK-LOT-PRIMEIRO.
           MOVE ZEROS                  TO WRK-LOT-PRIMEIRO-VAL
                                           WRK-LOT-COUNT.
           MOVE 'N'                    TO WRK-FIM-LOTES.
           MOVE WRK-SAI-PRODUTO        TO ESTLOTE-PRODUTO.
           MOVE '01'                   TO ESTLOTE-LOCAL.
           MOVE LOW-VALUES             TO ESTLOTE-LOTE.
           START ESTLOTE-FILE KEY NOT LESS ESTLOTE-CHAVE
               INVALID KEY
                   SET WRK-LOTES-ENCERRADOS TO TRUE
           END-START.
           PERFORM 0772-CARREGAR-1-LOTE
               UNTIL WRK-LOTES-ENCERRADOS.

           MOVE 'N'                    TO WRK-FIM-LOTES.
           PERFORM 0774-CONSUMIR-1-LOTE
               UNTIL WRK-LOTES-ENCERRADOS
               OR WRK-LOT-FALTA        EQUAL ZEROS.
           IF  WRK-LOT-FALTA           GREATER ZEROS
               MOVE SPACES              TO ESTLOTE-LOTE
               MOVE ZEROS               TO ESTLOTE-VALIDADE
               MOVE WRK-LOT-FALTA       TO WRK-LOT-QTD-TIRADA
               PERFORM 0778-ANOTAR-LOTE-SEPARADO
           END-IF.
      *================================================================*
       0770-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CARREGA UM LOTE COM SALDO DO PRODUTO NA TABELA DE
      *    CANDIDATOS DO ITEM
      *================================================================*
       0772-CARREGAR-1-LOTE            SECTION.
      *================================================================*
           READ ESTLOTE-FILE NEXT RECORD
               AT END
                   SET WRK-LOTES-ENCERRADOS TO TRUE
                   GO TO 0772-99-FIM
           END-READ.
           IF  ESTLOTE-PRODUTO         NOT EQUAL WRK-SAI-PRODUTO
           OR  ESTLOTE-LOCAL           NOT EQUAL '01'
               SET WRK-LOTES-ENCERRADOS TO TRUE
               GO TO 0772-99-FIM
           END-IF.
           IF  ESTLOTE-SALDO           EQUAL ZEROS
               GO TO 0772-99-FIM
           END-IF.
           IF  WRK-LOT-COUNT           NOT LESS 30
               DISPLAY 'AVISO: LIMITE DE 30 LOTES POR PRODUTO NA '
                       'SEPARACAO - ' WRK-SAI-PRODUTO ' LOTE '
                       ESTLOTE-LOTE ' DESCONSIDERADO'
               GO TO 0772-99-FIM
           END-IF.
           ADD 1                       TO WRK-LOT-COUNT.
           MOVE ESTLOTE-LOTE           TO WRK-LOT-LOTE(WRK-LOT-COUNT).
           MOVE ESTLOTE-VALIDADE
                               TO WRK-LOT-VALIDADE(WRK-LOT-COUNT).
           MOVE ESTLOTE-SALDO          TO WRK-LOT-SALDO(WRK-LOT-COUNT).
      *================================================================*
       0772-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    TIRA DO LOTE DE VALIDADE MAIS PROXIMA O QUE ELE COBRE DO
      *    ITEM; LOTE SEM VALIDADE (ZEROS) E O ULTIMO A SAIR
      *================================================================*
       0774-CONSUMIR-1-LOTE            SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-LOT-MENOR.
           MOVE 99999999               TO WRK-LOT-VAL-MENOR.
           PERFORM 0776-COMPARAR-1-LOTE
               VARYING WRK-LOT-I FROM 1 BY 1
               UNTIL WRK-LOT-I         GREATER WRK-LOT-COUNT.
           IF  WRK-LOT-MENOR           EQUAL ZEROS
               SET WRK-LOTES-ENCERRADOS TO TRUE
               GO TO 0774-99-FIM
           END-IF.

           IF  WRK-LOT-SALDO(WRK-LOT-MENOR) LESS WRK-LOT-FALTA
               MOVE WRK-LOT-SALDO(WRK-LOT-MENOR) TO WRK-LOT-QTD-TIRADA
           ELSE
               MOVE WRK-LOT-FALTA       TO WRK-LOT-QTD-TIRADA
           END-IF.
           SUBTRACT WRK-LOT-QTD-TIRADA FROM WRK-LOT-FALTA.
           SUBTRACT WRK-LOT-QTD-TIRADA
                                   FROM WRK-LOT-SALDO(WRK-LOT-MENOR).

           MOVE WRK-SAI-PRODUTO        TO ESTLOTE-PRODUTO.
           MOVE '01'                   TO ESTLOTE-LOCAL.
           MOVE WRK-LOT-LOTE(WRK-LOT-MENOR) TO ESTLOTE-LOTE.
           READ ESTLOTE-FILE.
           IF  WRK-ESTLOTE-OK
               SUBTRACT WRK-LOT-QTD-TIRADA FROM ESTLOTE-SALDO
               MOVE WRK-DATA-SYS        TO ESTLOTE-DATA-ULT-MOVTO
               REWRITE ESTLOTE-REC
           END-IF.

           MOVE WRK-DATA-SYS           TO LOTSAI-DATA.
           MOVE WRK-SAI-PRODUTO        TO LOTSAI-PRODUTO.
           MOVE WRK-LOT-LOTE(WRK-LOT-MENOR) TO LOTSAI-LOTE.
           MOVE WRK-LOT-VALIDADE(WRK-LOT-MENOR) TO LOTSAI-VALIDADE.
           MOVE WRK-PEDIDO-ATUAL       TO LOTSAI-PEDIDO.
           MOVE WRK-PEDIDO-ATUAL-CPF   TO LOTSAI-CPF.
           MOVE WRK-LOT-QTD-TIRADA     TO LOTSAI-QTD.
           WRITE LOTSAI-REC.

           IF  WRK-LOT-PRIMEIRO        EQUAL SPACES
               MOVE WRK-LOT-LOTE(WRK-LOT-MENOR) TO WRK-LOT-PRIMEIRO
               MOVE WRK-LOT-VALIDADE(WRK-LOT-MENOR)
                                        TO WRK-LOT-PRIMEIRO-VAL
           END-IF.
           MOVE WRK-LOT-LOTE(WRK-LOT-MENOR) TO ESTLOTE-LOTE.
           MOVE WRK-LOT-VALIDADE(WRK-LOT-MENOR) TO ESTLOTE-VALIDADE.
           PERFORM 0778-ANOTAR-LOTE-SEPARADO.
      *================================================================*
       0774-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GUARDA O LOTE CANDIDATO DE VALIDADE MAIS PROXIMA
      *================================================================*
       0776-COMPARAR-1-LOTE            SECTION.
      *================================================================*
           IF  WRK-LOT-SALDO(WRK-LOT-I) EQUAL ZEROS
               GO TO 0776-99-FIM
           END-IF.
           MOVE WRK-LOT-VALIDADE(WRK-LOT-I) TO WRK-LOT-VAL-TESTE.
           IF  WRK-LOT-VAL-TESTE       EQUAL ZEROS
               MOVE 99999999            TO WRK-LOT-VAL-TESTE
           END-IF.
           IF  WRK-LOT-MENOR           EQUAL ZEROS
           OR  WRK-LOT-VAL-TESTE       LESS WRK-LOT-VAL-MENOR
               MOVE WRK-LOT-I           TO WRK-LOT-MENOR
               MOVE WRK-LOT-VAL-TESTE   TO WRK-LOT-VAL-MENOR
           END-IF.
      *================================================================*
       0776-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ANOTA O LOTE SEPARADO (ESTLOTE-LOTE/VALIDADE) E A
      *    QUANTIDADE NA TABELA DO PEDIDO PARA O ROMANEIO
      *================================================================*
       0778-ANOTAR-LOTE-SEPARADO       SECTION.
      *================================================================*
           IF  WRK-SLT-COUNT           NOT LESS 100
               DISPLAY 'AVISO: LIMITE DE 100 LOTES NO ROMANEIO '
                       'EXCEDIDO - ' WRK-SAI-PRODUTO ' LOTE '
                       ESTLOTE-LOTE ' FORA DO ROMANEIO'
               GO TO 0778-99-FIM
           END-IF.
           ADD 1                       TO WRK-SLT-COUNT.
           SET WRK-SLT-IDX             TO WRK-SLT-COUNT.
           MOVE PEDITEM-PRODUTO        TO WRK-SLT-PRODUTO(WRK-SLT-IDX).
           MOVE WRK-SAI-PRODUTO     TO WRK-SLT-COMPONENTE(WRK-SLT-IDX).
           MOVE ESTLOTE-LOTE           TO WRK-SLT-LOTE(WRK-SLT-IDX).
           MOVE ESTLOTE-VALIDADE       TO WRK-SLT-VALIDADE(WRK-SLT-IDX).
           MOVE WRK-LOT-QTD-TIRADA     TO WRK-SLT-QTD(WRK-SLT-IDX).
      *================================================================*
       0778-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA O ROMANEIO DE SEPARACAO (PRODUTO, QTD E PESO POR
      *    LINHA, COM PESO TOTAL) E A GUIA DE EMBALAGEM SEM PRECOS
                  INTO ROMANEIO-REC
           END-STRING.
           WRITE ROMANEIO-REC.
           PERFORM 0797-GRAVAR-LOTE-ROMANEIO
               VARYING WRK-SLT-IDX FROM 1 BY 1
               UNTIL WRK-SLT-IDX       GREATER WRK-SLT-COUNT.

           MOVE SPACES                 TO EMBALAGEM-REC.
           STRING '  '                 DELIMITED BY SIZE
       0795-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA NO ROMANEIO, ABAIXO DO PRODUTO, O LOTE SUGERIDO PARA
      *    A SEPARACAO (VALIDADE MAIS PROXIMA PRIMEIRO)
      *================================================================*
       0797-GRAVAR-LOTE-ROMANEIO       SECTION.
      *================================================================*
           IF  WRK-SLT-PRODUTO(WRK-SLT-IDX) NOT EQUAL
               WRK-SEP-PRODUTO(WRK-SEP-IDX)
               GO TO 0797-99-FIM
           END-IF.
           IF  WRK-SLT-COMPONENTE(WRK-SLT-IDX) NOT EQUAL
               WRK-SLT-PRODUTO(WRK-SLT-IDX)
               MOVE SPACES              TO ROMANEIO-REC
               STRING '    COMPONENTE DO KIT '
                                        DELIMITED BY SIZE
                      WRK-SLT-COMPONENTE(WRK-SLT-IDX)
                                        DELIMITED BY SIZE
                      INTO ROMANEIO-REC
               END-STRING
               WRITE ROMANEIO-REC
           END-IF.
           MOVE SPACES                 TO ROMANEIO-REC.
           IF  WRK-SLT-LOTE(WRK-SLT-IDX) EQUAL SPACES
               STRING '      SEM LOTE REGISTRADO QTD='
                                       DELIMITED BY SIZE
                      WRK-SLT-QTD(WRK-SLT-IDX) DELIMITED BY SIZE
                      INTO ROMANEIO-REC
               END-STRING
           ELSE
               STRING '      LOTE '    DELIMITED BY SIZE
                      WRK-SLT-LOTE(WRK-SLT-IDX) DELIMITED BY SIZE
                      ' VALIDADE '     DELIMITED BY SIZE
                      WRK-SLT-VALIDADE(WRK-SLT-IDX) DELIMITED BY SIZE
                      ' QTD='          DELIMITED BY SIZE
                      WRK-SLT-QTD(WRK-SLT-IDX) DELIMITED BY SIZE
                      INTO ROMANEIO-REC
               END-STRING
           END-IF.
           WRITE ROMANEIO-REC.
      *================================================================*
       0797-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA/REGRAVA O ITEM CORRENTE NO DETALHE PERMANENTE DE
      *    ITENS DO PEDIDO, MARCANDO SE FOI ATENDIDO OU BLOQUEADO
       0695-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    REGISTRA O ITEM SEM ESTOQUE COMO PENDENCIA DE ENTREGA PARA
      *    A ALOCACAO EM ORDEM DE CHEGADA DO PROGBKORD; NO
      *    REPROCESSAMENTO DO MESMO LOTE A PENDENCIA JA GRAVADA (E
      *    TALVEZ JA LIBERADA) E MANTIDA
      *================================================================*
       0698-GRAVAR-PENDENCIA           SECTION.
      *================================================================*
           MOVE PEDITEM-PRODUTO        TO BACKORD-PRODUTO.
           MOVE WRK-DATA-SYS           TO BACKORD-DATA-PEDIDO.
           MOVE WRK-PEDIDO-ATUAL       TO BACKORD-PEDIDO.
           MOVE WRK-PEDIDET-LINHA      TO BACKORD-LINHA.
           MOVE WRK-PEDIDO-ATUAL-CPF   TO BACKORD-CPF.
           MOVE WRK-PEDIDO-ATUAL-UF    TO BACKORD-UF.
           MOVE PEDITEM-QTD            TO BACKORD-QTD.
           MOVE PEDITEM-PRECO          TO BACKORD-PRECO.
           MOVE WRK-CONDPAG-PEDIDO     TO BACKORD-CONDPAG.
           MOVE WRK-END-ENTREGA-SEQ    TO BACKORD-END-ENTREGA.
           MOVE WRK-PEDIDO-ATUAL-FILIAL TO BACKORD-FILIAL.
           SET BACKORD-PENDENTE        TO TRUE.
           MOVE ZEROS                  TO BACKORD-DATA-LIBERACAO
                                           BACKORD-PEDIDO-SEGUIMENTO.
           WRITE BACKORD-REC
               INVALID KEY
                   GO TO 0698-99-FIM
           END-WRITE.
           ADD 1                       TO WRK-QTD-PENDENCIAS.
           MOVE SPACES                 TO NOTAPED-REC.
           STRING '  PENDENCIA DE ENTREGA REGISTRADA - O ITEM SEGUE '
                                       DELIMITED BY SIZE
                  'EM ENTREGA COMPLEMENTAR' DELIMITED BY SIZE
                  INTO NOTAPED-REC
           END-STRING.
           WRITE NOTAPED-REC.
      *================================================================*
       0698-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    VALIDA O CPF DO COMPRADOR NO CADASTRO DE CLIENTES E GRAVA
      *    A LINHA DE IDENTIFICACAO DO CLIENTE NA NOTA DE PEDIDO
       0697-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ESCOLHE A TRANSPORTADORA DO PEDIDO PELO MENOR FRETE ENTRE
      *    AS TABELAS DAS TRANSPORTADORAS (TRANSTAR) QUE CUMPREM O
      *    PRAZO PROMETIDO, SOBRE O PESO TAXADO E O SUBTOTAL; SEM
      *    TABELA PARA A UF, FICA O FRETE DA TABELA POR UF (FRETUF)
      *================================================================*
       0870-DEFINIR-TRANSP-PEDIDO      SECTION.
      *================================================================*
           MOVE SPACES                 TO WRK-TRANSP-PEDIDO
                                           WRK-MELHOR-CNPJ.
           IF  NOT WRK-TRANSTAR-ABERTO
               GO TO 0870-99-FIM
           END-IF.
           MOVE WRK-PEDIDO-ATUAL-UF    TO WRK-TAR-UF.
           MOVE WRK-DATA-SYS           TO WRK-TAR-DATA.
           MOVE WRK-PESO-TOTAL-PEDIDO  TO WRK-TAR-PESO.
           MOVE ZEROS                  TO WRK-TAR-VOLUME.
           MOVE WRK-SUBTOTAL-PEDIDO    TO WRK-TAR-VALOR.
           PERFORM 0860-ESCOLHER-TRANSPORTADORA.
           IF  WRK-MELHOR-CNPJ         EQUAL SPACES
               GO TO 0870-99-FIM
           END-IF.

           MOVE WRK-MELHOR-CNPJ        TO WRK-TRANSP-PEDIDO.
           MOVE WRK-MELHOR-FRETE       TO WRK-FRETE-PEDIDO.
           MOVE SPACES                 TO NOTAPED-REC.
           IF  WRK-ESCOLHA-NO-PRAZO
               STRING '  TRANSPORTADORA '  DELIMITED BY SIZE
                      WRK-MELHOR-CNPJ    DELIMITED BY SIZE
                      ' PRAZO '          DELIMITED BY SIZE
                      WRK-MELHOR-DIAS    DELIMITED BY SIZE
                      ' DIAS UTEIS - COTADAS '
                                         DELIMITED BY SIZE
                      WRK-QTD-COTADAS    DELIMITED BY SIZE
                      INTO NOTAPED-REC
               END-STRING
           ELSE
               STRING '  TRANSPORTADORA '  DELIMITED BY SIZE
                      WRK-MELHOR-CNPJ    DELIMITED BY SIZE
                      ' PRAZO '          DELIMITED BY SIZE
                      WRK-MELHOR-DIAS    DELIMITED BY SIZE
                      ' DIAS UTEIS - NENHUMA NO PRAZO DE '
                                         DELIMITED BY SIZE
                      WRK-PRAZO-PROMETIDO DELIMITED BY SIZE
                      INTO NOTAPED-REC
               END-STRING
           END-IF.
           WRITE NOTAPED-REC.
      *================================================================*
       0870-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    COTA O EMBARQUE EM TODAS AS TRANSPORTADORAS ATIVAS COM
      *    TABELA VIGENTE PARA A UF E ESCOLHE A MAIS BARATA QUE
      *    CUMPRE O PRAZO PROMETIDO (TRANSUF); SEM NENHUMA NO PRAZO,
      *    FICA A MAIS BARATA DE TODAS. SEM NENHUMA TABELA, O
      *    WRK-MELHOR-CNPJ VOLTA EM BRANCO E VALE A TABELA POR UF
      *================================================================*
       0860-ESCOLHER-TRANSPORTADORA    SECTION.
      *================================================================*
           MOVE SPACES                 TO WRK-MELHOR-CNPJ
                                           WRK-MENOR-CNPJ.
           MOVE ZEROS                  TO WRK-MELHOR-FRETE
                                           WRK-MELHOR-DIAS
                                           WRK-MENOR-FRETE
                                           WRK-MENOR-DIAS
                                           WRK-QTD-COTADAS.
           SET WRK-ESCOLHA-NO-PRAZO    TO TRUE.

           MOVE WRK-UF-ORIGEM          TO TRANSUF-UF-ORIGEM.
           MOVE WRK-TAR-UF             TO TRANSUF-UF-DESTINO.
           READ TRANSUF-FILE.
           IF  WRK-TRANSUF-OK
               MOVE TRANSUF-DIAS-TRANSITO TO WRK-PRAZO-PROMETIDO
           ELSE
               MOVE WRK-DIAS-CONTINGENCIA TO WRK-PRAZO-PROMETIDO
           END-IF.

           MOVE 'N'                    TO WRK-TRANSMAS-FIM-SCAN.
           MOVE LOW-VALUES             TO TRANSMAS-CNPJ.
           START TRANSMAS-FILE KEY NOT LESS TRANSMAS-CNPJ
               INVALID KEY
                   SET WRK-TRANSMAS-SCAN-FIM TO TRUE
           END-START.
           PERFORM 0862-COTAR-1-TRANSPORTADORA
               UNTIL WRK-TRANSMAS-SCAN-FIM.

           IF  WRK-MELHOR-CNPJ         EQUAL SPACES
           AND WRK-MENOR-CNPJ          NOT EQUAL SPACES
               MOVE WRK-MENOR-CNPJ      TO WRK-MELHOR-CNPJ
               MOVE WRK-MENOR-FRETE     TO WRK-MELHOR-FRETE
               MOVE WRK-MENOR-DIAS      TO WRK-MELHOR-DIAS
               SET WRK-ESCOLHA-FORA-PRAZO TO TRUE
           END-IF.
      *================================================================*
       0860-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    COTA O EMBARQUE NA PROXIMA TRANSPORTADORA DO CADASTRO E
      *    GUARDA A MAIS BARATA NO PRAZO E A MAIS BARATA DE TODAS
      *================================================================*
       0862-COTAR-1-TRANSPORTADORA     SECTION.
      *================================================================*
           READ TRANSMAS-FILE NEXT RECORD
               AT END
                   SET WRK-TRANSMAS-SCAN-FIM TO TRUE
           END-READ.
           IF  WRK-TRANSMAS-SCAN-FIM
           OR  NOT TRANSMAS-ATIVA
               GO TO 0862-99-FIM
           END-IF.

           MOVE TRANSMAS-CNPJ          TO WRK-TAR-CNPJ.
           PERFORM 0864-LOCALIZAR-TABELA-TRANSP.
           IF  WRK-TAR-OK
               PERFORM 0866-CALCULAR-FRETE-TABELA
           END-IF.
           IF  NOT WRK-TAR-OK
               GO TO 0862-99-FIM
           END-IF.

           ADD 1                       TO WRK-QTD-COTADAS.
           IF  WRK-MENOR-CNPJ          EQUAL SPACES
           OR  WRK-TAR-FRETE           LESS WRK-MENOR-FRETE
               MOVE WRK-TAR-CNPJ        TO WRK-MENOR-CNPJ
               MOVE WRK-TAR-FRETE       TO WRK-MENOR-FRETE
               MOVE TRANSTAR-DIAS-TRANSITO TO WRK-MENOR-DIAS
           END-IF.
           IF  TRANSTAR-DIAS-TRANSITO  NOT GREATER WRK-PRAZO-PROMETIDO
               IF  WRK-MELHOR-CNPJ     EQUAL SPACES
               OR  WRK-TAR-FRETE       LESS WRK-MELHOR-FRETE
                   MOVE WRK-TAR-CNPJ    TO WRK-MELHOR-CNPJ
                   MOVE WRK-TAR-FRETE   TO WRK-MELHOR-FRETE
                   MOVE TRANSTAR-DIAS-TRANSITO TO WRK-MELHOR-DIAS
               END-IF
           END-IF.
      *================================================================*
       0862-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LOCALIZA A TABELA DA TRANSPORTADORA WRK-TAR-CNPJ NA UF
      *    WRK-TAR-UF COM A VIGENCIA MAIS RECENTE NAO POSTERIOR A
      *    WRK-TAR-DATA E DEIXA O REGISTRO LIDO NO TRANSTAR-REC
      *================================================================*
       0864-LOCALIZAR-TABELA-TRANSP    SECTION.
      *================================================================*
           MOVE 'N'                    TO WRK-TAR-ACHADA
                                           WRK-TAR-FIM-SCAN.
           MOVE ZEROS                  TO WRK-TAR-VIGENCIA.
           MOVE WRK-TAR-CNPJ           TO TRANSTAR-CNPJ.
           MOVE WRK-TAR-UF             TO TRANSTAR-UF.
           MOVE ZEROS                  TO TRANSTAR-DATA-VIGENCIA.
           START TRANSTAR-FILE KEY NOT LESS TRANSTAR-CHAVE
               INVALID KEY
                   SET WRK-TAR-SCAN-FIM TO TRUE
           END-START.
           PERFORM 0865-EXAMINAR-1-VIGENCIA UNTIL WRK-TAR-SCAN-FIM.

           IF  WRK-TAR-OK
               MOVE WRK-TAR-CNPJ        TO TRANSTAR-CNPJ
               MOVE WRK-TAR-UF          TO TRANSTAR-UF
               MOVE WRK-TAR-VIGENCIA    TO TRANSTAR-DATA-VIGENCIA
               READ TRANSTAR-FILE
               IF  NOT WRK-TRANSTAR-OK
                   MOVE 'N'              TO WRK-TAR-ACHADA
               END-IF
           END-IF.
      *================================================================*
       0864-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    EXAMINA A PROXIMA VIGENCIA: GUARDA A MAIS RECENTE NAO
      *    POSTERIOR A DATA E PARA AO TROCAR DE TRANSPORTADORA/UF OU
      *    PASSAR DA DATA
      *================================================================*
       0865-EXAMINAR-1-VIGENCIA        SECTION.
      *================================================================*
           READ TRANSTAR-FILE NEXT RECORD
               AT END
                   SET WRK-TAR-SCAN-FIM TO TRUE
           END-READ.
           IF  NOT WRK-TAR-SCAN-FIM
               IF  TRANSTAR-CNPJ       NOT EQUAL WRK-TAR-CNPJ
               OR  TRANSTAR-UF         NOT EQUAL WRK-TAR-UF
               OR  TRANSTAR-DATA-VIGENCIA GREATER WRK-TAR-DATA
                   SET WRK-TAR-SCAN-FIM TO TRUE
               ELSE
                   MOVE TRANSTAR-DATA-VIGENCIA TO WRK-TAR-VIGENCIA
                   SET WRK-TAR-OK       TO TRUE
               END-IF
           END-IF.
      *================================================================*
       0865-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CALCULA O FRETE PELA TABELA LIDA: PESO NA FAIXA + VOLUME +
      *    AD VALOREM, RESPEITANDO O FRETE MINIMO; TABELA SEM FAIXA
      *    DE PESO NAO COTA
      *================================================================*
       0866-CALCULAR-FRETE-TABELA      SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-TAR-FAIXA
                                           WRK-TAR-ULT-FAIXA
                                           WRK-TAR-FRETE.
           PERFORM 0867-ACHAR-FAIXA-PESO
               VARYING WRK-TAR-IDX FROM 1 BY 1
               UNTIL WRK-TAR-IDX GREATER 5.
           IF  WRK-TAR-FAIXA           EQUAL ZEROS
               MOVE WRK-TAR-ULT-FAIXA   TO WRK-TAR-FAIXA
           END-IF.
           IF  WRK-TAR-FAIXA           EQUAL ZEROS
               MOVE 'N'                 TO WRK-TAR-ACHADA
               GO TO 0866-99-FIM
           END-IF.

           COMPUTE WRK-TAR-FRETE ROUNDED =
                   (WRK-TAR-PESO * TRANSTAR-VLR-KG(WRK-TAR-FAIXA)) +
                   (WRK-TAR-VOLUME * TRANSTAR-VLR-M3) +
                   (WRK-TAR-VALOR * TRANSTAR-PERC-VALOR).
           IF  WRK-TAR-FRETE           LESS TRANSTAR-FRETE-MINIMO
               MOVE TRANSTAR-FRETE-MINIMO TO WRK-TAR-FRETE
           END-IF.
      *================================================================*
       0866-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GUARDA A PRIMEIRA FAIXA QUE COMPORTA O PESO E A ULTIMA
      *    FAIXA EM USO (PARA PESO ACIMA DE TODAS AS FAIXAS)
      *================================================================*
       0867-ACHAR-FAIXA-PESO           SECTION.
      *================================================================*
           IF  TRANSTAR-PESO-ATE(WRK-TAR-IDX) NOT EQUAL ZEROS
               MOVE WRK-TAR-IDX         TO WRK-TAR-ULT-FAIXA
               IF  WRK-TAR-FAIXA       EQUAL ZEROS
               AND WRK-TAR-PESO        NOT GREATER
                   TRANSTAR-PESO-ATE(WRK-TAR-IDX)
                   MOVE WRK-TAR-IDX     TO WRK-TAR-FAIXA
               END-IF
           END-IF.
      *================================================================*
       0867-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    APLICA AO PEDIDO O FRETE DE UM ORCAMENTO (FRETCOT): QUANDO
      *    ABERTO, DENTRO DA VALIDADE E DA MESMA UF, O FRETE ORCADO
               AND FRETCOT-UF          EQUAL WRK-PEDIDO-ATUAL-UF
               AND FRETCOT-DATA-VALIDADE NOT LESS WRK-DATA-SYS
               MOVE FRETCOT-FRETE       TO WRK-FRETE-PEDIDO
               IF  FRETCOT-TRANSP-CNPJ  NOT EQUAL SPACES
                   MOVE FRETCOT-TRANSP-CNPJ TO WRK-TRANSP-PEDIDO
               END-IF
               SET FRETCOT-UTILIZADA    TO TRUE
               REWRITE FRETCOT-REC
               STRING '  FRETE CONFORME ORCAMENTO '
                   AND WRK-SUPERV-SENHA EQUAL USERMAS-SENHA
                   AND (USERMAS-NIVEL EQUAL 03 OR
                        USERMAS-NIVEL EQUAL 01)
                   PERFORM 0715-CHECAR-SEGREGACAO-PEDIDO
               ELSE
                   MOVE 'NEGADO'        TO WRK-SUPERV-RESULTADO
                   DISPLAY 'LIBERACAO NEGADA - PEDIDO MANTIDO RETIDO'
       0710-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SUPERVISOR VALIDADO: SO LIBERA SE NAO FOR O MESMO OPERADOR
      *    QUE DIGITOU O PEDIDO (SEGREGACAO DE FUNCOES PEDIDO-ENT X
      *    PEDIDO-LIB); CONFLITO MANTEM O PEDIDO RETIDO E VAI PARA A
      *    TRILHA DE CONFLITOS (SODLOG)
      *================================================================*
       0715-CHECAR-SEGREGACAO-PEDIDO   SECTION.
      *================================================================*
           MOVE 'PEDIDO-ENT'           TO WRK-SOD-FUNCAO-ENTRADA.
           MOVE 'PEDIDO-LIB'           TO WRK-SOD-FUNCAO-APROVA.
           MOVE WRK-OPERADOR           TO WRK-SOD-USUARIO-ENTRADA.
           MOVE WRK-SUPERV-USUARIO     TO WRK-SOD-USUARIO-APROVA.
           MOVE SPACES                 TO WRK-SOD-DOCUMENTO.
           STRING 'PEDIDO '            DELIMITED BY SIZE
                  WRK-PEDIDO-ATUAL     DELIMITED BY SIZE
                  INTO WRK-SOD-DOCUMENTO.
           PERFORM 0950-CHECAR-SEGREGACAO.
           IF  WRK-SOD-CONFLITO
               MOVE 'NEGADO'            TO WRK-SUPERV-RESULTADO
               PERFORM 0955-GRAVAR-CONFLITO-SOD
               DISPLAY 'LIBERACAO NEGADA - ' WRK-SUPERV-USUARIO
                       ' DIGITOU O PEDIDO (SEGREGACAO DE FUNCOES)'
           ELSE
               MOVE 'L'                 TO WRK-CREDITO-SITUACAO
               MOVE 'LIBERADO'          TO WRK-SUPERV-RESULTADO
               DISPLAY 'PEDIDO LIBERADO POR ' WRK-SUPERV-USUARIO
           END-IF.
      *================================================================*
       0715-99-FIM.                    EXIT.
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
           ACCEPT WRK-LOG-HORA         FROM TIME.
           OPEN EXTEND SODLOG-FILE.
           IF  WRK-SODLOG-STATUS       EQUAL '35'
               OPEN OUTPUT SODLOG-FILE
               CLOSE SODLOG-FILE
               OPEN EXTEND SODLOG-FILE
           END-IF.
           MOVE WRK-DATA-SYS           TO SODLOG-DATA.
           MOVE WRK-LOG-HORA           TO SODLOG-HORA.
           MOVE 'PROGCOB18'            TO SODLOG-PROGRAMA.
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
      *    SOMA OS SALDOS DOS TITULOS EM ABERTO DO CLIENTE CORRENTE NO
      *    CONTAS A RECEBER, DESCONSIDERANDO O TITULO DO PROPRIO
      *    PEDIDO EM FECHAMENTO; SO OS TITULOS DO CPF SAO LIDOS, PELA
      *    CHAVE ALTERNATIVA
      *================================================================*
       0720-SOMAR-TITULOS-ABERTOS      SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-ABERTO-CLIENTE.
           MOVE WRK-PEDIDO-ATUAL-CPF   TO CONTAREC-CPF.
           START CONTAREC-FILE KEY EQUAL CONTAREC-CPF
               INVALID KEY
                   MOVE '10'            TO WRK-CONTAREC-STATUS
           END-START.
      *================================================================*

      *================================================================*
      *    LE O PROXIMO TITULO DO CLIENTE E SOMA O SALDO EM ABERTO
      *================================================================*
       0725-SOMAR-1-TITULO             SECTION.
      *================================================================*
           READ CONTAREC-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WRK-CONTAREC-STATUS
                   GO TO 0725-99-FIM
           END-READ.
           IF  CONTAREC-CPF            NOT EQUAL WRK-PEDIDO-ATUAL-CPF
               MOVE '10'                TO WRK-CONTAREC-STATUS
               GO TO 0725-99-FIM
           END-IF.
           IF  CONTAREC-PEDIDO         NOT EQUAL WRK-PEDIDO-ATUAL
           AND CONTAREC-ABERTO
               COMPUTE WRK-ABERTO-CLIENTE = WRK-ABERTO-CLIENTE +
                       CONTAREC-VALOR - CONTAREC-VALOR-PAGO
       0670-CHECAR-ESTOQUE             SECTION.
      *================================================================*
           MOVE 'N'                    TO WRK-ITEM-ATENDIDO.
           PERFORM 0672-CARREGAR-KIT.
           IF  PEDITEM-DE-PENDENCIA
               SET WRK-ITEM-COM-ESTOQUE TO TRUE
               GO TO 0670-99-FIM
           END-IF.
           IF  WRK-KIT-COUNT           GREATER ZEROS
               SET WRK-ITEM-COM-ESTOQUE TO TRUE
               PERFORM 0676-CHECAR-1-COMPONENTE
                   VARYING WRK-KIT-I FROM 1 BY 1
                   UNTIL WRK-KIT-I     GREATER WRK-KIT-COUNT
               GO TO 0670-99-FIM
           END-IF.
           MOVE PEDITEM-PRODUTO        TO ESTOQUE-CODIGO.
           READ ESTOQUE-FILE.
           IF  NOT WRK-ESTOQUE-OK
       0670-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CARREGA OS COMPONENTES DO PRODUTO DO ITEM QUANDO ELE E UM
      *    KIT NA ESTRUTURA (KITMAS); PRODUTO SIMPLES FICA SEM
      *    COMPONENTES
      *================================================================*
       0672-CARREGAR-KIT               SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-KIT-COUNT.
           IF  NOT WRK-KITMAS-ABERTO
               GO TO 0672-99-FIM
           END-IF.
           MOVE 'N'                    TO WRK-FIM-KIT.
           MOVE PEDITEM-PRODUTO        TO KITMAS-KIT.
           MOVE LOW-VALUES             TO KITMAS-COMPONENTE.
           START KITMAS-FILE KEY NOT LESS KITMAS-CHAVE
               INVALID KEY
                   SET WRK-KIT-ENCERRADO TO TRUE
           END-START.
           PERFORM 0674-CARREGAR-1-COMPONENTE
               UNTIL WRK-KIT-ENCERRADO.
      *================================================================*
       0672-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GUARDA UM COMPONENTE DO KIT NA TABELA DO ITEM
      *================================================================*
       0674-CARREGAR-1-COMPONENTE      SECTION.
      *================================================================*
           READ KITMAS-FILE NEXT RECORD
               AT END
                   SET WRK-KIT-ENCERRADO TO TRUE
                   GO TO 0674-99-FIM
           END-READ.
           IF  KITMAS-KIT              NOT EQUAL PEDITEM-PRODUTO
               SET WRK-KIT-ENCERRADO    TO TRUE
               GO TO 0674-99-FIM
           END-IF.
           IF  WRK-KIT-COUNT           NOT LESS 20
               DISPLAY 'AVISO: LIMITE DE 20 COMPONENTES POR KIT - '
                       PEDITEM-PRODUTO ' COMPONENTE '
                       KITMAS-COMPONENTE ' DESCONSIDERADO'
               GO TO 0674-99-FIM
           END-IF.
           ADD 1                       TO WRK-KIT-COUNT.
           MOVE KITMAS-COMPONENTE
                               TO WRK-KIT-COMPONENTE(WRK-KIT-COUNT).
           MOVE KITMAS-QTD             TO WRK-KIT-QTD(WRK-KIT-COUNT).
      *================================================================*
       0674-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONFERE SE O SALDO DE UM COMPONENTE COBRE A QUANTIDADE DO
      *    KIT; UM SO COMPONENTE EM FALTA DEIXA O ITEM SEM ESTOQUE
      *================================================================*
       0676-CHECAR-1-COMPONENTE        SECTION.
      *================================================================*
           COMPUTE WRK-SAI-QTD = PEDITEM-QTD * WRK-KIT-QTD(WRK-KIT-I).
           MOVE WRK-KIT-COMPONENTE(WRK-KIT-I) TO ESTOQUE-CODIGO.
           READ ESTOQUE-FILE.
           IF  NOT WRK-ESTOQUE-OK
               MOVE ZEROS               TO ESTOQUE-SALDO
           END-IF.
           IF  WRK-SAI-QTD             GREATER ESTOQUE-SALDO
               MOVE 'N'                 TO WRK-ITEM-ATENDIDO
               MOVE SPACES              TO NOTAPED-REC
               STRING '  COMPONENTE DO KIT EM FALTA: '
                                        DELIMITED BY SIZE
                      ESTOQUE-CODIGO    DELIMITED BY SIZE
                      ' QTD='           DELIMITED BY SIZE
                      WRK-SAI-QTD       DELIMITED BY SIZE
                      ' SALDO='         DELIMITED BY SIZE
                      ESTOQUE-SALDO     DELIMITED BY SIZE
                      INTO NOTAPED-REC
               END-STRING
               WRITE NOTAPED-REC
           END-IF.
      *================================================================*
       0676-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    DA SAIDA FISICA A UM COMPONENTE DO KIT: SEPARA PELOS LOTES
      *    E, FORA DE ENTREGA DE PENDENCIA (JA RESERVADA), BAIXA O
      *    SALDO DO COMPONENTE COM O SEU MOVIMENTO DE SAIDA
      *================================================================*
       0678-SAIR-1-COMPONENTE          SECTION.
      *================================================================*
           MOVE WRK-KIT-COMPONENTE(WRK-KIT-I) TO WRK-SAI-PRODUTO.
           COMPUTE WRK-SAI-QTD = PEDITEM-QTD * WRK-KIT-QTD(WRK-KIT-I).
           PERFORM 0770-SEPARAR-LOTES.
           IF  PEDITEM-DE-PENDENCIA
               GO TO 0678-99-FIM
           END-IF.
           MOVE WRK-SAI-PRODUTO        TO ESTOQUE-CODIGO.
           READ ESTOQUE-FILE.
           IF  WRK-ESTOQUE-OK
               PERFORM 0680-BAIXAR-ESTOQUE
           END-IF.
      *================================================================*
       0678-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    BAIXA A QUANTIDADE ATENDIDA DO SALDO DO PRODUTO E REGISTRA
      *    O MOVIMENTO DE SAIDA NA TRILHA DE MOVIMENTACAO DE ESTOQUE
      *================================================================*
       0680-BAIXAR-ESTOQUE             SECTION.
      *================================================================*
           SUBTRACT WRK-SAI-QTD        FROM ESTOQUE-SALDO.
           MOVE WRK-DATA-SYS           TO ESTOQUE-DATA-ULT-MOVTO.
           REWRITE ESTOQUE-REC.

           MOVE WRK-MOVEST-HORA        TO MOVEST-HORA.
           MOVE 'PROGCOB18'            TO MOVEST-PROGRAMA.
           SET MOVEST-SAIDA            TO TRUE.
           MOVE WRK-SAI-PRODUTO        TO MOVEST-PRODUTO.
           MOVE WRK-SAI-QTD            TO MOVEST-QTD.
           MOVE ESTOQUE-SALDO          TO MOVEST-SALDO-APOS.
           MOVE '01'                   TO MOVEST-LOCAL.
           MOVE WRK-LOT-PRIMEIRO       TO MOVEST-LOTE.
           MOVE WRK-LOT-PRIMEIRO-VAL   TO MOVEST-VALIDADE.
           WRITE MOVEST-REC.
           CLOSE MOVEST-FILE.
      *================================================================*
      *================================================================*
       0810-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    EXPORTA A NOTA FISCAL ELETRONICA DO PEDIDO LIBERADO: OBTEM
      *    O PROXIMO NUMERO DA SERIE, GRAVA NO NFEEXP O CABECALHO COM
      *    O DESTINATARIO NO ENDERECO DE ENTREGA RESOLVIDO (ENDENTR OU
      *    CUSTMAS), OS TOTAIS E A ALIQUOTA DE ICMS DO PEDIDO, E UMA
      *    LINHA POR ITEM ATENDIDO DO PEDIDET; A NOTA FICA NO NFECTL
      *    AGUARDANDO O RETORNO DA SEFAZ (PROGNFERT). NO
      *    REPROCESSAMENTO DO LOTE O PEDIDO QUE JA TEM NOTA NAO
      *    GANHA OUTRA
      *================================================================*
       0830-GERAR-NFE                  SECTION.
      *================================================================*
           MOVE WRK-PEDIDO-ATUAL       TO NFECTL-PEDIDO.
           READ NFECTL-FILE.
           IF  WRK-NFECTL-OK
               MOVE SPACES             TO NOTAPED-REC
               STRING '  NF-E JA EMITIDA PARA O PEDIDO - NUMERO '
                                       DELIMITED BY SIZE
                      NFECTL-NUMERO    DELIMITED BY SIZE
                      INTO NOTAPED-REC
               END-STRING
               WRITE NOTAPED-REC
               GO TO 0830-99-FIM
           END-IF.

           PERFORM 0835-OBTER-NUMERO-NFE.

           MOVE SPACES                 TO NFEEXP-REC.
           SET NFEEXP-NOTA             TO TRUE.
           MOVE WRK-NFE-SERIE          TO NFEEXP-SERIE.
           MOVE WRK-NFE-NUMERO         TO NFEEXP-NUMERO.
           MOVE WRK-PEDIDO-ATUAL       TO NFEEXP-PEDIDO.
           MOVE WRK-DATA-SYS           TO NFEEXP-DATA.
           MOVE WRK-PEDIDO-ATUAL-CPF   TO NFEEXP-CPF.
           MOVE WRK-NOME-CLIENTE       TO NFEEXP-NOME.
           MOVE WRK-ENTREGA-ENDERECO   TO NFEEXP-ENDERECO.
           MOVE WRK-ENTREGA-CIDADE     TO NFEEXP-CIDADE.
           MOVE WRK-ENTREGA-UF         TO NFEEXP-UF.
           MOVE WRK-QTD-ITENS-PEDIDO   TO NFEEXP-QTD-ITENS.
           MOVE WRK-SUBTOTAL-PEDIDO    TO NFEEXP-VALOR-PRODUTOS
                                          NFEEXP-BASE-ICMS.
           MOVE WRK-FRETE-PEDIDO       TO NFEEXP-VALOR-FRETE.
           MOVE WRK-ALIQUOTA-APLICADA  TO NFEEXP-ALIQUOTA.
           MOVE WRK-IMPOSTO-PEDIDO     TO NFEEXP-VALOR-ICMS.
           MOVE WRK-TOTAL-PEDIDO       TO NFEEXP-VALOR-TOTAL.
           MOVE WRK-CONDPAG-PEDIDO     TO NFEEXP-CONDPAG.
           WRITE NFEEXP-REC.

           PERFORM 0840-EXPORTAR-1-ITEM-NFE
               VARYING WRK-NFE-LINHA FROM 1 BY 1
               UNTIL WRK-NFE-LINHA GREATER WRK-PEDIDET-LINHA.

           MOVE SPACES                 TO NFECTL-REC.
           MOVE WRK-PEDIDO-ATUAL       TO NFECTL-PEDIDO.
           MOVE WRK-NFE-SERIE          TO NFECTL-SERIE.
           MOVE WRK-NFE-NUMERO         TO NFECTL-NUMERO.
           MOVE WRK-DATA-SYS           TO NFECTL-DATA-EMISSAO.
           MOVE WRK-PEDIDO-ATUAL-CPF   TO NFECTL-CPF.
           MOVE WRK-TOTAL-PEDIDO       TO NFECTL-VALOR-TOTAL.
           MOVE WRK-ALIQUOTA-APLICADA  TO NFECTL-ALIQUOTA.
           SET NFECTL-ENVIADA          TO TRUE.
           MOVE ZEROS                  TO NFECTL-DATA-RETORNO
                                          NFECTL-QTD-DEVOLUCOES
                                          NFECTL-DEV-NUMERO.
           WRITE NFECTL-REC.
           ADD 1                       TO WRK-QTD-NFE.

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
       0830-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    OBTEM O PROXIMO NUMERO DE NOTA FISCAL ELETRONICA DO
      *    CONTADOR NFESEQ DA FILIAL (NFESEQ NA MATRIZ, NFESEQNN
      *    NAS DEMAIS; SERIE DO CADASTRO FILIAL QUANDO O CONTADOR
      *    AINDA NAO EXISTE), REGRAVANDO-O A CADA NOTA PARA QUE UMA
      *    QUEDA NO MEIO DO LOTE NAO REPITA NUMERO
      *================================================================*
       0835-OBTER-NUMERO-NFE           SECTION.
      *================================================================*
           MOVE WRK-ARQ-NFESEQ-BASE    TO WRK-ARQ-NFESEQ.
           IF  WRK-PEDIDO-ATUAL-FILIAL NOT EQUAL '01'
               MOVE SPACES              TO WRK-ARQ-NFESEQ
               STRING WRK-ARQ-NFESEQ-BASE DELIMITED BY SPACE
                      WRK-PEDIDO-ATUAL-FILIAL DELIMITED BY SIZE
                      INTO WRK-ARQ-NFESEQ
               END-STRING
           END-IF.
           MOVE WRK-FILIAL-SERIE-NFE   TO WRK-NFE-SERIE.
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
       0835-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    EXPORTA UMA LINHA DO DETALHE DO PEDIDO NA NOTA; O ITEM
      *    BLOQUEADO (NAO ATENDIDO) NAO SAI NA NOTA
      *================================================================*
       0840-EXPORTAR-1-ITEM-NFE        SECTION.
      *================================================================*
           MOVE WRK-PEDIDO-ATUAL       TO PEDIDET-PEDIDO.
           MOVE WRK-NFE-LINHA          TO PEDIDET-LINHA.
           READ PEDIDET-FILE.
           IF  NOT WRK-PEDIDET-OK
           OR  NOT PEDIDET-ITEM-ATENDIDO
               GO TO 0840-99-FIM
           END-IF.
           MOVE SPACES                 TO NFEEXP-REC.
           SET NFEEXP-ITEM             TO TRUE.
           MOVE WRK-NFE-SERIE          TO NFEEXP-SERIE.
           MOVE WRK-NFE-NUMERO         TO NFEEXP-NUMERO.
           MOVE WRK-PEDIDO-ATUAL       TO NFEEXP-PEDIDO.
           MOVE WRK-DATA-SYS           TO NFEEXP-DATA.
           MOVE PEDIDET-LINHA          TO NFEEXP-ITEM-LINHA.
           MOVE PEDIDET-PRODUTO        TO NFEEXP-ITEM-PRODUTO.
           MOVE PEDIDET-DESCRICAO      TO NFEEXP-ITEM-DESCRICAO.
           MOVE PEDIDET-QTD            TO NFEEXP-ITEM-QTD.
           MOVE PEDIDET-PRECO          TO NFEEXP-ITEM-PRECO.
           MOVE PEDIDET-TOTAL-ITEM     TO NFEEXP-ITEM-TOTAL.
           MOVE WRK-ALIQUOTA-APLICADA  TO NFEEXP-ITEM-ALIQUOTA.
           COMPUTE NFEEXP-ITEM-ICMS ROUNDED = PEDIDET-TOTAL-ITEM *
                   WRK-ALIQUOTA-APLICADA.
           WRITE NFEEXP-REC.
      *================================================================*
       0840-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    REGISTRA A VENDA LIBERADA NO MOVIMENTO DE PIS E COFINS
      *    (PISMOV), BASE DA APURACAO MENSAL (PROGPISCO)
      *================================================================*
       0850-GRAVAR-PISMOV              SECTION.
      *================================================================*
           MOVE WRK-DATA-SYS           TO PISMOV-DATA.
           SET PISMOV-VENDA            TO TRUE.
           MOVE WRK-PEDIDO-ATUAL       TO PISMOV-PEDIDO.
           MOVE WRK-SUBTOTAL-PEDIDO    TO PISMOV-BASE.
           MOVE WRK-PIS-PEDIDO         TO PISMOV-PIS.
           MOVE WRK-COFINS-PEDIDO      TO PISMOV-COFINS.
           MOVE 'PROGCOB18'            TO PISMOV-PROGRAMA.
           WRITE PISMOV-REC.
      *================================================================*
       0850-99-FIM.                    EXIT.
      *================================================================*
