      *              SER FEITO ANTES DA SUBTRACAO, POIS O CAMPO SEM
      *              SINAL GUARDAVA O VALOR ABSOLUTO DO RESULTADO
      *              NEGATIVO E O IRRF SAIA CALCULADO SOBRE ELE
      * XX/XX/XXXX - CONTABILIZACAO NO GLPOST E HISTORICO PAYDET
      *              PASSAM A LEVAR O NUMERO DO LOTE DA EXECUCAO
      *              (BATSEQ), PARA O RASTREIO DO LANCAMENTO ATE A
      *              FOLHA DE ORIGEM (PROGGLDRL)
      * XX/XX/XXXX - CONTRIBUICAO DO EMPREGADOR (COTA PATRONAL, RAT E
      *              TERCEIROS) CALCULADA SOBRE O BRUTO COM ALIQUOTAS
      *              DA TABELA INSSPAT POR VIGENCIA, GRAVADA NO PAYDET
      *              COM O CENTRO DE CUSTO, ACUMULADA POR CENTRO NO
      *              PAYREG E NO PAYHIS, PARA A GUIA DA PREVIDENCIA
      *              (PROGGPS)
      * XX/XX/XXXX - SALARIO COM HISTORICO POR VIGENCIA (SALHIST):
      *              SALARIO DE ADMISSAO NA INCLUSAO E NOVA ACAO S
      *              (ALTERACAO SALARIAL POR PROMOCAO OU MERITO) NO
      *              MODO F; A FOLHA NORMAL PAGA COMO VERBA SEPARADA
      *              AS DIFERENCAS RETROATIVAS DE DISSIDIO PENDENTES
      *              NO RETRODIF (PROGDISSI), MARCANDO-AS COMO PAGAS
      *              COM O LOTE, E GRAVA O VALOR NO PAYDET
      * XX/XX/XXXX - DESCONTOS DE BENEFICIOS DO CADASTRO BENEFIC NA
      *              FOLHA NORMAL, APOS O ADIANTAMENTO: VALE-
      *              TRANSPORTE ATE 6 PC DO SALARIO BASE, 20 PC DO
      *              VALE-REFEICAO E PLANO DE SAUDE POR DEPENDENTE
      *              COBERTO NO DEPENMAS; CADA UM EM LINHA PROPRIA
      *              NO PAYREG E NO PAYDET, CREDITADOS EM DESCBENEF
      * XX/XX/XXXX - PENSAO ALIMENTICIA POR ORDEM JUDICIAL (PENSAO):
      *              PERCENTUAL DO LIQUIDO OU DO BRUTO OU VALOR FIXO,
      *              DESCONTADA APOS INSS/IRRF E ABATIDA DA BASE DO
      *              IRRF, QUE E RECALCULADO; CREDITO DE CADA
      *              BENEFICIARIO NO BANCOPAG DO MESMO LOTE, LINHA NO
      *              PAYREG, VALOR NO PAYDET E CREDITO EM BANCOCAIXA
      * XX/XX/XXXX - AFASTAMENTOS DO CADASTRO AFASTA NA FOLHA NORMAL:
      *              SALARIO BASE PROPORCIONAL AOS DIAS TRABALHADOS NO
      *              MES (30/360, 15 PRIMEIROS DIAS DE DOENCA E
      *              ACIDENTE PAGOS PELA EMPRESA), FGTS MANTIDO SOBRE
      *              OS DIAS DE ACIDENTE E MATERNIDADE; LINHA NO
      *              PAYREG E DIAS/TIPO/DESCONTO NO PAYDET
      * XX/XX/XXXX - CONTROLE DE FERIAS POR FUNCIONARIO (FERPER): A
      *              FOLHA NORMAL ABRE OS PERIODOS AQUISITIVOS DE 12
      *              MESES PELA ADMISSAO, SOMA AS FALTAS DO HORASIN E
      *              REDUZ O DIREITO PELA ESCALA LEGAL; A FOLHA DE
      *              FERIAS BAIXA OS DIAS DO PERIODO MAIS ANTIGO E
      *              AVISA NO PAYREG O PAGAMENTO FORA DO PRAZO (DOBRO)
      * XX/XX/XXXX - O ARQUIVO BANCARIO DA FOLHA PASSA A SER GRAVADO
      *              COMO PENDENTE (BANCOPEN) E SO VAI AO BANCO
      *              (BANCOPAG) APOS A CONFERENCIA DE VARIACAO CONTRA
      *              O PERIODO ANTERIOR E A APROVACAO DO SUPERVISOR NO
      *              PROGFOLVR
      * XX/XX/XXXX - FILIAL DE LOTACAO DO FUNCIONARIO (FUNCMAS-FILIAL,
      *              INFORMADA NA INCLUSAO/ALTERACAO; EM BRANCO =
      *              MATRIZ 01) GRAVADA NO PAYDET, INCLUSIVE NA
      *              RESCISAO, E OS LANCAMENTOS CONTABEIS PASSAM A SER
      *              ACUMULADOS POR CENTRO DE CUSTO + FILIAL, COM
      *              GLPOST-FILIAL
      * XX/XX/XXXX - PAYREG COM OS TOTAIS POR FILIAL (FUNCIONARIOS,
      *              BRUTO, INSS, IRRF E LIQUIDO) ANTES DO TOTAL GERAL
      *              CONSOLIDADO
      ******************************************************************
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS TRIBTAB-CHAVE
               FILE STATUS            IS WRK-TRIBTAB-STATUS.
           SELECT INSSPAT-FILE          ASSIGN TO "INSSPAT"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS INSSPAT-DATA-VIGENCIA
               FILE STATUS            IS WRK-INSSPAT-STATUS.
           SELECT FUNCMAS-FILE          ASSIGN TO "FUNCMAS"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
           SELECT FOLHAEXC-FILE         ASSIGN TO "FOLHAEXC"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-FOLHAEXC-STATUS.
           SELECT BANCOPAG-FILE         ASSIGN TO "BANCOPEN"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-BANCOPAG-STATUS.
           SELECT BATSEQ-FILE           ASSIGN TO "BATSEQ04"
           SELECT LOCALPARM-FILE        ASSIGN TO "LOCALPARM"
               ORGANIZATION           IS LINE SEQUENTIAL
               FILE STATUS            IS WRK-LOCALPARM-STATUS.
           SELECT SALHIST-FILE          ASSIGN TO "SALHIST"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS SALHIST-CHAVE
               FILE STATUS            IS WRK-SALHIST-STATUS.
           SELECT RETRODIF-FILE         ASSIGN TO "RETRODIF"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS RETRODIF-CHAVE
               FILE STATUS            IS WRK-RETRODIF-STATUS.
           SELECT BENEFIC-FILE          ASSIGN TO "BENEFIC"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS BENEFIC-CHAVE
               FILE STATUS            IS WRK-BENEFIC-STATUS.
           SELECT PENSAO-FILE           ASSIGN TO "PENSAO"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS PENSAO-CHAVE
               FILE STATUS            IS WRK-PENSAO-STATUS.
           SELECT AFASTA-FILE           ASSIGN TO "AFASTA"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS AFASTA-CHAVE
               FILE STATUS            IS WRK-AFASTA-STATUS.
           SELECT FERPER-FILE           ASSIGN TO "FERPER"
               ORGANIZATION           IS INDEXED
               ACCESS MODE            IS DYNAMIC
               RECORD KEY             IS FERPER-CHAVE
               FILE STATUS            IS WRK-FERPER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYIN-FILE.
           COPY 'PAYHIS.COB'.
       FD  TRIBTAB-FILE.
           COPY 'TRIBTAB.COB'.
       FD  INSSPAT-FILE.
           COPY 'INSSPAT.COB'.
       FD  FUNCMAS-FILE.
           COPY 'FUNCMAS.COB'.
       FD  PAYDET-FILE.
           COPY 'DEPENMAS.COB'.
       FD  LOCALPARM-FILE.
           COPY 'LOCALPARM.COB'.
       FD  SALHIST-FILE.
           COPY 'SALHIST.COB'.
       FD  RETRODIF-FILE.
           COPY 'RETRODIF.COB'.
       FD  BENEFIC-FILE.
           COPY 'BENEFIC.COB'.
       FD  PENSAO-FILE.
           COPY 'PENSAO.COB'.
       FD  AFASTA-FILE.
           COPY 'AFASTA.COB'.
       FD  FERPER-FILE.
           COPY 'FERPER.COB'.
       WORKING-STORAGE                 SECTION.
      *
       77 WRK-NOME                     PIC X(020)      VALUE SPACES.
      *
       77  WRK-TAXA-FGTS               PIC 9(001)V9999 VALUE 0,0800.
      *
      *    CONTRIBUICAO PREVIDENCIARIA DO EMPREGADOR SOBRE O BRUTO:
      *    ALIQUOTAS DA VIGENCIA MAIS RECENTE DA INSSPAT NAO POSTERIOR
      *    A DATA DE PROCESSAMENTO. A RESCISAO, SEM CENTRO DE CUSTO NA
      *    ENTRADA, VAI PARA O CENTRO DA FOLHA
      *
       77  WRK-INSSPAT-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-INSSPAT-OK                          VALUE '00'.
           88  WRK-INSSPAT-FIM                         VALUE '10'.
           88  WRK-INSSPAT-INEXISTENTE                 VALUE '35'.
       77  WRK-INSSPAT-VIGENCIA        PIC 9(008)      VALUE ZEROS.
       77  WRK-ALIQ-EMPRESA            PIC 9(001)V9999 VALUE ZEROS.
       77  WRK-ALIQ-RAT                PIC 9(001)V9999 VALUE ZEROS.
       77  WRK-ALIQ-TERCEIROS          PIC 9(001)V9999 VALUE ZEROS.
       77  WRK-INSS-EMPRESA            PIC 9(006)V99   VALUE ZEROS.
       77  WRK-INSS-RAT                PIC 9(006)V99   VALUE ZEROS.
       77  WRK-INSS-TERCEIROS          PIC 9(006)V99   VALUE ZEROS.
       77  WRK-INSS-PATRONAL           PIC 9(007)V99   VALUE ZEROS.
       77  WRK-CENTRO-RESCISAO         PIC X(004)      VALUE 'FOPA'.
       77  WRK-PATRONAL-ED             PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *
      *    DEDUCAO LEGAL POR DEPENDENTE NA BASE DO IRRF
      *
       77  WRK-DEPENMAS-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-ACAO-INCLUIR                        VALUE 'I'.
           88  WRK-ACAO-ALTERAR                        VALUE 'A'.
           88  WRK-ACAO-DESATIVAR                      VALUE 'D'.
           88  WRK-ACAO-SALARIO                        VALUE 'S'.
       77  WRK-MATRICULA               PIC 9(006)      VALUE ZEROS.
      *
      *    HISTORICO SALARIAL POR VIGENCIA (SALHIST) E DIFERENCAS
      *    RETROATIVAS DE DISSIDIO (RETRODIF) PAGAS NA FOLHA NORMAL
      *
       77  WRK-SALHIST-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-SALHIST-OK                          VALUE '00'.
           88  WRK-SALHIST-INEXISTENTE                 VALUE '35'.
       77  WRK-RETRODIF-STATUS         PIC X(002)      VALUE SPACES.
           88  WRK-RETRODIF-OK                         VALUE '00'.
           88  WRK-RETRODIF-FIM                        VALUE '10'.
           88  WRK-RETRODIF-INEXISTENTE                VALUE '35'.
       77  WRK-RETROATIVO-FUNC         PIC 9(008)V99   VALUE ZEROS.
       77  WRK-RETROATIVO-FUNC-ED      PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *
      *    DESCONTOS DE BENEFICIOS (BENEFIC) NA FOLHA NORMAL: VALE-
      *    TRANSPORTE LIMITADO A 6 PC DO SALARIO BASE, PARTICIPACAO
      *    DO EMPREGADO NO VALE-REFEICAO PELO PERCENTUAL DA EMPRESA E
      *    PLANO DE SAUDE POR DEPENDENTE COBERTO NO DEPENMAS
      *
       77  WRK-BENEFIC-STATUS          PIC X(002)      VALUE SPACES.
           88  WRK-BENEFIC-OK                          VALUE '00'.
           88  WRK-BENEFIC-INEXISTENTE                 VALUE '35'.
       77  WRK-BENEFIC-ABERTO          PIC X(001)      VALUE 'N'.
           88  WRK-BENEFIC-DISPONIVEL                  VALUE 'S'.
       77  WRK-PERC-VT                 PIC 9(001)V9999 VALUE 0,0600.
       77  WRK-PERC-VR                 PIC 9(001)V9999 VALUE 0,2000.
       77  WRK-SALARIO-BASE            PIC 9(006)V99   VALUE ZEROS.
       77  WRK-TETO-VT                 PIC 9(006)V99   VALUE ZEROS.
       77  WRK-QTD-DEP-SAUDE           PIC 9(002)      VALUE ZEROS.
       77  WRK-DESC-VT                 PIC 9(006)V99   VALUE ZEROS.
       77  WRK-DESC-VR                 PIC 9(006)V99   VALUE ZEROS.
       77  WRK-DESC-SAUDE              PIC 9(006)V99   VALUE ZEROS.
       77  WRK-DESC-BENEF              PIC 9(006)V99   VALUE ZEROS.
       77  WRK-DESC-BENEF-ED           PIC $ZZZ.ZZ9,99 VALUE ZEROS.
      *
      *    PENSAO ALIMENTICIA POR ORDEM JUDICIAL (PENSAO): CALCULADA
      *    APOS O INSS E O IRRF, ABATIDA DA BASE DO IRRF (QUE E
      *    RECALCULADO) E CREDITADA A CADA BENEFICIARIO NO BANCOPAG
      *
       77  WRK-PENSAO-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-PENSAO-OK                           VALUE '00'.
           88  WRK-PENSAO-FIM                          VALUE '10'.
           88  WRK-PENSAO-INEXISTENTE                  VALUE '35'.
       77  WRK-PENSAO-ABERTO           PIC X(001)      VALUE 'N'.
           88  WRK-PENSAO-DISPONIVEL                   VALUE 'S'.
       77  WRK-PENSAO                  PIC 9(006)V99   VALUE ZEROS.
       77  WRK-PENSAO-ED               PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-BASE-PENSAO             PIC 9(006)V99   VALUE ZEROS.
       77  WRK-LIMITE-PENSAO           PIC 9(006)V99   VALUE ZEROS.
       77  WRK-VALOR-ORDEM             PIC 9(006)V99   VALUE ZEROS.
       01  WRK-PEN-TAB.
           05  WRK-PEN-ENTRY           OCCURS 5 TIMES
                                        INDEXED BY WRK-PEN-IDX.
               10  WRK-PEN-NOME        PIC X(030).
               10  WRK-PEN-BANCO       PIC 9(003).
               10  WRK-PEN-AGENCIA     PIC 9(004).
               10  WRK-PEN-CONTA       PIC X(010).
               10  WRK-PEN-VALOR       PIC 9(006)V99.
       77  WRK-PEN-COUNT               PIC 9(002)      VALUE ZEROS.
      *
      *    AFASTAMENTOS (AFASTA) NA FOLHA NORMAL: DIAS AFASTADOS NO
      *    MES DE PROCESSAMENTO (CONVENCAO 30/360, DESCONTADOS OS 15
      *    DIAS PAGOS PELA EMPRESA NA DOENCA E NO ACIDENTE), SALARIO
      *    BASE PROPORCIONAL AOS DIAS TRABALHADOS E PARCELA DO
      *    DESCONTO QUE CONTINUA NA BASE DO FGTS
      *
       77  WRK-AFASTA-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-AFASTA-OK                           VALUE '00'.
           88  WRK-AFASTA-FIM                          VALUE '10'.
       77  WRK-AFASTA-ABERTO           PIC X(001)      VALUE 'N'.
           88  WRK-AFASTA-DISPONIVEL                   VALUE 'S'.
       77  WRK-DIAS-AFASTADO           PIC 9(002)      VALUE ZEROS.
       77  WRK-DIAS-AFAST-FGTS         PIC 9(002)      VALUE ZEROS.
       77  WRK-TIPO-AFASTAMENTO        PIC X(001)      VALUE SPACES.
       77  WRK-DESC-AFASTAMENTO        PIC 9(006)V99   VALUE ZEROS.
       77  WRK-DESC-AFASTAMENTO-ED     PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-AFAST-FGTS              PIC 9(006)V99   VALUE ZEROS.
       01  WRK-AFA-DATA.
           05  WRK-AFA-ANO             PIC 9(004)      VALUE ZEROS.
           05  WRK-AFA-MES             PIC 9(002)      VALUE ZEROS.
           05  WRK-AFA-DIA             PIC 9(002)      VALUE ZEROS.
       77  WRK-AFA-DIANUM              PIC 9(007)      VALUE ZEROS.
       77  WRK-AFA-INI-PER             PIC 9(007)      VALUE ZEROS.
       77  WRK-AFA-FIM-PER             PIC 9(007)      VALUE ZEROS.
       77  WRK-AFA-INI                 PIC 9(007)      VALUE ZEROS.
       77  WRK-AFA-FIM                 PIC 9(007)      VALUE ZEROS.
       77  WRK-AFA-DIAS                PIC 9(007)      VALUE ZEROS.
      *
      *    CONTROLE DE FERIAS (FERPER): PERIODOS AQUISITIVOS DE 12
      *    MESES A PARTIR DA ADMISSAO, DIREITO REDUZIDO PELAS FALTAS
      *    NAO JUSTIFICADAS (JORNADA DE 8 HORAS POR DIA) E BAIXA DOS
      *    DIAS GOZADOS NA FOLHA DE FERIAS
      *
       77  WRK-FERPER-STATUS           PIC X(002)      VALUE SPACES.
           88  WRK-FERPER-OK                           VALUE '00'.
           88  WRK-FERPER-FIM                          VALUE '10'.
           88  WRK-FERPER-INEXISTENTE                  VALUE '35'.
       77  WRK-JORNADA-DIARIA          PIC 9(002)      VALUE 8.
       77  WRK-HORAS-FALTAS-FUNC       PIC 9(003)      VALUE ZEROS.
       77  WRK-FER-INICIO              PIC 9(008)      VALUE ZEROS.
       77  WRK-FER-ULTIMO-INICIO       PIC 9(008)      VALUE ZEROS.
       77  WRK-FER-DIAS-GOZO           PIC 9(002)      VALUE ZEROS.
       77  WRK-FER-AQUIS-GOZO          PIC 9(008)      VALUE ZEROS.
       77  WRK-FER-SITUACAO            PIC X(001)      VALUE 'N'.
           88  WRK-FER-EM-DIA                          VALUE 'S'.
       77  WRK-FER-PRAZO               PIC X(001)      VALUE 'N'.
           88  WRK-FER-EM-DOBRO                        VALUE 'S'.
       77  WRK-FER-BAIXA               PIC X(001)      VALUE 'N'.
           88  WRK-FER-BAIXADA                         VALUE 'S'.
      *
       77  WRK-PAYIN-STATUS            PIC X(002)      VALUE SPACES.
           88  WRK-PAYIN-OK                            VALUE '00'.
       77  WRK-GLPOST-STATUS           PIC X(002)      VALUE SPACES.
       77  WRK-DATA-GLPOST             PIC 9(008)      VALUE ZEROS.
       77  WRK-CENTRO-CUSTO            PIC X(004)      VALUE SPACES.
       77  WRK-FILIAL-FUNC             PIC X(002)      VALUE '01'.
       77  WRK-CONTA-DESPESA           PIC X(010)     VALUE 'DESPFOPAG'.
       77  WRK-CONTA-BANCO             PIC X(010)    VALUE 'BANCOCAIXA'.
       77  WRK-CONTA-INSS              PIC X(010)     VALUE 'INSSPAGAR'.
       77  WRK-CONTA-IRRF              PIC X(010)     VALUE 'IRRFPAGAR'.
       77  WRK-CONTA-ADTO              PIC X(010)     VALUE 'ADTOFUNC'.
       77  WRK-CONTA-BENEF             PIC X(010)     VALUE 'DESCBENEF'.
      *
      *    TABELA COM O ACUMULADO DE FOLHA POR CENTRO DE CUSTO, PARA
      *    MONTAR O EXTRATO DE LANCAMENTOS CONTABEIS NO FECHAMENTO
           05  WRK-CC-ENTRY            OCCURS 20 TIMES
                                        INDEXED BY WRK-CC-IDX.
               10  WRK-CC-COD          PIC X(004).
               10  WRK-CC-FILIAL       PIC X(002).
               10  WRK-CC-BRUTO        PIC 9(009)V99.
               10  WRK-CC-INSS         PIC 9(009)V99.
               10  WRK-CC-IRRF         PIC 9(009)V99.
               10  WRK-CC-LIQUIDO      PIC 9(009)V99.
               10  WRK-CC-ADTO         PIC 9(009)V99.
               10  WRK-CC-INSS-PATRONAL PIC 9(009)V99.
               10  WRK-CC-BENEF        PIC 9(009)V99.
               10  WRK-CC-PENSAO       PIC 9(009)V99.
       77  WRK-CC-COUNT                PIC 9(003)      VALUE ZEROS.
      *
      *    TOTAIS DA FOLHA POR FILIAL DO FUNCIONARIO, IMPRESSOS NO
      *    PAYREG ANTES DO TOTAL GERAL CONSOLIDADO
      *
       01  WRK-FIL-TAB.
           05  WRK-FIL-ENTRY           OCCURS 50 TIMES
                                        INDEXED BY WRK-FIL-IDX.
               10  WRK-FIL-CODIGO      PIC X(002).
               10  WRK-FIL-QTD         PIC 9(005).
               10  WRK-FIL-BRUTO       PIC 9(009)V99.
               10  WRK-FIL-INSS        PIC 9(009)V99.
               10  WRK-FIL-IRRF        PIC 9(009)V99.
               10  WRK-FIL-LIQUIDO     PIC 9(009)V99.
       77  WRK-FIL-COUNT               PIC 9(003)      VALUE ZEROS.
       77  WRK-FIL-VALOR-ED            PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-FIL-VALOR2-ED           PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *
      *    ARQUIVO DE TRANSFERENCIA BANCARIA DA FOLHA: CONTAGEM DE
      *    DETALHES E SOMA (HASH) DOS LIQUIDOS PARA O TRAILER
      *
               END-IF
           END-IF.

           IF  WRK-MODO-FUNCIONARIOS
               OPEN I-O SALHIST-FILE
               IF  WRK-SALHIST-INEXISTENTE
                   CLOSE SALHIST-FILE
                   OPEN OUTPUT SALHIST-FILE
                   CLOSE SALHIST-FILE
                   OPEN I-O SALHIST-FILE
               END-IF
           END-IF.

           IF  WRK-MODO-LOTE
               OPEN INPUT BENEFIC-FILE
               IF  WRK-BENEFIC-OK
                   SET WRK-BENEFIC-DISPONIVEL TO TRUE
               END-IF
               OPEN INPUT PENSAO-FILE
               IF  WRK-PENSAO-OK
                   SET WRK-PENSAO-DISPONIVEL TO TRUE
               END-IF
               OPEN INPUT AFASTA-FILE
               IF  WRK-AFASTA-OK
                   SET WRK-AFASTA-DISPONIVEL TO TRUE
               END-IF
               OPEN I-O FERPER-FILE
               IF  WRK-FERPER-INEXISTENTE
                   CLOSE FERPER-FILE
                   OPEN OUTPUT FERPER-FILE
                   CLOSE FERPER-FILE
                   OPEN I-O FERPER-FILE
               END-IF
               OPEN I-O RETRODIF-FILE
               IF  WRK-RETRODIF-INEXISTENTE
                   CLOSE RETRODIF-FILE
                   OPEN OUTPUT RETRODIF-FILE
                   CLOSE RETRODIF-FILE
                   OPEN I-O RETRODIF-FILE
               END-IF
           END-IF.

           IF  WRK-MODO-LOTE OR WRK-MODO-ADIANTAMENTO
               OPEN I-O DEDUCAO-FILE
               IF  WRK-DEDUCAO-INEXISTENTE
               CLOSE FOLHAEXC-FILE
               PERFORM 0960-GRAVAR-TRAILER-BANCO
               CLOSE BANCOPAG-FILE
               DISPLAY 'ARQUIVO BANCARIO PENDENTE DE CONFERENCIA E '
                       'LIBERACAO (PROGFOLVR)'
               PERFORM 0260-GRAVAR-LANCAMENTOS-GL
               CLOSE GLPOST-FILE
               PERFORM 0295-GRAVAR-HISTORICO-FOLHA
           END-IF.
           IF  WRK-MODO-LOTE
               CLOSE CCUSMAS-FILE
               CLOSE RETRODIF-FILE
               IF  WRK-BENEFIC-DISPONIVEL
                   CLOSE BENEFIC-FILE
               END-IF
               IF  WRK-PENSAO-DISPONIVEL
                   CLOSE PENSAO-FILE
               END-IF
               IF  WRK-AFASTA-DISPONIVEL
                   CLOSE AFASTA-FILE
               END-IF
               CLOSE FERPER-FILE
           END-IF.
           IF  WRK-MODO-FUNCIONARIOS
               CLOSE SALHIST-FILE
           END-IF.
           IF  WRK-MODO-LOTE OR WRK-MODO-RESCISAO
               CLOSE DEPENMAS-FILE
      *================================================================*

      *================================================================*
      *    CALCULA O DESCONTO DE IRRF SOBRE A BASE (SALARIO - INSS
      *    - DEPENDENTES - PENSAO ALIMENTICIA JA CALCULADA)
      *================================================================*
       0214-CALCULAR-IRRF               SECTION.
      *================================================================*
      *    SUBTRACAO: O CAMPO DA BASE NAO TEM SINAL, E UMA BASE
      *    NEGATIVA ENTRARIA COMO VALOR ABSOLUTO NO CALCULO
           COMPUTE WRK-DEDUCOES-IRRF = WRK-INSS +
                   (WRK-QTD-DEPENDENTES * WRK-DEDUCAO-DEPENDENTE) +
                   WRK-PENSAO.
           IF  WRK-DEDUCOES-IRRF       NOT LESS WRK-SALARIO
               MOVE ZEROS               TO WRK-BASE-IRRF
           ELSE
      *    APLICA O TRATAMENTO DO TIPO DE FOLHA AO FUNCIONARIO DO
      *    LOTE: NORMAL E FERIAS TRIBUTAM A BASE CHEIA; O 13O PAGA
      *    METADE SEM DESCONTOS NA 1A PARCELA E DESCONTA INSS/IRRF
      *    CALCULADOS SOBRE O 13O INTEGRAL NA 2A PARCELA. A PENSAO
      *    ALIMENTICIA E DESCONTADA APOS O INSS E O IRRF, EXCETO NA
      *    1A PARCELA DO 13O; NA 2A PARCELA INCIDE SOBRE O 13O
      *    INTEGRAL, LIMITADA AO QUE RESTA DA PARCELA
      *================================================================*
       0216-APLICAR-TIPO-FOLHA         SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-PENSAO
                                           WRK-PEN-COUNT.
           EVALUATE TRUE
               WHEN WRK-FOLHA-13-PRIMEIRA
                   COMPUTE WRK-SALARIO ROUNDED = WRK-SALARIO * 0,50
                   PERFORM 0212-CALCULAR-INSS
                   PERFORM 0214-CALCULAR-IRRF
                   COMPUTE WRK-PARCELA-13 ROUNDED = WRK-SALARIO * 0,50
                   COMPUTE WRK-LIMITE-PENSAO =
                           WRK-PARCELA-13 - WRK-INSS - WRK-IRRF
                   PERFORM 0221-CALCULAR-PENSAO
                   MOVE WRK-PARCELA-13  TO WRK-SALARIO
                   COMPUTE WRK-LIQUIDO = WRK-SALARIO - WRK-INSS -
                           WRK-IRRF - WRK-PENSAO
               WHEN WRK-FOLHA-FERIAS
                   COMPUTE WRK-SALARIO ROUNDED =
                           WRK-SALARIO + (WRK-SALARIO / 3)
                   PERFORM 0212-CALCULAR-INSS
                   PERFORM 0214-CALCULAR-IRRF
                   COMPUTE WRK-LIMITE-PENSAO =
                           WRK-SALARIO - WRK-INSS - WRK-IRRF
                   PERFORM 0221-CALCULAR-PENSAO
                   COMPUTE WRK-LIQUIDO = WRK-SALARIO - WRK-INSS -
                           WRK-IRRF - WRK-PENSAO
               WHEN OTHER
                   PERFORM 0212-CALCULAR-INSS
                   PERFORM 0214-CALCULAR-IRRF
                   COMPUTE WRK-LIMITE-PENSAO =
                           WRK-SALARIO - WRK-INSS - WRK-IRRF
                   PERFORM 0221-CALCULAR-PENSAO
                   COMPUTE WRK-LIQUIDO = WRK-SALARIO - WRK-INSS -
                           WRK-IRRF - WRK-PENSAO
           END-EVALUATE.
      *================================================================*
       0216-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CALCULA A CONTRIBUICAO DO EMPREGADOR SOBRE O BRUTO: COTA
      *    PATRONAL, RAT E TERCEIROS
      *================================================================*
       0217-CALCULAR-INSS-EMPRESA      SECTION.
      *================================================================*
           COMPUTE WRK-INSS-EMPRESA ROUNDED =
                   WRK-SALARIO * WRK-ALIQ-EMPRESA.
           COMPUTE WRK-INSS-RAT ROUNDED =
                   WRK-SALARIO * WRK-ALIQ-RAT.
           COMPUTE WRK-INSS-TERCEIROS ROUNDED =
                   WRK-SALARIO * WRK-ALIQ-TERCEIROS.
           COMPUTE WRK-INSS-PATRONAL = WRK-INSS-EMPRESA +
                   WRK-INSS-RAT + WRK-INSS-TERCEIROS.
      *================================================================*
       0217-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE UM REGISTRO DO ARQUIVO DE ENTRADA DA FOLHA
      *================================================================*
               MOVE 'BRL'               TO WRK-MOEDA
           END-IF.
           PERFORM 0290-CONVERTER-MOEDA.
           MOVE WRK-SALARIO            TO WRK-SALARIO-BASE.

           MOVE ZEROS                  TO WRK-VALOR-HE
                                           WRK-DESC-FALTAS
                                           WRK-HORAS-FALTAS-FUNC.
           IF  WRK-FOLHA-NORMAL
               PERFORM 0768-COMPOR-HORAS
           END-IF.

           MOVE ZEROS                  TO WRK-DIAS-AFASTADO
                                           WRK-DIAS-AFAST-FGTS
                                           WRK-DESC-AFASTAMENTO
                                           WRK-AFAST-FGTS.
           MOVE SPACES                 TO WRK-TIPO-AFASTAMENTO.
           IF  WRK-FOLHA-NORMAL AND WRK-AFASTA-DISPONIVEL
               PERFORM 0226-APLICAR-AFASTAMENTOS
           END-IF.

           MOVE ZEROS                  TO WRK-COMISSAO-FUNC.
           IF  WRK-FOLHA-NORMAL
           AND FUNCMAS-VENDEDOR        NOT EQUAL SPACES
               PERFORM 0755-SOMAR-COMISSAO-FUNC
           END-IF.

           MOVE ZEROS                  TO WRK-RETROATIVO-FUNC.
           IF  WRK-FOLHA-NORMAL
               PERFORM 0790-SOMAR-RETROATIVO-FUNC
           END-IF.

           MOVE PAYIN-MATRICULA        TO WRK-MATRICULA.
           PERFORM 0758-CONTAR-DEPENDENTES.

               PERFORM 0218-DESCONTAR-ADIANTAMENTO
           END-IF.

           MOVE ZEROS                  TO WRK-DESC-VT
                                           WRK-DESC-VR
                                           WRK-DESC-SAUDE.
           IF  WRK-FOLHA-NORMAL AND WRK-BENEFIC-DISPONIVEL
               PERFORM 0219-DESCONTAR-BENEFICIOS
           END-IF.

           MOVE ZEROS                  TO WRK-FER-DIAS-GOZO.
           MOVE 'N'                    TO WRK-FER-PRAZO
                                           WRK-FER-BAIXA.
           IF  WRK-FOLHA-NORMAL OR WRK-FOLHA-FERIAS
               PERFORM 0231-ATUALIZAR-FERIAS
           END-IF.

           MOVE WRK-SALARIO            TO WRK-SALARIO-ED.
           MOVE WRK-LIQUIDO            TO WRK-LIQUIDO-ED.

                   WRITE FOLHAEXC-REC
               END-IF
           END-IF.
           PERFORM 0217-CALCULAR-INSS-EMPRESA.
           PERFORM 0250-ACUMULAR-CENTRO-CUSTO.
           PERFORM 0255-ACUMULAR-FILIAL.

           MOVE SPACES                 TO PAYREG-REC.
           STRING WRK-NOME             DELIMITED BY SIZE
               WRITE PAYREG-REC
           END-IF.

           IF  WRK-RETROATIVO-FUNC     GREATER ZEROS
               MOVE WRK-RETROATIVO-FUNC TO WRK-RETROATIVO-FUNC-ED
               MOVE SPACES              TO PAYREG-REC
               STRING '  DIFERENCA RETROATIVA DE DISSIDIO INCLUIDA '
                                        DELIMITED BY SIZE
                      'NO BRUTO='       DELIMITED BY SIZE
                      WRK-RETROATIVO-FUNC-ED DELIMITED BY SIZE
                      INTO PAYREG-REC
               END-STRING
               WRITE PAYREG-REC
           END-IF.

           IF  WRK-VALOR-HE            GREATER ZEROS
               MOVE WRK-VALOR-HE        TO WRK-VALOR-HE-ED
               MOVE SPACES              TO PAYREG-REC
               WRITE PAYREG-REC
           END-IF.

           IF  WRK-DIAS-AFASTADO       GREATER ZEROS
               MOVE WRK-DESC-AFASTAMENTO TO WRK-DESC-AFASTAMENTO-ED
               MOVE SPACES              TO PAYREG-REC
               STRING '  AFASTAMENTO TIPO ' DELIMITED BY SIZE
                      WRK-TIPO-AFASTAMENTO DELIMITED BY SIZE
                      ' - '             DELIMITED BY SIZE
                      WRK-DIAS-AFASTADO DELIMITED BY SIZE
                      ' DIAS DESCONTADOS DO BRUTO='
                                        DELIMITED BY SIZE
                      WRK-DESC-AFASTAMENTO-ED DELIMITED BY SIZE
                      INTO PAYREG-REC
               END-STRING
               WRITE PAYREG-REC
           END-IF.

           IF  WRK-FER-BAIXADA
               MOVE SPACES              TO PAYREG-REC
               STRING '  FERIAS: '      DELIMITED BY SIZE
                      WRK-FER-DIAS-GOZO DELIMITED BY SIZE
                      ' DIAS GOZADOS DO PERIODO AQUISITIVO DE '
                                        DELIMITED BY SIZE
                      WRK-FER-AQUIS-GOZO DELIMITED BY SIZE
                      INTO PAYREG-REC
               END-STRING
               WRITE PAYREG-REC
               IF  WRK-FER-EM-DOBRO
                   MOVE '  FERIAS FORA DO PRAZO DE CONCESSAO - EM DOBRO'
                                        TO PAYREG-REC
                   WRITE PAYREG-REC
               END-IF
           END-IF.

           IF  WRK-DESC-FALTAS         GREATER ZEROS
               MOVE WRK-DESC-FALTAS     TO WRK-DESC-FALTAS-ED
               MOVE SPACES              TO PAYREG-REC
               WRITE PAYREG-REC
           END-IF.

           IF  WRK-PENSAO              GREATER ZEROS
               MOVE WRK-PENSAO          TO WRK-PENSAO-ED
               MOVE SPACES              TO PAYREG-REC
               STRING '  PENSAO ALIMENTICIA DESCONTADA='
                                        DELIMITED BY SIZE
                      WRK-PENSAO-ED     DELIMITED BY SIZE
                      ' BENEFICIARIOS=' DELIMITED BY SIZE
                      WRK-PEN-COUNT     DELIMITED BY SIZE
                      INTO PAYREG-REC
               END-STRING
               WRITE PAYREG-REC
           END-IF.

           IF  WRK-DESCONTO-ADTO       GREATER ZEROS
               MOVE WRK-DESCONTO-ADTO   TO WRK-DESCONTO-ADTO-ED
               MOVE DEDUCAO-SALDO       TO WRK-SALDO-ADTO-ED
               WRITE PAYREG-REC
           END-IF.

           IF  WRK-DESC-VT             GREATER ZEROS
               MOVE WRK-DESC-VT         TO WRK-DESC-BENEF-ED
               MOVE SPACES              TO PAYREG-REC
               STRING '  VALE-TRANSPORTE DESCONTADO='
                                        DELIMITED BY SIZE
                      WRK-DESC-BENEF-ED DELIMITED BY SIZE
                      INTO PAYREG-REC
               END-STRING
               WRITE PAYREG-REC
           END-IF.

           IF  WRK-DESC-VR             GREATER ZEROS
               MOVE WRK-DESC-VR         TO WRK-DESC-BENEF-ED
               MOVE SPACES              TO PAYREG-REC
               STRING '  VALE-REFEICAO DESCONTADO='
                                        DELIMITED BY SIZE
                      WRK-DESC-BENEF-ED DELIMITED BY SIZE
                      INTO PAYREG-REC
               END-STRING
               WRITE PAYREG-REC
           END-IF.

           IF  WRK-DESC-SAUDE          GREATER ZEROS
               MOVE WRK-DESC-SAUDE      TO WRK-DESC-BENEF-ED
               MOVE SPACES              TO PAYREG-REC
               STRING '  PLANO DE SAUDE DESCONTADO='
                                        DELIMITED BY SIZE
                      WRK-DESC-BENEF-ED DELIMITED BY SIZE
                      ' DEPENDENTES COBERTOS='
                                        DELIMITED BY SIZE
                      WRK-QTD-DEP-SAUDE DELIMITED BY SIZE
                      INTO PAYREG-REC
               END-STRING
               WRITE PAYREG-REC
           END-IF.

           COMPUTE WRK-FGTS ROUNDED =
                   (WRK-SALARIO + WRK-AFAST-FGTS) * WRK-TAXA-FGTS.
           ADD WRK-FGTS                TO WRK-TOTAL-FGTS.

           PERFORM 0955-GRAVAR-DETALHE-BANCO.
           IF  WRK-PEN-COUNT           GREATER ZEROS
               PERFORM 0957-GRAVAR-DETALHE-PENSAO
                   VARYING WRK-PEN-IDX FROM 1 BY 1
                   UNTIL WRK-PEN-IDX   GREATER WRK-PEN-COUNT
           END-IF.
           PERFORM 0760-GRAVAR-DETALHE-HISTORICO.

           IF  WRK-PAGINA-CONTADOR     >= WRK-PAGINA-TAMANHO
      *================================================================*
       0240-GRAVAR-TOTAL-GERAL         SECTION.
      *================================================================*
           IF  WRK-FIL-COUNT           GREATER ZEROS
               MOVE 'TOTAIS POR FILIAL'  TO PAYREG-REC
               WRITE PAYREG-REC
               PERFORM 0242-GRAVAR-TOTAL-FILIAL
                   VARYING WRK-FIL-IDX FROM 1 BY 1
                   UNTIL WRK-FIL-IDX    GREATER WRK-FIL-COUNT
           END-IF.
           MOVE WRK-GERAL-TOTAL        TO WRK-GERAL-TOTAL-ED.
           MOVE SPACES                 TO PAYREG-REC.
           STRING 'TOTAL GERAL DA FOLHA: ' DELIMITED BY SIZE
                  INTO PAYREG-REC
           END-STRING.
           WRITE PAYREG-REC.
           PERFORM 0245-GRAVAR-PATRONAL-CENTRO
               VARYING WRK-CC-IDX FROM 1 BY 1
               UNTIL WRK-CC-IDX        GREATER WRK-CC-COUNT.
      *================================================================*
       0240-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA NO RELATORIO OS TOTAIS DE UMA FILIAL: FUNCIONARIOS,
      *    BRUTO E LIQUIDO NA PRIMEIRA LINHA, INSS E IRRF NA SEGUNDA
      *================================================================*
       0242-GRAVAR-TOTAL-FILIAL        SECTION.
      *================================================================*
           MOVE WRK-FIL-BRUTO(WRK-FIL-IDX)   TO WRK-FIL-VALOR-ED.
           MOVE WRK-FIL-LIQUIDO(WRK-FIL-IDX) TO WRK-FIL-VALOR2-ED.
           MOVE SPACES                 TO PAYREG-REC.
           STRING '  FILIAL '          DELIMITED BY SIZE
                  WRK-FIL-CODIGO(WRK-FIL-IDX) DELIMITED BY SIZE
                  ' FUNC '             DELIMITED BY SIZE
                  WRK-FIL-QTD(WRK-FIL-IDX) DELIMITED BY SIZE
                  ' BRUTO '            DELIMITED BY SIZE
                  WRK-FIL-VALOR-ED     DELIMITED BY SIZE
                  ' LIQ '              DELIMITED BY SIZE
                  WRK-FIL-VALOR2-ED    DELIMITED BY SIZE
                  INTO PAYREG-REC
           END-STRING.
           WRITE PAYREG-REC.
           MOVE WRK-FIL-INSS(WRK-FIL-IDX)    TO WRK-FIL-VALOR-ED.
           MOVE WRK-FIL-IRRF(WRK-FIL-IDX)    TO WRK-FIL-VALOR2-ED.
           MOVE SPACES                 TO PAYREG-REC.
           STRING '                    INSS ' DELIMITED BY SIZE
                  WRK-FIL-VALOR-ED     DELIMITED BY SIZE
                  ' IRRF '             DELIMITED BY SIZE
                  WRK-FIL-VALOR2-ED    DELIMITED BY SIZE
                  INTO PAYREG-REC
           END-STRING.
           WRITE PAYREG-REC.
      *================================================================*
       0242-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA NO RELATORIO A CONTRIBUICAO DO EMPREGADOR DE UM
      *    CENTRO DE CUSTO DO LOTE
      *================================================================*
       0245-GRAVAR-PATRONAL-CENTRO     SECTION.
      *================================================================*
           MOVE WRK-CC-INSS-PATRONAL(WRK-CC-IDX) TO WRK-PATRONAL-ED.
           MOVE SPACES                 TO PAYREG-REC.
           STRING '  INSS EMPREGADOR - CENTRO ' DELIMITED BY SIZE
                  WRK-CC-COD(WRK-CC-IDX) DELIMITED BY SIZE
                  ' FILIAL '           DELIMITED BY SIZE
                  WRK-CC-FILIAL(WRK-CC-IDX) DELIMITED BY SIZE
                  ': '                 DELIMITED BY SIZE
                  WRK-PATRONAL-ED      DELIMITED BY SIZE
                  INTO PAYREG-REC
           END-STRING.
           WRITE PAYREG-REC.
      *================================================================*
       0245-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LOCALIZA O CENTRO DE CUSTO CORRENTE NA TABELA, CRIANDO UMA
      *    NOVA LINHA QUANDO AINDA NAO TIVER FOLHA ACUMULADA, E SOMA
                   ADD 1              TO WRK-CC-COUNT
                   SET WRK-CC-IDX     TO WRK-CC-COUNT
                   MOVE WRK-CENTRO-CUSTO TO WRK-CC-COD(WRK-CC-IDX)
                   MOVE WRK-FILIAL-FUNC TO WRK-CC-FILIAL(WRK-CC-IDX)
                   MOVE ZEROS         TO WRK-CC-BRUTO(WRK-CC-IDX)
                   MOVE ZEROS         TO WRK-CC-INSS(WRK-CC-IDX)
                   MOVE ZEROS         TO WRK-CC-IRRF(WRK-CC-IDX)
                   MOVE ZEROS         TO WRK-CC-LIQUIDO(WRK-CC-IDX)
                   MOVE ZEROS         TO WRK-CC-ADTO(WRK-CC-IDX)
                   MOVE ZEROS         TO
                        WRK-CC-INSS-PATRONAL(WRK-CC-IDX)
                   MOVE ZEROS         TO WRK-CC-BENEF(WRK-CC-IDX)
                   MOVE ZEROS         TO WRK-CC-PENSAO(WRK-CC-IDX)
                 ELSE
                   DISPLAY 'AVISO: LIMITE DE 20 CENTROS DE CUSTO '
                     'EXCEDIDO - CENTRO ' WRK-CENTRO-CUSTO
                   SET WRK-CC-IDX     TO WRK-CC-COUNT
                 END-IF
               WHEN WRK-CC-COD(WRK-CC-IDX) EQUAL WRK-CENTRO-CUSTO
               AND  WRK-CC-FILIAL(WRK-CC-IDX) EQUAL WRK-FILIAL-FUNC
                   CONTINUE
           END-SEARCH.
           ADD WRK-SALARIO             TO WRK-CC-BRUTO(WRK-CC-IDX).
           ADD WRK-IRRF                TO WRK-CC-IRRF(WRK-CC-IDX).
           ADD WRK-LIQUIDO             TO WRK-CC-LIQUIDO(WRK-CC-IDX).
           ADD WRK-DESCONTO-ADTO       TO WRK-CC-ADTO(WRK-CC-IDX).
           ADD WRK-INSS-PATRONAL       TO
               WRK-CC-INSS-PATRONAL(WRK-CC-IDX).
           COMPUTE WRK-CC-BENEF(WRK-CC-IDX) =
                   WRK-CC-BENEF(WRK-CC-IDX) + WRK-DESC-VT +
                   WRK-DESC-VR + WRK-DESC-SAUDE.
           ADD WRK-PENSAO              TO WRK-CC-PENSAO(WRK-CC-IDX).
      *================================================================*
       0250-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA O FUNCIONARIO CORRENTE NOS TOTAIS DA SUA FILIAL
      *================================================================*
       0255-ACUMULAR-FILIAL            SECTION.
      *================================================================*
           SET WRK-FIL-IDX             TO 1.
           SEARCH WRK-FIL-ENTRY
               AT END
                 IF  WRK-FIL-COUNT LESS 50
                   ADD 1              TO WRK-FIL-COUNT
                   SET WRK-FIL-IDX    TO WRK-FIL-COUNT
                   MOVE WRK-FILIAL-FUNC TO WRK-FIL-CODIGO(WRK-FIL-IDX)
                   MOVE ZEROS         TO WRK-FIL-QTD(WRK-FIL-IDX)
                                         WRK-FIL-BRUTO(WRK-FIL-IDX)
                                         WRK-FIL-INSS(WRK-FIL-IDX)
                                         WRK-FIL-IRRF(WRK-FIL-IDX)
                                         WRK-FIL-LIQUIDO(WRK-FIL-IDX)
                 ELSE
                   DISPLAY 'AVISO: LIMITE DE 50 FILIAIS ATINGIDO -'
                     ' ' WRK-FILIAL-FUNC ' ACUMULADA NA ULTIMA FILIAL'
                   SET WRK-FIL-IDX    TO WRK-FIL-COUNT
                 END-IF
               WHEN WRK-FIL-CODIGO(WRK-FIL-IDX) EQUAL WRK-FILIAL-FUNC
                   CONTINUE
           END-SEARCH.
           ADD 1                       TO WRK-FIL-QTD(WRK-FIL-IDX).
           ADD WRK-SALARIO             TO WRK-FIL-BRUTO(WRK-FIL-IDX).
           ADD WRK-INSS                TO WRK-FIL-INSS(WRK-FIL-IDX).
           ADD WRK-IRRF                TO WRK-FIL-IRRF(WRK-FIL-IDX).
           ADD WRK-LIQUIDO             TO WRK-FIL-LIQUIDO(WRK-FIL-IDX).
      *================================================================*
       0255-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA O EXTRATO DE LANCAMENTOS CONTABEIS, UM GRUPO DE
      *    DEBITO/CREDITO POR CENTRO DE CUSTO COM FOLHA NO LOTE
      *================================================================*
      *    GRAVA O LANCAMENTO CONTABIL DE UM CENTRO DE CUSTO: DEBITA
      *    A DESPESA DE FOLHA E CREDITA BANCO/CAIXA E OS PASSIVOS DE
      *    INSS/IRRF RETIDOS; A PENSAO ALIMENTICIA, PAGA NO MESMO
      *    ARQUIVO BANCARIO, SAI EM CREDITO PROPRIO DE BANCO/CAIXA
      *================================================================*
       0270-GRAVAR-1-CENTRO-CUSTO      SECTION.
      *================================================================*
           ACCEPT WRK-DATA-GLPOST      FROM DATE YYYYMMDD.
           MOVE WRK-DATA-GLPOST        TO GLPOST-DATA.
           MOVE 'PROGCOB04'            TO GLPOST-PROGRAMA.
           MOVE WRK-CC-FILIAL(WRK-CC-IDX) TO GLPOST-FILIAL.
           MOVE WRK-LOTE-NUM           TO GLPOST-LOTE.
           MOVE SPACES                 TO GLPOST-OPERADOR.
           MOVE WRK-CC-COD(WRK-CC-IDX) TO GLPOST-CENTRO-CUSTO.
           SET GLPOST-DEBITO           TO TRUE.
               MOVE WRK-CC-ADTO(WRK-CC-IDX) TO GLPOST-VALOR
               WRITE GLPOST-REC
           END-IF.

           IF  WRK-CC-BENEF(WRK-CC-IDX) GREATER ZEROS
               MOVE WRK-CC-COD(WRK-CC-IDX) TO GLPOST-CENTRO-CUSTO
               SET GLPOST-CREDITO       TO TRUE
               MOVE WRK-CONTA-BENEF     TO GLPOST-CONTA
               MOVE WRK-CC-BENEF(WRK-CC-IDX) TO GLPOST-VALOR
               WRITE GLPOST-REC
           END-IF.

           IF  WRK-CC-PENSAO(WRK-CC-IDX) GREATER ZEROS
               MOVE WRK-CC-COD(WRK-CC-IDX) TO GLPOST-CENTRO-CUSTO
               SET GLPOST-CREDITO       TO TRUE
               MOVE WRK-CONTA-BANCO     TO GLPOST-CONTA
               MOVE WRK-CC-PENSAO(WRK-CC-IDX) TO GLPOST-VALOR
               WRITE GLPOST-REC
           END-IF.
      *================================================================*
       0270-99-FIM.                    EXIT.
      *================================================================*
                                           PAYHIS-IRRF
                                           PAYHIS-LIQUIDO
                                           PAYHIS-FGTS
                                           PAYHIS-INSS-PATRONAL
           END-IF.
           ADD WRK-TOTAL-FGTS          TO PAYHIS-FGTS.

           ADD WRK-CC-INSS(WRK-CC-IDX)    TO PAYHIS-INSS.
           ADD WRK-CC-IRRF(WRK-CC-IDX)    TO PAYHIS-IRRF.
           ADD WRK-CC-LIQUIDO(WRK-CC-IDX) TO PAYHIS-LIQUIDO.
           ADD WRK-CC-INSS-PATRONAL(WRK-CC-IDX)
                                          TO PAYHIS-INSS-PATRONAL.
      *================================================================*
       0296-99-FIM.                    EXIT.
      *================================================================*
           PERFORM 0820-ESCOLHER-VIGENCIAS.
           PERFORM 0830-COLETAR-FAIXAS.
           CLOSE TRIBTAB-FILE.
           PERFORM 0840-CARREGAR-TABELA-PATRONAL.

           IF  WRK-INSS-QTD-FAIXAS     EQUAL ZEROS
           OR  WRK-IRRF-QTD-FAIXAS     EQUAL ZEROS
       0835-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ABRE A TABELA DE ALIQUOTAS DO EMPREGADOR (CARREGANDO AS
      *    ALIQUOTAS PADRAO NO PRIMEIRO USO) E ESCOLHE A VIGENCIA
      *    MAIS RECENTE NAO POSTERIOR A DATA DE PROCESSAMENTO
      *================================================================*
       0840-CARREGAR-TABELA-PATRONAL   SECTION.
      *================================================================*
           OPEN I-O INSSPAT-FILE.
           IF  WRK-INSSPAT-INEXISTENTE
               PERFORM 0845-CARREGAR-PATRONAL-PADRAO
           END-IF.

           MOVE ZEROS                  TO WRK-INSSPAT-VIGENCIA.
           MOVE ZEROS                  TO INSSPAT-DATA-VIGENCIA.
           MOVE '00'                   TO WRK-INSSPAT-STATUS.
           START INSSPAT-FILE KEY NOT LESS INSSPAT-DATA-VIGENCIA
               INVALID KEY
                   MOVE '10'            TO WRK-INSSPAT-STATUS
           END-START.
           PERFORM 0850-EXAMINAR-1-PATRONAL UNTIL WRK-INSSPAT-FIM.
           CLOSE INSSPAT-FILE.

           IF  WRK-INSSPAT-VIGENCIA    EQUAL ZEROS
               DISPLAY 'AVISO: TABELA INSSPAT SEM VIGENCIA '
                       'APLICAVEL - INSS DO EMPREGADOR ZERADO'
           END-IF.
      *================================================================*
       0840-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CARGA INICIAL DAS ALIQUOTAS DO EMPREGADOR: COTA PATRONAL
      *    DE 20 PC, RAT DE 2 PC (FAP 1,0) E TERCEIROS DE 5,8 PC; AS
      *    MUDANCAS ENTRAM COMO NOVAS VIGENCIAS, SEM ALTERAR O FONTE
      *================================================================*
       0845-CARREGAR-PATRONAL-PADRAO   SECTION.
      *================================================================*
           CLOSE INSSPAT-FILE.
           OPEN OUTPUT INSSPAT-FILE.
           MOVE 20000101               TO INSSPAT-DATA-VIGENCIA.
           MOVE 0,2000                 TO INSSPAT-ALIQ-EMPRESA.
           MOVE 0,0200                 TO INSSPAT-ALIQ-RAT.
           MOVE 0,0580                 TO INSSPAT-ALIQ-TERCEIROS.
           WRITE INSSPAT-REC.
           CLOSE INSSPAT-FILE.
           OPEN I-O INSSPAT-FILE.
      *================================================================*
       0845-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    EXAMINA UMA VIGENCIA DA INSSPAT E, SE APLICAVEL E MAIS
      *    RECENTE, GUARDA AS SUAS ALIQUOTAS
      *================================================================*
       0850-EXAMINAR-1-PATRONAL        SECTION.
      *================================================================*
           READ INSSPAT-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WRK-INSSPAT-STATUS
           END-READ.
           IF  WRK-INSSPAT-OK
           AND INSSPAT-DATA-VIGENCIA   NOT GREATER WRK-DATA-PROC
           AND INSSPAT-DATA-VIGENCIA   GREATER WRK-INSSPAT-VIGENCIA
               MOVE INSSPAT-DATA-VIGENCIA  TO WRK-INSSPAT-VIGENCIA
               MOVE INSSPAT-ALIQ-EMPRESA   TO WRK-ALIQ-EMPRESA
               MOVE INSSPAT-ALIQ-RAT       TO WRK-ALIQ-RAT
               MOVE INSSPAT-ALIQ-TERCEIROS TO WRK-ALIQ-TERCEIROS
           END-IF.
      *================================================================*
       0850-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    VALIDA O FUNCIONARIO DO LOTE CONTRA O CADASTRO: REJEITA
      *    MATRICULA SEM CADASTRO, FUNCIONARIO INATIVO OU MATRICULA
               WHEN OTHER
                   PERFORM 0715-CHECAR-DUPLICADO
           END-EVALUATE.
           PERFORM 0712-OBTER-FILIAL-FUNC.
      *================================================================*
       0710-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    FILIAL DE LOTACAO DO FUNCIONARIO LIDO NO FUNCMAS, PARA A
      *    FOLHA (PAYDET) E A CONTABILIZACAO; SEM FILIAL = MATRIZ (01)
      *================================================================*
       0712-OBTER-FILIAL-FUNC          SECTION.
      *================================================================*
           MOVE '01'                   TO WRK-FILIAL-FUNC.
           IF  WRK-FUNCMAS-OK
           AND FUNCMAS-FILIAL          NOT EQUAL SPACES
               MOVE FUNCMAS-FILIAL      TO WRK-FILIAL-FUNC
           END-IF.
      *================================================================*
       0712-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CHECA SE A MATRICULA JA APARECEU NO LOTE E, QUANDO INEDITA,
      *    GUARDA NA TABELA DE MATRICULAS VISTAS E ACEITA O PAGAMENTO
      *================================================================*
           DISPLAY 'OPERADOR:'.
           ACCEPT WRK-OPERADOR.
           DISPLAY 'ACAO (I=INCLUIR / A=ALTERAR / D=DESATIVAR / '
                   'S=ALTERACAO SALARIAL):'.
           ACCEPT WRK-ACAO.
           DISPLAY 'MATRICULA:'.
           ACCEPT WRK-MATRICULA.
                       ACCEPT FUNCMAS-AGENCIA
                       DISPLAY 'CONTA:'
                       ACCEPT FUNCMAS-CONTA
                       DISPLAY 'FILIAL (EM BRANCO = MATRIZ 01):'
                       ACCEPT FUNCMAS-FILIAL
                       DISPLAY 'SALARIO DE ADMISSAO:'
                       ACCEPT SALHIST-SALARIO
                       SET FUNCMAS-ATIVO TO TRUE
                       WRITE FUNCMAS-REC
                       DISPLAY 'FUNCIONARIO INCLUIDO'
                       PERFORM 0705-GRAVAR-SALARIO-ADMISSAO
                   END-IF
               WHEN WRK-ACAO-ALTERAR
                   IF  WRK-FUNCMAS-OK
                       ACCEPT FUNCMAS-AGENCIA
                       DISPLAY 'CONTA:'
                       ACCEPT FUNCMAS-CONTA
                       DISPLAY 'FILIAL (EM BRANCO = MATRIZ 01):'
                       ACCEPT FUNCMAS-FILIAL
                       REWRITE FUNCMAS-REC
                       DISPLAY 'FUNCIONARIO ALTERADO'
                   ELSE
                   ELSE
                       DISPLAY 'FUNCIONARIO NAO CADASTRADO'
                   END-IF
               WHEN WRK-ACAO-SALARIO
                   PERFORM 0706-ALTERAR-SALARIO
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA'
           END-EVALUATE.
       0700-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA NO HISTORICO SALARIAL O SALARIO DE ADMISSAO, COM
      *    VIGENCIA NA DATA DE ADMISSAO DO FUNCIONARIO INCLUIDO
      *================================================================*
       0705-GRAVAR-SALARIO-ADMISSAO    SECTION.
      *================================================================*
           MOVE WRK-MATRICULA          TO SALHIST-MATRICULA.
           MOVE FUNCMAS-DATA-ADMISSAO  TO SALHIST-DATA-VIGENCIA.
           SET SALHIST-ADMISSAO        TO TRUE.
           MOVE ZEROS                  TO SALHIST-PERCENTUAL.
           ACCEPT SALHIST-DATA-REGISTRO FROM DATE YYYYMMDD.
           MOVE WRK-OPERADOR           TO SALHIST-OPERADOR.
           WRITE SALHIST-REC
               INVALID KEY
                   DISPLAY 'AVISO: SALARIO JA REGISTRADO NESSA '
                           'VIGENCIA - CONFERIR O SALHIST'
           END-WRITE.
      *================================================================*
       0705-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    REGISTRA UMA ALTERACAO SALARIAL (ADMISSAO, PROMOCAO OU
      *    MERITO) COM DATA DE VIGENCIA NO HISTORICO SALHIST; O
      *    REAJUSTE DE DISSIDIO COLETIVO E APLICADO PELO PROGDISSI
      *================================================================*
       0706-ALTERAR-SALARIO            SECTION.
      *================================================================*
           IF  NOT WRK-FUNCMAS-OK
               DISPLAY 'FUNCIONARIO NAO CADASTRADO'
               GO TO 0706-99-FIM
           END-IF.

           MOVE WRK-MATRICULA          TO SALHIST-MATRICULA.
           DISPLAY 'DATA DE VIGENCIA (AAAAMMDD):'.
           ACCEPT SALHIST-DATA-VIGENCIA.
           DISPLAY 'NOVO SALARIO:'.
           ACCEPT SALHIST-SALARIO.
           DISPLAY 'MOTIVO (A=ADMISSAO  P=PROMOCAO  M=MERITO):'.
           ACCEPT SALHIST-MOTIVO.

           IF  NOT SALHIST-ADMISSAO
           AND NOT SALHIST-PROMOCAO
           AND NOT SALHIST-MERITO
               DISPLAY 'MOTIVO INVALIDO - DISSIDIO SO PELO PROGDISSI'
               GO TO 0706-99-FIM
           END-IF.
           IF  SALHIST-DATA-VIGENCIA   LESS FUNCMAS-DATA-ADMISSAO
               DISPLAY 'VIGENCIA ANTERIOR A DATA DE ADMISSAO'
               GO TO 0706-99-FIM
           END-IF.
           IF  SALHIST-SALARIO         EQUAL ZEROS
               DISPLAY 'SALARIO NAO INFORMADO'
               GO TO 0706-99-FIM
           END-IF.

           MOVE ZEROS                  TO SALHIST-PERCENTUAL.
           ACCEPT SALHIST-DATA-REGISTRO FROM DATE YYYYMMDD.
           MOVE WRK-OPERADOR           TO SALHIST-OPERADOR.
           WRITE SALHIST-REC
               INVALID KEY
                   DISPLAY 'JA EXISTE SALARIO NESSA VIGENCIA'
               NOT INVALID KEY
                   DISPLAY 'ALTERACAO SALARIAL REGISTRADA'
           END-WRITE.
      *================================================================*
       0706-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA AO BRUTO AS DIFERENCAS RETROATIVAS DE DISSIDIO AINDA
      *    PENDENTES DO FUNCIONARIO (RETRODIF) E AS MARCA COMO PAGAS
      *    COM O LOTE DA EXECUCAO
      *================================================================*
       0790-SOMAR-RETROATIVO-FUNC      SECTION.
      *================================================================*
           MOVE PAYIN-MATRICULA        TO RETRODIF-MATRICULA.
           MOVE ZEROS                  TO RETRODIF-DATA-ACORDO
                                           RETRODIF-PERIODO.
           MOVE '00'                   TO WRK-RETRODIF-STATUS.
           START RETRODIF-FILE KEY NOT LESS RETRODIF-CHAVE
               INVALID KEY
                   MOVE '10'            TO WRK-RETRODIF-STATUS
           END-START.
           PERFORM 0795-PAGAR-1-RETROATIVO UNTIL WRK-RETRODIF-FIM.
           ADD WRK-RETROATIVO-FUNC     TO WRK-SALARIO.
      *================================================================*
       0790-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE A PROXIMA DIFERENCA DO FUNCIONARIO E, SE PENDENTE,
      *    ACUMULA O VALOR E REGRAVA COMO PAGA
      *================================================================*
       0795-PAGAR-1-RETROATIVO         SECTION.
      *================================================================*
           READ RETRODIF-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WRK-RETRODIF-STATUS
           END-READ.
           IF  NOT WRK-RETRODIF-OK
               MOVE '10'                TO WRK-RETRODIF-STATUS
               GO TO 0795-99-FIM
           END-IF.
           IF  RETRODIF-MATRICULA      NOT EQUAL PAYIN-MATRICULA
               MOVE '10'                TO WRK-RETRODIF-STATUS
               GO TO 0795-99-FIM
           END-IF.

           IF  RETRODIF-PENDENTE
               ADD RETRODIF-VALOR       TO WRK-RETROATIVO-FUNC
               SET RETRODIF-PAGA        TO TRUE
               MOVE WRK-LOTE-NUM        TO RETRODIF-LOTE-PAGTO
               MOVE WRK-DATA-PROC       TO RETRODIF-DATA-PAGTO
               REWRITE RETRODIF-REC
           END-IF.
      *================================================================*
       0795-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA O DETALHE DO FUNCIONARIO NO HISTORICO PAYDET, COM O
      *    PERIODO E O TIPO DA FOLHA CORRENTE
           MOVE WRK-VALOR-HE           TO PAYDET-VALOR-HE.
           MOVE WRK-DESC-FALTAS        TO PAYDET-DESC-FALTAS.
           MOVE WRK-FGTS               TO PAYDET-FGTS.
           MOVE WRK-LOTE-NUM           TO PAYDET-LOTE.
           MOVE WRK-CENTRO-CUSTO       TO PAYDET-CENTRO-CUSTO.
           MOVE WRK-INSS-EMPRESA       TO PAYDET-INSS-EMPRESA.
           MOVE WRK-INSS-RAT           TO PAYDET-INSS-RAT.
           MOVE WRK-INSS-TERCEIROS     TO PAYDET-INSS-TERCEIROS.
           MOVE WRK-RETROATIVO-FUNC    TO PAYDET-RETROATIVO.
           MOVE WRK-DESC-VT            TO PAYDET-DESC-VT.
           MOVE WRK-DESC-VR            TO PAYDET-DESC-VR.
           MOVE WRK-DESC-SAUDE         TO PAYDET-DESC-SAUDE.
           MOVE WRK-PENSAO             TO PAYDET-PENSAO.
           MOVE WRK-DIAS-AFASTADO      TO PAYDET-DIAS-AFASTADO.
           MOVE WRK-TIPO-AFASTAMENTO   TO PAYDET-TIPO-AFASTAMENTO.
           MOVE WRK-DESC-AFASTAMENTO   TO PAYDET-DESC-AFASTAMENTO.
           MOVE WRK-FILIAL-FUNC        TO PAYDET-FILIAL.
           WRITE PAYDET-REC.
      *================================================================*
       0760-99-FIM.                    EXIT.
       0218-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    DESCONTA OS BENEFICIOS ATIVOS DO FUNCIONARIO NO BENEFIC,
      *    APOS OS TRIBUTOS E O ADIANTAMENTO, CADA UM LIMITADO AO
      *    LIQUIDO QUE RESTA
      *================================================================*
       0219-DESCONTAR-BENEFICIOS       SECTION.
      *================================================================*
           MOVE PAYIN-MATRICULA        TO BENEFIC-MATRICULA.
           SET BENEFIC-TRANSPORTE      TO TRUE.
           READ BENEFIC-FILE.
           IF  WRK-BENEFIC-OK AND BENEFIC-ATIVO
               COMPUTE WRK-TETO-VT ROUNDED =
                       WRK-SALARIO-BASE * WRK-PERC-VT
               MOVE BENEFIC-VALOR       TO WRK-DESC-VT
               IF  WRK-DESC-VT         GREATER WRK-TETO-VT
                   MOVE WRK-TETO-VT     TO WRK-DESC-VT
               END-IF
               MOVE WRK-DESC-VT         TO WRK-DESC-BENEF
               PERFORM 0222-LIMITAR-AO-LIQUIDO
               MOVE WRK-DESC-BENEF      TO WRK-DESC-VT
           END-IF.

           MOVE PAYIN-MATRICULA        TO BENEFIC-MATRICULA.
           SET BENEFIC-REFEICAO        TO TRUE.
           READ BENEFIC-FILE.
           IF  WRK-BENEFIC-OK AND BENEFIC-ATIVO
               COMPUTE WRK-DESC-BENEF ROUNDED =
                       BENEFIC-VALOR * WRK-PERC-VR
               PERFORM 0222-LIMITAR-AO-LIQUIDO
               MOVE WRK-DESC-BENEF      TO WRK-DESC-VR
           END-IF.

           MOVE PAYIN-MATRICULA        TO BENEFIC-MATRICULA.
           SET BENEFIC-SAUDE           TO TRUE.
           READ BENEFIC-FILE.
           IF  WRK-BENEFIC-OK AND BENEFIC-ATIVO
           AND WRK-QTD-DEP-SAUDE       GREATER ZEROS
               COMPUTE WRK-DESC-BENEF =
                       BENEFIC-VALOR * WRK-QTD-DEP-SAUDE
               PERFORM 0222-LIMITAR-AO-LIQUIDO
               MOVE WRK-DESC-BENEF      TO WRK-DESC-SAUDE
           END-IF.
      *================================================================*
       0219-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    SOMA OS DIAS DE AFASTAMENTO DO FUNCIONARIO NO MES DE
      *    PROCESSAMENTO E DESCONTA DO BRUTO O SALARIO BASE DESSES
      *    DIAS; A PARTE DOS TIPOS QUE MANTEM O FGTS (ACIDENTE E
      *    MATERNIDADE) CONTINUA NA BASE DO DEPOSITO
      *================================================================*
       0226-APLICAR-AFASTAMENTOS       SECTION.
      *================================================================*
           MOVE WRK-DATA-PROC          TO WRK-AFA-DATA.
           MOVE 1                      TO WRK-AFA-DIA.
           PERFORM 0229-CONVERTER-DATA-DIAS.
           MOVE WRK-AFA-DIANUM         TO WRK-AFA-INI-PER.
           COMPUTE WRK-AFA-FIM-PER = WRK-AFA-INI-PER + 29.

           MOVE PAYIN-MATRICULA        TO AFASTA-MATRICULA.
           MOVE ZEROS                  TO AFASTA-DATA-INICIO.
           MOVE '00'                   TO WRK-AFASTA-STATUS.
           START AFASTA-FILE KEY NOT LESS AFASTA-CHAVE
               INVALID KEY
                   MOVE '10'            TO WRK-AFASTA-STATUS
           END-START.
           PERFORM 0227-SOMAR-1-AFASTAMENTO UNTIL WRK-AFASTA-FIM.
           IF  WRK-DIAS-AFASTADO       EQUAL ZEROS
               GO TO 0226-99-FIM
           END-IF.
           IF  WRK-DIAS-AFASTADO       GREATER 30
               MOVE 30                  TO WRK-DIAS-AFASTADO
           END-IF.
           IF  WRK-DIAS-AFAST-FGTS     GREATER WRK-DIAS-AFASTADO
               MOVE WRK-DIAS-AFASTADO   TO WRK-DIAS-AFAST-FGTS
           END-IF.

           COMPUTE WRK-DESC-AFASTAMENTO ROUNDED =
                   WRK-SALARIO-BASE * WRK-DIAS-AFASTADO / 30.
           IF  WRK-DESC-AFASTAMENTO    GREATER WRK-SALARIO
               MOVE WRK-SALARIO         TO WRK-DESC-AFASTAMENTO
           END-IF.
           SUBTRACT WRK-DESC-AFASTAMENTO FROM WRK-SALARIO.
           COMPUTE WRK-AFAST-FGTS ROUNDED =
                   WRK-SALARIO-BASE * WRK-DIAS-AFAST-FGTS / 30.
           IF  WRK-AFAST-FGTS          GREATER WRK-DESC-AFASTAMENTO
               MOVE WRK-DESC-AFASTAMENTO TO WRK-AFAST-FGTS
           END-IF.
      *================================================================*
       0226-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE O PROXIMO AFASTAMENTO DO FUNCIONARIO E SOMA OS DIAS QUE
      *    CAEM NO MES: DO INICIO (MAIS OS 15 DIAS PAGOS PELA EMPRESA
      *    NA DOENCA E NO ACIDENTE) ATE A VESPERA DO RETORNO EFETIVO
      *    OU, SEM ELE, DO RETORNO PREVISTO; SEM NENHUM DOS DOIS, O
      *    AFASTAMENTO SEGUE ABERTO ATE O FIM DO MES
      *================================================================*
       0227-SOMAR-1-AFASTAMENTO        SECTION.
      *================================================================*
           READ AFASTA-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WRK-AFASTA-STATUS
           END-READ.
           IF  NOT WRK-AFASTA-OK
           OR  AFASTA-MATRICULA        NOT EQUAL PAYIN-MATRICULA
               MOVE '10'                TO WRK-AFASTA-STATUS
               GO TO 0227-99-FIM
           END-IF.

           MOVE AFASTA-DATA-INICIO     TO WRK-AFA-DATA.
           PERFORM 0229-CONVERTER-DATA-DIAS.
           MOVE WRK-AFA-DIANUM         TO WRK-AFA-INI.
           IF  AFASTA-CARENCIA-EMPRESA
               ADD 15                   TO WRK-AFA-INI
           END-IF.

           EVALUATE TRUE
               WHEN AFASTA-RETORNO-EFETIVO NOT EQUAL ZEROS
                   MOVE AFASTA-RETORNO-EFETIVO TO WRK-AFA-DATA
               WHEN AFASTA-RETORNO-PREVISTO NOT EQUAL ZEROS
                   MOVE AFASTA-RETORNO-PREVISTO TO WRK-AFA-DATA
               WHEN OTHER
                   MOVE 99991230        TO WRK-AFA-DATA
           END-EVALUATE.
           PERFORM 0229-CONVERTER-DATA-DIAS.
           COMPUTE WRK-AFA-FIM = WRK-AFA-DIANUM - 1.

           IF  WRK-AFA-INI             LESS WRK-AFA-INI-PER
               MOVE WRK-AFA-INI-PER     TO WRK-AFA-INI
           END-IF.
           IF  WRK-AFA-FIM             GREATER WRK-AFA-FIM-PER
               MOVE WRK-AFA-FIM-PER     TO WRK-AFA-FIM
           END-IF.
           IF  WRK-AFA-INI             GREATER WRK-AFA-FIM
               GO TO 0227-99-FIM
           END-IF.

           COMPUTE WRK-AFA-DIAS = WRK-AFA-FIM - WRK-AFA-INI + 1.
           ADD WRK-AFA-DIAS            TO WRK-DIAS-AFASTADO.
           IF  AFASTA-RECOLHE-FGTS
               ADD WRK-AFA-DIAS         TO WRK-DIAS-AFAST-FGTS
           END-IF.
           MOVE AFASTA-TIPO            TO WRK-TIPO-AFASTAMENTO.
      *================================================================*
       0227-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONVERTE A DATA AAAAMMDD DE WRK-AFA-DATA EM NUMERO DE DIAS
      *    NA CONVENCAO 30/360 (DIA 31 CONTA COMO 30)
      *================================================================*
       0229-CONVERTER-DATA-DIAS        SECTION.
      *================================================================*
           IF  WRK-AFA-DIA             GREATER 30
               MOVE 30                  TO WRK-AFA-DIA
           END-IF.
           COMPUTE WRK-AFA-DIANUM = (WRK-AFA-ANO * 360) +
                   ((WRK-AFA-MES - 1) * 30) + WRK-AFA-DIA.
      *================================================================*
       0229-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ATUALIZA O CONTROLE DE FERIAS DO FUNCIONARIO: ABRE O
      *    PRIMEIRO PERIODO AQUISITIVO PELA ADMISSAO (NA IMPLANTACAO,
      *    O MAIS ANTIGO AINDA DENTRO DO LIMITE DE CONCESSAO), FECHA
      *    OS PERIODOS COMPLETADOS ATE A DATA DE PROCESSAMENTO
      *    ABRINDO O SEGUINTE, SOMA AS FALTAS DO MES NO PERIODO EM
      *    CURSO E, NA FOLHA DE FERIAS, BAIXA O PERIODO MAIS ANTIGO
      *================================================================*
       0231-ATUALIZAR-FERIAS           SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-FER-ULTIMO-INICIO.
           MOVE PAYIN-MATRICULA        TO FERPER-MATRICULA.
           MOVE ZEROS                  TO FERPER-AQUIS-INICIO.
           MOVE '00'                   TO WRK-FERPER-STATUS.
           START FERPER-FILE KEY NOT LESS FERPER-CHAVE
               INVALID KEY
                   MOVE '10'            TO WRK-FERPER-STATUS
           END-START.
           PERFORM 0232-LER-PERIODO-FERIAS UNTIL WRK-FERPER-FIM.

           IF  WRK-FER-ULTIMO-INICIO   EQUAL ZEROS
               IF  FUNCMAS-DATA-ADMISSAO EQUAL ZEROS
                   GO TO 0231-99-FIM
               END-IF
               MOVE FUNCMAS-DATA-ADMISSAO TO WRK-FER-INICIO
               PERFORM 0233-AVANCAR-INICIO-FERIAS
                   UNTIL WRK-FER-INICIO + 20000 GREATER WRK-DATA-PROC
               PERFORM 0234-ABRIR-PERIODO-FERIAS
           ELSE
               MOVE PAYIN-MATRICULA     TO FERPER-MATRICULA
               MOVE WRK-FER-ULTIMO-INICIO TO FERPER-AQUIS-INICIO
               READ FERPER-FILE
           END-IF.

           MOVE 'N'                    TO WRK-FER-SITUACAO.
           PERFORM 0235-FECHAR-PERIODO-FERIAS UNTIL WRK-FER-EM-DIA.

           IF  WRK-HORAS-FALTAS-FUNC   GREATER ZEROS
               ADD WRK-HORAS-FALTAS-FUNC TO FERPER-HORAS-FALTAS
               PERFORM 0236-CALCULAR-DIREITO-FERIAS
               REWRITE FERPER-REC
           END-IF.

           IF  WRK-FOLHA-FERIAS
               PERFORM 0237-BAIXAR-FERIAS-GOZADAS
           END-IF.
      *================================================================*
       0231-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE O PROXIMO PERIODO DO FUNCIONARIO, GUARDANDO O INICIO DO
      *    ULTIMO PERIODO ABERTO
      *================================================================*
       0232-LER-PERIODO-FERIAS         SECTION.
      *================================================================*
           READ FERPER-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WRK-FERPER-STATUS
           END-READ.
           IF  NOT WRK-FERPER-OK
           OR  FERPER-MATRICULA        NOT EQUAL PAYIN-MATRICULA
               MOVE '10'                TO WRK-FERPER-STATUS
               GO TO 0232-99-FIM
           END-IF.
           MOVE FERPER-AQUIS-INICIO    TO WRK-FER-ULTIMO-INICIO.
      *================================================================*
       0232-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    AVANCA UM ANO O INICIO DO PRIMEIRO PERIODO NA IMPLANTACAO
      *    DO CONTROLE, PULANDO OS PERIODOS JA FORA DO LIMITE
      *================================================================*
       0233-AVANCAR-INICIO-FERIAS      SECTION.
      *================================================================*
           ADD 10000                   TO WRK-FER-INICIO.
      *================================================================*
       0233-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    ABRE UM PERIODO AQUISITIVO DE 12 MESES A PARTIR DE
      *    WRK-FER-INICIO, COM O DIREITO CHEIO DE 30 DIAS
      *================================================================*
       0234-ABRIR-PERIODO-FERIAS       SECTION.
      *================================================================*
           MOVE PAYIN-MATRICULA        TO FERPER-MATRICULA.
           MOVE WRK-FER-INICIO         TO FERPER-AQUIS-INICIO.
           COMPUTE FERPER-AQUIS-FIM = WRK-FER-INICIO + 10000.
           COMPUTE FERPER-LIMITE-CONCESSAO = WRK-FER-INICIO + 20000.
           MOVE ZEROS                  TO FERPER-HORAS-FALTAS
                                           FERPER-DIAS-FALTAS
                                           FERPER-DIAS-GOZADOS
                                           FERPER-DATA-GOZO.
           MOVE 30                     TO FERPER-DIAS-DIREITO.
           SET FERPER-AQUISITIVO       TO TRUE.
           WRITE FERPER-REC
               INVALID KEY
                   DISPLAY 'FERPER: PERIODO JA EXISTENTE '
                           FERPER-CHAVE
           END-WRITE.
      *================================================================*
       0234-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    FECHA O PERIODO AQUISITIVO JA COMPLETADO NA DATA DE
      *    PROCESSAMENTO (PASSA A CONCESSIVO, OU QUITADO SE AS FALTAS
      *    ZERARAM O DIREITO) E ABRE O SEGUINTE
      *================================================================*
       0235-FECHAR-PERIODO-FERIAS      SECTION.
      *================================================================*
           IF  FERPER-AQUIS-FIM        GREATER WRK-DATA-PROC
           OR  NOT FERPER-AQUISITIVO
               SET WRK-FER-EM-DIA       TO TRUE
               GO TO 0235-99-FIM
           END-IF.
           PERFORM 0236-CALCULAR-DIREITO-FERIAS.
           IF  FERPER-DIAS-DIREITO     EQUAL ZEROS
               SET FERPER-QUITADO       TO TRUE
           ELSE
               SET FERPER-CONCESSIVO    TO TRUE
           END-IF.
           REWRITE FERPER-REC.
           MOVE FERPER-AQUIS-FIM       TO WRK-FER-INICIO.
           PERFORM 0234-ABRIR-PERIODO-FERIAS.
      *================================================================*
       0235-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CONVERTE AS HORAS DE FALTA NAO JUSTIFICADA DO PERIODO EM
      *    DIAS E APLICA A ESCALA LEGAL DO DIREITO A FERIAS
      *================================================================*
       0236-CALCULAR-DIREITO-FERIAS    SECTION.
      *================================================================*
           DIVIDE FERPER-HORAS-FALTAS  BY WRK-JORNADA-DIARIA
               GIVING FERPER-DIAS-FALTAS.
           EVALUATE TRUE
               WHEN FERPER-DIAS-FALTAS NOT GREATER 5
                   MOVE 30              TO FERPER-DIAS-DIREITO
               WHEN FERPER-DIAS-FALTAS NOT GREATER 14
                   MOVE 24              TO FERPER-DIAS-DIREITO
               WHEN FERPER-DIAS-FALTAS NOT GREATER 23
                   MOVE 18              TO FERPER-DIAS-DIREITO
               WHEN FERPER-DIAS-FALTAS NOT GREATER 32
                   MOVE 12              TO FERPER-DIAS-DIREITO
               WHEN OTHER
                   MOVE ZEROS           TO FERPER-DIAS-DIREITO
           END-EVALUATE.
      *================================================================*
       0236-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    NA FOLHA DE FERIAS, BAIXA O SALDO DO PERIODO CONCESSIVO
      *    MAIS ANTIGO DO FUNCIONARIO, AVISANDO QUANDO O PAGAMENTO
      *    SAI DEPOIS DO LIMITE DE CONCESSAO; SEM PERIODO CONCESSIVO,
      *    A FERIAS E REGISTRADA NO FOLHAEXC PARA CONFERENCIA
      *================================================================*
       0237-BAIXAR-FERIAS-GOZADAS      SECTION.
      *================================================================*
           MOVE PAYIN-MATRICULA        TO FERPER-MATRICULA.
           MOVE ZEROS                  TO FERPER-AQUIS-INICIO.
           MOVE '00'                   TO WRK-FERPER-STATUS.
           START FERPER-FILE KEY NOT LESS FERPER-CHAVE
               INVALID KEY
                   MOVE '10'            TO WRK-FERPER-STATUS
           END-START.
           PERFORM 0238-PROCURAR-PERIODO-CONCESSIVO
               UNTIL WRK-FERPER-FIM OR WRK-FER-BAIXADA.
           IF  WRK-FER-BAIXADA
               GO TO 0237-99-FIM
           END-IF.

           MOVE SPACES                 TO FOLHAEXC-REC.
           STRING 'MATRICULA '         DELIMITED BY SIZE
                  PAYIN-MATRICULA      DELIMITED BY SIZE
                  ' FERIAS PAGAS SEM PERIODO AQUISITIVO COMPLETO '
                                       DELIMITED BY SIZE
                  '- CONFERIR NO FERPER'
                                       DELIMITED BY SIZE
                  INTO FOLHAEXC-REC
           END-STRING.
           WRITE FOLHAEXC-REC.
      *================================================================*
       0237-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE O PROXIMO PERIODO DO FUNCIONARIO E, SE CONCESSIVO COM
      *    SALDO, BAIXA OS DIAS COMO GOZADOS NA DATA DE PROCESSAMENTO
      *================================================================*
       0238-PROCURAR-PERIODO-CONCESSIVO SECTION.
      *================================================================*
           READ FERPER-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WRK-FERPER-STATUS
           END-READ.
           IF  NOT WRK-FERPER-OK
           OR  FERPER-MATRICULA        NOT EQUAL PAYIN-MATRICULA
               MOVE '10'                TO WRK-FERPER-STATUS
               GO TO 0238-99-FIM
           END-IF.
           IF  NOT FERPER-CONCESSIVO
           OR  FERPER-DIAS-GOZADOS     NOT LESS FERPER-DIAS-DIREITO
               GO TO 0238-99-FIM
           END-IF.

           COMPUTE WRK-FER-DIAS-GOZO =
                   FERPER-DIAS-DIREITO - FERPER-DIAS-GOZADOS.
           MOVE FERPER-DIAS-DIREITO    TO FERPER-DIAS-GOZADOS.
           MOVE WRK-DATA-PROC          TO FERPER-DATA-GOZO.
           SET FERPER-QUITADO          TO TRUE.
           IF  WRK-DATA-PROC           NOT LESS FERPER-LIMITE-CONCESSAO
               SET WRK-FER-EM-DOBRO     TO TRUE
           END-IF.
           REWRITE FERPER-REC.
           MOVE FERPER-AQUIS-INICIO    TO WRK-FER-AQUIS-GOZO.
           SET WRK-FER-BAIXADA         TO TRUE.
      *================================================================*
       0238-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    CALCULA A PENSAO ALIMENTICIA DAS ORDENS ATIVAS DO
      *    FUNCIONARIO NO PENSAO, SOBRE O BRUTO OU SOBRE O LIQUIDO
      *    (BRUTO - INSS - IRRF ANTES DA PENSAO), LIMITADA A
      *    WRK-LIMITE-PENSAO, E RECALCULA O IRRF COM A PENSAO
      *    ABATIDA DA BASE
      *================================================================*
       0221-CALCULAR-PENSAO            SECTION.
      *================================================================*
           IF  NOT WRK-PENSAO-DISPONIVEL
               GO TO 0221-99-FIM
           END-IF.
           COMPUTE WRK-BASE-PENSAO = WRK-SALARIO - WRK-INSS - WRK-IRRF.
           MOVE PAYIN-MATRICULA        TO PENSAO-MATRICULA.
           MOVE ZEROS                  TO PENSAO-SEQ.
           MOVE '00'                   TO WRK-PENSAO-STATUS.
           START PENSAO-FILE KEY NOT LESS PENSAO-CHAVE
               INVALID KEY
                   MOVE '10'            TO WRK-PENSAO-STATUS
           END-START.
           PERFORM 0223-CALCULAR-1-ORDEM UNTIL WRK-PENSAO-FIM.
           IF  WRK-PENSAO              GREATER ZEROS
               PERFORM 0214-CALCULAR-IRRF
           END-IF.
      *================================================================*
       0221-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LE A PROXIMA ORDEM DO FUNCIONARIO E, SE ATIVA E JA
      *    INICIADA, CALCULA O VALOR PELA REGRA E GUARDA OS DADOS DO
      *    BENEFICIARIO PARA O CREDITO NO BANCOPAG
      *================================================================*
       0223-CALCULAR-1-ORDEM           SECTION.
      *================================================================*
           READ PENSAO-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WRK-PENSAO-STATUS
           END-READ.
           IF  NOT WRK-PENSAO-OK
           OR  PENSAO-MATRICULA        NOT EQUAL PAYIN-MATRICULA
               MOVE '10'                TO WRK-PENSAO-STATUS
               GO TO 0223-99-FIM
           END-IF.
           IF  NOT PENSAO-ATIVA
           OR  PENSAO-DATA-INICIO      GREATER WRK-DATA-PROC
           OR  WRK-PEN-COUNT           NOT LESS 5
               GO TO 0223-99-FIM
           END-IF.

           EVALUATE TRUE
               WHEN PENSAO-PERC-LIQUIDO
                   COMPUTE WRK-VALOR-ORDEM ROUNDED =
                           WRK-BASE-PENSAO * PENSAO-PERCENTUAL / 100
               WHEN PENSAO-PERC-BRUTO
                   COMPUTE WRK-VALOR-ORDEM ROUNDED =
                           WRK-SALARIO * PENSAO-PERCENTUAL / 100
               WHEN OTHER
                   MOVE PENSAO-VALOR    TO WRK-VALOR-ORDEM
           END-EVALUATE.
           IF  WRK-PENSAO + WRK-VALOR-ORDEM GREATER WRK-LIMITE-PENSAO
               COMPUTE WRK-VALOR-ORDEM =
                       WRK-LIMITE-PENSAO - WRK-PENSAO
           END-IF.
           IF  WRK-VALOR-ORDEM         EQUAL ZEROS
               GO TO 0223-99-FIM
           END-IF.

           ADD 1                       TO WRK-PEN-COUNT.
           SET WRK-PEN-IDX             TO WRK-PEN-COUNT.
           MOVE PENSAO-BENEF-NOME      TO WRK-PEN-NOME(WRK-PEN-IDX).
           MOVE PENSAO-BANCO           TO WRK-PEN-BANCO(WRK-PEN-IDX).
           MOVE PENSAO-AGENCIA         TO WRK-PEN-AGENCIA(WRK-PEN-IDX).
           MOVE PENSAO-CONTA           TO WRK-PEN-CONTA(WRK-PEN-IDX).
           MOVE WRK-VALOR-ORDEM        TO WRK-PEN-VALOR(WRK-PEN-IDX).
           ADD WRK-VALOR-ORDEM         TO WRK-PENSAO.
      *================================================================*
       0223-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LIMITA O DESCONTO DE BENEFICIO AO LIQUIDO RESTANTE E O
      *    SUBTRAI DO LIQUIDO
      *================================================================*
       0222-LIMITAR-AO-LIQUIDO         SECTION.
      *================================================================*
           IF  WRK-DESC-BENEF          GREATER WRK-LIQUIDO
               MOVE WRK-LIQUIDO         TO WRK-DESC-BENEF
           END-IF.
           SUBTRACT WRK-DESC-BENEF     FROM WRK-LIQUIDO.
      *================================================================*
       0222-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    LANCA UM ADIANTAMENTO PARA UM FUNCIONARIO DO CADASTRO,
      *    DIVIDIDO EM PARCELAS IGUAIS
                       'PROCESSADA'
               GO TO 0770-99-FIM
           END-IF.
           PERFORM 0712-OBTER-FILIAL-FUNC.
           DISPLAY 'DATA DO DESLIGAMENTO (AAAAMMDD):'.
           ACCEPT WRK-DATA-RESCISAO.
           DISPLAY 'SALARIO MENSAL (BRL):'.
           PERFORM 0214-CALCULAR-IRRF.
           COMPUTE WRK-LIQUIDO = WRK-SALARIO - WRK-INSS - WRK-IRRF.
           COMPUTE WRK-FGTS ROUNDED = WRK-SALARIO * WRK-TAXA-FGTS.
           PERFORM 0217-CALCULAR-INSS-EMPRESA.

           PERFORM 0775-IMPRIMIR-DEMONSTRATIVO.
           PERFORM 0780-REGISTRAR-RESCISAO.
           MOVE ZEROS                  TO PAYDET-COMISSAO
                                           PAYDET-DESC-ADTO
                                           PAYDET-VALOR-HE
                                           PAYDET-DESC-FALTAS
                                           PAYDET-RETROATIVO
                                           PAYDET-DESC-VT
                                           PAYDET-DESC-VR
                                           PAYDET-DESC-SAUDE
                                           PAYDET-PENSAO
                                           PAYDET-DIAS-AFASTADO
                                           PAYDET-DESC-AFASTAMENTO.
           MOVE SPACES                 TO PAYDET-TIPO-AFASTAMENTO.
           MOVE WRK-FGTS               TO PAYDET-FGTS.
           MOVE WRK-LOTE-NUM           TO PAYDET-LOTE.
           MOVE WRK-CENTRO-RESCISAO    TO PAYDET-CENTRO-CUSTO.
           MOVE WRK-INSS-EMPRESA       TO PAYDET-INSS-EMPRESA.
           MOVE WRK-INSS-RAT           TO PAYDET-INSS-RAT.
           MOVE WRK-INSS-TERCEIROS     TO PAYDET-INSS-TERCEIROS.
           MOVE WRK-FILIAL-FUNC        TO PAYDET-FILIAL.
           WRITE PAYDET-REC.

           MOVE WRK-PERIODO            TO PAYHIS-PERIODO.
               ADD WRK-IRRF             TO PAYHIS-IRRF
               ADD WRK-LIQUIDO          TO PAYHIS-LIQUIDO
               ADD WRK-FGTS             TO PAYHIS-FGTS
               ADD WRK-INSS-PATRONAL    TO PAYHIS-INSS-PATRONAL
               REWRITE PAYHIS-REC
           ELSE
               MOVE WRK-PERIODO         TO PAYHIS-PERIODO
               MOVE WRK-IRRF            TO PAYHIS-IRRF
               MOVE WRK-LIQUIDO         TO PAYHIS-LIQUIDO
               MOVE WRK-FGTS            TO PAYHIS-FGTS
               MOVE WRK-INSS-PATRONAL   TO PAYHIS-INSS-PATRONAL
               WRITE PAYHIS-REC
           END-IF.
      *================================================================*
      *================================================================*
       0758-CONTAR-DEPENDENTES         SECTION.
      *================================================================*
           MOVE ZEROS                  TO WRK-QTD-DEPENDENTES
                                           WRK-QTD-DEP-SAUDE.
           MOVE SPACES                 TO WRK-DEPENMAS-STATUS.
           MOVE WRK-MATRICULA          TO DEPENMAS-MATRICULA.
           MOVE ZEROS                  TO DEPENMAS-SEQ.
      *================================================================*
           IF  DEPENMAS-ATIVO
               ADD 1                    TO WRK-QTD-DEPENDENTES
               IF  DEPENMAS-COBERTO-SAUDE
                   ADD 1                TO WRK-QTD-DEP-SAUDE
               END-IF
           END-IF.
           PERFORM 0759-LER-DEPENDENTE.
      *================================================================*
                       COMPUTE WRK-DESC-FALTAS ROUNDED =
                               WRK-HOR-FALTAS(WRK-HOR-IDX) *
                               WRK-VALOR-HORA
                       MOVE WRK-HOR-FALTAS(WRK-HOR-IDX)
                                        TO WRK-HORAS-FALTAS-FUNC
                       COMPUTE WRK-SALARIO = WRK-SALARIO +
                               WRK-VALOR-HE - WRK-DESC-FALTAS
               END-SEARCH
       0955-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA NO ARQUIVO DO BANCO O CREDITO DE UM BENEFICIARIO DE
      *    PENSAO ALIMENTICIA DO FUNCIONARIO CORRENTE, MARCADO COMO
      *    FAVORECIDO DE PENSAO, E ACUMULA NO TRAILER
      *================================================================*
       0957-GRAVAR-DETALHE-PENSAO      SECTION.
      *================================================================*
           MOVE SPACES                 TO BANCOPAG-REC.
           SET BANCOPAG-DETALHE        TO TRUE.
           MOVE WRK-PEN-NOME(WRK-PEN-IDX) TO BANCOPAG-D-NOME.
           MOVE WRK-PEN-VALOR(WRK-PEN-IDX) TO BANCOPAG-D-VALOR.
           MOVE WRK-PEN-BANCO(WRK-PEN-IDX) TO BANCOPAG-D-BANCO.
           MOVE WRK-PEN-AGENCIA(WRK-PEN-IDX) TO BANCOPAG-D-AGENCIA.
           MOVE WRK-PEN-CONTA(WRK-PEN-IDX) TO BANCOPAG-D-CONTA.
           MOVE PAYIN-MATRICULA        TO BANCOPAG-D-MATRICULA.
           MOVE SPACES                 TO BANCOPAG-D-RESULTADO.
           SET BANCOPAG-D-PENSAO       TO TRUE.
           WRITE BANCOPAG-REC.
           ADD 1                       TO WRK-BANCO-QTD.
           ADD WRK-PEN-VALOR(WRK-PEN-IDX) TO WRK-BANCO-HASH.
      *================================================================*
       0957-99-FIM.                    EXIT.
      *================================================================*

      *================================================================*
      *    GRAVA O TRAILER DO ARQUIVO DO BANCO, COM A QUANTIDADE DE
      *    DETALHES E A SOMA (HASH) DOS VALORES CREDITADOS
