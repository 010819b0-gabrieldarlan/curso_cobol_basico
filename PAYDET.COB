           05  PAYDET-VALOR-HE            PIC 9(006)V99.
           05  PAYDET-DESC-FALTAS         PIC 9(006)V99.
           05  PAYDET-FGTS                PIC 9(008)V99.
      *
      *    NUMERO DO LOTE DA EXECUCAO (BATSEQ), O MESMO CARIMBADO NO
      *    GLPOST-LOTE DA CONTABILIZACAO, PARA O RASTREIO DO
      *    LANCAMENTO ATE A FOLHA DE ORIGEM (PROGGLDRL)
      *
           05  PAYDET-LOTE                PIC 9(006).
      *
      *    CENTRO DE CUSTO DO FUNCIONARIO NA EXECUCAO E CONTRIBUICAO
      *    PREVIDENCIARIA DO EMPREGADOR SOBRE O BRUTO (COTA PATRONAL,
      *    RAT E TERCEIROS, ALIQUOTAS DA INSSPAT), PARA A GUIA MENSAL
      *    DA PREVIDENCIA (PROGGPS)
      *
           05  PAYDET-CENTRO-CUSTO        PIC X(004).
           05  PAYDET-INSS-EMPRESA        PIC 9(008)V99.
           05  PAYDET-INSS-RAT            PIC 9(008)V99.
           05  PAYDET-INSS-TERCEIROS      PIC 9(008)V99.
      *
      *    DIFERENCA SALARIAL RETROATIVA DE DISSIDIO (RETRODIF)
      *    PAGA NA EXECUCAO COMO VERBA SEPARADA, INCLUIDA NO BRUTO
      *
           05  PAYDET-RETROATIVO          PIC 9(008)V99.
      *
      *    DESCONTOS DE BENEFICIOS (BENEFIC) NA FOLHA NORMAL:
      *    VALE-TRANSPORTE (ATE 6 PC DO SALARIO BASE), PARTE DO
      *    EMPREGADO NO VALE-REFEICAO E PLANO DE SAUDE DOS
      *    DEPENDENTES COBERTOS (DEPENMAS)
      *
           05  PAYDET-DESC-VT             PIC 9(006)V99.
           05  PAYDET-DESC-VR             PIC 9(006)V99.
           05  PAYDET-DESC-SAUDE          PIC 9(006)V99.
      *
      *    PENSAO ALIMENTICIA DESCONTADA POR ORDEM JUDICIAL (PENSAO),
      *    SOMA DAS ORDENS DO FUNCIONARIO NA EXECUCAO
      *
           05  PAYDET-PENSAO              PIC 9(006)V99.
      *
      *    AFASTAMENTO NO MES (AFASTA): DIAS AFASTADOS NAO PAGOS PELA
      *    EMPRESA, TIPO DO AFASTAMENTO E SALARIO DESCONTADO DO BRUTO
      *
           05  PAYDET-DIAS-AFASTADO       PIC 9(002).
           05  PAYDET-TIPO-AFASTAMENTO    PIC X(001).
           05  PAYDET-DESC-AFASTAMENTO    PIC 9(006)V99.
      *
      *    FILIAL DO FUNCIONARIO NA EXECUCAO (FUNCMAS-FILIAL), PARA A
      *    FOLHA E O FECHAMENTO POR FILIAL; EM BRANCO = MATRIZ (01)
      *
           05  PAYDET-FILIAL              PIC X(002).
