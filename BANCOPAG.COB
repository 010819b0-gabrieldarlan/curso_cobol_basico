      *    NO LAYOUT FIXO HEADER/DETALHE/TRAILER EXIGIDO PELO BANCO:   *
      *    H = DATA E NUMERO DO LOTE; D = UM DETALHE POR FUNCIONARIO   *
      *    COM O LIQUIDO A CREDITAR; T = QUANTIDADE DE DETALHES E      *
      *    SOMA (HASH) DOS VALORES PARA O BANCO VALIDAR O ARQUIVO.     *
      *    A FOLHA GRAVA O ARQUIVO PENDENTE (BANCOPEN), COPIADO PARA   *
      *    O BANCOPAG PELO PROGFOLVR APOS A APROVACAO DO SUPERVISOR    *
      *================================================================*
       01  BANCOPAG-REC.
           05  BANCOPAG-TIPO              PIC X(001).
      *
      *    NO DETALHE, OS DADOS BANCARIOS DO FAVORECIDO (FUNCMAS) E,
      *    NO ARQUIVO DE RETORNO DO BANCO, O RESULTADO DO CREDITO
      *    (OK = CREDITADO, DV = DEVOLVIDO/CONTA INVALIDA). O CREDITO
      *    A BENEFICIARIO DE PENSAO ALIMENTICIA (PENSAO) LEVA A
      *    MATRICULA DO FUNCIONARIO DESCONTADO E O FAVORECIDO 'P'
      *
           05  BANCOPAG-DADOS-D REDEFINES BANCOPAG-DADOS.
               10  BANCOPAG-D-NOME        PIC X(020).
               10  BANCOPAG-D-CONTA       PIC X(010).
               10  BANCOPAG-D-MATRICULA   PIC 9(006).
               10  BANCOPAG-D-RESULTADO   PIC X(002).
               10  BANCOPAG-D-FAVORECIDO  PIC X(001).
                   88  BANCOPAG-D-PENSAO               VALUE 'P'.
               10  FILLER                 PIC X(002).
           05  BANCOPAG-DADOS-T REDEFINES BANCOPAG-DADOS.
               10  BANCOPAG-T-QTD         PIC 9(006).
               10  BANCOPAG-T-HASH        PIC 9(013)V99.
