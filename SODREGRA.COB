      *================================================================*
      *    SODREGRA.COB                                                *
      *    SEGREGACAO DE FUNCOES: PARES DE FUNCOES INCOMPATIVEIS, EM   *
      *    QUE O MESMO USUARIO NAO PODE FAZER A ENTRADA E A            *
      *    APROVACAO DO MESMO DOCUMENTO (PEDIDO x LIBERACAO DA         *
      *    RETENCAO, DIGITACAO x EFETIVACAO DE LANCAMENTO MANUAL,      *
      *    MANUTENCAO DE FORNECEDOR x APROVACAO DE NOTA DELE); CADA    *
      *    FUNCAO TRAZ A OPCAO DA MATRIZ DE AUTORIZACAO (MENUAUT) QUE  *
      *    A LIBERA, PARA O RELATORIO TRIMESTRAL DE PERMISSOES         *
      *    CONFLITANTES. MANTIDA E AUTO-CARREGADA PELO PROGSEGRE       *
      *    CHAVE: SODREGRA-CHAVE (FUNCAO DE ENTRADA + DE APROVACAO)    *
      *================================================================*
       01  SODREGRA-REC.
           05  SODREGRA-CHAVE.
               10  SODREGRA-FUNCAO-ENTRADA PIC X(010).
               10  SODREGRA-FUNCAO-APROVA  PIC X(010).
           05  SODREGRA-OPCAO-ENTRADA     PIC 9(002).
           05  SODREGRA-OPCAO-APROVA      PIC 9(002).
           05  SODREGRA-DESCRICAO         PIC X(040).
           05  SODREGRA-SITUACAO          PIC X(001).
               88  SODREGRA-ATIVA                      VALUE 'A'.
               88  SODREGRA-INATIVA                    VALUE 'I'.
