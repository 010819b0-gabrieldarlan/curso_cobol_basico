      *================================================================*
      *    AFASTA.COB                                                  *
      *    AFASTAMENTOS DO FUNCIONARIO, UM POR DATA DE INICIO:         *
      *    D = AUXILIO-DOENCA (EMPRESA PAGA OS 15 PRIMEIROS DIAS),     *
      *    A = ACIDENTE DE TRABALHO (IDEM, COM FGTS NO AFASTAMENTO),   *
      *    M = LICENCA-MATERNIDADE (COM FGTS NO AFASTAMENTO) E         *
      *    N = LICENCA NAO REMUNERADA (SEM FGTS).                      *
      *    MANTIDO PELO PROGAFAST; A FOLHA NORMAL (PROGCOB04) PAGA O   *
      *    SALARIO PROPORCIONAL AOS DIAS TRABALHADOS E O PROGAFARL     *
      *    LISTA OS AFASTADOS COM O RETORNO PREVISTO                   *
      *    CHAVE: AFASTA-CHAVE (MATRICULA + DATA DE INICIO)            *
      *================================================================*
       01  AFASTA-REC.
           05  AFASTA-CHAVE.
               10  AFASTA-MATRICULA       PIC 9(006).
               10  AFASTA-DATA-INICIO     PIC 9(008).
           05  AFASTA-TIPO                PIC X(001).
               88  AFASTA-DOENCA                       VALUE 'D'.
               88  AFASTA-ACIDENTE                     VALUE 'A'.
               88  AFASTA-MATERNIDADE                  VALUE 'M'.
               88  AFASTA-NAO-REMUNERADA               VALUE 'N'.
               88  AFASTA-TIPO-VALIDO                  VALUE 'D' 'A'
                                                             'M' 'N'.
               88  AFASTA-CARENCIA-EMPRESA             VALUE 'D' 'A'.
               88  AFASTA-RECOLHE-FGTS                 VALUE 'A' 'M'.
      *
      *    RETORNO PREVISTO (ZEROS = SEM PREVISAO) E RETORNO EFETIVO,
      *    PREENCHIDO NA VOLTA DO FUNCIONARIO (ZEROS = AFASTADO)
      *
           05  AFASTA-RETORNO-PREVISTO    PIC 9(008).
           05  AFASTA-RETORNO-EFETIVO     PIC 9(008).
           05  AFASTA-DATA-REGISTRO       PIC 9(008).
           05  AFASTA-OPERADOR            PIC X(020).
