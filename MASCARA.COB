      *================================================================*
      *    MASCARA.COB                                                 *
      *    REGRA UNICA DE MASCARAMENTO DE DADOS PESSOAIS NOS           *
      *    RELATORIOS E EXPORTACOES: DO CPF SO APARECEM OS DIGITOS     *
      *    DO MEIO (***456789**) E DA CONTA BANCARIA SO OS ULTIMOS     *
      *    QUATRO (******6789), A MENOS QUE O USUARIO QUE PEDIU O      *
      *    RELATORIO TENHA NO USERMAS UM NIVEL AUTORIZADO A VER O      *
      *    DADO INTEIRO (01 ADMINISTRADOR E 04 AUDITOR). OS ARQUIVOS   *
      *    DE INTERFACE BANCARIA E FISCAL (REMESSAS, NFE, ECD, GUIAS)  *
      *    NAO PASSAM POR ESTA REGRA                                   *
      *================================================================*
       01  MASC-AREA.
           05  MASC-NIVEL                 PIC 9(002)  VALUE ZEROS.
               88  MASC-NIVEL-INTEGRAL                VALUE 01 04.
           05  MASC-SITUACAO              PIC X(001)  VALUE 'S'.
               88  MASC-MASCARAR                      VALUE 'S'.
               88  MASC-INTEGRAL                      VALUE 'N'.
           05  MASC-CPF                   PIC X(011)  VALUE SPACES.
           05  MASC-CPF-R REDEFINES MASC-CPF.
               10  MASC-CPF-INICIO        PIC X(003).
               10  MASC-CPF-MEIO          PIC X(006).
               10  MASC-CPF-DV            PIC X(002).
           05  MASC-CONTA                 PIC X(010)  VALUE SPACES.
           05  MASC-CONTA-R REDEFINES MASC-CONTA.
               10  MASC-CONTA-INICIO      PIC X(006).
               10  MASC-CONTA-FIM         PIC X(004).
