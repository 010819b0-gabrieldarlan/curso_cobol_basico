      *================================================================*
      *    LGPDLOG.COB                                                 *
      *    TRILHA DAS REQUISICOES DE ACESSO A DADOS PESSOAIS (LGPD)    *
      *    ATENDIDAS PELO PROGLGPD: UMA LINHA POR REQUISICAO, COM O    *
      *    OPERADOR QUE ATENDEU, O CPF DO TITULAR E A QUANTIDADE DE    *
      *    REGISTROS ENTREGUES NO RELATORIO                            *
      *================================================================*
       01  LGPDLOG-REC.
           05  LGPDLOG-DATA               PIC 9(008).
           05  LGPDLOG-HORA               PIC 9(008).
           05  LGPDLOG-OPERADOR           PIC X(020).
           05  LGPDLOG-CPF                PIC X(011).
           05  LGPDLOG-QTD-REGISTROS      PIC 9(005).
           05  LGPDLOG-SITUACAO           PIC X(001).
               88  LGPDLOG-ATENDIDA                    VALUE 'A'.
               88  LGPDLOG-SEM-DADOS                   VALUE 'N'.
