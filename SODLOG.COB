      *================================================================*
      *    SODLOG.COB                                                  *
      *    TRILHA DE CONFLITOS DE SEGREGACAO DE FUNCOES: UMA LINHA     *
      *    POR APROVACAO BLOQUEADA PORQUE O APROVADOR E O MESMO        *
      *    USUARIO QUE FEZ A ENTRADA DO DOCUMENTO (PROGCOB18,          *
      *    PROGCOB63, PROGCOB84, PROGNFFOR)                            *
      *================================================================*
       01  SODLOG-REC.
           05  SODLOG-DATA                PIC 9(008).
           05  SODLOG-HORA                PIC 9(008).
           05  SODLOG-PROGRAMA            PIC X(010).
           05  SODLOG-USUARIO             PIC X(020).
           05  SODLOG-FUNCAO-ENTRADA      PIC X(010).
           05  SODLOG-FUNCAO-APROVA       PIC X(010).
           05  SODLOG-DOCUMENTO           PIC X(030).
