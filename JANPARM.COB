      *================================================================*
      *    JANPARM.COB                                                 *
      *    PARAMETROS DO ACOMPANHAMENTO DA JANELA DO PROCESSAMENTO     *
      *    NOTURNO (PROGJANEL): MULTIPLO DA MEDIA DE 30 DIAS ACIMA DO  *
      *    QUAL O PASSO E APONTADO COMO ESTOURO E HORA COMBINADA DE    *
      *    FIM DA JANELA (HHMM). CRIADO COM 1,5 VEZ E 06:00 NA         *
      *    PRIMEIRA EXECUCAO, NOS MOLDES DO FOLVPARM                   *
      *================================================================*
       01  JANPARM-REC.
           05  JANPARM-MULTIPLO            PIC 9(002)V9.
           05  JANPARM-FIM-JANELA          PIC 9(004).
