      *================================================================*
      *    JOBSCHED.COB                                                *
      *    AGENDA DO PROCESSAMENTO NOTURNO (PROGCOB47), MANTIDA PELO   *
      *    PROGAGEND: UMA LINHA POR PASSO, NA ORDEM DE EXECUCAO, COM  *
      *    A REGRA DE FREQUENCIA E ATE TRES PASSOS PREDECESSORES.     *
      *    A REGRA E RESOLVIDA CONTRA A DATA DE PROCESSAMENTO         *
      *    (DATAPROC) E O CALENDARIO DE FERIADOS (FERIADOS):          *
      *      D - DIARIO (TODA EXECUCAO DA CADEIA)                     *
      *      S - SEMANAL, NO DIA DA SEMANA DO PARAMETRO (1=DOMINGO    *
      *          ... 7=SABADO)                                        *
      *      F - FIM DE MES, NO ULTIMO DIA UTIL DO MES                *
      *      N - NO N-ESIMO DIA UTIL DO MES (PARAMETRO = N)           *
      *      A - ANUAL, NA DATA MMDD DO PARAMETRO OU NO PRIMEIRO DIA  *
      *          UTIL SEGUINTE QUANDO ELA NAO FOR DIA UTIL            *
      *    O PREDECESSOR PREVISTO PARA O DIA TEM DE TER TERMINADO OK  *
      *    NO JOBCTL ANTES DO PASSO RODAR; O NAO PREVISTO NO DIA NAO  *
      *    SEGURA O PASSO                                             *
      *    CHAVE: JOBSCHED-PASSO                                      *
      *================================================================*
       01  JOBSCHED-REC.
           05  JOBSCHED-PASSO             PIC 9(002).
           05  JOBSCHED-PROGRAMA          PIC X(009).
           05  JOBSCHED-DESCRICAO         PIC X(030).
           05  JOBSCHED-FREQUENCIA        PIC X(001).
               88  JOBSCHED-DIARIO                     VALUE 'D'.
               88  JOBSCHED-SEMANAL                    VALUE 'S'.
               88  JOBSCHED-FIM-MES                    VALUE 'F'.
               88  JOBSCHED-N-DIA-UTIL                 VALUE 'N'.
               88  JOBSCHED-ANUAL                      VALUE 'A'.
               88  JOBSCHED-FREQ-VALIDA       VALUE 'D' 'S' 'F' 'N' 'A'.
           05  JOBSCHED-PARAMETRO         PIC 9(004).
           05  JOBSCHED-PREDECESSORES.
               10  JOBSCHED-PREDECESSOR   PIC 9(002)  OCCURS 3 TIMES.
           05  JOBSCHED-SITUACAO          PIC X(001).
               88  JOBSCHED-ATIVO                      VALUE 'A'.
               88  JOBSCHED-INATIVO                    VALUE 'I'.
