      *================================================================*
      *    DWDCAL.COB                                                  *
      *    EXTRATO DO DATA WAREHOUSE (PROGDWEXT) - DIMENSAO            *
      *    CALENDARIO: A LINHA DA DATA DO EXTRATO, COM DIA DA SEMANA,  *
      *    NOMES DO CALEND E MARCA DE DIA UTIL PELO ARQUIVO FERIADOS   *
      *    (OU A TABELA FIXA DO CALEND); MESMO FORMATO DO DWFPED       *
      *================================================================*
       01  DWDCAL-REC                     PIC X(120).
