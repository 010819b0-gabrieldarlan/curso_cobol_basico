      *================================================================*
      *    DWDCLI.COB                                                  *
      *    EXTRATO DO DATA WAREHOUSE (PROGDWEXT) - DIMENSAO CLIENTE    *
      *    (CUSTMAS) SEM NOME, ENDERECO E TELEFONE; A LIGACAO COM OS   *
      *    FATOS E PELA CHAVE SUBSTITUTA DO CLIENTE (DWCLICH) E O CPF  *
      *    MASCARADO FICA SO COMO DESCRICAO; FOTOGRAFIA COMPLETA,      *
      *    MESMO FORMATO DELIMITADO DO DWFPED                          *
      *================================================================*
       01  DWDCLI-REC                     PIC X(150).
