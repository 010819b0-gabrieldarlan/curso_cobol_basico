           05  FORNMAS-STATUS             PIC X(001).
               88  FORNMAS-ATIVO                       VALUE 'A'.
               88  FORNMAS-INATIVO                     VALUE 'I'.
      *
      *    ULTIMA MANUTENCAO DO CADASTRO (PROGCOB70): QUEM INCLUIU,
      *    ALTEROU OU DESATIVOU E QUANDO, PARA A SEGREGACAO DE
      *    FUNCOES NA APROVACAO DAS NOTAS DO FORNECEDOR (PROGNFFOR)
      *
           05  FORNMAS-OPERADOR-ALT       PIC X(020).
           05  FORNMAS-DATA-ALT           PIC 9(008).
