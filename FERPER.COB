      *================================================================*
      *    FERPER.COB                                                  *
      *    CONTROLE DE FERIAS DO FUNCIONARIO, UM REGISTRO POR PERIODO  *
      *    AQUISITIVO DE 12 MESES CONTADO DA ADMISSAO (FUNCMAS).       *
      *    MANTIDO PELA FOLHA (PROGCOB04): A FOLHA NORMAL ABRE OS      *
      *    PERIODOS, SOMA AS HORAS DE FALTA NAO JUSTIFICADA DO LOTE    *
      *    HORASIN E REDUZ O DIREITO PELA ESCALA LEGAL; A FOLHA DE     *
      *    FERIAS BAIXA OS DIAS GOZADOS DO PERIODO MAIS ANTIGO. O      *
      *    PROGFERAL AVISA OS LIMITES DE CONCESSAO PROXIMOS            *
      *    CHAVE: FERPER-CHAVE (MATRICULA + INICIO DO AQUISITIVO)      *
      *================================================================*
       01  FERPER-REC.
           05  FERPER-CHAVE.
               10  FERPER-MATRICULA       PIC 9(006).
               10  FERPER-AQUIS-INICIO    PIC 9(008).
      *
      *    FIM DO AQUISITIVO (ANIVERSARIO, EXCLUSIVE) E LIMITE DA
      *    CONCESSAO (12 MESES DEPOIS): FERIAS NAO CONCEDIDAS ANTES
      *    DO LIMITE SAO DEVIDAS EM DOBRO
      *
           05  FERPER-AQUIS-FIM           PIC 9(008).
           05  FERPER-LIMITE-CONCESSAO    PIC 9(008).
           05  FERPER-HORAS-FALTAS        PIC 9(004).
           05  FERPER-DIAS-FALTAS         PIC 9(003).
           05  FERPER-DIAS-DIREITO        PIC 9(002).
           05  FERPER-DIAS-GOZADOS        PIC 9(002).
           05  FERPER-DATA-GOZO           PIC 9(008).
           05  FERPER-STATUS              PIC X(001).
               88  FERPER-AQUISITIVO                   VALUE 'A'.
               88  FERPER-CONCESSIVO                   VALUE 'C'.
               88  FERPER-QUITADO                      VALUE 'Q'.
