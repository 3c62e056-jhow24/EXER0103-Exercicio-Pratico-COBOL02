      *                     DE JUROS DO PERIODO (PERCENTUAL SOBRE O    *
      *                     SALDO MEDIO, COM QUATRO DECIMAIS) E A      *
      *                     DATA DO CREDITO DOS JUROS (ZEROS =         *
      *                     ASSUME A DATA CORRENTE) E AS ALIQUOTAS DE  *
      *                     IRRF RETIDO NA FONTE SOBRE OS JUROS        *
      *                     (PERCENTUAL COM DUAS DECIMAIS): A NORMAL,  *
      *                     OBRIGATORIA, E A REDUZIDA, PARA OS         *
      *                     CLIENTES MARCADOS COM R EM                 *
      *                     ARQMST01-IND-IRRF (BRANCOS = ZEROS, SEM    *
      *                     RETENCAO PARA ESSES CLIENTES)              *
      *----------------------------------------------------------------*
       01  ARQCTL05-REGISTRO.
           05 CTL5-TAXA-JUROS           PIC 9(003)V9(004).
           05 CTL5-DATA-CREDITO         PIC 9(008).
           05 CTL5-ALIQ-IRRF            PIC 9(003)V99.
           05 CTL5-ALIQ-REDUZIDA        PIC 9(003)V99.
           05 FILLER                    PIC X(055).
      *----------------------------------------------------------------*
