      *----------------------------------------------------------------*
      *    BOOK..........: CTL02125                                    *
      *    OBJETIVO.......: LAYOUT DO CARTAO DE PARAMETROS DA GERACAO  *
      *                     DIARIA DAS INSTRUCOES PROGRAMADAS          *
      *                     (EXER0225 - ARQCTL14): DATA DA GERACAO     *
      *                     (AAAAMMDD - ZEROS OU CARTAO AUSENTE = DATA *
      *                     CORRENTE)                                  *
      *----------------------------------------------------------------*
       01  ARQCTL14-REGISTRO.
           05 CT14-DATA-GERACAO         PIC 9(008).
           05 FILLER                    PIC X(072).
      *----------------------------------------------------------------*
