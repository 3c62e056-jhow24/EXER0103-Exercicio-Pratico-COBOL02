      *----------------------------------------------------------------*
      *    BOOK..........: CTL02126                                    *
      *    OBJETIVO.......: LAYOUT DO CARTAO DE PARAMETROS DA          *
      *                     COBRANCA DAS TARIFAS DE MANUTENCAO         *
      *                     (EXER0226 - ARQCTL15): DATA DO DEBITO DAS  *
      *                     TARIFAS (AAAAMMDD - ZEROS OU CARTAO        *
      *                     AUSENTE = DATA CORRENTE)                   *
      *----------------------------------------------------------------*
       01  ARQCTL15-REGISTRO.
           05 CT15-DATA-DEBITO          PIC 9(008).
           05 FILLER                    PIC X(072).
      *----------------------------------------------------------------*
