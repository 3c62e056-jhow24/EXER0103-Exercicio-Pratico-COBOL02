      *----------------------------------------------------------------*
      *    BOOK..........: CTL02121                                    *
      *    OBJETIVO.......: LAYOUT DO CARTAO DE PARAMETROS DE          *
      *                     EXECUCAO DE EXER0221 (ARQCTL11): DATA DE   *
      *                     REFERENCIA DA CONFERENCIA (AAAAMMDD,       *
      *                     ZEROS = DATA CORRENTE) E QTDE DE DIAS      *
      *                     CORRIDOS APOS A DATA DO MOVIMENTO EM QUE   *
      *                     UM LANCAMENTO AINDA NAO CONTABILIZADO      *
      *                     PASSA A SER ATRASO (ZEROS = 5 DIAS)        *
      *----------------------------------------------------------------*
       01  ARQCTL11-REGISTRO.
           05 CT11-DATA-REF             PIC 9(008).
           05 CT11-QTD-DIAS-LIMITE      PIC 9(003).
           05 FILLER                    PIC X(069).
      *----------------------------------------------------------------*
