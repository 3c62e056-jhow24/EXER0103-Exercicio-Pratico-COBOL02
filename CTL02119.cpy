      *----------------------------------------------------------------*
      *    BOOK..........: CTL02119                                    *
      *    OBJETIVO.......: LAYOUT DO CARTAO DE PARAMETROS DE          *
      *                     EXECUCAO DE EXER0219 (ARQCTL09): JANELA    *
      *                     EM DIAS CORRIDOS, VALOR LIMITE DE          *
      *                     COMPLIANCE, FAIXA "LOGO ABAIXO DO LIMITE"  *
      *                     (PERCENTUAL DO LIMITE), QTDE MINIMA DE     *
      *                     DEPOSITOS NA JANELA E QTDE MINIMA DE       *
      *                     AGENCIAS DISTINTAS (ZEROS = PADRAO)        *
      *----------------------------------------------------------------*
       01  ARQCTL09-REGISTRO.
           05 CTL9-QTD-DIAS             PIC 9(003).
           05 CTL9-VAL-LIMITE           PIC 9(013)V99.
           05 CTL9-PERC-FAIXA           PIC 9(003)V99.
           05 CTL9-QTD-MINIMA           PIC 9(003).
           05 CTL9-QTD-MIN-AGEN         PIC 9(002).
           05 FILLER                    PIC X(052).
      *----------------------------------------------------------------*
