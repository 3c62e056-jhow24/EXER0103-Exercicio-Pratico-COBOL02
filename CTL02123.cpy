      *----------------------------------------------------------------*
      *    BOOK..........: CTL02123                                    *
      *    OBJETIVO.......: LAYOUT DO CARTAO DE PARAMETROS DA          *
      *                     CONSOLIDACAO DA RODADA PARTICIONADA DE     *
      *                     EXER0203 (EXER0223 - ARQCTL13): QTDE DE    *
      *                     PARTICOES ESPERADAS NA RODADA              *
      *----------------------------------------------------------------*
       01  ARQCTL13-REGISTRO.
           05 CT13-QTD-PARTICOES        PIC 9(003).
           05 FILLER                    PIC X(077).
      *----------------------------------------------------------------*
