      *----------------------------------------------------------------*
      *    BOOK..........: TAR02126                                    *
      *    OBJETIVO.......: LAYOUT DA TABELA DE TARIFAS DE MANUTENCAO  *
      *                     DE CONTA POR SEGMENTO DO CLIENTE           *
      *                     (ARQTAR01, UM REGISTRO POR SEGMENTO DE     *
      *                     ARQMST01-COD-SEGMENTO): MENSALIDADE DO     *
      *                     PACOTE, QTDE DE SAQUES ISENTOS NO PERIODO, *
      *                     VALOR COBRADO POR SAQUE EXCEDENTE E SALDO  *
      *                     MEDIO ACIMA DO QUAL A MENSALIDADE E        *
      *                     ISENTA (ZEROS = SEM ISENCAO POR SALDO)     *
      *----------------------------------------------------------------*
       01  ARQTAR01-REGISTRO.
           05 TAR-COD-SEGMENTO          PIC X(002).
           05 TAR-VAL-MENSALIDADE       PIC 9(007)V99.
           05 TAR-QTD-SAQ-ISENTOS       PIC 9(003).
           05 TAR-VAL-SAQ-EXCEDENTE     PIC 9(007)V99.
           05 TAR-VAL-SALDO-ISENCAO     PIC 9(013)V99.
           05 FILLER                    PIC X(042).
      *----------------------------------------------------------------*
