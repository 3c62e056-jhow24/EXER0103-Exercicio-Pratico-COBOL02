      *----------------------------------------------------------------*
      *    BOOK..........: PSQ02123                                    *
      *    OBJETIVO.......: LAYOUT DA POSICAO CORRENTE POR CPF GRAVADA *
      *                     EM SEQUENCIAL (ARQPSQ01) POR UMA PARTICAO  *
      *                     DA RODADA PARTICIONADA DE EXER0203, NO     *
      *                     LUGAR DO INDEXADO ARQPOS01, QUE E          *
      *                     CARREGADO PELA CONSOLIDACAO (EXER0223).    *
      *                     MESMO LAYOUT DE POS02103 (LRECL 148)       *
      *----------------------------------------------------------------*
       01  ARQPSQ01-REGISTRO.
           05 PSQ-CPF                   PIC 9(011).
           05 PSQ-DAT-ULTD              PIC 9(008).
           05 PSQ-VAL-TLD               PIC S9(013)V99.
           05 PSQ-VAL-LIQ               PIC S9(013)V99.
           05 PSQ-VAL-SAQ               PIC S9(013)V99.
           05 PSQ-QTD-DEP               PIC 9(005).
           05 PSQ-QTD-SAQ               PIC 9(005).
           05 PSQ-NOME-CLIENTE          PIC X(040).
           05 PSQ-SALDO-ANTERIOR        PIC S9(015)V99.
           05 PSQ-SALDO-ATUAL           PIC S9(015)V99.
      *----------------------------------------------------------------*
