      *                     DE EXER0203 (ARQTOT01), GRAVADO NO         *
      *                     ENCERRAMENTO NORMAL DO PROGRAMA PARA       *
      *                     PERMITIR O BATIMENTO DA RODADA PELO        *
      *                     CONCILIADOR EXER0207. NA RODADA            *
      *                     PARTICIONADA CADA PARTICAO GRAVA O SEU     *
      *                     REGISTRO COM A FAIXA DE CPF PROCESSADA, E  *
      *                     A CONSOLIDACAO (EXER0223) GRAVA O REGISTRO *
      *                     UNICO DA RODADA COM A FAIXA COMPLETA       *
      *----------------------------------------------------------------*
       01  ARQTOT01-REGISTRO.
           05 TOT-QTD-LIDOS             PIC 9(009).
           05 TOT-QTD-DUP-SUPR          PIC 9(005).
           05 TOT-QTD-GRAVA-STA         PIC 9(005).
           05 TOT-QTD-REJ-DATA          PIC 9(005).
           05 TOT-QTD-GRAVA-INS         PIC 9(005).
           05 TOT-CPF-INICIAL           PIC 9(011).
           05 TOT-CPF-FINAL             PIC 9(011).
           05 TOT-QTD-GRAVA-EXT         PIC 9(005).
           05 TOT-QTD-GRAVA-AGE         PIC 9(005).
           05 TOT-QTD-GRAVA-POS         PIC 9(005).
           05 TOT-QTD-GRAVA-SLD         PIC 9(005).
           05 FILLER                    PIC X(001).
      *----------------------------------------------------------------*
