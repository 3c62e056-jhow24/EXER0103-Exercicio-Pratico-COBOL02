      *                     DE CADA GRUPO (TOTAL DEPOSITADO, POSICAO   *
      *                     LIQUIDA, SAQUES, DATA DO ULTIMO DEPOSITO   *
      *                     E NOME DO CLIENTE), PARA A CONSULTA        *
      *                     DIRETA DA MESA DE ATENDIMENTO (EXER0214).  *
      *                     A POSICAO LIQUIDA E A MOVIMENTACAO DO      *
      *                     PERIODO; O SALDO ANTERIOR (FECHAMENTO DA   *
      *                     RODADA PASSADA) E O SALDO ATUAL VEM DO     *
      *                     CADASTRO DE SALDOS ARQSLD01                *
      *----------------------------------------------------------------*
       01  ARQPOS01-REGISTRO.
           05 ARQPOS01-CPF              PIC 9(011).
           05 ARQPOS01-QTD-DEP          PIC 9(005).
           05 ARQPOS01-QTD-SAQ          PIC 9(005).
           05 ARQPOS01-NOME-CLIENTE     PIC X(040).
           05 ARQPOS01-SALDO-ANTERIOR   PIC S9(015)V99.
           05 ARQPOS01-SALDO-ATUAL      PIC S9(015)V99.
      *----------------------------------------------------------------*
