      *----------------------------------------------------------------*
      *    BOOK..........: INS02103                                    *
      *    OBJETIVO.......: LAYOUT DO REGISTRO DE MOVIMENTOS RECUSADOS *
      *                     POR SALDO INSUFICIENTE (ARQINS01): SAQUE   *
      *                     OU ESTORNO QUE LEVARIA O SALDO DO CLIENTE  *
      *                     (SALDO DA RODADA ANTERIOR MAIS O           *
      *                     MOVIMENTO JA ACEITO NO GRUPO) ABAIXO DE    *
      *                     ZERO, COM O SALDO DISPONIVEL NO MOMENTO    *
      *                     E O CODIGO DO MOTIVO                       *
      *----------------------------------------------------------------*
       01  ARQINS01-REGISTRO.
           05 ARQINS01-CPF              PIC 9(011).
           05 ARQINS01-DAT-DEPOS        PIC 9(008).
           05 ARQINS01-VAL-DEPOS        PIC S9(013)V99.
           05 ARQINS01-TIP-TRANS        PIC X(001).
           05 ARQINS01-COD-AGEN         PIC X(004).
           05 ARQINS01-SALDO-DISP       PIC S9(015)V99.
           05 ARQINS01-COD-MOTIVO       PIC X(002).
              88 ARQINS01-MOT-SAQUE             VALUE '01'.
              88 ARQINS01-MOT-ESTORNO           VALUE '02'.
      *----------------------------------------------------------------*
