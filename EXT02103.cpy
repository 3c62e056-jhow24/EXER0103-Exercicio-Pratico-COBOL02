      *    OBJETIVO.......: LAYOUT DO EXTRATO DETALHADO POR CLIENTE    *
      *                     (ARQEXT01): UMA LINHA POR MOVIMENTO        *
      *                     ACEITO DENTRO DO PERIODO, COM O SALDO      *
      *                     CORRENTE DO CLIENTE (SALDO DA RODADA       *
      *                     ANTERIOR EM ARQSLD01 MAIS O MOVIMENTO DO   *
      *                     GRUPO DE CPF), E UMA LINHA DE SUBTOTAL NO  *
      *                     FECHAMENTO DE CADA GRUPO                   *
      *----------------------------------------------------------------*
       01  ARQEXT01-REGISTRO.
           05 ARQEXT01-TIP-LIN          PIC X(001).
