      *----------------------------------------------------------------*
      *    BOOK..........: CTL02122                                    *
      *    OBJETIVO.......: LAYOUT DO CARTAO DE UNIFICACAO DE CPF DE   *
      *                     EXER0222 (ARQCTL12): UM CARTAO POR PAR,    *
      *                     COM O CPF DIGITADO ERRADO (ORIGEM, QUE E   *
      *                     RETIRADO) E O CPF CORRETO DO CLIENTE       *
      *                     (DESTINO, QUE RECEBE O HISTORICO, A        *
      *                     POSICAO E O SALDO DA ORIGEM)               *
      *----------------------------------------------------------------*
       01  ARQCTL12-REGISTRO.
           05 CT12-CPF-ORIGEM           PIC 9(011).
           05 CT12-CPF-DESTINO          PIC 9(011).
           05 FILLER                    PIC X(058).
      *----------------------------------------------------------------*
