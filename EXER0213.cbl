      *                 REGISTRO NO ENCERRAMENTO, INCLUSIVE NOS        *
      *                 CANCELAMENTOS, PARA O RELATORIO DE             *
      *                 OPERACAO (EXER0217).                           *
      *    15/10/2026 - REJEITOS POR AGENCIA INEXISTENTE OU ENCERRADA  *
      *                 (MOTIVO 05) TAMBEM VAO DIRETO PARA O REJEITE   *
      *                 DEFINITIVO - O CARTAO DE CORRECOES NAO TRAZ    *
      *                 AGENCIA.                                       *
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *                                                                *

           ADD 1                      TO WRK-QTD-TENTATIVAS
      *
      *    DATA IMPOSSIVEL (02) OU FUTURA (03) E AGENCIA INEXISTENTE
      *    OU ENCERRADA (05) NAO TEM CORRECAO NO CARTAO, QUE SO TRAZ
      *    DIGITO E VALOR - REENVIADO, O MOVIMENTO SO QUICARIA ATE O
      *    LIMITE DE RECICLOS. VAI DIRETO PARA O REJEITE DEFINITIVO,
      *    PARA ACERTO MANUAL.
           IF TAB-RCL-MOTIVO (WRK-IDX-RCL) EQUAL '02'
           OR TAB-RCL-MOTIVO (WRK-IDX-RCL) EQUAL '03'
           OR TAB-RCL-MOTIVO (WRK-IDX-RCL) EQUAL '05'
              PERFORM 7500-GRAVAR-DEFINITIVO
           ELSE
              IF WRK-QTD-TENTATIVAS GREATER CTL4-QTD-MAX-RECICLO
