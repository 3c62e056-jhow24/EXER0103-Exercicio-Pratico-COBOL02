      *----------------------------------------------------------------*
      *    BOOK..........: MPG02124                                    *
      *    OBJETIVO.......: LAYOUT DO MOVIMENTO DE MANUTENCAO DO       *
      *                     CADASTRO DE INSTRUCOES PROGRAMADAS         *
      *                     ARQPGM01 (ARQMPG01): INCLUSAO, ALTERACAO,  *
      *                     CANCELAMENTO, SUSPENSAO E REATIVACAO.      *
      *                     INCLUSAO E ALTERACAO TRAZEM A IMAGEM       *
      *                     COMPLETA DA INSTRUCAO; OS DEMAIS SO A      *
      *                     CHAVE (CPF, DIGITO E SEQUENCIA)            *
      *----------------------------------------------------------------*
       01  ARQMPG01-REGISTRO.
           05 ARQMPG01-TIP-MOV          PIC X(001).
              88 ARQMPG01-MOV-INCLUSAO          VALUE 'I'.
              88 ARQMPG01-MOV-ALTERACAO         VALUE 'A'.
              88 ARQMPG01-MOV-CANCELAMENTO      VALUE 'C'.
              88 ARQMPG01-MOV-SUSPENSAO         VALUE 'S'.
              88 ARQMPG01-MOV-REATIVACAO        VALUE 'R'.
              88 ARQMPG01-MOV-SITUACAO          VALUE 'C' 'S' 'R'.
           05 ARQMPG01-CPF              PIC 9(011).
           05 ARQMPG01-DIG-CPF          PIC 9(002).
           05 ARQMPG01-SEQ              PIC 9(003).
           05 ARQMPG01-TIP-TRANS        PIC X(001).
              88 ARQMPG01-TRANS-VALIDA          VALUE 'D' 'S'.
           05 ARQMPG01-VALOR            PIC S9(013)V99.
           05 ARQMPG01-COD-AGEN         PIC X(004).
           05 ARQMPG01-FREQUENCIA       PIC X(001).
              88 ARQMPG01-FREQ-VALIDA           VALUE 'M' 'B' 'T'
                                                      'S' 'A'.
           05 ARQMPG01-DIA-MES          PIC 9(002).
           05 ARQMPG01-DAT-INICIO       PIC 9(008).
           05 ARQMPG01-DAT-FIM          PIC 9(008).
      *----------------------------------------------------------------*
