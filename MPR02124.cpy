      *----------------------------------------------------------------*
      *    BOOK..........: MPR02124                                    *
      *    OBJETIVO.......: LAYOUT DO REGISTRO DE MOVIMENTOS DE        *
      *                     MANUTENCAO DE INSTRUCOES PROGRAMADAS       *
      *                     REJEITADOS POR EXER0224 (ARQMPR01), COM O  *
      *                     MOTIVO DA REJEICAO                         *
      *----------------------------------------------------------------*
       01  ARQMPR01-REGISTRO.
           05 ARQMPR01-TIP-MOV          PIC X(001).
           05 ARQMPR01-CPF              PIC 9(011).
           05 ARQMPR01-DIG-CPF          PIC 9(002).
           05 ARQMPR01-SEQ              PIC 9(003).
           05 ARQMPR01-TIP-TRANS        PIC X(001).
           05 ARQMPR01-VALOR            PIC S9(013)V99.
           05 ARQMPR01-COD-AGEN         PIC X(004).
           05 ARQMPR01-FREQUENCIA       PIC X(001).
           05 ARQMPR01-DIA-MES          PIC 9(002).
           05 ARQMPR01-DAT-INICIO       PIC 9(008).
           05 ARQMPR01-DAT-FIM          PIC 9(008).
           05 ARQMPR01-COD-MOTIVO       PIC X(002).
              88 ARQMPR01-MOT-DIG-INVALIDO      VALUE '01'.
              88 ARQMPR01-MOT-INCL-DUPLICADA    VALUE '02'.
              88 ARQMPR01-MOT-INEXISTENTE       VALUE '03'.
              88 ARQMPR01-MOT-TIPO-INVALIDO     VALUE '04'.
              88 ARQMPR01-MOT-TRANS-INVALIDA    VALUE '05'.
              88 ARQMPR01-MOT-VALOR-INVALIDO    VALUE '06'.
              88 ARQMPR01-MOT-FREQ-INVALIDA     VALUE '07'.
              88 ARQMPR01-MOT-DIA-INVALIDO      VALUE '08'.
              88 ARQMPR01-MOT-DATA-INVALIDA     VALUE '09'.
              88 ARQMPR01-MOT-JA-CANCELADA      VALUE '10'.
              88 ARQMPR01-MOT-CLIENTE-INVALIDO  VALUE '11'.
              88 ARQMPR01-MOT-SIT-INCOMPATIVEL  VALUE '12'.
              88 ARQMPR01-MOT-AGEN-INVALIDA     VALUE '13'.
      *----------------------------------------------------------------*
