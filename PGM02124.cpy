      *----------------------------------------------------------------*
      *    BOOK..........: PGM02124                                    *
      *    OBJETIVO.......: LAYOUT DO CADASTRO DE INSTRUCOES           *
      *                     PROGRAMADAS (ARQPGM01, CHAVE CPF +         *
      *                     SEQUENCIA DA INSTRUCAO NO CPF): DEPOSITO   *
      *                     OU SAQUE RECORRENTE DE VALOR FIXO, NA      *
      *                     AGENCIA, FREQUENCIA (M = MENSAL,           *
      *                     B = BIMESTRAL, T = TRIMESTRAL,             *
      *                     S = SEMESTRAL, A = ANUAL) E DIA DO MES     *
      *                     INFORMADOS, DENTRO DA VIGENCIA (DATA FINAL *
      *                     ZEROS = SEM TERMINO). MANTIDO POR EXER0224 *
      *                     E LIDO POR EXER0225, QUE GRAVA EM          *
      *                     DAT-ULT-VENCTO O ULTIMO VENCIMENTO JA      *
      *                     TRATADO (NAO E GERADO DUAS VEZES)          *
      *----------------------------------------------------------------*
       01  ARQPGM01-REGISTRO.
           05 ARQPGM01-CHAVE.
              10 ARQPGM01-CPF           PIC 9(011).
              10 ARQPGM01-SEQ           PIC 9(003).
           05 ARQPGM01-DIG-CPF          PIC 9(002).
           05 ARQPGM01-TIP-TRANS        PIC X(001).
              88 ARQPGM01-TRANS-DEPOSITO        VALUE 'D'.
              88 ARQPGM01-TRANS-SAQUE           VALUE 'S'.
           05 ARQPGM01-VALOR            PIC S9(013)V99.
           05 ARQPGM01-COD-AGEN         PIC X(004).
           05 ARQPGM01-FREQUENCIA       PIC X(001).
              88 ARQPGM01-FREQ-MENSAL           VALUE 'M'.
              88 ARQPGM01-FREQ-BIMESTRAL        VALUE 'B'.
              88 ARQPGM01-FREQ-TRIMESTRAL       VALUE 'T'.
              88 ARQPGM01-FREQ-SEMESTRAL        VALUE 'S'.
              88 ARQPGM01-FREQ-ANUAL            VALUE 'A'.
           05 ARQPGM01-DIA-MES          PIC 9(002).
           05 ARQPGM01-DAT-INICIO       PIC 9(008).
           05 ARQPGM01-DAT-FIM          PIC 9(008).
           05 ARQPGM01-SIT-INSTRUCAO    PIC X(001).
              88 ARQPGM01-SIT-ATIVA             VALUE 'A'.
              88 ARQPGM01-SIT-SUSPENSA          VALUE 'S'.
              88 ARQPGM01-SIT-CANCELADA         VALUE 'C'.
           05 ARQPGM01-DAT-ULT-VENCTO   PIC 9(008).
           05 ARQPGM01-DAT-MANUTENCAO   PIC 9(008).
           05 FILLER                    PIC X(008).
      *----------------------------------------------------------------*
