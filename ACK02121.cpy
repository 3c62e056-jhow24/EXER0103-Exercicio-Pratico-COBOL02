      *----------------------------------------------------------------*
      *    BOOK..........: ACK02121                                    *
      *    OBJETIVO.......: LAYOUT DO RETORNO DA CONTABILIDADE         *
      *                     (ARQACK01): UM DETALHE POR LANCAMENTO      *
      *                     RECEBIDO DA INTERFACE ARQLCT01 (AGENCIA,   *
      *                     DATA, TIPO DE TRANSACAO, NATUREZA, CONTA   *
      *                     E VALOR), COM A SITUACAO NO RAZAO (P =     *
      *                     CONTABILIZADO, R = RECUSADO) E O MOTIVO    *
      *                     DA RECUSA, E TRAILER COM A QTDE DE         *
      *                     DETALHES. CONFERIDO POR EXER0221           *
      *----------------------------------------------------------------*
       01  ARQACK01-REGISTRO.
           05 ARQACK01-TIP-REG          PIC X(002).
              88 ARQACK01-REG-DETALHE           VALUE '01'.
              88 ARQACK01-REG-TRAILER           VALUE '99'.
           05 ARQACK01-DETALHE.
              10 ARQACK01-COD-AGEN     PIC X(004).
              10 ARQACK01-DAT-MOV      PIC 9(008).
              10 ARQACK01-TIP-TRANS    PIC X(001).
              10 ARQACK01-NATUREZA     PIC X(001).
              10 ARQACK01-CONTA        PIC X(010).
              10 ARQACK01-VALOR        PIC S9(013)V99.
              10 ARQACK01-SITUACAO     PIC X(001).
                 88 ARQACK01-CONTABILIZADO     VALUE 'P'.
                 88 ARQACK01-RECUSADO          VALUE 'R'.
              10 ARQACK01-COD-RECUSA   PIC X(004).
              10 ARQACK01-DES-RECUSA   PIC X(030).
              10 FILLER                PIC X(004).
           05 ARQACK01-TRAILER REDEFINES ARQACK01-DETALHE.
              10 ARQACK01-TRL-QTD      PIC 9(009).
              10 FILLER                PIC X(069).
      *----------------------------------------------------------------*
