      *    BOOK..........: ENT02103                                    *
      *    OBJETIVO.......: LAYOUT DO REGISTRO DE ENTRADA DE           *
      *                     MOVIMENTOS POR CPF (ARQENT01) - DEPOSITO,  *
      *                     SAQUE, ESTORNO, CREDITO DE JUROS, DEBITO   *
      *                     DO IRRF RETIDO SOBRE OS JUROS OU DEBITO DA *
      *                     TARIFA DE MANUTENCAO DE CONTA - COM        *
      *                     REGISTROS DE HEADER (DATA E HORA DE        *
      *                     GERACAO E ORIGEM) E TRAILER (QTDE DE       *
      *                     DETALHES E HASH DOS VALORES) PARA          *
      *                     VALIDACAO DA INTEGRIDADE DA TRANSMISSAO    *
      *----------------------------------------------------------------*
       01  ARQENT01-REGISTRO.
           05 ARQENT01-TIP-REG          PIC X(002).
                 88 ARQENT01-TRANS-SAQUE       VALUE 'S'.
                 88 ARQENT01-TRANS-ESTORNO     VALUE 'E'.
                 88 ARQENT01-TRANS-JUROS       VALUE 'J'.
                 88 ARQENT01-TRANS-IRRF        VALUE 'I'.
                 88 ARQENT01-TRANS-TARIFA      VALUE 'T'.
              10 ARQENT01-COD-AGEN     PIC X(004).
           05 ARQENT01-HEADER REDEFINES ARQENT01-DETALHE.
              10 ARQENT01-HDR-DAT-GER  PIC 9(008).
              10 ARQENT01-HDR-COD-ORIG PIC X(008).
              10 ARQENT01-HDR-HOR-GER  PIC 9(006).
              10 FILLER                PIC X(019).
           05 ARQENT01-TRAILER REDEFINES ARQENT01-DETALHE.
              10 ARQENT01-TRL-QTD-REG  PIC 9(009).
              10 ARQENT01-TRL-HASH-DEP PIC S9(015)V99.
