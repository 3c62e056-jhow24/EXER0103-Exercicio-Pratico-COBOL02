      *----------------------------------------------------------------*
      *    BOOK..........: SLD02103                                    *
      *    OBJETIVO.......: LAYOUT DO CADASTRO INDEXADO DE SALDOS POR  *
      *                     CPF (ARQSLD01 - CHAVE CPF), MANTIDO POR    *
      *                     EXER0203: SALDO DE FECHAMENTO DA ULTIMA    *
      *                     RODADA, QUE ABRE O GRUPO DO CLIENTE NA     *
      *                     RODADA SEGUINTE. GUARDA TAMBEM O SALDO DE  *
      *                     ABERTURA DA ULTIMA ATUALIZACAO E A         *
      *                     TRANSMISSAO (DATA E HORA DE GERACAO E      *
      *                     ORIGEM DO HEADER DE ARQENT01) QUE A        *
      *                     PRODUZIU, PARA QUE O REINICIO OU O         *
      *                     REPROCESSAMENTO DA MESMA TRANSMISSAO NAO   *
      *                     APLIQUE DUAS VEZES O MESMO MOVIMENTO       *
      *----------------------------------------------------------------*
       01  ARQSLD01-REGISTRO.
           05 ARQSLD01-CPF              PIC 9(011).
           05 ARQSLD01-SALDO            PIC S9(015)V99.
           05 ARQSLD01-SALDO-ANTERIOR   PIC S9(015)V99.
           05 ARQSLD01-DAT-ATUALIZ      PIC 9(008).
           05 ARQSLD01-DAT-GER-ORIG     PIC 9(008).
           05 ARQSLD01-COD-ORIG         PIC X(008).
           05 ARQSLD01-HOR-GER-ORIG     PIC 9(006).
      *----------------------------------------------------------------*
