      *----------------------------------------------------------------*
      *    BOOK..........: AGN02103                                    *
      *    OBJETIVO.......: LAYOUT DO CADASTRO DE AGENCIAS (ARQAGN01,  *
      *                     CHAVE CODIGO DA AGENCIA): NOME, REGIAO,    *
      *                     SITUACAO (ABERTA OU ENCERRADA) E DATA      *
      *                     EFETIVA DE ENCERRAMENTO (AAAAMMDD - ZEROS  *
      *                     QUANDO NAO HOUVER). MOVIMENTO COM DATA     *
      *                     IGUAL OU POSTERIOR AO ENCERRAMENTO NAO E   *
      *                     MAIS ACEITO DA AGENCIA                     *
      *----------------------------------------------------------------*
       01  ARQAGN01-REGISTRO.
           05 ARQAGN01-COD-AGEN         PIC X(004).
           05 ARQAGN01-NOME-AGEN        PIC X(030).
           05 ARQAGN01-REGIAO           PIC X(020).
           05 ARQAGN01-SIT-AGEN         PIC X(001).
              88 ARQAGN01-SIT-ABERTA            VALUE 'A' ' '.
              88 ARQAGN01-SIT-FECHADA           VALUE 'F'.
           05 ARQAGN01-DAT-FECHAMENTO   PIC 9(008).
           05 FILLER                    PIC X(007).
      *----------------------------------------------------------------*
