      *----------------------------------------------------------------*
      *    BOOK..........: RET02112                                    *
      *    OBJETIVO.......: LAYOUT DO ARQUIVO DE RETORNO DE EXCECOES   *
      *                     PARA A AGENCIA DE ORIGEM (ARQRET01),       *
      *                     GERADO POR EXER0212 A PARTIR DE ARQREJ01,  *
      *                     ARQVLR01 E ARQDUP01. O ARQUIVO TRAZ UM     *
      *                     BLOCO POR AGENCIA, EM ORDEM DE CODIGO DA   *
      *                     AGENCIA, CADA UM COM HEADER (DATA DE       *
      *                     GERACAO E AGENCIA) E TRAILER (QTDE DE      *
      *                     DETALHES E HASH DOS VALORES) NO ESPIRITO   *
      *                     DE ENT02103, E CADA DETALHE INFORMA O      *
      *                     ARQUIVO DE EXCECAO DE ORIGEM E O MOTIVO    *
      *----------------------------------------------------------------*
       01  ARQRET01-REGISTRO.
