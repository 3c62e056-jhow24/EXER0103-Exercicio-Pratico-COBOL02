      *----------------------------------------------------------------*
      *    BOOK..........: CTL02120                                    *
      *    OBJETIVO.......: LAYOUT DO CARTAO DE PARAMETROS DE          *
      *                     EXECUCAO DE EXER0220 (ARQCTL10): ANO-BASE  *
      *                     DO INFORME DE RENDIMENTOS E IDENTIFICACAO  *
      *                     DA FONTE PAGADORA (CNPJ E NOME) QUE SAI NO *
      *                     INFORME E NO ARQUIVO DA RECEITA            *
      *----------------------------------------------------------------*
       01  ARQCTL10-REGISTRO.
           05 CT10-ANO-BASE             PIC 9(004).
           05 CT10-CNPJ-FONTE           PIC 9(014).
           05 CT10-NOME-FONTE           PIC X(040).
           05 FILLER                    PIC X(022).
      *----------------------------------------------------------------*
