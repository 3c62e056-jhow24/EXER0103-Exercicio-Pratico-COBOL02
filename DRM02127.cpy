      *----------------------------------------------------------------*
      *    BOOK..........: DRM02127                                    *
      *    OBJETIVO.......: LAYOUT DO ARQUIVO DE CLIENTES DORMENTES    *
      *                     (ARQDRM01) GERADO POR EXER0210 JUNTO COM O *
      *                     RELATORIO DE DORMENCIA: UM REGISTRO POR    *
      *                     CLIENTE DO CADASTRO SEM MOVIMENTO NO       *
      *                     PERIODO, EM ORDEM DE CPF, COM A DATA DA    *
      *                     APURACAO. LIDO POR EXER0227 PARA A CARTA   *
      *                     DE REATIVACAO                              *
      *----------------------------------------------------------------*
       01  ARQDRM01-REGISTRO.
           05 ARQDRM01-CPF              PIC 9(011).
           05 ARQDRM01-NOME-CLIENTE     PIC X(040).
           05 ARQDRM01-COD-SEGMENTO     PIC X(002).
           05 ARQDRM01-SIT-CLIENTE      PIC X(001).
           05 ARQDRM01-DAT-APURACAO     PIC 9(008).
           05 FILLER                    PIC X(018).
      *----------------------------------------------------------------*
