      *----------------------------------------------------------------*
      *    BOOK..........: DOC02127                                    *
      *    OBJETIVO.......: LAYOUT DA REMESSA DE CORRESPONDENCIA AO    *
      *                     CLIENTE PARA A GRAFICA/E-MAIL EXTERNA      *
      *                     (ARQDOC01), GERADA POR EXER0227:           *
      *                     HEADER 00 COM DATA E HORA DA GERACAO (A    *
      *                     IDENTIFICACAO DA REMESSA), UM REGISTRO 10  *
      *                     POR DOCUMENTO COM O DESTINATARIO E O CANAL *
      *                     DE ENVIO (C = CORREIO, E = E-MAIL), AS     *
      *                     LINHAS 20 DO EXTRATO E O RESUMO 30 DO      *
      *                     PERIODO (SO NO EXTRATO - A CARTA DE        *
      *                     REATIVACAO SO TEM O REGISTRO 10), E O      *
      *                     TRAILER 99 DE CONTROLE, QUE A GRAFICA      *
      *                     DEVOLVE CONFIRMANDO AS QTDES E O HASH DOS  *
      *                     CPF DOS DOCUMENTOS                         *
      *----------------------------------------------------------------*
       01  ARQDOC01-REGISTRO.
           05 ARQDOC01-TIP-REG          PIC X(002).
              88 ARQDOC01-REG-HEADER            VALUE '00'.
              88 ARQDOC01-REG-DOCUMENTO         VALUE '10'.
              88 ARQDOC01-REG-LINHA             VALUE '20'.
              88 ARQDOC01-REG-RESUMO            VALUE '30'.
              88 ARQDOC01-REG-TRAILER           VALUE '99'.
           05 ARQDOC01-DOCUMENTO.
              10 ARQDOC01-NUM-DOC      PIC 9(007).
              10 ARQDOC01-TIP-DOC      PIC X(001).
                 88 ARQDOC01-DOC-EXTRATO       VALUE 'E'.
                 88 ARQDOC01-DOC-REATIVACAO    VALUE 'R'.
              10 ARQDOC01-CANAL        PIC X(001).
                 88 ARQDOC01-CANAL-CORREIO     VALUE 'C'.
                 88 ARQDOC01-CANAL-EMAIL       VALUE 'E'.
              10 ARQDOC01-CPF          PIC 9(011).
              10 ARQDOC01-DIG-CPF      PIC 9(002).
              10 ARQDOC01-NOME-CLIENTE PIC X(040).
              10 ARQDOC01-COD-SEGMENTO PIC X(002).
              10 ARQDOC01-END-LOGRADOURO PIC X(040).
              10 ARQDOC01-END-COMPLEMENTO PIC X(020).
              10 ARQDOC01-END-BAIRRO   PIC X(020).
              10 ARQDOC01-END-CIDADE   PIC X(030).
              10 ARQDOC01-END-UF       PIC X(002).
              10 ARQDOC01-END-CEP      PIC 9(008).
              10 ARQDOC01-EMAIL        PIC X(060).
           05 ARQDOC01-LINHA REDEFINES ARQDOC01-DOCUMENTO.
              10 ARQDOC01-LIN-NUM-DOC  PIC 9(007).
              10 ARQDOC01-LIN-SEQ      PIC 9(005).
              10 ARQDOC01-LIN-DAT-MOV  PIC 9(008).
              10 ARQDOC01-LIN-TIP-TRANS PIC X(001).
              10 ARQDOC01-LIN-VAL-MOV  PIC S9(013)V99.
              10 ARQDOC01-LIN-SALDO    PIC S9(015)V99.
              10 ARQDOC01-LIN-COD-AGEN PIC X(004).
              10 FILLER                PIC X(187).
           05 ARQDOC01-RESUMO REDEFINES ARQDOC01-DOCUMENTO.
              10 ARQDOC01-RES-NUM-DOC  PIC 9(007).
              10 ARQDOC01-RES-DAT-ULT-MOV PIC X(010).
              10 ARQDOC01-RES-QTD-DEP  PIC 9(005).
              10 ARQDOC01-RES-VAL-DEP  PIC 9(013)V99.
              10 ARQDOC01-RES-QTD-SAQ  PIC 9(005).
              10 ARQDOC01-RES-VAL-SAQ  PIC 9(013)V99.
              10 ARQDOC01-RES-VAL-JRS  PIC 9(013)V99.
              10 ARQDOC01-RES-VAL-LIQ  PIC S9(013)V99.
              10 ARQDOC01-RES-SALDO-FINAL PIC S9(015)V99.
              10 FILLER                PIC X(140).
           05 ARQDOC01-HEADER REDEFINES ARQDOC01-DOCUMENTO.
              10 ARQDOC01-HDR-DAT-GER  PIC 9(008).
              10 ARQDOC01-HDR-HOR-GER  PIC 9(006).
              10 ARQDOC01-HDR-COD-ORIG PIC X(008).
              10 FILLER                PIC X(222).
           05 ARQDOC01-TRAILER REDEFINES ARQDOC01-DOCUMENTO.
              10 ARQDOC01-TRL-QTD-DOC  PIC 9(007).
              10 ARQDOC01-TRL-QTD-EXTRATO PIC 9(007).
              10 ARQDOC01-TRL-QTD-CARTA PIC 9(007).
              10 ARQDOC01-TRL-QTD-CORREIO PIC 9(007).
              10 ARQDOC01-TRL-QTD-EMAIL PIC 9(007).
              10 ARQDOC01-TRL-QTD-REG  PIC 9(009).
              10 ARQDOC01-TRL-HASH-CPF PIC 9(017).
              10 FILLER                PIC X(183).
      *----------------------------------------------------------------*
