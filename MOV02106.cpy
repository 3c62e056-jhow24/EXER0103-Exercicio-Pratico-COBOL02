      *                     CADASTRO DE CLIENTES ARQMST01 (ARQMOV01):  *
      *                     INCLUSAO, ALTERACAO, EXCLUSAO E AS         *
      *                     MUDANCAS DE SITUACAO DO CLIENTE            *
      *                     (BLOQUEIO, FALECIMENTO E REATIVACAO).      *
      *                     INCLUSAO E ALTERACAO TRAZEM A IMAGEM       *
      *                     COMPLETA: NOME, SEGMENTO E TRIBUTACAO DE   *
      *                     IRRF (N/BRANCO = NORMAL, R = REDUZIDA,     *
      *                     I = ISENTO) E OS DADOS DE CONTATO:         *
      *                     ENDERECO, E-MAIL E CANAL PREFERIDO PARA A  *
      *                     CORRESPONDENCIA (C/BRANCO = CORREIO,       *
      *                     E = E-MAIL)                                *
      *----------------------------------------------------------------*
       01  ARQMOV01-REGISTRO.
           05 ARQMOV01-TIP-MOV          PIC X(001).
           05 ARQMOV01-DIG-CPF          PIC 9(002).
           05 ARQMOV01-NOME-CLIENTE     PIC X(040).
           05 ARQMOV01-COD-SEGMENTO     PIC X(002).
           05 ARQMOV01-IND-IRRF         PIC X(001).
              88 ARQMOV01-IRRF-VALIDO           VALUE 'N' ' ' 'R' 'I'.
           05 ARQMOV01-ENDERECO.
              10 ARQMOV01-END-LOGRADOURO PIC X(040).
              10 ARQMOV01-END-COMPLEMENTO PIC X(020).
              10 ARQMOV01-END-BAIRRO   PIC X(020).
              10 ARQMOV01-END-CIDADE   PIC X(030).
              10 ARQMOV01-END-UF       PIC X(002).
              10 ARQMOV01-END-CEP      PIC 9(008).
           05 ARQMOV01-EMAIL            PIC X(060).
           05 ARQMOV01-IND-CANAL        PIC X(001).
              88 ARQMOV01-CANAL-EMAIL           VALUE 'E'.
              88 ARQMOV01-CANAL-VALIDO          VALUE 'C' ' ' 'E'.
      *----------------------------------------------------------------*
