      *    BOOK..........: MST02103                                    *
      *    OBJETIVO.......: LAYOUT DO CADASTRO DE CLIENTES, USADO      *
      *                     PARA OBTER O NOME, A SITUACAO (ATIVO,      *
      *                     BLOQUEADO OU FALECIDO), O SEGMENTO E A     *
      *                     TRIBUTACAO DE IRRF SOBRE OS JUROS (NORMAL, *
      *                     ALIQUOTA REDUZIDA OU ISENTO) DO CLIENTE A  *
      *                     PARTIR DO CPF (ARQMST01). O CPF DIGITADO   *
      *                     ERRADO E JA UNIFICADO NO CPF CORRETO       *
      *                     (EXER0222) FICA COM A SITUACAO UNIFICADO.  *
      *                     O ENDERECO, O E-MAIL E O CANAL PREFERIDO   *
      *                     (C/BRANCO = CORREIO, E = E-MAIL) SAO OS    *
      *                     DADOS DE CONTATO USADOS NA CORRESPONDENCIA *
      *                     AO CLIENTE (EXER0227)                      *
      *----------------------------------------------------------------*
       01  ARQMST01-REGISTRO.
           05 ARQMST01-CPF              PIC 9(011).
              88 ARQMST01-SIT-ATIVO             VALUE 'A' ' '.
              88 ARQMST01-SIT-BLOQUEADO         VALUE 'B'.
              88 ARQMST01-SIT-FALECIDO          VALUE 'F'.
              88 ARQMST01-SIT-UNIFICADO         VALUE 'U'.
           05 ARQMST01-COD-SEGMENTO     PIC X(002).
           05 ARQMST01-IND-IRRF         PIC X(001).
              88 ARQMST01-IRRF-NORMAL           VALUE 'N' ' '.
              88 ARQMST01-IRRF-REDUZIDA         VALUE 'R'.
              88 ARQMST01-IRRF-ISENTO           VALUE 'I'.
              88 ARQMST01-IRRF-VALIDO           VALUE 'N' ' ' 'R' 'I'.
           05 ARQMST01-ENDERECO.
              10 ARQMST01-END-LOGRADOURO PIC X(040).
              10 ARQMST01-END-COMPLEMENTO PIC X(020).
              10 ARQMST01-END-BAIRRO   PIC X(020).
              10 ARQMST01-END-CIDADE   PIC X(030).
              10 ARQMST01-END-UF       PIC X(002).
              10 ARQMST01-END-CEP      PIC 9(008).
           05 ARQMST01-EMAIL            PIC X(060).
           05 ARQMST01-IND-CANAL        PIC X(001).
              88 ARQMST01-CANAL-CORREIO         VALUE 'C' ' '.
              88 ARQMST01-CANAL-EMAIL           VALUE 'E'.
              88 ARQMST01-CANAL-VALIDO          VALUE 'C' ' ' 'E'.
      *----------------------------------------------------------------*
