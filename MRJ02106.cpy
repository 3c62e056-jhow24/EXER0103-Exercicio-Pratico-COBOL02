           05 ARQMRJ01-DIG-CPF          PIC 9(002).
           05 ARQMRJ01-NOME-CLIENTE     PIC X(040).
           05 ARQMRJ01-COD-SEGMENTO     PIC X(002).
           05 ARQMRJ01-IND-IRRF         PIC X(001).
           05 ARQMRJ01-ENDERECO.
              10 ARQMRJ01-END-LOGRADOURO PIC X(040).
              10 ARQMRJ01-END-COMPLEMENTO PIC X(020).
              10 ARQMRJ01-END-BAIRRO   PIC X(020).
              10 ARQMRJ01-END-CIDADE   PIC X(030).
              10 ARQMRJ01-END-UF       PIC X(002).
              10 ARQMRJ01-END-CEP      PIC 9(008).
           05 ARQMRJ01-EMAIL            PIC X(060).
           05 ARQMRJ01-IND-CANAL        PIC X(001).
           05 ARQMRJ01-COD-MOTIVO       PIC X(002).
              88 ARQMRJ01-MOT-DIG-INVALIDO      VALUE '01'.
              88 ARQMRJ01-MOT-INCL-DUPLICADA    VALUE '02'.
              88 ARQMRJ01-MOT-EXCL-INEXISTENTE  VALUE '04'.
              88 ARQMRJ01-MOT-TIPO-INVALIDO     VALUE '05'.
              88 ARQMRJ01-MOT-SIT-INEXISTENTE   VALUE '06'.
              88 ARQMRJ01-MOT-IRRF-INVALIDO     VALUE '07'.
              88 ARQMRJ01-MOT-CANAL-INVALIDO    VALUE '08'.
              88 ARQMRJ01-MOT-EMAIL-INVALIDO    VALUE '09'.
              88 ARQMRJ01-MOT-END-INCOMPLETO    VALUE '10'.
      *----------------------------------------------------------------*
