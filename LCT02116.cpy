      *                     DE LANCAMENTOS (DEBITO E CREDITO) POR      *
      *                     AGENCIA, DATA E TIPO DE TRANSACAO DOS      *
      *                     MOVIMENTOS ACEITOS DE EXER0203, COM        *
      *                     TRAILER PROVANDO DEBITOS = CREDITOS. O     *
      *                     PAR RECUSADO PELA CONTABILIDADE E          *
      *                     REENVIADO COM O INDICADOR DE REENVIO       *
      *                     (NAO ENTRA NO FECHO DOS DEPOSITOS DA       *
      *                     RODADA). O MESMO LAYOUT DE DETALHE GUARDA  *
      *                     OS LANCAMENTOS ENVIADOS E AINDA SEM        *
      *                     RETORNO (ARQLAB01/ARQLAN01, EXER0221)      *
      *----------------------------------------------------------------*
       01  ARQLCT01-REGISTRO.
           05 ARQLCT01-TIP-REG          PIC X(002).
                 88 ARQLCT01-NAT-CREDITO       VALUE 'C'.
              10 ARQLCT01-CONTA        PIC X(010).
              10 ARQLCT01-VALOR        PIC S9(013)V99.
              10 ARQLCT01-IND-REENVIO  PIC X(001).
                 88 ARQLCT01-REENVIO           VALUE 'R'.
              10 FILLER                PIC X(003).
           05 ARQLCT01-TRAILER REDEFINES ARQLCT01-DETALHE.
              10 ARQLCT01-TRL-QTD      PIC 9(009).
              10 ARQLCT01-TRL-DEBITOS  PIC S9(015)V99.
