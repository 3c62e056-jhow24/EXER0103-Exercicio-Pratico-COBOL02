      *----------------------------------------------------------------*
      *    BOOK..........: LPD02121                                    *
      *    OBJETIVO.......: LAYOUT DO ARQUIVO DE LANCAMENTOS           *
      *                     PENDENTES (ARQLPD01 E SUA NOVA GERACAO     *
      *                     ARQLPN01): UM REGISTRO POR PAR DE          *
      *                     LANCAMENTOS (DEBITO E CREDITO) RECUSADO    *
      *                     PELA CONTABILIDADE, COM AS CONTAS USADAS   *
      *                     NO ENVIO E O MOTIVO DA RECUSA. GRAVADO     *
      *                     POR EXER0221 NA CONFERENCIA DO RETORNO E   *
      *                     REENVIADO POR EXER0216 QUANDO O CARTAO     *
      *                     ARQPLN01 PASSA A MAPEAR O TIPO PARA OUTRAS *
      *                     CONTAS                                     *
      *----------------------------------------------------------------*
       01  ARQLPD01-REGISTRO.
           05 LPD-COD-AGEN              PIC X(004).
           05 LPD-DAT-MOV               PIC 9(008).
           05 LPD-TIP-TRANS             PIC X(001).
           05 LPD-VALOR                 PIC S9(013)V99.
           05 LPD-CTA-DEBITO            PIC X(010).
           05 LPD-CTA-CREDITO           PIC X(010).
           05 LPD-COD-RECUSA            PIC X(004).
           05 LPD-DAT-RECUSA            PIC 9(008).
           05 FILLER                    PIC X(020).
      *----------------------------------------------------------------*
