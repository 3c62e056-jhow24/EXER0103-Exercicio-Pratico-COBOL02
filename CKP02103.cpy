      *    OBJETIVO.......: LAYOUT DO REGISTRO DE CHECKPOINT DE        *
      *                     EXER0203, GRAVADO PERIODICAMENTE PARA      *
      *                     PERMITIR O REINICIO DO PROCESSAMENTO       *
      *                     DE ARQENT01 (ARQCKP01). CADA CHECKPOINT    *
      *                     GRAVA UM REGISTRO 'A' POR AGENCIA DA       *
      *                     TABELA DE TOTAIS (NA ORDEM DA TABELA)      *
      *                     SEGUIDO DO REGISTRO DE CONTROLE 'C', QUE   *
      *                     FECHA O CHECKPOINT. O REINICIO GRAVA UM    *
      *                     REGISTRO 'D' (DESCARTE) ANTES DE RETOMAR:  *
      *                     REGISTROS 'A' ANTERIORES A ELE SEM 'C' SAO *
      *                     DE CHECKPOINT INTERROMPIDO                 *
      *----------------------------------------------------------------*
       01  ARQCKP01-REGISTRO.
           05 CKP-TIP-REG               PIC X(001).
              88 CKP-REG-CONTROLE               VALUE 'C'.
              88 CKP-REG-AGENCIA                VALUE 'A'.
              88 CKP-REG-DESCARTE               VALUE 'D'.
           05 CKP-CONTROLE.
              10 CKP-QTD-LIDOS          PIC 9(009).
              10 CKP-CPF-ANT            PIC 9(011).
              10 CKP-DIG-CPF-ANT        PIC 9(002).
              10 CKP-CPF-MAX            PIC 9(011).
              10 CKP-FLAG-SEQ-GRUPO     PIC X(001).
              10 CKP-DATA-RECENTE       PIC 9(008).
              10 CKP-VALOR-DEP          PIC S9(017)V99 COMP-3.
              10 CKP-TOTAL-GERAL        PIC S9(017)V99 COMP-3.
              10 CKP-HASH-VAL-DEP       PIC S9(017)V99 COMP-3.
              10 CKP-VALOR-LIQ          PIC S9(017)V99 COMP-3.
              10 CKP-VALOR-SAQ          PIC S9(017)V99 COMP-3.
              10 CKP-VALOR-JRS          PIC S9(017)V99 COMP-3.
              10 CKP-QTD-JUROS          PIC 9(005).
              10 CKP-QTD-DEP-GRUPO      PIC 9(005).
              10 CKP-QTD-SAQ-GRUPO      PIC 9(005).
              10 CKP-QTD-MOV-GRUPO      PIC 9(005).
              10 CKP-QTD-DEPOSITOS      PIC 9(005).
              10 CKP-QTD-SAQUES         PIC 9(005).
              10 CKP-QTD-ESTORNOS       PIC 9(005).
              10 CKP-QTD-DESC-PERIODO   PIC 9(005).
              10 CKP-REGS-ACEITOS       PIC 9(009).
              10 CKP-REGS-SEQ           PIC 9(009).
              10 CKP-GRAVA-ARQEXT01     PIC 9(005).
              10 CKP-GRAVA-ARQDUP01     PIC 9(005).
              10 CKP-SUPR-DUP           PIC 9(005).
              10 CKP-GRAVA-ARQSAI01     PIC 9(005).
              10 CKP-GRAVA-ARQREJ01     PIC 9(005).
              10 CKP-GRAVA-ARQSEQ01     PIC 9(005).
              10 CKP-GRAVA-ARQVLR01     PIC 9(005).
              10 CKP-GRAVA-ARQCMP01     PIC 9(005).
              10 CKP-GRAVA-ARQCKP01     PIC 9(005).
              10 CKP-GRAVA-ARQSTA01     PIC 9(005).
              10 CKP-GRAVA-ARQPOS01     PIC 9(005).
              10 CKP-REJ-DATA           PIC 9(005).
              10 CKP-QTD-ROLADOS        PIC 9(005).
              10 CKP-SALDO-ANTERIOR     PIC S9(017)V99 COMP-3.
              10 CKP-GRAVA-ARQINS01     PIC 9(005).
              10 CKP-GRAVA-ARQSLD01     PIC 9(005).
              10 CKP-QTD-AGEN-TAB       PIC 9(003).
              10 CKP-QTD-FORA-FAIXA     PIC 9(009).
           05 CKP-AGENCIA REDEFINES CKP-CONTROLE.
              10 CKP-AGEN.
                 15 CKP-AGEN-COD        PIC X(004).
                 15 CKP-AGEN-QTD-DEP    PIC 9(009).
                 15 CKP-AGEN-VAL-DEP    PIC S9(015)V99 COMP-3.
                 15 CKP-AGEN-QTD-SAQ    PIC 9(009).
                 15 CKP-AGEN-VAL-SAQ    PIC S9(015)V99 COMP-3.
                 15 CKP-AGEN-QTD-EST    PIC 9(009).
                 15 CKP-AGEN-VAL-EST    PIC S9(015)V99 COMP-3.
                 15 CKP-AGEN-QTD-REJ    PIC 9(005).
                 15 CKP-AGEN-QTD-VLR    PIC 9(005).
                 15 CKP-AGEN-QTD-DUP    PIC 9(005).
              10 FILLER                 PIC X(184).
      *----------------------------------------------------------------*
