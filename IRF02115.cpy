      *----------------------------------------------------------------*
      *    BOOK..........: IRF02115                                    *
      *    OBJETIVO.......: LAYOUT DO CADASTRO INDEXADO DE             *
      *                     RENDIMENTOS DO ANO POR CPF (ARQIRF01 -     *
      *                     CHAVE ANO-BASE + CPF), ACUMULADO POR       *
      *                     EXER0215 A CADA CREDITO DE JUROS: JUROS    *
      *                     BRUTOS, IRRF RETIDO E VALOR LIQUIDO        *
      *                     CREDITADO. GUARDA A DATA DO ULTIMO         *
      *                     CREDITO ACUMULADO, PARA QUE A REEXECUCAO   *
      *                     DA MESMA APURACAO NAO SOME DUAS VEZES. E   *
      *                     A BASE DO INFORME DE RENDIMENTOS E DO      *
      *                     ARQUIVO DA RECEITA GERADOS POR EXER0220    *
      *----------------------------------------------------------------*
       01  ARQIRF01-REGISTRO.
           05 ARQIRF01-CHAVE.
              10 ARQIRF01-ANO-BASE      PIC 9(004).
              10 ARQIRF01-CPF           PIC 9(011).
           05 ARQIRF01-VAL-BRUTO        PIC S9(013)V99.
           05 ARQIRF01-VAL-IRRF         PIC S9(013)V99.
           05 ARQIRF01-VAL-LIQUIDO      PIC S9(013)V99.
           05 ARQIRF01-QTD-CREDITOS     PIC 9(003).
           05 ARQIRF01-DAT-ULT-CREDITO  PIC 9(008).
           05 ARQIRF01-IND-IRRF         PIC X(001).
              88 ARQIRF01-IRRF-ISENTO           VALUE 'I'.
           05 FILLER                    PIC X(008).
      *----------------------------------------------------------------*
