      *    OBJETIVO.......: LAYOUT DO REGISTRO DE SAIDA COM O TOTAL    *
      *                     DE DEPOSITOS POR CPF (ARQSAI01), O VALOR   *
      *                     LIQUIDO DA MOVIMENTACAO (DEPOSITOS MAIS    *
      *                     JUROS MENOS SAQUES, ESTORNOS, IRRF         *
      *                     RETIDO SOBRE OS JUROS E TARIFAS DE         *
      *                     MANUTENCAO), O TOTAL                       *
      *                     DE SAQUES, AS QTDES DE DEPOSITOS E         *
      *                     SAQUES E O TOTAL DE JUROS CREDITADOS DO    *
      *                     GRUPO (BRUTO, ANTES DO IRRF)               *
      *----------------------------------------------------------------*
       01  ARQSAI01-REGISTRO.
           05 ARQSAI01-CPF-CLI          PIC 9(011).
