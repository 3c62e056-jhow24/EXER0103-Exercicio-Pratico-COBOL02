      *----------------------------------------------------------------*
      *    BOOK..........: DRF02120                                    *
      *    OBJETIVO.......: LAYOUT FIXO DO ARQUIVO DE RENDIMENTOS E    *
      *                     IRRF RETIDO ENTREGUE A RECEITA (ARQDRF01), *
      *                     GERADO POR EXER0220: HEADER '0' COM A      *
      *                     FONTE PAGADORA E O ANO-BASE, UM DETALHE    *
      *                     '1' POR CPF (RENDIMENTO BRUTO, IRRF RETIDO *
      *                     E VALOR LIQUIDO, INDICADOR T = TRIBUTADO,  *
      *                     I = ISENTO) E TRAILER '9' COM A QTDE DE    *
      *                     DETALHES E OS TOTAIS DOS VALORES           *
      *----------------------------------------------------------------*
       01  ARQDRF01-REGISTRO.
           05 DRF-TIP-REG               PIC X(001).
              88 DRF-REG-HEADER                 VALUE '0'.
              88 DRF-REG-DETALHE                VALUE '1'.
              88 DRF-REG-TRAILER                VALUE '9'.
           05 DRF-DETALHE.
              10 DRF-CPF                PIC 9(011).
              10 DRF-NOME-BENEF         PIC X(040).
              10 DRF-VAL-BRUTO          PIC 9(013)V99.
              10 DRF-VAL-IRRF           PIC 9(013)V99.
              10 DRF-VAL-LIQUIDO        PIC 9(013)V99.
              10 DRF-IND-TRIB           PIC X(001).
                 88 DRF-TRIBUTADO               VALUE 'T'.
                 88 DRF-ISENTO                  VALUE 'I'.
              10 FILLER                 PIC X(002).
           05 DRF-HEADER REDEFINES DRF-DETALHE.
              10 DRF-HDR-ANO-BASE       PIC 9(004).
              10 DRF-HDR-CNPJ-FONTE     PIC 9(014).
              10 DRF-HDR-NOME-FONTE     PIC X(040).
              10 DRF-HDR-DAT-GER        PIC 9(008).
              10 FILLER                 PIC X(033).
           05 DRF-TRAILER REDEFINES DRF-DETALHE.
              10 DRF-TRL-QTD-REG        PIC 9(009).
              10 DRF-TRL-TOT-BRUTO      PIC 9(015)V99.
              10 DRF-TRL-TOT-IRRF       PIC 9(015)V99.
              10 DRF-TRL-TOT-LIQUIDO    PIC 9(015)V99.
              10 FILLER                 PIC X(039).
      *----------------------------------------------------------------*
