      *----------------------------------------------------------------*
      *    BOOK..........: CTL02103                                    *
      *    OBJETIVO.......: LAYOUT DO CARTAO DE PARAMETROS DE          *
      *                     EXECUCAO DE EXER0203 (ARQCTL01). A FAIXA   *
      *                     DE CPF (INICIAL/FINAL) LIMITA A EXECUCAO   *
      *                     A UMA PARTICAO DA RODADA PARTICIONADA,     *
      *                     CONSOLIDADA DEPOIS POR EXER0223; INICIAL   *
      *                     ZERO E FINAL ZERO OU 99999999999 = RODADA  *
      *                     UNICA, COM TODOS OS CPFS                   *
      *----------------------------------------------------------------*
       01  ARQCTL01-REGISTRO.
           05 CTL-FLAG-RESTART          PIC X(001).
              88 CTL-DUTIL-ACEITA               VALUE 'A' ' '.
              88 CTL-DUTIL-REJEITA              VALUE 'R'.
              88 CTL-DUTIL-ROLA                 VALUE 'P'.
           05 CTL-CPF-INICIAL           PIC 9(011).
           05 CTL-CPF-FINAL             PIC 9(011).
           05 FILLER                    PIC X(017).
      *----------------------------------------------------------------*
