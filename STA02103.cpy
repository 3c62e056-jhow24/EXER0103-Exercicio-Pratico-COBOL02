      *    BOOK..........: STA02103                                    *
      *    OBJETIVO.......: LAYOUT DO REGISTRO DE MOVIMENTOS           *
      *                     DESVIADOS POR SITUACAO DO CLIENTE          *
      *                     (ARQSTA01): MOVIMENTOS DE CPF BLOQUEADO,   *
      *                     FALECIDO OU UNIFICADO EM OUTRO CPF NO      *
      *                     CADASTRO ARQMST01 NAO ENTRAM NOS TOTAIS    *
      *                     DE ARQSAI01 E SAEM AQUI COM A SITUACAO     *
      *                     QUE CAUSOU O DESVIO                        *
      *----------------------------------------------------------------*
       01  ARQSTA01-REGISTRO.
           05 ARQSTA01-CPF              PIC 9(011).
           05 ARQSTA01-SIT-CLIENTE      PIC X(001).
              88 ARQSTA01-SIT-BLOQUEADO         VALUE 'B'.
              88 ARQSTA01-SIT-FALECIDO          VALUE 'F'.
              88 ARQSTA01-SIT-UNIFICADO         VALUE 'U'.
      *----------------------------------------------------------------*
