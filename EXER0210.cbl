      *                    ARQSAI01) PARA A EQUIPE DE CADASTRO,        *
      *                    ALEM DO RESUMO DE ATIVOS X DORMENTES,       *
      *                    ABERTO TAMBEM POR SEGMENTO DO CADASTRO.     *
      *                    OS DORMENTES SAEM TAMBEM NO ARQUIVO         *
      *                    ARQDRM01 PARA A CARTA DE REATIVACAO         *
      *                    (EXER0227).                                 *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQMST01                                  MST02103        *
      *      ARQSAI01                                  SAI02103        *
      *      ARQDOR01                                  (LINHAS 132)    *
      *      ARQDRM01                                  DRM02127        *
      *----------------------------------------------------------------*
      *    MANUTENCAO:                                                 *
      *    22/08/2026 - PROGRAMA CRIADO.                               *
      *                 REGISTRO NO ENCERRAMENTO, INCLUSIVE NOS        *
      *                 CANCELAMENTOS, PARA O RELATORIO DE             *
      *                 OPERACAO (EXER0217).                           *
      *    15/10/2026 - ARQMST01 LRECL 54 -> 55 (TRIBUTACAO DE IRRF    *
      *                 DO CLIENTE); SO RECOMPILACAO.                  *
      *    15/10/2026 - CLIENTE COM SITUACAO U NO CADASTRO (CPF        *
      *                 UNIFICADO NO CORRETO POR EXER0222) FICA FORA   *
      *                 DA DORMENCIA E DO RESUMO.                      *
      *    15/10/2026 - ARQMST01 LRECL 55 -> 236 (ENDERECO, E-MAIL E   *
      *                 CANAL PREFERIDO DO CLIENTE). CADA DORMENTE     *
      *                 TAMBEM E GRAVADO NO NOVO ARQUIVO ARQDRM01      *
      *                 (BOOK DRM02127), ENTRADA DA CARTA DE           *
      *                 REATIVACAO DE EXER0227.                        *
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *                                                                *
      *
           SELECT ARQDOR01 ASSIGN       TO UT-S-ARQDOR01
                      FILE STATUS      IS WRK-FS-ARQDOR01.
      *
           SELECT ARQDRM01 ASSIGN       TO UT-S-ARQDRM01
                      FILE STATUS      IS WRK-FS-ARQDRM01.
      *
           SELECT ARQJRN01 ASSIGN       TO UT-S-ARQJRN01
                      FILE STATUS      IS WRK-FS-ARQJRN01.
      *
      *---------------------------------------------------------------*
      *   INPUT:     CADASTRO DE CLIENTES (CPF X NOME X SITUACAO)     *
      *               ORG. INDEXADA     -   LRECL = 236               *
      *---------------------------------------------------------------*

       FD  ARQMST01
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQDOR01             PIC X(132).

      *---------------------------------------------------------------*
      *   OUTPUT:    CLIENTES DORMENTES PARA A CARTA DE REATIVACAO    *
      *               ORG. SEQUENCIAL   -   LRECL = 80                *
      *---------------------------------------------------------------*

       FD  ARQDRM01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQDRM01             PIC X(80).

      *
      *---------------------------------------------------------------*
      *   OUTPUT:    JOURNAL DE EXECUCAO DA CADEIA (EM EXTENSAO)      *
       77 ACU-CLI-ATIVOS          PIC  9(005) VALUE ZEROS.
       77 ACU-CLI-DORMENTES       PIC  9(005) VALUE ZEROS.
       77 ACU-CLI-SEM-CADASTRO    PIC  9(005) VALUE ZEROS.
       77 ACU-GRAVA-ARQDRM01      PIC  9(005) VALUE ZEROS.
       77 WRK-QTD-SAI             PIC  9(005) VALUE ZEROS.
       77 WRK-QTD-SEG             PIC  9(002) VALUE ZEROS.
       77 WRK-IDX-SEG             PIC  9(002) VALUE ZEROS.
          88 WRK-CN-ARQMST01      VALUE 'ARQMST01'.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
          88 WRK-CN-ARQDOR01      VALUE 'ARQDOR01'.
          88 WRK-CN-ARQDRM01      VALUE 'ARQDRM01'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN '.
      *
       01 WRK-FS-ARQDOR01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-DOR01-OK                  VALUE '00'.
      *
       01 WRK-FS-ARQDRM01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-DRM01-OK                  VALUE '00'.

      *
       01 WRK-FS-ARQJRN01         PIC  X(002) VALUE SPACES.
      *----------------------------------------------------------------*
      *
           COPY SAI02103.
           COPY DRM02127.

           COPY JRN02117.

           OPEN INPUT ARQMST01
                      ARQSAI01
           OPEN OUTPUT ARQDOR01
                       ARQDRM01

           IF (NOT WRK-FS-MST01-OK) OR (NOT WRK-FS-SAI01-OK)
           OR (NOT WRK-FS-DOR01-OK) OR (NOT WRK-FS-DRM01-OK)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

       3000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
      *
      *    O CPF UNIFICADO EM OUTRO (EXER0222) NAO E MAIS CLIENTE:
      *    NAO ENTRA NA DORMENCIA NEM NO RESUMO.
           IF NOT ARQMST01-SIT-UNIFICADO
              MOVE ZEROS                 TO WRK-IDX-ACHOU
              PERFORM VARYING WRK-IDX-SAI FROM 1 BY 1
                      UNTIL WRK-IDX-SAI GREATER WRK-QTD-SAI
                 IF TAB-SAI-CPF (WRK-IDX-SAI) EQUAL ARQMST01-CPF
                    MOVE WRK-IDX-SAI     TO WRK-IDX-ACHOU
                 END-IF
              END-PERFORM

              PERFORM 3100-LOCALIZA-SEGMENTO

              IF WRK-IDX-ACHOU GREATER ZEROS
                 SET TAB-SAI-CASADO (WRK-IDX-ACHOU) TO TRUE
                 ADD 1                   TO ACU-CLI-ATIVOS
                 IF WRK-IDX-SEG-ACHOU GREATER ZEROS
                    ADD 1
                       TO TAB-SEG-ATIVOS (WRK-IDX-SEG-ACHOU)
                 END-IF
              ELSE
                 ADD 1                   TO ACU-CLI-DORMENTES
                 IF WRK-IDX-SEG-ACHOU GREATER ZEROS
                    ADD 1
                       TO TAB-SEG-DORMENTES (WRK-IDX-SEG-ACHOU)
                 END-IF
                 MOVE 'DORMENTE'         TO WRK-DOR-SITUACAO
                 MOVE ARQMST01-CPF (1:3) TO WRK-DOR-CPF-1
                 MOVE ARQMST01-CPF (4:3) TO WRK-DOR-CPF-2
                 MOVE ARQMST01-CPF (7:3) TO WRK-DOR-CPF-3
                 MOVE ARQMST01-CPF (10:2) TO WRK-DOR-CPF-4
                 MOVE ARQMST01-NOME-CLIENTE TO WRK-DOR-NOME
                 PERFORM 3900-GRAVAR-LINHA
                 PERFORM 3950-GRAVAR-DORMENTE
              END-IF
           END-IF

           PERFORM 3800-LER-CADASTRO
       3900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA O CLIENTE DORMENTE EM ARQDRM01 PARA A CARTA DE        *
      *    REATIVACAO (EXER0227)                                       *
      *----------------------------------------------------------------*
       3950-GRAVAR-DORMENTE SECTION.
      *----------------------------------------------------------------*
           INITIALIZE ARQDRM01-REGISTRO
           MOVE ARQMST01-CPF          TO ARQDRM01-CPF
           MOVE ARQMST01-NOME-CLIENTE TO ARQDRM01-NOME-CLIENTE
           MOVE ARQMST01-COD-SEGMENTO TO ARQDRM01-COD-SEGMENTO
           MOVE ARQMST01-SIT-CLIENTE  TO ARQDRM01-SIT-CLIENTE
           MOVE WRK-DATA-CORRENTE     TO ARQDRM01-DAT-APURACAO

           SET WRK-CN-WRITE           TO TRUE
           SET WRK-CN-ARQDRM01        TO TRUE

           WRITE FD-ARQDRM01 FROM ARQDRM01-REGISTRO

           IF NOT WRK-FS-DRM01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                      TO ACU-GRAVA-ARQDRM01
           .
      *----------------------------------------------------------------*
       3950-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    O CASO INVERSO: CPF COM MOVIMENTO NO PERIODO E SEM          *
      *    CADASTRO EM ARQMST01 - SAO AS LINHAS QUE SAEM COM NOME      *
      *    EM BRANCO EM ARQSAI01, PARA A EQUIPE DE CADASTRO COBRAR     *
           DISPLAY '* FILE-STATUS MST:' WRK-FS-ARQMST01           '*'
           DISPLAY '* FILE-STATUS SAI:' WRK-FS-ARQSAI01           '*'
           DISPLAY '* FILE-STATUS DOR:' WRK-FS-ARQDOR01           '*'
           DISPLAY '* FILE-STATUS DRM:' WRK-FS-ARQDRM01           '*'
           DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                    *'
           DISPLAY '************************************************'

           CLOSE ARQMST01
           CLOSE ARQSAI01
           CLOSE ARQDOR01
           CLOSE ARQDRM01

           DISPLAY '************************************************'
           DISPLAY '* CLIENTES NO CADASTRO 'ACU-LIDOS-ARQMST01
           DISPLAY '* CLIENTES DORMENTES 'ACU-CLI-DORMENTES
           DISPLAY '* COM MOVIMENTO E SEM CADASTRO '
                   ACU-CLI-SEM-CADASTRO
           DISPLAY '* DORMENTES GRAVADOS EM ARQDRM01 'ACU-GRAVA-ARQDRM01
           DISPLAY '* 'WRK-PROGRAMA' - FIM DO PROGRAMA.             '
           DISPLAY '************************************************'

