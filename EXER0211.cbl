      *                    AGENCIA E AS QTDES DE REJEITOS              *
      *                    (ARQREJ01), EXCECOES DE VALOR (ARQVLR01)    *
      *                    E SUSPEITAS DE DUPLICIDADE (ARQDUP01),      *
      *                    AGRUPADAS POR REGIAO DO CADASTRO DE         *
      *                    AGENCIAS ARQAGN01, COM SUBTOTAL POR         *
      *                    REGIAO E OS TOTAIS GERAIS NO FECHO.         *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQAGE01                                  AGE02103        *
      *      ARQAGN01                                  AGN02103        *
      *      ARQIMP02                                  (LINHAS 132)    *
      *      SORTWK01                                  (SORT INTERNO)  *
      *----------------------------------------------------------------*
      *    MANUTENCAO:                                                 *
      *    01/09/2026 - PROGRAMA CRIADO.                               *
      *                 REGISTRO NO ENCERRAMENTO, INCLUSIVE NOS        *
      *                 CANCELAMENTOS, PARA O RELATORIO DE             *
      *                 OPERACAO (EXER0217).                           *
      *    15/10/2026 - AGENCIAS AGRUPADAS POR REGIAO DO CADASTRO      *
      *                 ARQAGN01 (SORT INTERNO POR REGIAO E AGENCIA),  *
      *                 COM CABECALHO E SUBTOTAL DE CADA REGIAO; O     *
      *                 NOME DA AGENCIA SAI EM LINHA PROPRIA ACIMA     *
      *                 DOS VALORES.                                   *
      *                 AGENCIA FORA DO CADASTRO SAI NO GRUPO "SEM     *
      *                 REGIAO CADASTRADA", AO FINAL.                  *
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *                                                                *
      *
           SELECT ARQAGE01 ASSIGN       TO UT-S-ARQAGE01
                      FILE STATUS      IS WRK-FS-ARQAGE01.
      *
           SELECT ARQAGN01 ASSIGN       TO UT-S-ARQAGN01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS ARQAGN01-COD-AGEN
                      FILE STATUS      IS WRK-FS-ARQAGN01.
      *
           SELECT ARQIMP02 ASSIGN       TO UT-S-ARQIMP02
                      FILE STATUS      IS WRK-FS-ARQIMP02.
      *
           SELECT ARQJRN01 ASSIGN       TO UT-S-ARQJRN01
                      FILE STATUS      IS WRK-FS-ARQJRN01.
      *
           SELECT ARQSRT01 ASSIGN       TO UT-S-SORTWK01.
      *
      *================================================================*
       DATA                            DIVISION.
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQAGE01             PIC X(97).

      *----------------------------------------------------------------*
      *    INPUT:     CADASTRO DE AGENCIAS (CHAVE: CODIGO DA AGENCIA)  *
      *               ORG. INDEXADA     -   LRECL = 70                 *
      *----------------------------------------------------------------*

       FD  ARQAGN01
           LABEL RECORD IS STANDARD.
           COPY AGN02103.

      *---------------------------------------------------------------*
      *   OUTPUT:    RELATORIO DE DESEMPENHO POR AGENCIA              *
      *               ORG. SEQUENCIAL   -   LRECL = 132               *
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQJRN01             PIC X(60).

      *---------------------------------------------------------------*
      *   SORT:      TOTAIS DA AGENCIA COM A REGIAO DO CADASTRO,      *
      *              EM ORDEM DE REGIAO E AGENCIA                     *
      *---------------------------------------------------------------*

       SD  ARQSRT01.
       01 SRT-REGISTRO.
          05 SRT-IND-CADASTRO        PIC X(001).
          05 SRT-REGIAO              PIC X(020).
          05 SRT-COD-AGEN            PIC X(004).
          05 SRT-NOME-AGEN           PIC X(030).
          05 SRT-TOTAIS              PIC X(097).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
       77 WRK-QTD-LINHAS          PIC  9(003) VALUE 999.
       77 WRK-QTD-PAGINAS         PIC  9(004) VALUE ZEROS.
       77 WRK-DATA-CORRENTE       PIC  9(008) VALUE ZEROS.
       77 ACU-QTD-REGIOES         PIC  9(005) VALUE ZEROS.
       77 WRK-IND-REGIAO          PIC  X(001) VALUE SPACES.
       77 WRK-REGIAO-ATUAL        PIC  X(020) VALUE SPACES.
      *
       77 WRK-FLAG-SORT           PIC  X(001) VALUE 'N'.
          88 WRK-FIM-SORT                     VALUE 'S'.
          88 WRK-SORT-COM-DADOS               VALUE 'N'.
      *
       77 WRK-FLAG-REGIAO         PIC  X(001) VALUE 'F'.
          88 WRK-REGIAO-ABERTA                VALUE 'A'.
          88 WRK-REGIAO-FECHADA               VALUE 'F'.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQAGE01      VALUE 'ARQAGE01'.
          88 WRK-CN-ARQAGN01      VALUE 'ARQAGN01'.
          88 WRK-CN-ARQIMP02      VALUE 'ARQIMP02'.
          88 WRK-CN-ARQSRT01      VALUE 'SORTWK01'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN '.
          88 WRK-CN-CLOSE         VALUE 'CLOSE'.
          88 WRK-CN-READ          VALUE 'READ '.
          88 WRK-CN-WRITE         VALUE 'WRITE'.
          88 WRK-CN-SORT          VALUE 'SORT '.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS SUBTOTAIS DA REGIAO CORRENTE'.
      *----------------------------------------------------------------*
      *
       01 WRK-TOT-REGIAO.
          05 ACU-REG-QTD-DEP         PIC  9(009).
          05 ACU-REG-VAL-DEP         PIC  S9(017)V99 COMP-3.
          05 ACU-REG-QTD-SAQ         PIC  9(009).
          05 ACU-REG-VAL-SAQ         PIC  S9(017)V99 COMP-3.
          05 ACU-REG-QTD-EST         PIC  9(009).
          05 ACU-REG-VAL-EST         PIC  S9(017)V99 COMP-3.
          05 ACU-REG-QTD-REJ         PIC  9(009).
          05 ACU-REG-QTD-VLR         PIC  9(009).
          05 ACU-REG-QTD-DUP         PIC  9(009).
          05 ACU-REG-QTD-AGEN        PIC  9(005).

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
       01 WRK-FS-ARQAGE01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-AGE01-OK                  VALUE '00'.
          88 WRK-FS-AGE01-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQAGN01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-AGN01-OK                  VALUE '00'.
          88 WRK-FS-AGN01-NAO-ACHOU           VALUE '23'.
      *
       01 WRK-FS-ARQIMP02         PIC  X(002) VALUE SPACES.
          88 WRK-FS-IMP02-OK                  VALUE '00'.
          05 WRK-IMP-QTD-DUP         PIC  ZZ.ZZ9.
          05 FILLER                  PIC  X(009) VALUE SPACES.

       01 WRK-IMP-REGIAO.
          05 FILLER                  PIC  X(008) VALUE 'REGIAO: '.
          05 WRK-IMP-NOME-REGIAO     PIC  X(025).
          05 FILLER                  PIC  X(099) VALUE SPACES.

       01 WRK-IMP-AGENCIAS.
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-IMP-AGN-COD         PIC  X(004).
          05 FILLER                  PIC  X(003) VALUE ' - '.
          05 WRK-IMP-AGN-NOME        PIC  X(030).
          05 FILLER                  PIC  X(093) VALUE SPACES.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *
           PERFORM 1000-INICIALIZAR
      *
           SET WRK-CN-SORT                    TO TRUE
           SET WRK-CN-ARQSRT01                TO TRUE

           SORT ARQSRT01
                ON ASCENDING KEY SRT-IND-CADASTRO
                                 SRT-REGIAO
                                 SRT-COD-AGEN
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE  IS 2000-SELECIONAR-AGENCIAS
                OUTPUT PROCEDURE IS 5000-IMPRIMIR-REGIOES

           IF SORT-RETURN NOT EQUAL ZEROS
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
      *
           PERFORM 7000-GRAVAR-TOTAIS
      *

           SET WRK-CN-OPEN                    TO TRUE
           OPEN INPUT ARQAGE01
                      ARQAGN01
           OPEN OUTPUT ARQIMP02

           IF (NOT WRK-FS-AGE01-OK) OR (NOT WRK-FS-IMP02-OK)
           OR (NOT WRK-FS-AGN01-OK)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCEDIMENTO DE ENTRADA DO SORT: PERCORRE ARQAGE01 E        *
      *    ENTREGA OS TOTAIS DE CADA AGENCIA COM A REGIAO E O NOME     *
      *    DO CADASTRO                                                 *
      *----------------------------------------------------------------*
       2000-SELECIONAR-AGENCIAS SECTION.
      *----------------------------------------------------------------*
           PERFORM 3000-PROCESSAR UNTIL WRK-FS-AGE01-FIM
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LOCALIZA A AGENCIA NO CADASTRO ARQAGN01 E ENTREGA O         *
      *    REGISTRO AO SORT. AGENCIA FORA DO CADASTRO (INCLUSIVE AS    *
      *    ORIGENS NAO BANCARIAS) VAI PARA O GRUPO SEM REGIAO, QUE     *
      *    SAI POR ULTIMO                                              *
      *----------------------------------------------------------------*
       3000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQAGE01-COD-AGEN     TO ARQAGN01-COD-AGEN

           SET WRK-CN-READ            TO TRUE
           SET WRK-CN-ARQAGN01        TO TRUE
           READ ARQAGN01
              INVALID KEY
                 CONTINUE
           END-READ

           IF (NOT WRK-FS-AGN01-OK)
           AND (NOT WRK-FS-AGN01-NAO-ACHOU)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-FS-AGN01-OK
              MOVE '1'                TO SRT-IND-CADASTRO
              MOVE ARQAGN01-REGIAO    TO SRT-REGIAO
              MOVE ARQAGN01-NOME-AGEN TO SRT-NOME-AGEN
           ELSE
              MOVE '2'                TO SRT-IND-CADASTRO
              MOVE 'SEM REGIAO'
                                      TO SRT-REGIAO
              MOVE 'AGENCIA NAO CADASTRADA'
                                      TO SRT-NOME-AGEN
           END-IF

           MOVE ARQAGE01-COD-AGEN     TO SRT-COD-AGEN
           MOVE ARQAGE01-REGISTRO     TO SRT-TOTAIS
           RELEASE SRT-REGISTRO

           PERFORM 3800-LER-ARQAGE01
           .
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    IMPRIME AS LINHAS DA AGENCIA (NOME E VALORES) COM AS        *
      *    MASCARAS DE QUANTIDADE E VALOR                              *
      *----------------------------------------------------------------*
       3900-IMPRIMIR-AGENCIA SECTION.
      *----------------------------------------------------------------*
           IF WRK-QTD-LINHAS GREATER 54
              PERFORM 3950-NOVA-PAGINA
              PERFORM 5250-IMPRIMIR-REGIAO
           END-IF

           MOVE SRT-COD-AGEN            TO WRK-IMP-AGN-COD
           MOVE SRT-NOME-AGEN           TO WRK-IMP-AGN-NOME

           SET WRK-CN-WRITE             TO TRUE
           SET WRK-CN-ARQIMP02          TO TRUE

           WRITE FD-ARQIMP02 FROM WRK-IMP-AGENCIAS

           IF NOT WRK-FS-IMP02-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE ARQAGE01-COD-AGEN       TO WRK-IMP-AGEN
           MOVE ARQAGE01-QTD-VLR        TO WRK-IMP-QTD-VLR
           MOVE ARQAGE01-QTD-DUP        TO WRK-IMP-QTD-DUP

           WRITE FD-ARQIMP02 FROM WRK-IMP-DETALHE

           IF NOT WRK-FS-IMP02-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 2                        TO WRK-QTD-LINHAS
           ADD 2                        TO ACU-LINHAS-IMPRESSAS
           .
      *----------------------------------------------------------------*
       3900-99-FIM.
       3950-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCEDIMENTO DE SAIDA DO SORT: IMPRIME AS AGENCIAS EM       *
      *    ORDEM DE REGIAO, COM CABECALHO E SUBTOTAL DE CADA REGIAO    *
      *----------------------------------------------------------------*
       5000-IMPRIMIR-REGIOES SECTION.
      *----------------------------------------------------------------*
           PERFORM 5800-RETORNAR-SORT

           PERFORM 5100-PROCESSAR-AGENCIA UNTIL WRK-FIM-SORT

           IF WRK-REGIAO-ABERTA
              PERFORM 5300-FECHAR-REGIAO
           END-IF
           .
      *----------------------------------------------------------------*
       5000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    TRATA A QUEBRA DE REGIAO, IMPRIME A AGENCIA E ACUMULA OS    *
      *    SUBTOTAIS DA REGIAO E OS TOTAIS GERAIS                      *
      *----------------------------------------------------------------*
       5100-PROCESSAR-AGENCIA SECTION.
      *----------------------------------------------------------------*
           IF WRK-REGIAO-ABERTA
              IF SRT-IND-CADASTRO NOT EQUAL WRK-IND-REGIAO
              OR SRT-REGIAO NOT EQUAL WRK-REGIAO-ATUAL
                 PERFORM 5300-FECHAR-REGIAO
              END-IF
           END-IF

           IF WRK-REGIAO-FECHADA
              PERFORM 5200-ABRIR-REGIAO
           END-IF

           MOVE SRT-TOTAIS            TO ARQAGE01-REGISTRO

           PERFORM 3900-IMPRIMIR-AGENCIA

           ADD ARQAGE01-QTD-DEP       TO ACU-REG-QTD-DEP
           ADD ARQAGE01-VAL-DEP       TO ACU-REG-VAL-DEP
           ADD ARQAGE01-QTD-SAQ       TO ACU-REG-QTD-SAQ
           ADD ARQAGE01-VAL-SAQ       TO ACU-REG-VAL-SAQ
           ADD ARQAGE01-QTD-EST       TO ACU-REG-QTD-EST
           ADD ARQAGE01-VAL-EST       TO ACU-REG-VAL-EST
           ADD ARQAGE01-QTD-REJ       TO ACU-REG-QTD-REJ
           ADD ARQAGE01-QTD-VLR       TO ACU-REG-QTD-VLR
           ADD ARQAGE01-QTD-DUP       TO ACU-REG-QTD-DUP
           ADD 1                      TO ACU-REG-QTD-AGEN

           ADD ARQAGE01-QTD-DEP       TO ACU-TOT-QTD-DEP
           ADD ARQAGE01-VAL-DEP       TO ACU-TOT-VAL-DEP
           ADD ARQAGE01-QTD-SAQ       TO ACU-TOT-QTD-SAQ
           ADD ARQAGE01-VAL-SAQ       TO ACU-TOT-VAL-SAQ
           ADD ARQAGE01-QTD-EST       TO ACU-TOT-QTD-EST
           ADD ARQAGE01-VAL-EST       TO ACU-TOT-VAL-EST
           ADD ARQAGE01-QTD-REJ       TO ACU-TOT-QTD-REJ
           ADD ARQAGE01-QTD-VLR       TO ACU-TOT-QTD-VLR
           ADD ARQAGE01-QTD-DUP       TO ACU-TOT-QTD-DUP

           PERFORM 5800-RETORNAR-SORT
           .
      *----------------------------------------------------------------*
       5100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    INICIA UMA NOVA REGIAO: ZERA OS SUBTOTAIS E IMPRIME A       *
      *    LINHA DE CABECALHO DA REGIAO                                *
      *----------------------------------------------------------------*
       5200-ABRIR-REGIAO SECTION.
      *----------------------------------------------------------------*
           MOVE SRT-IND-CADASTRO      TO WRK-IND-REGIAO
           MOVE SRT-REGIAO            TO WRK-REGIAO-ATUAL
           INITIALIZE WRK-TOT-REGIAO
           SET WRK-REGIAO-ABERTA      TO TRUE
           ADD 1                      TO ACU-QTD-REGIOES

           IF WRK-QTD-LINHAS GREATER 52
              PERFORM 3950-NOVA-PAGINA
           END-IF

           PERFORM 5250-IMPRIMIR-REGIAO
           .
      *----------------------------------------------------------------*
       5200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    IMPRIME A LINHA DE IDENTIFICACAO DA REGIAO CORRENTE         *
      *    (TAMBEM REPETIDA NO TOPO DE CADA NOVA PAGINA)               *
      *----------------------------------------------------------------*
       5250-IMPRIMIR-REGIAO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-REGIAO-ATUAL      TO WRK-IMP-NOME-REGIAO

           SET WRK-CN-WRITE           TO TRUE
           SET WRK-CN-ARQIMP02        TO TRUE

           WRITE FD-ARQIMP02 FROM WRK-IMP-REGIAO

           IF NOT WRK-FS-IMP02-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                      TO WRK-QTD-LINHAS
           ADD 1                      TO ACU-LINHAS-IMPRESSAS
           .
      *----------------------------------------------------------------*
       5250-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    IMPRIME A LINHA DE SUBTOTAL DA REGIAO QUE SE ENCERRA        *
      *----------------------------------------------------------------*
       5300-FECHAR-REGIAO SECTION.
      *----------------------------------------------------------------*
           IF WRK-QTD-LINHAS GREATER 55
              PERFORM 3950-NOVA-PAGINA
           END-IF

           MOVE 'SUB.'                  TO WRK-IMP-AGEN
           MOVE ACU-REG-QTD-DEP         TO WRK-IMP-QTD-DEP
           MOVE ACU-REG-VAL-DEP         TO WRK-IMP-VAL-DEP
           MOVE ACU-REG-QTD-SAQ         TO WRK-IMP-QTD-SAQ
           MOVE ACU-REG-VAL-SAQ         TO WRK-IMP-VAL-SAQ
           MOVE ACU-REG-QTD-EST         TO WRK-IMP-QTD-EST
           MOVE ACU-REG-VAL-EST         TO WRK-IMP-VAL-EST
           MOVE ACU-REG-QTD-REJ         TO WRK-IMP-QTD-REJ
           MOVE ACU-REG-QTD-VLR         TO WRK-IMP-QTD-VLR
           MOVE ACU-REG-QTD-DUP         TO WRK-IMP-QTD-DUP

           SET WRK-CN-WRITE             TO TRUE
           SET WRK-CN-ARQIMP02          TO TRUE

           WRITE FD-ARQIMP02 FROM WRK-IMP-DETALHE

           IF NOT WRK-FS-IMP02-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                        TO WRK-QTD-LINHAS
           ADD 1                        TO ACU-LINHAS-IMPRESSAS

           DISPLAY '* REGIAO 'WRK-REGIAO-ATUAL
                   ' - AGENCIAS 'ACU-REG-QTD-AGEN

           SET WRK-REGIAO-FECHADA       TO TRUE
           .
      *----------------------------------------------------------------*
       5300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    DEVOLVE A PROXIMA AGENCIA ORDENADA NA AREA DO SORT          *
      *----------------------------------------------------------------*
       5800-RETORNAR-SORT SECTION.
      *----------------------------------------------------------------*
           RETURN ARQSRT01
              AT END
                 SET WRK-FIM-SORT     TO TRUE
           END-RETURN
           .
      *----------------------------------------------------------------*
       5800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    IMPRIME A LINHA DE TOTAIS GERAIS DE TODAS AS AGENCIAS       *
      *----------------------------------------------------------------*
       7000-GRAVAR-TOTAIS SECTION.
           DISPLAY '* COMANDO: 'WRK-COMANDO'                       *'
           DISPLAY '* ARQUIVO: 'WRK-ARQUIVO'                       *'
           DISPLAY '* FILE-STATUS AGE:' WRK-FS-ARQAGE01           '*'
           DISPLAY '* FILE-STATUS AGN:' WRK-FS-ARQAGN01           '*'
           DISPLAY '* FILE-STATUS IMP:' WRK-FS-ARQIMP02           '*'
           DISPLAY '* SORT-RETURN....:' SORT-RETURN
           DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                    *'
           DISPLAY '************************************************'

       9900-FINALIZAR SECTION.
      *----------------------------------------------------------------*
           CLOSE ARQAGE01
           CLOSE ARQAGN01
           CLOSE ARQIMP02

           DISPLAY '************************************************'
           DISPLAY '* QTDE DE AGENCIAS LIDAS 'ACU-LIDOS-ARQAGE01
           DISPLAY '* QTDE DE REGIOES IMPRESSAS 'ACU-QTD-REGIOES
           DISPLAY '* QTDE DE LINHAS IMPRESSAS 'ACU-LINHAS-IMPRESSAS
           DISPLAY '* QTDE DE PAGINAS 'WRK-QTD-PAGINAS
           DISPLAY '* 'WRK-PROGRAMA' - FIM DO PROGRAMA.             '
