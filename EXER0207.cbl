      *      ARQVLR01                                  VLR02103        *
      *      ARQDUP01                                  DUP02103        *
      *      ARQSTA01                                  STA02103        *
      *      ARQINS01                                  INS02103        *
      *      ARQLCT01                                  LCT02116        *
      *      ARQTOT01                                  TOT02103        *
      *      ARQBAL01                                  (LINHAS 132)    *
      *                 REGISTRO NO ENCERRAMENTO, INCLUSIVE NOS        *
      *                 CANCELAMENTOS, PARA O RELATORIO DE             *
      *                 OPERACAO (EXER0217).                           *
      *    15/10/2026 - INCLUIDO ARQINS01 NO BATIMENTO: OS SAQUES E    *
      *                 ESTORNOS RECUSADOS POR SALDO INSUFICIENTE      *
      *                 ENTRAM NA EQUACAO DE ENTRADAS X SAIDAS E A     *
      *                 CONTAGEM FISICA DO ARQUIVO E CONFERIDA CONTRA  *
      *                 ARQTOT01 (TOT-QTD-GRAVA-INS, LRECL 95 -> 100). *
      *    15/10/2026 - OS PARES REENVIADOS POR EXER0216 APOS RECUSA   *
      *                 DA CONTABILIDADE (ARQLCT01-REENVIO) FICAM FORA *
      *                 DO FECHO DOS DEPOSITOS CONTRA ARQTOT01 - SAO   *
      *                 MOVIMENTO DE RODADAS ANTERIORES.               *
      *    15/10/2026 - ARQTOT01 PASSOU A TRAZER A FAIXA DE CPF E AS   *
      *                 QTDES DE EXTRATO, AGENCIAS, POSICAO E SALDOS   *
      *                 DA RODADA (LRECL 100 -> 142).                  *
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *                                                                *
      *
           SELECT ARQSTA01 ASSIGN       TO UT-S-ARQSTA01
                      FILE STATUS      IS WRK-FS-ARQSTA01.
      *
           SELECT ARQINS01 ASSIGN       TO UT-S-ARQINS01
                      FILE STATUS      IS WRK-FS-ARQINS01.
      *
           SELECT ARQLCT01 ASSIGN       TO UT-S-ARQLCT01
                      FILE STATUS      IS WRK-FS-ARQLCT01.
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSTA01             PIC X(40).

      *---------------------------------------------------------------*
      *   INPUT:     MOVIMENTOS RECUSADOS POR SALDO INSUFICIENTE     *
      *               ORG. SEQUENCIAL   -   LRECL = 58                *
      *---------------------------------------------------------------*

       FD  ARQINS01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQINS01             PIC X(58).

      *---------------------------------------------------------------*
      *   INPUT:     INTERFACE CONTABIL GERADA POR EXER0216           *
      *               ORG. SEQUENCIAL   -   LRECL = 45                *

      *---------------------------------------------------------------*
      *   INPUT:     TOTAIS DA EXECUCAO DE EXER0203                   *
      *               ORG. SEQUENCIAL   -   LRECL = 142               *
      *---------------------------------------------------------------*

       FD  ARQTOT01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQTOT01             PIC X(142).

      *---------------------------------------------------------------*
      *   OUTPUT:    RELATORIO DE BATIMENTO DA RODADA                 *
       77 ACU-LINHAS-ARQVLR01     PIC  9(009) VALUE ZEROS.
       77 ACU-LINHAS-ARQDUP01     PIC  9(009) VALUE ZEROS.
       77 ACU-LINHAS-ARQSTA01     PIC  9(009) VALUE ZEROS.
       77 ACU-LINHAS-ARQINS01     PIC  9(009) VALUE ZEROS.
       77 ACU-DET-ARQLCT01        PIC  9(009) VALUE ZEROS.
       77 ACU-LCT-DEBITOS         PIC  S9(017)V99 COMP-3  VALUE +0.
       77 ACU-LCT-CREDITOS        PIC  S9(017)V99 COMP-3  VALUE +0.
          88 WRK-CN-ARQVLR01      VALUE 'ARQVLR01'.
          88 WRK-CN-ARQDUP01      VALUE 'ARQDUP01'.
          88 WRK-CN-ARQSTA01      VALUE 'ARQSTA01'.
          88 WRK-CN-ARQINS01      VALUE 'ARQINS01'.
          88 WRK-CN-ARQLCT01      VALUE 'ARQLCT01'.
          88 WRK-CN-ARQTOT01      VALUE 'ARQTOT01'.
          88 WRK-CN-ARQBAL01      VALUE 'ARQBAL01'.
       01 WRK-FS-ARQSTA01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-STA01-OK                  VALUE '00'.
          88 WRK-FS-STA01-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQINS01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-INS01-OK                  VALUE '00'.
          88 WRK-FS-INS01-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQLCT01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-LCT01-OK                  VALUE '00'.
           COPY VLR02103.
           COPY DUP02103.
           COPY STA02103.
           COPY INS02103.
           COPY LCT02116.
           COPY TOT02103.

           PERFORM 2400-CONFERE-ARQDUP01 UNTIL WRK-FS-DUP01-FIM
      *
           PERFORM 2500-CONFERE-ARQSTA01 UNTIL WRK-FS-STA01-FIM
      *
           PERFORM 2550-CONFERE-ARQINS01 UNTIL WRK-FS-INS01-FIM
      *
           IF WRK-LCT-PRESENTE
              PERFORM 2600-CONFERE-ARQLCT01 UNTIL WRK-FS-LCT01-FIM
                      ARQVLR01
                      ARQDUP01
                      ARQSTA01
                      ARQINS01
                      ARQTOT01
           OPEN OUTPUT ARQBAL01
      *
           OR (NOT WRK-FS-SEQ01-OK) OR (NOT WRK-FS-VLR01-OK)
           OR (NOT WRK-FS-DUP01-OK) OR (NOT WRK-FS-TOT01-OK)
           OR (NOT WRK-FS-STA01-OK) OR (NOT WRK-FS-BAL01-OK)
           OR (NOT WRK-FS-INS01-OK)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

       2500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CONTA OS MOVIMENTOS RECUSADOS POR SALDO INSUFICIENTE        *
      *----------------------------------------------------------------*
       2550-CONFERE-ARQINS01 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                    TO TRUE
           SET WRK-CN-ARQINS01                TO TRUE

           READ ARQINS01 INTO ARQINS01-REGISTRO

           IF (NOT WRK-FS-INS01-OK) AND (NOT WRK-FS-INS01-FIM)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-FS-INS01-OK
              ADD 1                           TO ACU-LINHAS-ARQINS01
           END-IF
           .
      *----------------------------------------------------------------*
       2550-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ACUMULA OS LANCAMENTOS DA INTERFACE CONTABIL: DEBITOS,      *
      *    CREDITOS, O TOTAL DOS LANCAMENTOS DE DEPOSITO A DEBITO E    *
      *    O TRAILER PARA O BATIMENTO                                  *
                    COMPUTE ACU-LCT-DEBITOS = ACU-LCT-DEBITOS +
                                               ARQLCT01-VALOR
                    IF ARQLCT01-TIP-TRANS EQUAL 'D'
                    AND NOT ARQLCT01-REENVIO
                       COMPUTE ACU-LCT-DEPOSITOS =
                               ACU-LCT-DEPOSITOS + ARQLCT01-VALOR
                    END-IF
                                  + TOT-QTD-DESC-PERIODO
                                  + TOT-QTD-DUP-SUPR
                                  + TOT-QTD-GRAVA-STA
                                  + TOT-QTD-GRAVA-INS
           MOVE 'LIDOS ARQENT01 X REGISTROS DESTINADOS'
                                      TO WRK-BAL-DESCRICAO
           MOVE TOT-QTD-LIDOS         TO WRK-ESPERADO
           MOVE TOT-QTD-GRAVA-STA     TO WRK-ESPERADO
           MOVE ACU-LINHAS-ARQSTA01   TO WRK-ENCONTRADO
           PERFORM 5900-GRAVAR-CONTA

           MOVE 'REGISTROS EM ARQINS01'
                                      TO WRK-BAL-DESCRICAO
           MOVE TOT-QTD-GRAVA-INS     TO WRK-ESPERADO
           MOVE ACU-LINHAS-ARQINS01   TO WRK-ENCONTRADO
           PERFORM 5900-GRAVAR-CONTA
      *
      *    TRAILER DE ARQSAI01 CONTRA AS LINHAS DE DETALHE
           MOVE 'QTDE NO TRAILER DE ARQSAI01'
      *    INTERFACE CONTABIL (QUANDO GERADA NA RODADA): DEBITOS =
      *    CREDITOS, TRAILER CONTRA A SOMA FISICA E O TOTAL DOS
      *    LANCAMENTOS DE DEPOSITO CONTRA O TOTAL GERAL DA RODADA
      *    (SEM OS PARES REENVIADOS DE RODADAS ANTERIORES)
           IF WRK-LCT-PRESENTE
              MOVE 'DEBITOS X CREDITOS EM ARQLCT01'
                                      TO WRK-BAL-DESCRICAO
              OR (TOT-QTD-DESC-PERIODO GREATER ZEROS)
              OR (TOT-QTD-GRAVA-DUP GREATER ZEROS)
              OR (TOT-QTD-GRAVA-STA GREATER ZEROS)
              OR (TOT-QTD-GRAVA-INS GREATER ZEROS)
                 MOVE 'BATIDA COM REJEICOES/EXCECOES'
                                     TO WRK-BAL-RESULTADO
                 MOVE 4              TO RETURN-CODE
           DISPLAY '* FILE-STATUS VLR:' WRK-FS-ARQVLR01           '*'
           DISPLAY '* FILE-STATUS DUP:' WRK-FS-ARQDUP01           '*'
           DISPLAY '* FILE-STATUS STA:' WRK-FS-ARQSTA01           '*'
           DISPLAY '* FILE-STATUS INS:' WRK-FS-ARQINS01           '*'
           DISPLAY '* FILE-STATUS LCT:' WRK-FS-ARQLCT01           '*'
           DISPLAY '* FILE-STATUS TOT:' WRK-FS-ARQTOT01           '*'
           DISPLAY '* FILE-STATUS BAL:' WRK-FS-ARQBAL01           '*'
           CLOSE ARQVLR01
           CLOSE ARQDUP01
           CLOSE ARQSTA01
           CLOSE ARQINS01
           IF WRK-LCT-PRESENTE
              CLOSE ARQLCT01
           END-IF
           DISPLAY '* REGISTROS EM ARQVLR01 'ACU-LINHAS-ARQVLR01
           DISPLAY '* REGISTROS EM ARQDUP01 'ACU-LINHAS-ARQDUP01
           DISPLAY '* REGISTROS EM ARQSTA01 'ACU-LINHAS-ARQSTA01
           DISPLAY '* REGISTROS EM ARQINS01 'ACU-LINHAS-ARQINS01
           DISPLAY '* LANCAMENTOS EM ARQLCT01 'ACU-DET-ARQLCT01
           DISPLAY '* RESULTADO: 'WRK-BAL-RESULTADO
           DISPLAY '* RETURN-CODE 'RETURN-CODE
