      *    OBJETIVO....:   APOS A RODADA DE EXER0203, DEVOLVER A       *
      *                    CADA AGENCIA DE ORIGEM AS SUAS PROPRIAS     *
      *                    EXCECOES: LE ARQREJ01, ARQVLR01 E           *
      *                    ARQDUP01 E GRAVA O ARQUIVO DE RETORNO       *
      *                    ARQRET01 COM UM BLOCO POR AGENCIA DO        *
      *                    CADASTRO ARQAGN01, EM ORDEM DE CODIGO DA    *
      *                    AGENCIA, CADA UM COM HEADER (DATA DE        *
      *                    GERACAO E AGENCIA) E TRAILER (QTDE DE       *
      *                    DETALHES E HASH DOS VALORES) NO ESPIRITO    *
      *                    DE ENT02103. CADA DETALHE INFORMA O         *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQAGN01                                  AGN02103        *
      *      ARQREJ01                                  REJ02103        *
      *      ARQVLR01                                  VLR02103        *
      *      ARQDUP01                                  DUP02103        *
      *      ARQRET01                                  RET02112        *
      *      ARQRES01                                  (LINHAS 132)    *
      *      SORTWK01                                  (SORT INTERNO)  *
      *----------------------------------------------------------------*
      *    MANUTENCAO:                                                 *
      *    01/09/2026 - PROGRAMA CRIADO.                               *
      *                 REGISTRO NO ENCERRAMENTO, INCLUSIVE NOS        *
      *                 CANCELAMENTOS, PARA O RELATORIO DE             *
      *                 OPERACAO (EXER0217).                           *
      *    15/10/2026 - O CARTAO ARQCTL06 E OS QUATRO DD FIXOS         *
      *                 ARQRET11 A ARQRET14 DERAM LUGAR AO CADASTRO    *
      *                 DE AGENCIAS ARQAGN01 E AO DD UNICO ARQRET01,   *
      *                 COM UM BLOCO HEADER/DETALHES/TRAILER POR       *
      *                 AGENCIA (SORT INTERNO POR AGENCIA, NA ORDEM    *
      *                 DE LEITURA EM CASO DE EMPATE). AGENCIA FORA    *
      *                 DO CADASTRO OU ENCERRADA PASSA A SAIR NA       *
      *                 LISTAGEM RESIDUAL EM VEZ DE CANCELAR. INCLUIDA *
      *                 A DESCRICAO DO MOTIVO 05 (AGENCIA INEXISTENTE  *
      *                 OU ENCERRADA).                                 *
      *    15/10/2026 - A ORIGEM TARI (DEBITO DE TARIFA DE MANUTENCAO  *
      *                 SEM AGENCIA, EXER0226) E TRATADA COMO ORIGEM   *
      *                 NAO BANCARIA.                                  *
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *                                                                *
      *
       FILE-CONTROL.
      *
           SELECT ARQAGN01 ASSIGN       TO UT-S-ARQAGN01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS ARQAGN01-COD-AGEN
                      FILE STATUS      IS WRK-FS-ARQAGN01.
      *
           SELECT ARQREJ01 ASSIGN       TO UT-S-ARQREJ01
                      FILE STATUS      IS WRK-FS-ARQREJ01.
           SELECT ARQDUP01 ASSIGN       TO UT-S-ARQDUP01
                      FILE STATUS      IS WRK-FS-ARQDUP01.
      *
           SELECT ARQRET01 ASSIGN       TO UT-S-ARQRET01
                      FILE STATUS      IS WRK-FS-ARQRET01.
      *
           SELECT ARQRES01 ASSIGN       TO UT-S-ARQRES01
                      FILE STATUS      IS WRK-FS-ARQRES01.
      *
           SELECT ARQSRT01 ASSIGN       TO UT-S-SORTWK01.
      *
           SELECT ARQJRN01 ASSIGN       TO UT-S-ARQJRN01
                      FILE STATUS      IS WRK-FS-ARQJRN01.
      *----------------------------------------------------------------*
      *
      *---------------------------------------------------------------*
      *   INPUT:     CADASTRO DE AGENCIAS (CODIGO X SITUACAO)         *
      *               ORG. INDEXADA     -   LRECL = 70                *
      *---------------------------------------------------------------*

       FD  ARQAGN01
           LABEL RECORD IS STANDARD.
           COPY AGN02103.

      *---------------------------------------------------------------*
      *   INPUT:     MOVIMENTOS REJEITADOS (CPF, DATA OU AGENCIA)    *
      *               ORG. SEQUENCIAL   -   LRECL = 45                *
      *---------------------------------------------------------------*

       01 FD-ARQDUP01             PIC X(57).

      *---------------------------------------------------------------*
      *   OUTPUT:    RETORNO DE EXCECOES, UM BLOCO POR AGENCIA        *
      *               ORG. SEQUENCIAL   -   LRECL = 75                *
      *---------------------------------------------------------------*

       FD  ARQRET01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQRET01             PIC X(75).

      *---------------------------------------------------------------*
      *   OUTPUT:    LISTAGEM RESIDUAL DE EXCECOES SEM AGENCIA DE     *
      *               RETORNO (ORIGEM NAO BANCARIA, AGENCIA FORA DO   *
      *               CADASTRO OU ENCERRADA)                          *
      *               ORG. SEQUENCIAL   -   LRECL = 132               *
      *---------------------------------------------------------------*

       FD  ARQRES01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQRES01             PIC X(132).

      *---------------------------------------------------------------*
      *   SORT:      DETALHES DE RETORNO ORDENADOS POR AGENCIA        *
      *---------------------------------------------------------------*

       SD  ARQSRT01.
       01 SRT-REGISTRO.
          05 SRT-COD-AGEN         PIC X(004).
          05 SRT-RETORNO          PIC X(075).

      *
      *---------------------------------------------------------------*
       77 ACU-LIDOS-ARQDUP01      PIC  9(005) VALUE ZEROS.
       77 ACU-GRAVA-RETORNO       PIC  9(009) VALUE ZEROS.
       77 ACU-GRAVA-RESIDUAL      PIC  9(005) VALUE ZEROS.
       77 ACU-QTD-AGENCIAS        PIC  9(005) VALUE ZEROS.
       77 WRK-COD-AGEN-ATUAL      PIC  X(004) VALUE SPACES.
          88 WRK-AGEN-NAO-BANCARIA VALUE 'JURO' 'RECI' 'TARI'
                                         '    '.
       77 WRK-COD-AGEN-BLOCO      PIC  X(004) VALUE SPACES.
       77 WRK-RET-QTD-DET         PIC  9(009) VALUE ZEROS.
       77 WRK-RET-HASH            PIC  S9(017)V99 COMP-3  VALUE +0.
       77 WRK-DATA-CORRENTE       PIC  9(008) VALUE ZEROS.
       77 WRK-HASH-TRL            PIC  S9(015)V99 VALUE ZEROS.

       77 WRK-FLAG-BLOCO          PIC  X(001) VALUE 'N'.
          88 WRK-BLOCO-ABERTO                 VALUE 'S'.
          88 WRK-BLOCO-FECHADO                VALUE 'N'.

       77 WRK-FLAG-SORT           PIC  X(001) VALUE 'N'.
          88 WRK-FIM-SORT                     VALUE 'S'.
          88 WRK-SORT-COM-DADOS               VALUE 'N'.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQAGN01      VALUE 'ARQAGN01'.
          88 WRK-CN-ARQREJ01      VALUE 'ARQREJ01'.
          88 WRK-CN-ARQVLR01      VALUE 'ARQVLR01'.
          88 WRK-CN-ARQDUP01      VALUE 'ARQDUP01'.
          88 WRK-CN-ARQRET01      VALUE 'ARQRET01'.
          88 WRK-CN-ARQRES01      VALUE 'ARQRES01'.
          88 WRK-CN-ARQSRT01      VALUE 'SORTWK01'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN '.
          88 WRK-CN-CLOSE         VALUE 'CLOSE'.
          88 WRK-CN-READ          VALUE 'READ '.
          88 WRK-CN-WRITE         VALUE 'WRITE'.
          88 WRK-CN-SORT          VALUE 'SORT '.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
       01 WRK-FS-ARQAGN01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-AGN01-OK                  VALUE '00'.
          88 WRK-FS-AGN01-NAO-ACHOU           VALUE '23'.
      *
       01 WRK-FS-ARQREJ01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-REJ01-OK                  VALUE '00'.
          88 WRK-FS-DUP01-OK                  VALUE '00'.
          88 WRK-FS-DUP01-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQRET01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-RET01-OK                  VALUE '00'.
      *
       01 WRK-FS-ARQRES01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-RES01-OK                  VALUE '00'.

      *
       01 WRK-FS-ARQJRN01         PIC  X(002) VALUE SPACES.
          05 WRK-RES-VALOR           PIC  -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC  X(008) VALUE '  AGEN: '.
          05 WRK-RES-AGEN            PIC  X(004).
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-RES-OBS             PIC  X(025).
          05 FILLER                  PIC  X(007) VALUE SPACES.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
           COPY REJ02103.
           COPY VLR02103.
           COPY DUP02103.
      *
           PERFORM 1000-INICIALIZAR
      *
           SET WRK-CN-SORT                    TO TRUE
           SET WRK-CN-ARQSRT01                TO TRUE

           SORT ARQSRT01
                ON ASCENDING KEY SRT-COD-AGEN
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE  IS 2000-SELECIONAR-EXCECOES
                OUTPUT PROCEDURE IS 5000-GRAVAR-RETORNOS

           IF SORT-RETURN NOT EQUAL ZEROS
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
      *
           PERFORM 9900-FINALIZAR
           .
      *
           MOVE FUNCTION CURRENT-DATE(1:8)    TO WRK-DATA-CORRENTE

           SET WRK-CN-OPEN                    TO TRUE
           OPEN INPUT ARQAGN01
                      ARQREJ01
                      ARQVLR01
                      ARQDUP01
           OPEN OUTPUT ARQRET01
                       ARQRES01

           IF (NOT WRK-FS-REJ01-OK) OR (NOT WRK-FS-VLR01-OK)
           OR (NOT WRK-FS-DUP01-OK) OR (NOT WRK-FS-RET01-OK)
           OR (NOT WRK-FS-RES01-OK) OR (NOT WRK-FS-AGN01-OK)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCEDIMENTO DE ENTRADA DO SORT: PERCORRE OS TRES ARQUIVOS  *
      *    DE EXCECAO, MONTA O DETALHE DE RETORNO DE CADA EXCECAO E    *
      *    O ENTREGA AO SORT PELA AGENCIA DE ORIGEM                    *
      *----------------------------------------------------------------*
       2000-SELECIONAR-EXCECOES SECTION.
      *----------------------------------------------------------------*
           PERFORM 3000-PROCESSA-REJ UNTIL WRK-FS-REJ01-FIM
      *
           PERFORM 3100-PROCESSA-VLR UNTIL WRK-FS-VLR01-FIM
      *
           PERFORM 3200-PROCESSA-DUP UNTIL WRK-FS-DUP01-FIM
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE ARQREJ01 E DEVOLVE O REJEITO A AGENCIA DE ORIGEM         *
                 WHEN ARQREJ01-MOT-DIA-NAO-UTIL
                    MOVE 'MOVIMENTO EM DIA NAO UTIL'
                                       TO ARQRET01-DES-MOTIVO
                 WHEN ARQREJ01-MOT-AGENCIA
                    MOVE 'AGENCIA INEXISTENTE OU ENCERRADA'
                                       TO ARQRET01-DES-MOTIVO
                 WHEN OTHER
                    MOVE 'DIGITO VERIFICADOR DE CPF INVALIDO'
                                       TO ARQRET01-DES-MOTIVO
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ENCAMINHA O DETALHE DE RETORNO JA MONTADO PELO CHAMADOR,    *
      *    DA AGENCIA CORRENTE (WRK-COD-AGEN-ATUAL): AGENCIA ABERTA    *
      *    NO CADASTRO ARQAGN01 VAI PARA O SORT E TERA SEU BLOCO EM    *
      *    ARQRET01; ORIGEM NAO BANCARIA (JUROS, RECICLO ANTIGO,       *
      *    TARIFA SEM AGENCIA OU AGENCIA EM BRANCO), AGENCIA FORA DO   *
      *    CADASTRO OU JA ENCERRADA NAO TEM A QUEM DEVOLVER E SAI NA   *
      *    LISTAGEM RESIDUAL                                           *
      *----------------------------------------------------------------*
       3700-GRAVAR-RETORNO SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                TO WRK-RES-OBS

           IF WRK-AGEN-NAO-BANCARIA
              MOVE 'ORIGEM NAO BANCARIA'   TO WRK-RES-OBS
           ELSE
              MOVE WRK-COD-AGEN-ATUAL TO ARQAGN01-COD-AGEN

              SET WRK-CN-READ         TO TRUE
              SET WRK-CN-ARQAGN01     TO TRUE
              READ ARQAGN01
                 INVALID KEY
                    MOVE 'AGENCIA NAO CADASTRADA' TO WRK-RES-OBS
              END-READ

              IF (NOT WRK-FS-AGN01-OK)
              AND (NOT WRK-FS-AGN01-NAO-ACHOU)
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF

              IF WRK-FS-AGN01-OK
                 IF (ARQAGN01-SIT-FECHADA)
                 OR (ARQAGN01-DAT-FECHAMENTO GREATER ZEROS
                 AND ARQAGN01-DAT-FECHAMENTO NOT GREATER
                     WRK-DATA-CORRENTE)
                    MOVE 'AGENCIA ENCERRADA'  TO WRK-RES-OBS
                 END-IF
              END-IF
           END-IF

           IF WRK-RES-OBS NOT EQUAL SPACES
              PERFORM 3780-GRAVAR-RESIDUAL
           ELSE
              MOVE WRK-COD-AGEN-ATUAL TO SRT-COD-AGEN
              MOVE ARQRET01-REGISTRO  TO SRT-RETORNO
              RELEASE SRT-REGISTRO
           END-IF
           .
      *----------------------------------------------------------------*
       3700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA NA LISTAGEM RESIDUAL A EXCECAO SEM AGENCIA DE         *
      *    RETORNO, PARA TRATAMENTO DA RETAGUARDA                      *
      *----------------------------------------------------------------*
       3780-GRAVAR-RESIDUAL SECTION.
      *----------------------------------------------------------------*
       3780-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCEDIMENTO DE SAIDA DO SORT: GRAVA OS DETALHES EM         *
      *    ORDEM DE AGENCIA, ABRINDO UM BLOCO (HEADER) A CADA NOVA     *
      *    AGENCIA E FECHANDO-O (TRAILER) NA QUEBRA                    *
      *----------------------------------------------------------------*
       5000-GRAVAR-RETORNOS SECTION.
      *----------------------------------------------------------------*
           PERFORM 5800-RETORNAR-SORT

           PERFORM 5100-GRAVAR-DETALHE UNTIL WRK-FIM-SORT

           IF WRK-BLOCO-ABERTO
              PERFORM 5300-FECHAR-BLOCO
           END-IF
           .
      *----------------------------------------------------------------*
       5000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA O DETALHE DEVOLVIDO PELO SORT NO BLOCO DA SUA         *
      *    AGENCIA, TRATANDO A QUEBRA DE AGENCIA                       *
      *----------------------------------------------------------------*
       5100-GRAVAR-DETALHE SECTION.
      *----------------------------------------------------------------*
           IF WRK-BLOCO-ABERTO
           AND SRT-COD-AGEN NOT EQUAL WRK-COD-AGEN-BLOCO
              PERFORM 5300-FECHAR-BLOCO
           END-IF

           IF WRK-BLOCO-FECHADO
              PERFORM 5200-ABRIR-BLOCO
           END-IF

           MOVE SRT-RETORNO           TO ARQRET01-REGISTRO
           PERFORM 8100-GRAVAR-RETORNO

           ADD 1                      TO WRK-RET-QTD-DET
           ADD 1                      TO ACU-GRAVA-RETORNO
           COMPUTE WRK-RET-HASH = WRK-RET-HASH + ARQRET01-VAL-DEPOS

           PERFORM 5800-RETORNAR-SORT
           .
      *----------------------------------------------------------------*
       5100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA O HEADER (TIPO 00) DO BLOCO DA AGENCIA DO DETALHE     *
      *    CORRENTE, COM A DATA DE GERACAO E O CODIGO DA AGENCIA       *
      *----------------------------------------------------------------*
       5200-ABRIR-BLOCO SECTION.
      *----------------------------------------------------------------*
           MOVE SRT-COD-AGEN          TO WRK-COD-AGEN-BLOCO
           MOVE ZEROS                 TO WRK-RET-QTD-DET
                                         WRK-RET-HASH
           SET WRK-BLOCO-ABERTO       TO TRUE
           ADD 1                      TO ACU-QTD-AGENCIAS

           INITIALIZE ARQRET01-REGISTRO
           MOVE '00'                  TO ARQRET01-TIP-REG
           MOVE WRK-DATA-CORRENTE     TO ARQRET01-HDR-DAT-GER
           MOVE WRK-COD-AGEN-BLOCO    TO ARQRET01-HDR-COD-AGEN

           PERFORM 8100-GRAVAR-RETORNO
           .
      *----------------------------------------------------------------*
       5200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA O TRAILER (TIPO 99) DO BLOCO DA AGENCIA, COM A QTDE   *
      *    DE DETALHES E O HASH DOS VALORES TRUNCADO NA LARGURA DO     *
      *    CAMPO DO TRAILER                                            *
      *----------------------------------------------------------------*
       5300-FECHAR-BLOCO SECTION.
      *----------------------------------------------------------------*
           INITIALIZE ARQRET01-REGISTRO
           MOVE '99'                  TO ARQRET01-TIP-REG
           MOVE WRK-RET-QTD-DET       TO ARQRET01-TRL-QTD-REG
           MOVE WRK-RET-HASH          TO WRK-HASH-TRL
           MOVE WRK-HASH-TRL          TO ARQRET01-TRL-HASH-DEP

           PERFORM 8100-GRAVAR-RETORNO

           DISPLAY '* AGENCIA 'WRK-COD-AGEN-BLOCO
                   ' - DETALHES DEVOLVIDOS 'WRK-RET-QTD-DET

           SET WRK-BLOCO-FECHADO      TO TRUE
           .
      *----------------------------------------------------------------*
       5300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    DEVOLVE O PROXIMO DETALHE ORDENADO NA AREA DO SORT          *
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
      *    GRAVA ARQRET01-REGISTRO NO ARQUIVO DE RETORNO               *
      *----------------------------------------------------------------*
       8100-GRAVAR-RETORNO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE           TO TRUE
           SET WRK-CN-ARQRET01        TO TRUE

           WRITE FD-ARQRET01 FROM ARQRET01-REGISTRO

           IF NOT WRK-FS-RET01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
           DISPLAY '*       ERRO EM OPERACAO COM ARQUIVOS          *'
           DISPLAY '* COMANDO: 'WRK-COMANDO'                       *'
           DISPLAY '* ARQUIVO: 'WRK-ARQUIVO'                       *'
           DISPLAY '* FILE-STATUS AGN:' WRK-FS-ARQAGN01           '*'
           DISPLAY '* FILE-STATUS REJ:' WRK-FS-ARQREJ01           '*'
           DISPLAY '* FILE-STATUS VLR:' WRK-FS-ARQVLR01           '*'
           DISPLAY '* FILE-STATUS DUP:' WRK-FS-ARQDUP01           '*'
           DISPLAY '* FILE-STATUS RET:' WRK-FS-ARQRET01           '*'
           DISPLAY '* FILE-STATUS RES:' WRK-FS-ARQRES01           '*'
           DISPLAY '* SORT-RETURN....:' SORT-RETURN
           DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                    *'
           DISPLAY '************************************************'

       9100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    FECHA OS ARQUIVOS E REPORTA AS CONTAGENS (OS TRAILERS DOS   *
      *    BLOCOS DE AGENCIA SAO GRAVADOS NA QUEBRA, EM 5300)          *
      *----------------------------------------------------------------*
       9900-FINALIZAR SECTION.
      *----------------------------------------------------------------*
           CLOSE ARQAGN01
           CLOSE ARQREJ01
           CLOSE ARQVLR01
           CLOSE ARQDUP01
           CLOSE ARQRET01
           CLOSE ARQRES01

           DISPLAY '************************************************'
           DISPLAY '* REGISTROS LIDOS DE ARQREJ01 'ACU-LIDOS-ARQREJ01
           DISPLAY '* REGISTROS LIDOS DE ARQVLR01 'ACU-LIDOS-ARQVLR01
           DISPLAY '* REGISTROS LIDOS DE ARQDUP01 'ACU-LIDOS-ARQDUP01
           DISPLAY '* AGENCIAS COM RETORNO 'ACU-QTD-AGENCIAS
           DISPLAY '* TOTAL DE DETALHES DEVOLVIDOS 'ACU-GRAVA-RETORNO
           DISPLAY '* EXCECOES NA LISTAGEM RESIDUAL '
                   ACU-GRAVA-RESIDUAL
       9900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA NO JOURNAL DE EXECUCAO (ARQJRN01, EM EXTENSAO) O      *
      *    REGISTRO DESTA EXECUCAO: PROGRAMA, DATA/HORA, ORIGEM DO     *
