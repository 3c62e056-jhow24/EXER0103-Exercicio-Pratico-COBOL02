      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0227.
       AUTHOR.     JOHNATHAN.
      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    PROGRAMA....: EXER0227
      *    PROGRAMADOR.: JOHNATHAN
      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   GERAR A REMESSA DE CORRESPONDENCIA AO       *
      *                    CLIENTE PARA A GRAFICA/E-MAIL EXTERNA       *
      *                    (ARQDOC01, BOOK DOC02127): UM EXTRATO PARA  *
      *                    CADA CLIENTE COM MOVIMENTO NO PERIODO       *
      *                    (TOTAIS DE ARQSAI01 E LINHAS DE ARQEXT01,   *
      *                    CASADOS POR CPF) E UMA CARTA DE REATIVACAO  *
      *                    PARA CADA CLIENTE DORMENTE DE EXER0210      *
      *                    (ARQDRM01). O DESTINATARIO E O CANAL VEM DO *
      *                    CADASTRO ARQMST01: O CANAL PREFERIDO DO     *
      *                    CLIENTE QUANDO UTILIZAVEL, SENAO O OUTRO.   *
      *                    CLIENTE FORA DO CADASTRO, BLOQUEADO,        *
      *                    FALECIDO OU SEM ENDERECO NEM E-MAIL         *
      *                    UTILIZAVEL NAO GERA DOCUMENTO E SAI NA      *
      *                    LISTA DE DEVOLUCAO ARQDEV01, POR AGENCIA    *
      *                    (A ULTIMA AGENCIA BANCARIA DO CLIENTE NO    *
      *                    EXTRATO). O CPF UNIFICADO (EXER0222) E      *
      *                    IGNORADO. A REMESSA TERMINA COM O TRAILER   *
      *                    DE CONTROLE (QTDES E HASH DOS CPF) QUE A    *
      *                    GRAFICA CONFIRMA DE VOLTA.                  *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQSAI01                                  SAI02103        *
      *      ARQEXT01                                  EXT02103        *
      *      ARQDRM01                                  DRM02127        *
      *      ARQMST01                                  MST02103        *
      *      ARQDOC01                                  DOC02127        *
      *      ARQDEV01                                  (LINHAS 132)    *
      *      SORTWK01                                  (SORT INTERNO)  *
      *      ARQJRN01                                  JRN02117        *
      *----------------------------------------------------------------*
      *    MANUTENCAO:                                                 *
      *    15/10/2026 - PROGRAMA CRIADO.                               *
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *                                                                *
      *================================================================*
      *                                                                *
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*
      *
       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.
      *
      *----------------------------------------------------------------
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*
      *
       FILE-CONTROL.
      *
           SELECT ARQSAI01 ASSIGN       TO UT-S-ARQSAI01
                      FILE STATUS      IS WRK-FS-ARQSAI01.
      *
           SELECT ARQEXT01 ASSIGN       TO UT-S-ARQEXT01
                      FILE STATUS      IS WRK-FS-ARQEXT01.
      *
           SELECT ARQDRM01 ASSIGN       TO UT-S-ARQDRM01
                      FILE STATUS      IS WRK-FS-ARQDRM01.
      *
           SELECT ARQMST01 ASSIGN       TO UT-S-ARQMST01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS ARQMST01-CPF
                      FILE STATUS      IS WRK-FS-ARQMST01.
      *
           SELECT ARQDOC01 ASSIGN       TO UT-S-ARQDOC01
                      FILE STATUS      IS WRK-FS-ARQDOC01.
      *
           SELECT ARQDEV01 ASSIGN       TO UT-S-ARQDEV01
                      FILE STATUS      IS WRK-FS-ARQDEV01.
      *
           SELECT ARQSRT01 ASSIGN       TO UT-S-SORTWK01.
      *
           SELECT ARQJRN01 ASSIGN       TO UT-S-ARQJRN01
                      FILE STATUS      IS WRK-FS-ARQJRN01.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================
      *                                                                *
      *----------------------------------------------------------------
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
      *---------------------------------------------------------------*
      *   INPUT:     TOTAIS DO PERIODO POR CPF (EXER0203)             *
      *               ORG. SEQUENCIAL   -   LRECL = 142               *
      *---------------------------------------------------------------*

       FD  ARQSAI01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI01             PIC X(142).

      *---------------------------------------------------------------*
      *   INPUT:     EXTRATO DETALHADO POR CLIENTE (EXER0203)         *
      *               ORG. SEQUENCIAL   -   LRECL = 57                *
      *---------------------------------------------------------------*

       FD  ARQEXT01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQEXT01             PIC X(57).

      *---------------------------------------------------------------*
      *   INPUT:     CLIENTES DORMENTES DO PERIODO (EXER0210)         *
      *               ORG. SEQUENCIAL   -   LRECL = 80                *
      *---------------------------------------------------------------*

       FD  ARQDRM01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQDRM01             PIC X(80).

      *---------------------------------------------------------------*
      *   INPUT:     CADASTRO DE CLIENTES (CPF X NOME X SITUACAO)     *
      *               ORG. INDEXADA     -   LRECL = 236               *
      *---------------------------------------------------------------*

       FD  ARQMST01
           LABEL RECORD IS STANDARD.
           COPY MST02103.

      *---------------------------------------------------------------*
      *   OUTPUT:    REMESSA DE CORRESPONDENCIA PARA A GRAFICA        *
      *               ORG. SEQUENCIAL   -   LRECL = 246               *
      *---------------------------------------------------------------*

       FD  ARQDOC01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQDOC01             PIC X(246).

      *---------------------------------------------------------------*
      *   OUTPUT:    LISTA DE DEVOLUCAO DE CORRESPONDENCIA POR        *
      *              AGENCIA (132 COLUNAS)                            *
      *               ORG. SEQUENCIAL   -   LRECL = 132               *
      *---------------------------------------------------------------*

       FD  ARQDEV01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQDEV01             PIC X(132).

      *
      *---------------------------------------------------------------*
      *   OUTPUT:    JOURNAL DE EXECUCAO DA CADEIA (EM EXTENSAO)      *
      *               ORG. SEQUENCIAL   -   LRECL = 60                *
      *---------------------------------------------------------------*

       FD  ARQJRN01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQJRN01             PIC X(60).

      *---------------------------------------------------------------*
      *   SORT:      CLIENTE DEVOLVIDO, EM ORDEM DE AGENCIA E CPF     *
      *---------------------------------------------------------------*

       SD  ARQSRT01.
       01 SRT-REGISTRO.
          05 SRT-COD-AGEN            PIC X(004).
          05 SRT-CPF                 PIC 9(011).
          05 SRT-TIP-DOC             PIC X(001).
             88 SRT-DOC-EXTRATO                VALUE 'E'.
             88 SRT-DOC-REATIVACAO             VALUE 'R'.
          05 SRT-NOME-CLIENTE        PIC X(040).
          05 SRT-SIT-CLIENTE         PIC X(001).
          05 SRT-COD-DEVOLUCAO       PIC X(002).
             88 SRT-DEV-SEM-CADASTRO           VALUE '01'.
             88 SRT-DEV-BLOQUEADO              VALUE '02'.
             88 SRT-DEV-FALECIDO               VALUE '03'.
             88 SRT-DEV-SEM-ENDERECO           VALUE '04'.

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0227 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0227'.
       77 ACU-LIDOS-ARQSAI01      PIC  9(009) VALUE ZEROS.
       77 ACU-LIDOS-ARQEXT01      PIC  9(009) VALUE ZEROS.
       77 ACU-LIDOS-ARQDRM01      PIC  9(009) VALUE ZEROS.
       77 ACU-GRAVA-ARQDOC01      PIC  9(009) VALUE ZEROS.
       77 ACU-CLIENTES-AVALIADOS  PIC  9(009) VALUE ZEROS.
       77 ACU-DOC-EXTRATO         PIC  9(007) VALUE ZEROS.
       77 ACU-DOC-CARTA           PIC  9(007) VALUE ZEROS.
       77 ACU-DOC-CORREIO         PIC  9(007) VALUE ZEROS.
       77 ACU-DOC-EMAIL           PIC  9(007) VALUE ZEROS.
       77 ACU-DEVOLVIDOS          PIC  9(007) VALUE ZEROS.
       77 ACU-DEV-SEM-CADASTRO    PIC  9(007) VALUE ZEROS.
       77 ACU-DEV-BLOQUEADOS      PIC  9(007) VALUE ZEROS.
       77 ACU-DEV-FALECIDOS       PIC  9(007) VALUE ZEROS.
       77 ACU-DEV-SEM-ENDERECO    PIC  9(007) VALUE ZEROS.
       77 ACU-CLIENTES-IGNORADOS  PIC  9(007) VALUE ZEROS.
       77 ACU-HASH-CPF            PIC  9(018) VALUE ZEROS.
       77 ACU-DEV-AGENCIA         PIC  9(007) VALUE ZEROS.
       77 WRK-CPF-CLIENTE         PIC  9(011) VALUE ZEROS.
       77 WRK-CPF-EXTRATO         PIC  9(011) VALUE ZEROS.
       77 WRK-NOME-CLIENTE        PIC  X(040) VALUE SPACES.
       77 WRK-SALDO-FINAL         PIC  S9(015)V99 VALUE ZEROS.
       77 WRK-COD-AGEN-CLIENTE    PIC  X(004) VALUE SPACES.
       77 WRK-NUM-DOC             PIC  9(007) VALUE ZEROS.
       77 WRK-SEQ-LINHA           PIC  9(005) VALUE ZEROS.
       77 WRK-DATA-CORRENTE       PIC  9(008) VALUE ZEROS.
       77 WRK-HORA-CORRENTE       PIC  9(006) VALUE ZEROS.
       77 WRK-QTD-LINHAS          PIC  9(003) VALUE 999.
       77 WRK-QTD-PAGINAS         PIC  9(004) VALUE ZEROS.
       77 ACU-LINHAS-IMPRESSAS    PIC  9(005) VALUE ZEROS.
       77 WRK-AGEN-ATUAL          PIC  X(004) VALUE SPACES.
      *
       77 WRK-COD-AGEN-EXT        PIC  X(004) VALUE SPACES.
          88 WRK-AGEN-NAO-BANCARIA           VALUE 'JURO' 'RECI' 'TARI'
                                                   '    '.
      *
       77 WRK-TIP-DOC             PIC  X(001) VALUE SPACES.
          88 WRK-DOC-EXTRATO                  VALUE 'E'.
          88 WRK-DOC-REATIVACAO               VALUE 'R'.
      *
       77 WRK-CANAL-ENVIO         PIC  X(001) VALUE SPACES.
          88 WRK-ENVIO-CORREIO                VALUE 'C'.
          88 WRK-ENVIO-EMAIL                  VALUE 'E'.
      *
       77 WRK-COD-DEVOLUCAO       PIC  X(002) VALUE '00'.
          88 WRK-CLIENTE-ENVIAVEL             VALUE '00'.
          88 WRK-DEV-SEM-CADASTRO             VALUE '01'.
          88 WRK-DEV-BLOQUEADO                VALUE '02'.
          88 WRK-DEV-FALECIDO                 VALUE '03'.
          88 WRK-DEV-SEM-ENDERECO             VALUE '04'.
          88 WRK-CLIENTE-IGNORADO             VALUE '99'.
      *
       77 WRK-FLAG-ENDERECO       PIC  X(001) VALUE 'N'.
          88 WRK-ENDERECO-COMPLETO            VALUE 'S'.
          88 WRK-ENDERECO-INCOMPLETO          VALUE 'N'.
      *
       77 WRK-FLAG-SORT           PIC  X(001) VALUE 'N'.
          88 WRK-FIM-SORT                     VALUE 'S'.
          88 WRK-SORT-COM-DADOS               VALUE 'N'.
      *
       77 WRK-FLAG-AGENCIA        PIC  X(001) VALUE 'F'.
          88 WRK-AGENCIA-ABERTA               VALUE 'A'.
          88 WRK-AGENCIA-FECHADA              VALUE 'F'.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
          88 WRK-CN-ARQEXT01      VALUE 'ARQEXT01'.
          88 WRK-CN-ARQDRM01      VALUE 'ARQDRM01'.
          88 WRK-CN-ARQMST01      VALUE 'ARQMST01'.
          88 WRK-CN-ARQDOC01      VALUE 'ARQDOC01'.
          88 WRK-CN-ARQDEV01      VALUE 'ARQDEV01'.
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
       01 WRK-FS-ARQSAI01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-SAI01-OK                  VALUE '00'.
          88 WRK-FS-SAI01-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQEXT01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-EXT01-OK                  VALUE '00'.
          88 WRK-FS-EXT01-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQDRM01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-DRM01-OK                  VALUE '00'.
          88 WRK-FS-DRM01-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQMST01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-MST01-OK                  VALUE '00'.
          88 WRK-FS-MST01-NAO-ACHOU           VALUE '23'.
      *
       01 WRK-FS-ARQDOC01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-DOC01-OK                  VALUE '00'.
      *
       01 WRK-FS-ARQDEV01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-DEV01-OK                  VALUE '00'.

      *
       01 WRK-FS-ARQJRN01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-JRN01-OK                  VALUE '00'.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DAS LINHAS DA LISTA DE DEVOLUCAO'.
      *----------------------------------------------------------------*
      *
       01 WRK-IMP-LINHA              PIC  X(132) VALUE SPACES.

       01 WRK-IMP-CABEC1.
          05 FILLER                  PIC  X(052) VALUE
             'EXER0227 - DEVOLUCAO DE CORRESPONDENCIA A AGENCIA'.
          05 FILLER                  PIC  X(009) VALUE 'AGENCIA: '.
          05 WRK-IMP-AGEN-CAB        PIC  X(005).
          05 FILLER                  PIC  X(008) VALUE '  DATA: '.
          05 WRK-IMP-DATA            PIC  9(008).
          05 FILLER                  PIC  X(008) VALUE '   PAG: '.
          05 WRK-IMP-PAGINA          PIC  9(004).
          05 FILLER                  PIC  X(038) VALUE SPACES.

       01 WRK-IMP-CABEC2.
          05 FILLER                  PIC  X(016) VALUE 'CPF'.
          05 FILLER                  PIC  X(042) VALUE
             'NOME DO CLIENTE'.
          05 FILLER                  PIC  X(020) VALUE 'DOCUMENTO'.
          05 FILLER                  PIC  X(005) VALUE 'SIT'.
          05 FILLER                  PIC  X(049) VALUE
             'MOTIVO DA DEVOLUCAO'.

       01 WRK-IMP-DETALHE.
          05 WRK-IMP-CPF-ED.
             10 WRK-IMP-CPF-1        PIC  X(003).
             10 FILLER               PIC  X(001) VALUE '.'.
             10 WRK-IMP-CPF-2        PIC  X(003).
             10 FILLER               PIC  X(001) VALUE '.'.
             10 WRK-IMP-CPF-3        PIC  X(003).
             10 FILLER               PIC  X(001) VALUE '-'.
             10 WRK-IMP-CPF-4        PIC  X(002).
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-IMP-NOME            PIC  X(040).
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-IMP-DOCUMENTO       PIC  X(018).
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-IMP-SITUACAO        PIC  X(001).
          05 FILLER                  PIC  X(004) VALUE SPACES.
          05 WRK-IMP-MOTIVO          PIC  X(030).
          05 FILLER                  PIC  X(019) VALUE SPACES.

       01 WRK-IMP-TOTAL.
          05 WRK-IMP-TOT-DESCRICAO   PIC  X(040).
          05 WRK-IMP-TOT-QTD         PIC  ZZZ.ZZ9.
          05 FILLER                  PIC  X(085) VALUE SPACES.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DE CALCULO DO DIGITO VERIFICADOR DO CPF'.
      *----------------------------------------------------------------*
      *
       01 WRK-CPF-VALIDACAO.
          05 WRK-CPF-NUM           PIC 9(011).
          05 WRK-CPF-DIGITOS REDEFINES WRK-CPF-NUM.
             10 WRK-CPF-DIG        PIC 9     OCCURS 11.
          05 WRK-CPF-SOMA          PIC 9(005).
          05 WRK-CPF-RESTO         PIC 9(003).
          05 WRK-CPF-DV1           PIC 9(001).
          05 WRK-CPF-DV2           PIC 9(001).
          05 WRK-CPF-DIG-CALC      PIC 9(002).

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
           COPY SAI02103.
           COPY EXT02103.
           COPY DRM02127.
           COPY DOC02127.

           COPY JRN02117.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'EXER0227 - FIM DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *================================================================*
       PROCEDURE                       DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
      *    ROTINA PRINCIPAL DO PROGRAMA                                *
      *----------------------------------------------------------------*
       0000-PRINCIPAL SECTION.
      *----------------------------------------------------------------
      *
           PERFORM 1000-INICIALIZAR
      *
           SET WRK-CN-SORT                    TO TRUE
           SET WRK-CN-ARQSRT01                TO TRUE

           SORT ARQSRT01
                ON ASCENDING KEY SRT-COD-AGEN
                                 SRT-CPF
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE  IS 2000-GERAR-DOCUMENTOS
                OUTPUT PROCEDURE IS 5000-IMPRIMIR-DEVOLUCAO

           IF SORT-RETURN NOT EQUAL ZEROS
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
      *
           PERFORM 7000-GRAVAR-TOTAIS
      *
           PERFORM 9900-FINALIZAR
           .
      *
      *----------------------------------------------------------------*
       0000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------
      *    ROTINA DE INICIALIZACAO: ABRE OS ARQUIVOS, GRAVA O HEADER   *
      *    DA REMESSA (DATA E HORA DA GERACAO) E POSICIONA AS TRES     *
      *    ENTRADAS NO PRIMEIRO REGISTRO                               *
      *----------------------------------------------------------------*
       1000-INICIALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FUNCTION CURRENT-DATE(1:8)    TO WRK-DATA-CORRENTE
           MOVE FUNCTION CURRENT-DATE(9:6)    TO WRK-HORA-CORRENTE
           MOVE WRK-DATA-CORRENTE             TO WRK-IMP-DATA

           SET WRK-CN-OPEN                    TO TRUE
           OPEN INPUT ARQSAI01
                      ARQEXT01
                      ARQDRM01
                      ARQMST01
           OPEN OUTPUT ARQDOC01
                       ARQDEV01

           IF (NOT WRK-FS-SAI01-OK) OR (NOT WRK-FS-EXT01-OK)
           OR (NOT WRK-FS-DRM01-OK) OR (NOT WRK-FS-MST01-OK)
           OR (NOT WRK-FS-DOC01-OK) OR (NOT WRK-FS-DEV01-OK)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           INITIALIZE ARQDOC01-REGISTRO
           MOVE '00'                  TO ARQDOC01-TIP-REG
           MOVE WRK-DATA-CORRENTE     TO ARQDOC01-HDR-DAT-GER
           MOVE WRK-HORA-CORRENTE     TO ARQDOC01-HDR-HOR-GER
           MOVE 'CORRESP '            TO ARQDOC01-HDR-COD-ORIG
           PERFORM 7900-GRAVAR-REMESSA

           PERFORM 3800-LER-ARQSAI01
           PERFORM 3850-LER-EXTRATO
           PERFORM 4800-LER-DORMENTE
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCEDIMENTO DE ENTRADA DO SORT: GERA OS EXTRATOS DOS       *
      *    CLIENTES DE ARQSAI01 E AS CARTAS DOS DORMENTES DE ARQDRM01  *
      *    E ENTREGA AO SORT OS CLIENTES DEVOLVIDOS                    *
      *----------------------------------------------------------------*
       2000-GERAR-DOCUMENTOS SECTION.
      *----------------------------------------------------------------*
           PERFORM 3000-PROCESSAR-EXTRATO UNTIL WRK-FS-SAI01-FIM

           PERFORM 4000-PROCESSAR-DORMENTE UNTIL WRK-FS-DRM01-FIM
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    EXTRATO DO CLIENTE CORRENTE DE ARQSAI01: DESTINATARIO (10), *
      *    UMA LINHA (20) POR MOVIMENTO DO EXTRATO E O RESUMO DO       *
      *    PERIODO (30). O CLIENTE DEVOLVIDO TEM AS LINHAS DO EXTRATO  *
      *    SO PERCORRIDAS, PARA APURAR A AGENCIA DA DEVOLUCAO          *
      *----------------------------------------------------------------*
       3000-PROCESSAR-EXTRATO SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQSAI01-CPF-CLI      TO WRK-CPF-CLIENTE
           MOVE ARQSAI01-NOME-CLI     TO WRK-NOME-CLIENTE
           SET WRK-DOC-EXTRATO        TO TRUE
           ADD 1                      TO ACU-CLIENTES-AVALIADOS

           PERFORM 3200-CONSULTA-CADASTRO

           IF WRK-CLIENTE-ENVIAVEL
              PERFORM 7100-GRAVAR-DESTINATARIO
           END-IF

           PERFORM 3100-PERCORRE-EXTRATO

           IF WRK-CLIENTE-ENVIAVEL
              PERFORM 7300-GRAVAR-RESUMO
              ADD 1                   TO ACU-DOC-EXTRATO
           ELSE
              IF NOT WRK-CLIENTE-IGNORADO
                 PERFORM 3500-LIBERAR-SORT
              END-IF
           END-IF

           PERFORM 3800-LER-ARQSAI01
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CASA O EXTRATO COM O CLIENTE (AMBOS EM ORDEM DE CPF) E      *
      *    PERCORRE AS SUAS LINHAS                                     *
      *----------------------------------------------------------------*
       3100-PERCORRE-EXTRATO SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                 TO WRK-SALDO-FINAL
           MOVE ZEROS                 TO WRK-SEQ-LINHA
           MOVE SPACES                TO WRK-COD-AGEN-CLIENTE

           PERFORM 3850-LER-EXTRATO
              UNTIL WRK-CPF-EXTRATO NOT LESS WRK-CPF-CLIENTE

           PERFORM 3110-TRATA-LINHA-EXTRATO
              UNTIL WRK-CPF-EXTRATO NOT EQUAL WRK-CPF-CLIENTE
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LINHA DE DETALHE DO EXTRATO: VAI AO DOCUMENTO DO CLIENTE    *
      *    ENVIAVEL, GUARDA O SALDO APOS O MOVIMENTO E A ULTIMA        *
      *    AGENCIA BANCARIA EM QUE O CLIENTE MOVIMENTOU. A LINHA DE    *
      *    SUBTOTAL DO EXTRATO NAO VAI AO DOCUMENTO (O RESUMO 30 TRAZ  *
      *    OS TOTAIS)                                                  *
      *----------------------------------------------------------------*
       3110-TRATA-LINHA-EXTRATO SECTION.
      *----------------------------------------------------------------*
           IF ARQEXT01-LIN-DETALHE
              MOVE ARQEXT01-SALDO     TO WRK-SALDO-FINAL

              MOVE ARQEXT01-COD-AGEN  TO WRK-COD-AGEN-EXT
              IF NOT WRK-AGEN-NAO-BANCARIA
                 MOVE ARQEXT01-COD-AGEN TO WRK-COD-AGEN-CLIENTE
              END-IF

              IF WRK-CLIENTE-ENVIAVEL
                 PERFORM 7200-GRAVAR-LINHA
              END-IF
           END-IF

           PERFORM 3850-LER-EXTRATO
           .
      *----------------------------------------------------------------*
       3110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CONSULTA O CLIENTE NO CADASTRO ARQMST01 E DECIDE SE O       *
      *    DOCUMENTO SAI (E POR QUAL CANAL) OU VOLTA PARA A AGENCIA:   *
      *    FORA DO CADASTRO, BLOQUEADO, FALECIDO OU SEM CONTATO        *
      *    UTILIZAVEL. O CPF UNIFICADO NAO E MAIS CLIENTE - IGNORADO   *
      *----------------------------------------------------------------*
       3200-CONSULTA-CADASTRO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CLIENTE-ENVIAVEL   TO TRUE
           MOVE SPACES                TO WRK-CANAL-ENVIO
           MOVE WRK-CPF-CLIENTE       TO ARQMST01-CPF

           SET WRK-CN-READ            TO TRUE
           SET WRK-CN-ARQMST01        TO TRUE
           READ ARQMST01
              INVALID KEY
                 SET WRK-DEV-SEM-CADASTRO TO TRUE
           END-READ

           IF (NOT WRK-FS-MST01-OK)
           AND (NOT WRK-FS-MST01-NAO-ACHOU)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-FS-MST01-NAO-ACHOU
              MOVE SPACES             TO ARQMST01-SIT-CLIENTE
              IF WRK-NOME-CLIENTE EQUAL SPACES
                 MOVE '*** NAO CONSTA NO CADASTRO ***'
                                      TO WRK-NOME-CLIENTE
              END-IF
           ELSE
              MOVE ARQMST01-NOME-CLIENTE TO WRK-NOME-CLIENTE
              IF ARQMST01-SIT-UNIFICADO
                 SET WRK-CLIENTE-IGNORADO TO TRUE
                 ADD 1                TO ACU-CLIENTES-IGNORADOS
                 DISPLAY '* CPF 'WRK-CPF-CLIENTE
                         ' UNIFICADO - SEM CORRESPONDENCIA *'
              ELSE
                 IF ARQMST01-SIT-BLOQUEADO
                    SET WRK-DEV-BLOQUEADO TO TRUE
                 ELSE
                    IF ARQMST01-SIT-FALECIDO
                       SET WRK-DEV-FALECIDO TO TRUE
                    ELSE
                       PERFORM 3300-ESCOLHE-CANAL
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ESCOLHE O CANAL DE ENVIO: O PREFERIDO DO CLIENTE QUANDO     *
      *    UTILIZAVEL, SENAO O OUTRO. O E-MAIL E UTILIZAVEL QUANDO     *
      *    INFORMADO; O ENDERECO, QUANDO TEM LOGRADOURO, CIDADE, UF E  *
      *    CEP. SEM NENHUM DOS DOIS O DOCUMENTO VOLTA PARA A AGENCIA   *
      *----------------------------------------------------------------*
       3300-ESCOLHE-CANAL SECTION.
      *----------------------------------------------------------------*
           SET WRK-ENDERECO-COMPLETO  TO TRUE

           IF ARQMST01-END-LOGRADOURO EQUAL SPACES
           OR ARQMST01-END-CIDADE EQUAL SPACES
           OR ARQMST01-END-UF EQUAL SPACES
           OR ARQMST01-END-CEP NOT NUMERIC
              SET WRK-ENDERECO-INCOMPLETO TO TRUE
           ELSE
              IF ARQMST01-END-CEP EQUAL ZEROS
                 SET WRK-ENDERECO-INCOMPLETO TO TRUE
              END-IF
           END-IF

           IF ARQMST01-CANAL-EMAIL
              IF ARQMST01-EMAIL NOT EQUAL SPACES
                 SET WRK-ENVIO-EMAIL  TO TRUE
              ELSE
                 IF WRK-ENDERECO-COMPLETO
                    SET WRK-ENVIO-CORREIO TO TRUE
                 END-IF
              END-IF
           ELSE
              IF WRK-ENDERECO-COMPLETO
                 SET WRK-ENVIO-CORREIO TO TRUE
              ELSE
                 IF ARQMST01-EMAIL NOT EQUAL SPACES
                    SET WRK-ENVIO-EMAIL TO TRUE
                 END-IF
              END-IF
           END-IF

           IF WRK-CANAL-ENVIO EQUAL SPACES
              SET WRK-DEV-SEM-ENDERECO TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ENTREGA AO SORT O CLIENTE DEVOLVIDO, NA AGENCIA DA          *
      *    DEVOLUCAO (A ULTIMA AGENCIA BANCARIA DO EXTRATO - O         *
      *    DORMENTE NAO TEM, SAI SEM AGENCIA)                          *
      *----------------------------------------------------------------*
       3500-LIBERAR-SORT SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-COD-AGEN-CLIENTE  TO SRT-COD-AGEN
           MOVE WRK-CPF-CLIENTE       TO SRT-CPF
           MOVE WRK-TIP-DOC           TO SRT-TIP-DOC
           MOVE WRK-NOME-CLIENTE      TO SRT-NOME-CLIENTE
           MOVE ARQMST01-SIT-CLIENTE  TO SRT-SIT-CLIENTE
           MOVE WRK-COD-DEVOLUCAO     TO SRT-COD-DEVOLUCAO

           RELEASE SRT-REGISTRO

           ADD 1                      TO ACU-DEVOLVIDOS
           IF WRK-DEV-SEM-CADASTRO
              ADD 1                   TO ACU-DEV-SEM-CADASTRO
           END-IF
           IF WRK-DEV-BLOQUEADO
              ADD 1                   TO ACU-DEV-BLOQUEADOS
           END-IF
           IF WRK-DEV-FALECIDO
              ADD 1                   TO ACU-DEV-FALECIDOS
           END-IF
           IF WRK-DEV-SEM-ENDERECO
              ADD 1                   TO ACU-DEV-SEM-ENDERECO
           END-IF
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O PROXIMO CLIENTE DE ARQSAI01 (CABECALHO E TRAILER SAO   *
      *    IGNORADOS)                                                  *
      *----------------------------------------------------------------*
       3800-LER-ARQSAI01 SECTION.
      *----------------------------------------------------------------*
           PERFORM 3810-LER-REGISTRO-SAI

           PERFORM 3810-LER-REGISTRO-SAI
              UNTIL WRK-FS-SAI01-FIM
                 OR FD-ARQSAI01 (1:11) IS NUMERIC
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O PROXIMO REGISTRO DE ARQSAI01                           *
      *----------------------------------------------------------------*
       3810-LER-REGISTRO-SAI SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                    TO TRUE
           SET WRK-CN-ARQSAI01                TO TRUE

           READ ARQSAI01 INTO ARQSAI01-REGISTRO

           IF (NOT WRK-FS-SAI01-OK) AND (NOT WRK-FS-SAI01-FIM)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-FS-SAI01-OK
              ADD 1                           TO ACU-LIDOS-ARQSAI01
           END-IF
           .
      *----------------------------------------------------------------*
       3810-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O PROXIMO REGISTRO DE ARQEXT01. NO FIM DO ARQUIVO A      *
      *    CHAVE DE CASAMENTO VAI AO MAIOR CPF POSSIVEL                *
      *----------------------------------------------------------------*
       3850-LER-EXTRATO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                    TO TRUE
           SET WRK-CN-ARQEXT01                TO TRUE

           READ ARQEXT01 INTO ARQEXT01-REGISTRO

           IF (NOT WRK-FS-EXT01-OK) AND (NOT WRK-FS-EXT01-FIM)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-FS-EXT01-OK
              ADD 1                           TO ACU-LIDOS-ARQEXT01
              MOVE ARQEXT01-CPF               TO WRK-CPF-EXTRATO
           ELSE
              MOVE 99999999999                TO WRK-CPF-EXTRATO
           END-IF
           .
      *----------------------------------------------------------------*
       3850-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    SALTA PARA UMA NOVA PAGINA DA LISTA DE DEVOLUCAO: IMPRIME   *
      *    OS CABECALHOS E REINICIA O CONTADOR DE LINHAS               *
      *----------------------------------------------------------------*
       3950-NOVA-PAGINA SECTION.
      *----------------------------------------------------------------*
           ADD 1                        TO WRK-QTD-PAGINAS
           MOVE WRK-QTD-PAGINAS         TO WRK-IMP-PAGINA

           SET WRK-CN-WRITE             TO TRUE
           SET WRK-CN-ARQDEV01          TO TRUE

           WRITE FD-ARQDEV01 FROM WRK-IMP-CABEC1
           IF NOT WRK-FS-DEV01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           WRITE FD-ARQDEV01 FROM WRK-IMP-CABEC2
           IF NOT WRK-FS-DEV01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE 2                       TO WRK-QTD-LINHAS
           .
      *----------------------------------------------------------------*
       3950-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CARTA DE REATIVACAO DO CLIENTE DORMENTE CORRENTE: SO O      *
      *    REGISTRO DO DESTINATARIO (10) - O TEXTO DA CARTA E DA       *
      *    GRAFICA                                                     *
      *----------------------------------------------------------------*
       4000-PROCESSAR-DORMENTE SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQDRM01-CPF          TO WRK-CPF-CLIENTE
           MOVE ARQDRM01-NOME-CLIENTE TO WRK-NOME-CLIENTE
           MOVE SPACES                TO WRK-COD-AGEN-CLIENTE
           SET WRK-DOC-REATIVACAO     TO TRUE
           ADD 1                      TO ACU-CLIENTES-AVALIADOS

           PERFORM 3200-CONSULTA-CADASTRO

           IF WRK-CLIENTE-ENVIAVEL
              PERFORM 7100-GRAVAR-DESTINATARIO
              ADD 1                   TO ACU-DOC-CARTA
           ELSE
              IF NOT WRK-CLIENTE-IGNORADO
                 PERFORM 3500-LIBERAR-SORT
              END-IF
           END-IF

           PERFORM 4800-LER-DORMENTE
           .
      *----------------------------------------------------------------*
       4000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O PROXIMO CLIENTE DORMENTE DE ARQDRM01                   *
      *----------------------------------------------------------------*
       4800-LER-DORMENTE SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                    TO TRUE
           SET WRK-CN-ARQDRM01                TO TRUE

           READ ARQDRM01 INTO ARQDRM01-REGISTRO

           IF (NOT WRK-FS-DRM01-OK) AND (NOT WRK-FS-DRM01-FIM)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-FS-DRM01-OK
              ADD 1                           TO ACU-LIDOS-ARQDRM01
           END-IF
           .
      *----------------------------------------------------------------*
       4800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCEDIMENTO DE SAIDA DO SORT: LISTA OS CLIENTES DEVOLVIDOS *
      *    POR AGENCIA, CADA AGENCIA EM PAGINA PROPRIA COM O SEU TOTAL *
      *----------------------------------------------------------------*
       5000-IMPRIMIR-DEVOLUCAO SECTION.
      *----------------------------------------------------------------*
           PERFORM 5800-RETORNAR-SORT

           PERFORM 5100-PROCESSAR-DEVOLVIDO UNTIL WRK-FIM-SORT

           IF WRK-AGENCIA-ABERTA
              PERFORM 5300-FECHAR-AGENCIA
           END-IF
           .
      *----------------------------------------------------------------*
       5000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    TRATA A QUEBRA DE AGENCIA E IMPRIME O CLIENTE DEVOLVIDO     *
      *----------------------------------------------------------------*
       5100-PROCESSAR-DEVOLVIDO SECTION.
      *----------------------------------------------------------------*
           IF WRK-AGENCIA-ABERTA
              IF SRT-COD-AGEN NOT EQUAL WRK-AGEN-ATUAL
                 PERFORM 5300-FECHAR-AGENCIA
              END-IF
           END-IF

           IF WRK-AGENCIA-FECHADA
              MOVE SRT-COD-AGEN       TO WRK-AGEN-ATUAL
              IF SRT-COD-AGEN EQUAL SPACES
                 MOVE 'S/AG'          TO WRK-IMP-AGEN-CAB
              ELSE
                 MOVE SRT-COD-AGEN    TO WRK-IMP-AGEN-CAB
              END-IF
              MOVE ZEROS              TO ACU-DEV-AGENCIA
              MOVE 999                TO WRK-QTD-LINHAS
              SET WRK-AGENCIA-ABERTA  TO TRUE
           END-IF

           MOVE SRT-CPF (1:3)         TO WRK-IMP-CPF-1
           MOVE SRT-CPF (4:3)         TO WRK-IMP-CPF-2
           MOVE SRT-CPF (7:3)         TO WRK-IMP-CPF-3
           MOVE SRT-CPF (10:2)        TO WRK-IMP-CPF-4
           MOVE SRT-NOME-CLIENTE      TO WRK-IMP-NOME
           MOVE SRT-SIT-CLIENTE       TO WRK-IMP-SITUACAO

           IF SRT-DOC-EXTRATO
              MOVE 'EXTRATO'          TO WRK-IMP-DOCUMENTO
           ELSE
              MOVE 'CARTA REATIVACAO' TO WRK-IMP-DOCUMENTO
           END-IF

           IF SRT-DEV-SEM-CADASTRO
              MOVE 'CPF FORA DO CADASTRO'      TO WRK-IMP-MOTIVO
           END-IF
           IF SRT-DEV-BLOQUEADO
              MOVE 'CLIENTE BLOQUEADO'         TO WRK-IMP-MOTIVO
           END-IF
           IF SRT-DEV-FALECIDO
              MOVE 'CLIENTE FALECIDO'          TO WRK-IMP-MOTIVO
           END-IF
           IF SRT-DEV-SEM-ENDERECO
              MOVE 'SEM ENDERECO NEM E-MAIL'   TO WRK-IMP-MOTIVO
           END-IF

           MOVE WRK-IMP-DETALHE       TO WRK-IMP-LINHA
           PERFORM 5900-IMPRIMIR-LINHA

           ADD 1                      TO ACU-DEV-AGENCIA

           PERFORM 5800-RETORNAR-SORT
           .
      *----------------------------------------------------------------*
       5100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    IMPRIME O TOTAL DE DEVOLUCOES DA AGENCIA QUE SE ENCERRA     *
      *----------------------------------------------------------------*
       5300-FECHAR-AGENCIA SECTION.
      *----------------------------------------------------------------*
           MOVE 'TOTAL DE DEVOLUCOES DA AGENCIA'
                                        TO WRK-IMP-TOT-DESCRICAO
           MOVE ACU-DEV-AGENCIA         TO WRK-IMP-TOT-QTD
           MOVE WRK-IMP-TOTAL           TO WRK-IMP-LINHA
           PERFORM 5900-IMPRIMIR-LINHA

           DISPLAY '* AGENCIA 'WRK-IMP-AGEN-CAB
                   ' - DEVOLUCOES 'ACU-DEV-AGENCIA

           SET WRK-AGENCIA-FECHADA      TO TRUE
           .
      *----------------------------------------------------------------*
       5300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    DEVOLVE O PROXIMO CLIENTE ORDENADO NA AREA DO SORT          *
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
      *    IMPRIME A LINHA JA MONTADA EM WRK-IMP-LINHA, SALTANDO DE    *
      *    PAGINA QUANDO NECESSARIO                                    *
      *----------------------------------------------------------------*
       5900-IMPRIMIR-LINHA SECTION.
      *----------------------------------------------------------------*
           IF WRK-QTD-LINHAS GREATER 55
              PERFORM 3950-NOVA-PAGINA
           END-IF

           SET WRK-CN-WRITE             TO TRUE
           SET WRK-CN-ARQDEV01          TO TRUE

           WRITE FD-ARQDEV01 FROM WRK-IMP-LINHA

           IF NOT WRK-FS-DEV01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                        TO WRK-QTD-LINHAS
           ADD 1                        TO ACU-LINHAS-IMPRESSAS
           .
      *----------------------------------------------------------------*
       5900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    IMPRIME, EM PAGINA PROPRIA, O TOTAL GERAL DE DEVOLUCOES E   *
      *    DE DOCUMENTOS DA REMESSA (SAI MESMO SEM DEVOLUCAO, PARA A   *
      *    CONFERENCIA DA OPERACAO)                                    *
      *----------------------------------------------------------------*
       7000-GRAVAR-TOTAIS SECTION.
      *----------------------------------------------------------------*
           MOVE 'TODAS'                 TO WRK-IMP-AGEN-CAB
           MOVE 999                     TO WRK-QTD-LINHAS

           MOVE 'TOTAL GERAL DE DEVOLUCOES'
                                        TO WRK-IMP-TOT-DESCRICAO
           MOVE ACU-DEVOLVIDOS          TO WRK-IMP-TOT-QTD
           MOVE WRK-IMP-TOTAL           TO WRK-IMP-LINHA
           PERFORM 5900-IMPRIMIR-LINHA

           MOVE 'EXTRATOS NA REMESSA'   TO WRK-IMP-TOT-DESCRICAO
           MOVE ACU-DOC-EXTRATO         TO WRK-IMP-TOT-QTD
           MOVE WRK-IMP-TOTAL           TO WRK-IMP-LINHA
           PERFORM 5900-IMPRIMIR-LINHA

           MOVE 'CARTAS DE REATIVACAO NA REMESSA'
                                        TO WRK-IMP-TOT-DESCRICAO
           MOVE ACU-DOC-CARTA           TO WRK-IMP-TOT-QTD
           MOVE WRK-IMP-TOTAL           TO WRK-IMP-LINHA
           PERFORM 5900-IMPRIMIR-LINHA
           .
      *----------------------------------------------------------------*
       7000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA O DESTINATARIO (TIPO 10) DE UM NOVO DOCUMENTO, COM    *
      *    O CONTATO DO CADASTRO E O CANAL ESCOLHIDO                   *
      *----------------------------------------------------------------*
       7100-GRAVAR-DESTINATARIO SECTION.
      *----------------------------------------------------------------*
           ADD 1                      TO WRK-NUM-DOC

           MOVE WRK-CPF-CLIENTE       TO WRK-CPF-NUM
           PERFORM 7310-CALCULA-DIG-CPF

           INITIALIZE ARQDOC01-REGISTRO
           MOVE '10'                  TO ARQDOC01-TIP-REG
           MOVE WRK-NUM-DOC           TO ARQDOC01-NUM-DOC
           MOVE WRK-TIP-DOC           TO ARQDOC01-TIP-DOC
           MOVE WRK-CANAL-ENVIO       TO ARQDOC01-CANAL
           MOVE WRK-CPF-CLIENTE       TO ARQDOC01-CPF
           MOVE WRK-CPF-DIG-CALC      TO ARQDOC01-DIG-CPF
           MOVE ARQMST01-NOME-CLIENTE TO ARQDOC01-NOME-CLIENTE
           MOVE ARQMST01-COD-SEGMENTO TO ARQDOC01-COD-SEGMENTO
           MOVE ARQMST01-END-LOGRADOURO
                                      TO ARQDOC01-END-LOGRADOURO
           MOVE ARQMST01-END-COMPLEMENTO
                                      TO ARQDOC01-END-COMPLEMENTO
           MOVE ARQMST01-END-BAIRRO   TO ARQDOC01-END-BAIRRO
           MOVE ARQMST01-END-CIDADE   TO ARQDOC01-END-CIDADE
           MOVE ARQMST01-END-UF       TO ARQDOC01-END-UF
           IF ARQMST01-END-CEP IS NUMERIC
              MOVE ARQMST01-END-CEP   TO ARQDOC01-END-CEP
           END-IF
           MOVE ARQMST01-EMAIL        TO ARQDOC01-EMAIL

           PERFORM 7900-GRAVAR-REMESSA

           IF WRK-ENVIO-EMAIL
              ADD 1                   TO ACU-DOC-EMAIL
           ELSE
              ADD 1                   TO ACU-DOC-CORREIO
           END-IF
           ADD WRK-CPF-CLIENTE        TO ACU-HASH-CPF
           .
      *----------------------------------------------------------------*
       7100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA A LINHA (TIPO 20) DO MOVIMENTO DO EXTRATO NO          *
      *    DOCUMENTO CORRENTE                                          *
      *----------------------------------------------------------------*
       7200-GRAVAR-LINHA SECTION.
      *----------------------------------------------------------------*
           ADD 1                      TO WRK-SEQ-LINHA

           INITIALIZE ARQDOC01-REGISTRO
           MOVE '20'                  TO ARQDOC01-TIP-REG
           MOVE WRK-NUM-DOC           TO ARQDOC01-LIN-NUM-DOC
           MOVE WRK-SEQ-LINHA         TO ARQDOC01-LIN-SEQ
           MOVE ARQEXT01-DAT-DEPOS    TO ARQDOC01-LIN-DAT-MOV
           MOVE ARQEXT01-TIP-TRANS    TO ARQDOC01-LIN-TIP-TRANS
           MOVE ARQEXT01-VAL-MOV      TO ARQDOC01-LIN-VAL-MOV
           MOVE ARQEXT01-SALDO        TO ARQDOC01-LIN-SALDO
           MOVE ARQEXT01-COD-AGEN     TO ARQDOC01-LIN-COD-AGEN

           PERFORM 7900-GRAVAR-REMESSA
           .
      *----------------------------------------------------------------*
       7200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA O RESUMO DO PERIODO (TIPO 30) DO DOCUMENTO CORRENTE,  *
      *    COM OS TOTAIS DE ARQSAI01 E O SALDO APOS O ULTIMO           *
      *    MOVIMENTO DO EXTRATO                                        *
      *----------------------------------------------------------------*
       7300-GRAVAR-RESUMO SECTION.
      *----------------------------------------------------------------*
           INITIALIZE ARQDOC01-REGISTRO
           MOVE '30'                  TO ARQDOC01-TIP-REG
           MOVE WRK-NUM-DOC           TO ARQDOC01-RES-NUM-DOC
           MOVE ARQSAI01-DAT-ULTD     TO ARQDOC01-RES-DAT-ULT-MOV
           MOVE ARQSAI01-QTD-DEP      TO ARQDOC01-RES-QTD-DEP
           MOVE ARQSAI01-VAL-TLD      TO ARQDOC01-RES-VAL-DEP
           MOVE ARQSAI01-QTD-SAQ      TO ARQDOC01-RES-QTD-SAQ
           MOVE ARQSAI01-VAL-SAQ      TO ARQDOC01-RES-VAL-SAQ
           MOVE ARQSAI01-VAL-JRS      TO ARQDOC01-RES-VAL-JRS
           MOVE ARQSAI01-VAL-LIQ      TO ARQDOC01-RES-VAL-LIQ
           MOVE WRK-SALDO-FINAL       TO ARQDOC01-RES-SALDO-FINAL

           PERFORM 7900-GRAVAR-REMESSA
           .
      *----------------------------------------------------------------*
       7300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CALCULA O DIGITO VERIFICADOR (MODULO 11) DO CPF EM          *
      *    WRK-CPF-NUM E DEVOLVE O RESULTADO EM WRK-CPF-DIG-CALC -     *
      *    O MESMO CALCULO DE 3110-VALIDA-DIG-CPF DE EXER0203          *
      *----------------------------------------------------------------*
       7310-CALCULA-DIG-CPF SECTION.
      *----------------------------------------------------------------*
           COMPUTE WRK-CPF-SOMA = WRK-CPF-DIG (1) * 10
                                 + WRK-CPF-DIG (2) * 9
                                 + WRK-CPF-DIG (3) * 8
                                 + WRK-CPF-DIG (4) * 7
                                 + WRK-CPF-DIG (5) * 6
                                 + WRK-CPF-DIG (6) * 5
                                 + WRK-CPF-DIG (7) * 4
                                 + WRK-CPF-DIG (8) * 3
                                 + WRK-CPF-DIG (9) * 2

           COMPUTE WRK-CPF-RESTO = FUNCTION MOD (WRK-CPF-SOMA, 11)

           IF WRK-CPF-RESTO LESS THAN 2
              MOVE 0                  TO WRK-CPF-DV1
           ELSE
              COMPUTE WRK-CPF-DV1 = 11 - WRK-CPF-RESTO
           END-IF

           COMPUTE WRK-CPF-SOMA = WRK-CPF-DIG (1) * 11
                                 + WRK-CPF-DIG (2) * 10
                                 + WRK-CPF-DIG (3) * 9
                                 + WRK-CPF-DIG (4) * 8
                                 + WRK-CPF-DIG (5) * 7
                                 + WRK-CPF-DIG (6) * 6
                                 + WRK-CPF-DIG (7) * 5
                                 + WRK-CPF-DIG (8) * 4
                                 + WRK-CPF-DIG (9) * 3
                                 + WRK-CPF-DV1    * 2

           COMPUTE WRK-CPF-RESTO = FUNCTION MOD (WRK-CPF-SOMA, 11)

           IF WRK-CPF-RESTO LESS THAN 2
              MOVE 0                  TO WRK-CPF-DV2
           ELSE
              COMPUTE WRK-CPF-DV2 = 11 - WRK-CPF-RESTO
           END-IF

           COMPUTE WRK-CPF-DIG-CALC = WRK-CPF-DV1 * 10 + WRK-CPF-DV2
           .
      *----------------------------------------------------------------*
       7310-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA UM REGISTRO DA REMESSA ARQDOC01 JA MONTADO            *
      *----------------------------------------------------------------*
       7900-GRAVAR-REMESSA SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE           TO TRUE
           SET WRK-CN-ARQDOC01        TO TRUE

           WRITE FD-ARQDOC01 FROM ARQDOC01-REGISTRO

           IF NOT WRK-FS-DOC01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                      TO ACU-GRAVA-ARQDOC01
           .
      *----------------------------------------------------------------*
       7900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TRATAMENTO DE ERRO EM OPERACAO COM ARQUIVOS       *
      *----------------------------------------------------------------*
       9100-ERROS-ARQUIVOS SECTION.
      *----------------------------------------------------------------*
           DISPLAY '************************************************'
           DISPLAY '*       ERRO EM OPERACAO COM ARQUIVOS          *'
           DISPLAY '* COMANDO: 'WRK-COMANDO'                       *'
           DISPLAY '* ARQUIVO: 'WRK-ARQUIVO'                       *'
           DISPLAY '* FILE-STATUS SAI:' WRK-FS-ARQSAI01           '*'
           DISPLAY '* FILE-STATUS EXT:' WRK-FS-ARQEXT01           '*'
           DISPLAY '* FILE-STATUS DRM:' WRK-FS-ARQDRM01           '*'
           DISPLAY '* FILE-STATUS MST:' WRK-FS-ARQMST01           '*'
           DISPLAY '* FILE-STATUS DOC:' WRK-FS-ARQDOC01           '*'
           DISPLAY '* FILE-STATUS DEV:' WRK-FS-ARQDEV01           '*'
           DISPLAY '* SORT-RETURN....:' SORT-RETURN
           DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                    *'
           DISPLAY '************************************************'

           MOVE 12                            TO RETURN-CODE
           PERFORM 9900-FINALIZAR
           .
      *----------------------------------------------------------------*
       9100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA O TRAILER DE CONTROLE DA REMESSA (QTDES DE            *
      *    DOCUMENTOS POR TIPO E POR CANAL, QTDE DE REGISTROS COM O    *
      *    HEADER E O PROPRIO TRAILER, E HASH DOS CPF TRUNCADO NA      *
      *    LARGURA DO CAMPO), FECHA OS ARQUIVOS E REPORTA AS CONTAGENS *
      *----------------------------------------------------------------*
       9900-FINALIZAR SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-DOC01-OK AND RETURN-CODE EQUAL ZEROS
              INITIALIZE ARQDOC01-REGISTRO
              MOVE '99'               TO ARQDOC01-TIP-REG
              MOVE WRK-NUM-DOC        TO ARQDOC01-TRL-QTD-DOC
              MOVE ACU-DOC-EXTRATO    TO ARQDOC01-TRL-QTD-EXTRATO
              MOVE ACU-DOC-CARTA      TO ARQDOC01-TRL-QTD-CARTA
              MOVE ACU-DOC-CORREIO    TO ARQDOC01-TRL-QTD-CORREIO
              MOVE ACU-DOC-EMAIL      TO ARQDOC01-TRL-QTD-EMAIL
              COMPUTE ARQDOC01-TRL-QTD-REG = ACU-GRAVA-ARQDOC01 + 1
              MOVE ACU-HASH-CPF       TO ARQDOC01-TRL-HASH-CPF

              PERFORM 7900-GRAVAR-REMESSA
           END-IF

           CLOSE ARQSAI01
           CLOSE ARQEXT01
           CLOSE ARQDRM01
           CLOSE ARQMST01
           CLOSE ARQDOC01
           CLOSE ARQDEV01

           DISPLAY '************************************************'
           DISPLAY '* REGISTROS DE ARQSAI01 LIDOS 'ACU-LIDOS-ARQSAI01
           DISPLAY '* LINHAS DE EXTRATO LIDAS 'ACU-LIDOS-ARQEXT01
           DISPLAY '* DORMENTES LIDOS DE ARQDRM01 'ACU-LIDOS-ARQDRM01
           DISPLAY '* CLIENTES AVALIADOS 'ACU-CLIENTES-AVALIADOS
           DISPLAY '* DOCUMENTOS NA REMESSA 'WRK-NUM-DOC
           DISPLAY '*   EXTRATOS 'ACU-DOC-EXTRATO
           DISPLAY '*   CARTAS DE REATIVACAO 'ACU-DOC-CARTA
           DISPLAY '*   POR CORREIO 'ACU-DOC-CORREIO
           DISPLAY '*   POR E-MAIL 'ACU-DOC-EMAIL
           DISPLAY '* REGISTROS GRAVADOS EM ARQDOC01 '
                   ACU-GRAVA-ARQDOC01
           DISPLAY '* DEVOLVIDOS A AGENCIA 'ACU-DEVOLVIDOS
           DISPLAY '*   FORA DO CADASTRO 'ACU-DEV-SEM-CADASTRO
           DISPLAY '*   BLOQUEADOS 'ACU-DEV-BLOQUEADOS
           DISPLAY '*   FALECIDOS 'ACU-DEV-FALECIDOS
           DISPLAY '*   SEM ENDERECO NEM E-MAIL 'ACU-DEV-SEM-ENDERECO
           DISPLAY '* CPF UNIFICADOS IGNORADOS 'ACU-CLIENTES-IGNORADOS
           DISPLAY '* LINHAS IMPRESSAS 'ACU-LINHAS-IMPRESSAS
           DISPLAY '* 'WRK-PROGRAMA' - FIM DO PROGRAMA.             '
           DISPLAY '************************************************'

           PERFORM 9800-GRAVAR-JOURNAL

           STOP RUN.
      *----------------------------------------------------------------*
       9900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA NO JOURNAL DE EXECUCAO (ARQJRN01, EM EXTENSAO) O      *
      *    REGISTRO DESTA EXECUCAO: PROGRAMA, DATA/HORA, ORIGEM DO     *
      *    MOVIMENTO QUANDO APLICAVEL, CONTADORES-CHAVE E O            *
      *    RETURN-CODE FINAL. UMA FALHA AQUI NAO DERRUBA O             *
      *    ENCERRAMENTO - O JOURNAL E APOIO DE OPERACAO, NAO           *
      *    ARQUIVO DE NEGOCIO                                          *
      *----------------------------------------------------------------*
       9800-GRAVAR-JOURNAL SECTION.
      *----------------------------------------------------------------*
           OPEN EXTEND ARQJRN01

           IF WRK-FS-JRN01-OK
              MOVE WRK-PROGRAMA       TO JRN-PROGRAMA
              MOVE FUNCTION CURRENT-DATE(1:8) TO JRN-DATA-EXEC
              MOVE FUNCTION CURRENT-DATE(9:6) TO JRN-HORA-EXEC
              MOVE SPACES             TO JRN-COD-ORIG
              MOVE ZEROS              TO JRN-DAT-GER
              MOVE ACU-CLIENTES-AVALIADOS  TO JRN-QTD-LIDOS
              MOVE WRK-NUM-DOC             TO JRN-QTD-GRAVADOS
              MOVE RETURN-CODE        TO JRN-RETURN-CODE

              WRITE FD-ARQJRN01 FROM ARQJRN01-REGISTRO

              IF NOT WRK-FS-JRN01-OK
                 DISPLAY '* 'WRK-PROGRAMA' - FALHA AO GRAVAR O '
                         'JOURNAL ARQJRN01 - FS 'WRK-FS-ARQJRN01
              END-IF
              CLOSE ARQJRN01
           ELSE
              DISPLAY '* 'WRK-PROGRAMA' - FALHA AO ABRIR O '
                      'JOURNAL ARQJRN01 - FS 'WRK-FS-ARQJRN01
           END-IF
           .
      *----------------------------------------------------------------*
       9800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
       END PROGRAM EXER0227.
