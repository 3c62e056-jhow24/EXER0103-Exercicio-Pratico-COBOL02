      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0222.
       AUTHOR.     JOHNATHAN.
      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    PROGRAMA....: EXER0222
      *    PROGRAMADOR.: JOHNATHAN
      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   UNIFICACAO DE CPF: PARA CADA PAR DO CARTAO  *
      *                    ARQCTL12 (CPF DIGITADO ERRADO = ORIGEM,     *
      *                    CPF CORRETO = DESTINO), CONFERE QUE O       *
      *                    DESTINO EXISTE E ESTA ATIVO NO CADASTRO     *
      *                    ARQMST01 E ENTAO: JUNTA OS PERIODOS DO      *
      *                    HISTORICO ARQHST01 DA ORIGEM NOS DO         *
      *                    DESTINO (SOMANDO OS VALORES QUANDO OS DOIS  *
      *                    TEM O MESMO HST-PERIODO), GRAVANDO A NOVA   *
      *                    GERACAO EM ARQHSN01; REFAZ A POSICAO        *
      *                    ARQPOS01 E O SALDO ARQSLD01 DO DESTINO COM  *
      *                    OS DA ORIGEM, EXCLUINDO OS DA ORIGEM; E     *
      *                    RETIRA A ORIGEM NO CADASTRO (SITUACAO U -   *
      *                    UNIFICADO, INCLUINDO O REGISTRO QUANDO A    *
      *                    ORIGEM NAO ERA CADASTRADA). O RELATORIO     *
      *                    ARQUNF01 TRAZ, POR PAR, A IMAGEM ANTES E    *
      *                    DEPOIS PARA AUDITORIA. PAR RECUSADO         *
      *                    (DESTINO INEXISTENTE OU NAO ATIVO, CPF EM   *
      *                    MAIS DE UM PAR, ORIGEM JA UNIFICADA) SAI    *
      *                    NO RELATORIO COM O MOTIVO E A EXECUCAO      *
      *                    TERMINA COM RETURN-CODE 4.                  *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQCTL12                                  CTL02122        *
      *      ARQMST01                                  MST02103        *
      *      ARQHST01                                  HST02109        *
      *      ARQHSN01                                  HST02109        *
      *      ARQPOS01                                  POS02103        *
      *      ARQSLD01                                  SLD02103        *
      *      ARQUNF01                                  (LINHAS 132)    *
      *      ARQJRN01                                  JRN02117        *
      *----------------------------------------------------------------*
      *    MANUTENCAO:                                                 *
      *    15/10/2026 - PROGRAMA CRIADO.                               *
      *    15/10/2026 - ARQMST01 LRECL 55 -> 236 (ENDERECO, E-MAIL E   *
      *                 CANAL PREFERIDO DO CLIENTE); SO RECOMPILACAO.  *
      *    15/10/2026 - ARQSLD01 LRECL 69 -> 75 (HORA DE GERACAO DA    *
      *                 TRANSMISSAO APLICADA, QUE ACOMPANHA O RESTO DO *
      *                 CARIMBO NA UNIFICACAO DO SALDO).               *
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
           SELECT ARQCTL12 ASSIGN       TO UT-S-ARQCTL12
                      FILE STATUS      IS WRK-FS-ARQCTL12.
      *
           SELECT ARQMST01 ASSIGN       TO UT-S-ARQMST01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS ARQMST01-CPF
                      FILE STATUS      IS WRK-FS-ARQMST01.
      *
           SELECT ARQHST01 ASSIGN       TO UT-S-ARQHST01
                      FILE STATUS      IS WRK-FS-ARQHST01.
      *
           SELECT ARQHSN01 ASSIGN       TO UT-S-ARQHSN01
                      FILE STATUS      IS WRK-FS-ARQHSN01.
      *
           SELECT ARQPOS01 ASSIGN       TO UT-S-ARQPOS01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS ARQPOS01-CPF
                      FILE STATUS      IS WRK-FS-ARQPOS01.
      *
           SELECT ARQSLD01 ASSIGN       TO UT-S-ARQSLD01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS ARQSLD01-CPF
                      FILE STATUS      IS WRK-FS-ARQSLD01.
      *
           SELECT ARQUNF01 ASSIGN       TO UT-S-ARQUNF01
                      FILE STATUS      IS WRK-FS-ARQUNF01.
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
      *   INPUT:     CARTOES DE UNIFICACAO (UM PAR POR CARTAO)        *
      *               ORG. SEQUENCIAL   -   LRECL = 80                *
      *---------------------------------------------------------------*

       FD  ARQCTL12
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQCTL12             PIC X(80).

      *---------------------------------------------------------------*
      *   IN/OUT:    CADASTRO DE CLIENTES (CPF X NOME X SITUACAO)     *
      *               ORG. INDEXADA     -   LRECL = 236               *
      *---------------------------------------------------------------*

       FD  ARQMST01
           LABEL RECORD IS STANDARD.
           COPY MST02103.

      *---------------------------------------------------------------*
      *   INPUT:     HISTORICO DE TOTAIS POR CPF E PERIODO            *
      *               ORG. SEQUENCIAL   -   LRECL = 47                *
      *---------------------------------------------------------------*

       FD  ARQHST01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQHST01             PIC X(47).

      *---------------------------------------------------------------*
      *   OUTPUT:    NOVA GERACAO DO HISTORICO, JA UNIFICADO          *
      *               ORG. SEQUENCIAL   -   LRECL = 47                *
      *---------------------------------------------------------------*

       FD  ARQHSN01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQHSN01             PIC X(47).

      *---------------------------------------------------------------*
      *   IN/OUT:    POSICAO CORRENTE POR CPF                         *
      *               ORG. INDEXADA     -   LRECL = 148               *
      *---------------------------------------------------------------*

       FD  ARQPOS01
           LABEL RECORD IS STANDARD.
           COPY POS02103.

      *---------------------------------------------------------------*
      *   IN/OUT:    CADASTRO DE SALDOS POR CPF                       *
      *               ORG. INDEXADA     -   LRECL = 75                *
      *---------------------------------------------------------------*

       FD  ARQSLD01
           LABEL RECORD IS STANDARD.
           COPY SLD02103.

      *---------------------------------------------------------------*
      *   OUTPUT:    RELATORIO DE AUDITORIA DA UNIFICACAO DE CPF      *
      *               ORG. SEQUENCIAL   -   LRECL = 132               *
      *---------------------------------------------------------------*

       FD  ARQUNF01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQUNF01             PIC X(132).

      *---------------------------------------------------------------*
      *   OUTPUT:    JOURNAL DE EXECUCAO DA CADEIA (EM EXTENSAO)      *
      *               ORG. SEQUENCIAL   -   LRECL = 60                *
      *---------------------------------------------------------------*

       FD  ARQJRN01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQJRN01             PIC X(60).

      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0222 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0222'.
       77 ACU-LIDOS-ARQCTL12      PIC  9(005) VALUE ZEROS.
       77 ACU-LIDOS-ARQHST01      PIC  9(009) VALUE ZEROS.
       77 ACU-GRAVA-ARQHSN01      PIC  9(009) VALUE ZEROS.
       77 ACU-HST-UNIFICADOS      PIC  9(009) VALUE ZEROS.
       77 ACU-PARES-UNIFICADOS    PIC  9(005) VALUE ZEROS.
       77 ACU-PARES-RECUSADOS     PIC  9(005) VALUE ZEROS.
       77 WRK-QTD-PAR             PIC  9(004) VALUE ZEROS.
       77 WRK-IDX-PAR             PIC  9(004) VALUE ZEROS.
       77 WRK-IDX-AUX             PIC  9(004) VALUE ZEROS.
       77 WRK-IDX-ACHOU           PIC  9(004) VALUE ZEROS.
       77 WRK-IDX-COL             PIC  9(001) VALUE ZEROS.
       77 WRK-QTD-UNI             PIC  9(004) VALUE ZEROS.
       77 WRK-IDX-UNI             PIC  9(004) VALUE ZEROS.
       77 WRK-IDX-UNI-ACHOU       PIC  9(004) VALUE ZEROS.
       77 WRK-CPF-PESQUISA        PIC  9(011) VALUE ZEROS.
       77 WRK-SIT-ANTES           PIC  X(001) VALUE SPACES.
       77 WRK-QTD-LINHAS          PIC  9(003) VALUE 999.
       77 WRK-QTD-PAGINAS         PIC  9(004) VALUE ZEROS.
       77 WRK-DATA-CORRENTE       PIC  9(008) VALUE ZEROS.

       77 WRK-FLAG-HST            PIC  X(001) VALUE 'S'.
          88 WRK-HST-EXISTE                   VALUE 'S'.
          88 WRK-HST-AUSENTE                  VALUE 'N'.

       77 WRK-FLAG-MST-ACHOU      PIC  X(001) VALUE 'N'.
          88 WRK-MST-ACHOU                    VALUE 'S'.
          88 WRK-MST-NAO-ACHOU                VALUE 'N'.

       77 WRK-FLAG-POS-ORIGEM     PIC  X(001) VALUE 'N'.
          88 WRK-POS-ORIGEM-ACHOU             VALUE 'S'.
          88 WRK-POS-ORIGEM-NAO-ACHOU         VALUE 'N'.

       77 WRK-FLAG-POS-DESTINO    PIC  X(001) VALUE 'N'.
          88 WRK-POS-DESTINO-ACHOU            VALUE 'S'.
          88 WRK-POS-DESTINO-NAO-ACHOU        VALUE 'N'.

       77 WRK-FLAG-SLD-ORIGEM     PIC  X(001) VALUE 'N'.
          88 WRK-SLD-ORIGEM-ACHOU             VALUE 'S'.
          88 WRK-SLD-ORIGEM-NAO-ACHOU         VALUE 'N'.

       77 WRK-FLAG-SLD-DESTINO    PIC  X(001) VALUE 'N'.
          88 WRK-SLD-DESTINO-ACHOU            VALUE 'S'.
          88 WRK-SLD-DESTINO-NAO-ACHOU        VALUE 'N'.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQCTL12      VALUE 'ARQCTL12'.
          88 WRK-CN-ARQMST01      VALUE 'ARQMST01'.
          88 WRK-CN-ARQHST01      VALUE 'ARQHST01'.
          88 WRK-CN-ARQHSN01      VALUE 'ARQHSN01'.
          88 WRK-CN-ARQPOS01      VALUE 'ARQPOS01'.
          88 WRK-CN-ARQSLD01      VALUE 'ARQSLD01'.
          88 WRK-CN-ARQUNF01      VALUE 'ARQUNF01'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN '.
          88 WRK-CN-CLOSE         VALUE 'CLOSE'.
          88 WRK-CN-READ          VALUE 'READ '.
          88 WRK-CN-WRITE         VALUE 'WRITE'.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
       01 WRK-FS-ARQCTL12         PIC  X(002) VALUE SPACES.
          88 WRK-FS-CTL12-OK                  VALUE '00'.
          88 WRK-FS-CTL12-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQMST01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-MST01-OK                  VALUE '00'.
          88 WRK-FS-MST01-NAO-ACHOU           VALUE '23'.
      *
       01 WRK-FS-ARQHST01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-HST01-OK                  VALUE '00'.
          88 WRK-FS-HST01-FIM                 VALUE '10'.
          88 WRK-FS-HST01-AUSENTE             VALUE '35'.
      *
       01 WRK-FS-ARQHSN01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-HSN01-OK                  VALUE '00'.
      *
       01 WRK-FS-ARQPOS01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-POS01-OK                  VALUE '00'.
          88 WRK-FS-POS01-NAO-ACHOU           VALUE '23'.
      *
       01 WRK-FS-ARQSLD01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-SLD01-OK                  VALUE '00'.
          88 WRK-FS-SLD01-NAO-ACHOU           VALUE '23'.
      *
       01 WRK-FS-ARQUNF01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-UNF01-OK                  VALUE '00'.
      *
       01 WRK-FS-ARQJRN01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-JRN01-OK                  VALUE '00'.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DA TABELA DE PARES DO CARTAO'.
      *----------------------------------------------------------------*
      *
      *    COLUNAS DE TAB-PAR-HST: 1 = ORIGEM ANTES, 2 = DESTINO
      *    ANTES, 3 = DESTINO DEPOIS DA UNIFICACAO.
       01 TAB-PARES.
          05 TAB-PAR              OCCURS 500 TIMES.
             10 TAB-PAR-ORIGEM    PIC 9(011).
             10 TAB-PAR-DESTINO   PIC 9(011).
             10 TAB-PAR-SIT       PIC X(001).
                88 TAB-PAR-VALIDO             VALUE 'V'.
                88 TAB-PAR-RECUSADO           VALUE 'R'.
             10 TAB-PAR-MOTIVO    PIC X(040).
             10 TAB-PAR-NOME-DEST PIC X(040).
             10 TAB-PAR-SEG-DEST  PIC X(002).
             10 TAB-PAR-IRRF-DEST PIC X(001).
             10 TAB-PAR-HST       OCCURS 3 TIMES.
                15 TAB-PAR-HST-QTD PIC 9(005).
                15 TAB-PAR-HST-TLD PIC S9(015)V99.
                15 TAB-PAR-HST-LIQ PIC S9(015)V99.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DA TABELA DOS PERIODOS UNIFICADOS'.
      *----------------------------------------------------------------*
      *
       01 TAB-UNIFICADOS.
          05 TAB-UNI              OCCURS 5000 TIMES.
             10 TAB-UNI-PAR       PIC 9(004).
             10 TAB-UNI-PERIODO   PIC 9(006).
             10 TAB-UNI-TLD       PIC 9(013)V99.
             10 TAB-UNI-LIQ       PIC S9(013)V99.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DE GUARDA DA POSICAO E DO SALDO DO PAR'.
      *----------------------------------------------------------------*
      *
       01 WRK-POS-ORIGEM.
          05 WRK-PORI-CPF            PIC  9(011).
          05 WRK-PORI-DAT-ULTD       PIC  9(008).
          05 WRK-PORI-VAL-TLD        PIC  S9(013)V99.
          05 WRK-PORI-VAL-LIQ        PIC  S9(013)V99.
          05 WRK-PORI-VAL-SAQ        PIC  S9(013)V99.
          05 WRK-PORI-QTD-DEP        PIC  9(005).
          05 WRK-PORI-QTD-SAQ        PIC  9(005).
          05 WRK-PORI-NOME-CLIENTE   PIC  X(040).
          05 WRK-PORI-SALDO-ANTERIOR PIC  S9(015)V99.
          05 WRK-PORI-SALDO-ATUAL    PIC  S9(015)V99.

       01 WRK-POS-DESTINO.
          05 WRK-PDES-CPF            PIC  9(011).
          05 WRK-PDES-DAT-ULTD       PIC  9(008).
          05 WRK-PDES-VAL-TLD        PIC  S9(013)V99.
          05 WRK-PDES-VAL-LIQ        PIC  S9(013)V99.
          05 WRK-PDES-VAL-SAQ        PIC  S9(013)V99.
          05 WRK-PDES-QTD-DEP        PIC  9(005).
          05 WRK-PDES-QTD-SAQ        PIC  9(005).
          05 WRK-PDES-NOME-CLIENTE   PIC  X(040).
          05 WRK-PDES-SALDO-ANTERIOR PIC  S9(015)V99.
          05 WRK-PDES-SALDO-ATUAL    PIC  S9(015)V99.

       01 WRK-SLD-ORIGEM.
          05 WRK-SORI-CPF            PIC  9(011).
          05 WRK-SORI-SALDO          PIC  S9(015)V99.
          05 WRK-SORI-SALDO-ANTERIOR PIC  S9(015)V99.
          05 WRK-SORI-DAT-ATUALIZ    PIC  9(008).
          05 WRK-SORI-DAT-GER-ORIG   PIC  9(008).
          05 WRK-SORI-COD-ORIG       PIC  X(008).
          05 WRK-SORI-HOR-GER-ORIG   PIC  9(006).

       01 WRK-SLD-DESTINO.
          05 WRK-SDES-CPF            PIC  9(011).
          05 WRK-SDES-SALDO          PIC  S9(015)V99.
          05 WRK-SDES-SALDO-ANTERIOR PIC  S9(015)V99.
          05 WRK-SDES-DAT-ATUALIZ    PIC  9(008).
          05 WRK-SDES-DAT-GER-ORIG   PIC  9(008).
          05 WRK-SDES-COD-ORIG       PIC  X(008).
          05 WRK-SDES-HOR-GER-ORIG   PIC  9(006).

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DAS LINHAS DO RELATORIO DE AUDITORIA'.
      *----------------------------------------------------------------*
      *
       01 WRK-UNF-CABEC1.
          05 FILLER                  PIC  X(050) VALUE
             'EXER0222 - UNIFICACAO DE CPF - AUDITORIA'.
          05 FILLER                  PIC  X(006) VALUE 'DATA: '.
          05 WRK-UNF-DATA            PIC  9(008).
          05 FILLER                  PIC  X(008) VALUE '   PAG: '.
          05 WRK-UNF-PAGINA          PIC  9(004).
          05 FILLER                  PIC  X(056) VALUE SPACES.

       01 WRK-UNF-PAR.
          05 FILLER                  PIC  X(004) VALUE 'PAR '.
          05 WRK-UNF-NUM-PAR         PIC  ZZZ9.
          05 FILLER                  PIC  X(010) VALUE '  ORIGEM '.
          05 WRK-UNF-ORIGEM          PIC  9(011).
          05 FILLER                  PIC  X(012) VALUE '  DESTINO '.
          05 WRK-UNF-DESTINO         PIC  9(011).
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-UNF-NOME            PIC  X(040).
          05 FILLER                  PIC  X(038) VALUE SPACES.

       01 WRK-UNF-COLUNAS.
          05 FILLER                  PIC  X(030) VALUE SPACES.
          05 FILLER                  PIC  X(024) VALUE
             '          ORIGEM ANTES'.
          05 FILLER                  PIC  X(024) VALUE
             '         DESTINO ANTES'.
          05 FILLER                  PIC  X(024) VALUE
             '        DESTINO DEPOIS'.
          05 FILLER                  PIC  X(030) VALUE SPACES.

       01 WRK-UNF-VALORES.
          05 WRK-UNF-ROTULO          PIC  X(030).
          05 WRK-UNF-COL             OCCURS 3 TIMES.
             10 WRK-UNF-VALOR        PIC  -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
             10 FILLER               PIC  X(002).
          05 FILLER                  PIC  X(030) VALUE SPACES.

       01 WRK-UNF-QTDES.
          05 WRK-UNF-ROTULO-QTD      PIC  X(030).
          05 WRK-UNF-COL-QTD         OCCURS 3 TIMES.
             10 FILLER               PIC  X(014).
             10 WRK-UNF-QTD          PIC  ZZ.ZZ9.
             10 FILLER               PIC  X(004).
          05 FILLER                  PIC  X(030) VALUE SPACES.

       01 WRK-UNF-MENSAGEM.
          05 FILLER                  PIC  X(006) VALUE SPACES.
          05 WRK-UNF-TEXTO           PIC  X(126).

       01 WRK-UNF-TOTAL.
          05 WRK-UNF-TOT-DESCRICAO   PIC  X(040).
          05 WRK-UNF-TOT-QTD         PIC  ZZZ.ZZZ.ZZ9.
          05 FILLER                  PIC  X(081) VALUE SPACES.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
           COPY CTL02122.
           COPY HST02109.
           COPY JRN02117.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'EXER0222 - FIM DA AREA DE WORKING'.
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
           PERFORM 2000-CARREGAR-PAR UNTIL WRK-FS-CTL12-FIM
      *
           IF WRK-HST-EXISTE
              PERFORM 3000-UNIFICAR-HISTORICO UNTIL WRK-FS-HST01-FIM
           END-IF
           PERFORM 3500-GRAVAR-UNIFICADOS
              VARYING WRK-IDX-UNI FROM 1 BY 1
              UNTIL WRK-IDX-UNI GREATER WRK-QTD-UNI
      *
           PERFORM 4000-UNIFICAR-PAR
              VARYING WRK-IDX-PAR FROM 1 BY 1
              UNTIL WRK-IDX-PAR GREATER WRK-QTD-PAR
      *
           PERFORM 8000-IMPRIMIR-TOTAIS
      *
           IF ACU-PARES-RECUSADOS GREATER ZEROS
              MOVE 4                          TO RETURN-CODE
           END-IF
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
      *    ROTINA DE INICIALIZACAO: ABRE OS ARQUIVOS. O HISTORICO      *
      *    PODE AINDA NAO EXISTIR (FILE-STATUS 35) - A NOVA GERACAO    *
      *    SAI ENTAO SO COM OS PERIODOS UNIFICADOS (NENHUM)            *
      *----------------------------------------------------------------*
       1000-INICIALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FUNCTION CURRENT-DATE(1:8)    TO WRK-DATA-CORRENTE
           MOVE WRK-DATA-CORRENTE             TO WRK-UNF-DATA
           MOVE SPACES                        TO WRK-UNF-VALORES
           MOVE SPACES                        TO WRK-UNF-QTDES

           SET WRK-CN-OPEN                    TO TRUE
           SET WRK-CN-ARQCTL12                TO TRUE
           OPEN INPUT  ARQCTL12
           OPEN I-O    ARQMST01
           OPEN I-O    ARQPOS01
           OPEN I-O    ARQSLD01
           OPEN OUTPUT ARQHSN01
           OPEN OUTPUT ARQUNF01

           IF (NOT WRK-FS-CTL12-OK) OR (NOT WRK-FS-MST01-OK)
           OR (NOT WRK-FS-POS01-OK) OR (NOT WRK-FS-SLD01-OK)
           OR (NOT WRK-FS-HSN01-OK) OR (NOT WRK-FS-UNF01-OK)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQHST01                TO TRUE
           OPEN INPUT ARQHST01
           IF WRK-FS-HST01-AUSENTE
              SET WRK-HST-AUSENTE             TO TRUE
           ELSE
              IF NOT WRK-FS-HST01-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE UM CARTAO DE UNIFICACAO E VALIDA O PAR. O PAR RECUSADO   *
      *    FICA NA TABELA COM O MOTIVO PARA SAIR NO RELATORIO          *
      *----------------------------------------------------------------*
       2000-CARREGAR-PAR SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                    TO TRUE
           SET WRK-CN-ARQCTL12                TO TRUE

           READ ARQCTL12 INTO ARQCTL12-REGISTRO

           IF (NOT WRK-FS-CTL12-OK) AND (NOT WRK-FS-CTL12-FIM)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-FS-CTL12-FIM
              IF ACU-LIDOS-ARQCTL12 EQUAL ZEROS
                 DISPLAY '*********************************************'
                 DISPLAY '*       ERRO EM OPERACAO COM ARQUIVOS       *'
                 DISPLAY '* CARTAO ARQCTL12 SEM PARES DE UNIFICACAO   *'
                 DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                 *'
                 DISPLAY '*********************************************'
                 MOVE 12                      TO RETURN-CODE
                 PERFORM 9900-FINALIZAR
              END-IF
           ELSE
              ADD 1                           TO ACU-LIDOS-ARQCTL12
              IF WRK-QTD-PAR NOT LESS 500
                 DISPLAY '*********************************************'
                 DISPLAY '* TABELA DE PARES CHEIA (500) - DIVIDIR O   *'
                 DISPLAY '* CARTAO ARQCTL12 EM MAIS DE UMA EXECUCAO   *'
                 DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                 *'
                 DISPLAY '*********************************************'
                 MOVE 12                      TO RETURN-CODE
                 PERFORM 9900-FINALIZAR
              END-IF
              ADD 1                           TO WRK-QTD-PAR
              INITIALIZE TAB-PAR (WRK-QTD-PAR)
              MOVE CT12-CPF-ORIGEM    TO TAB-PAR-ORIGEM (WRK-QTD-PAR)
              MOVE CT12-CPF-DESTINO   TO TAB-PAR-DESTINO (WRK-QTD-PAR)
              SET TAB-PAR-VALIDO (WRK-QTD-PAR) TO TRUE
              PERFORM 2100-VALIDAR-PAR
              IF TAB-PAR-RECUSADO (WRK-QTD-PAR)
                 ADD 1                        TO ACU-PARES-RECUSADOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    VALIDA O PAR DA POSICAO WRK-QTD-PAR: CPFS NUMERICOS E       *
      *    DIFERENTES; NENHUM DOS DOIS EM OUTRO PAR JA ACEITO (EVITA   *
      *    CADEIA E DOIS PARES NO MESMO DESTINO NA MESMA EXECUCAO -    *
      *    O SEGUNDO VAI EM OUTRA EXECUCAO); ORIGEM AINDA              *
      *    NAO UNIFICADA; DESTINO CADASTRADO E ATIVO                   *
      *----------------------------------------------------------------*
       2100-VALIDAR-PAR SECTION.
      *----------------------------------------------------------------*
           EVALUATE TRUE
              WHEN (CT12-CPF-ORIGEM NOT NUMERIC)
                OR (CT12-CPF-DESTINO NOT NUMERIC)
                OR (CT12-CPF-ORIGEM EQUAL ZEROS)
                OR (CT12-CPF-DESTINO EQUAL ZEROS)
                 MOVE 'CPF NAO NUMERICO OU ZERADO NO CARTAO'
                                  TO TAB-PAR-MOTIVO (WRK-QTD-PAR)
                 SET TAB-PAR-RECUSADO (WRK-QTD-PAR) TO TRUE
              WHEN CT12-CPF-ORIGEM EQUAL CT12-CPF-DESTINO
                 MOVE 'ORIGEM IGUAL AO DESTINO'
                                  TO TAB-PAR-MOTIVO (WRK-QTD-PAR)
                 SET TAB-PAR-RECUSADO (WRK-QTD-PAR) TO TRUE
           END-EVALUATE

           IF TAB-PAR-VALIDO (WRK-QTD-PAR)
              MOVE ZEROS                      TO WRK-IDX-ACHOU
              PERFORM VARYING WRK-IDX-AUX FROM 1 BY 1
                      UNTIL WRK-IDX-AUX NOT LESS WRK-QTD-PAR
                 IF TAB-PAR-VALIDO (WRK-IDX-AUX)
                 AND ((TAB-PAR-ORIGEM (WRK-IDX-AUX) EQUAL
                       CT12-CPF-ORIGEM)
                   OR (TAB-PAR-ORIGEM (WRK-IDX-AUX) EQUAL
                       CT12-CPF-DESTINO)
                   OR (TAB-PAR-DESTINO (WRK-IDX-AUX) EQUAL
                       CT12-CPF-ORIGEM)
                   OR (TAB-PAR-DESTINO (WRK-IDX-AUX) EQUAL
                       CT12-CPF-DESTINO))
                    MOVE WRK-IDX-AUX          TO WRK-IDX-ACHOU
                 END-IF
              END-PERFORM
              IF WRK-IDX-ACHOU GREATER ZEROS
                 MOVE 'CPF JA EM OUTRO PAR DO CARTAO'
                                  TO TAB-PAR-MOTIVO (WRK-QTD-PAR)
                 SET TAB-PAR-RECUSADO (WRK-QTD-PAR) TO TRUE
              END-IF
           END-IF

           IF TAB-PAR-VALIDO (WRK-QTD-PAR)
              MOVE CT12-CPF-ORIGEM            TO WRK-CPF-PESQUISA
              PERFORM 8200-LER-MASTER
              IF WRK-MST-ACHOU AND ARQMST01-SIT-UNIFICADO
                 MOVE 'ORIGEM JA UNIFICADA NO CADASTRO'
                                  TO TAB-PAR-MOTIVO (WRK-QTD-PAR)
                 SET TAB-PAR-RECUSADO (WRK-QTD-PAR) TO TRUE
              END-IF
           END-IF

           IF TAB-PAR-VALIDO (WRK-QTD-PAR)
              MOVE CT12-CPF-DESTINO           TO WRK-CPF-PESQUISA
              PERFORM 8200-LER-MASTER
              IF WRK-MST-NAO-ACHOU
                 MOVE 'DESTINO SEM CADASTRO EM ARQMST01'
                                  TO TAB-PAR-MOTIVO (WRK-QTD-PAR)
                 SET TAB-PAR-RECUSADO (WRK-QTD-PAR) TO TRUE
              ELSE
                 IF NOT ARQMST01-SIT-ATIVO
                    STRING 'DESTINO NAO ATIVO NO CADASTRO - SIT '
                           ARQMST01-SIT-CLIENTE
                           DELIMITED BY SIZE
                           INTO TAB-PAR-MOTIVO (WRK-QTD-PAR)
                    SET TAB-PAR-RECUSADO (WRK-QTD-PAR) TO TRUE
                 ELSE
                    MOVE ARQMST01-NOME-CLIENTE
                                  TO TAB-PAR-NOME-DEST (WRK-QTD-PAR)
                    MOVE ARQMST01-COD-SEGMENTO
                                  TO TAB-PAR-SEG-DEST (WRK-QTD-PAR)
                    MOVE ARQMST01-IND-IRRF
                                  TO TAB-PAR-IRRF-DEST (WRK-QTD-PAR)
                 END-IF
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O HISTORICO: PERIODO DE CPF FORA DOS PARES ACEITOS VAI   *
      *    DIRETO PARA A NOVA GERACAO; PERIODO DA ORIGEM OU DO         *
      *    DESTINO DE UM PAR E SOMADO NA TABELA DE UNIFICADOS PELA     *
      *    CHAVE PAR + PERIODO                                         *
      *----------------------------------------------------------------*
       3000-UNIFICAR-HISTORICO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                    TO TRUE
           SET WRK-CN-ARQHST01                TO TRUE

           READ ARQHST01 INTO ARQHST01-REGISTRO

           IF (NOT WRK-FS-HST01-OK) AND (NOT WRK-FS-HST01-FIM)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-FS-HST01-OK
              ADD 1                           TO ACU-LIDOS-ARQHST01

              MOVE ZEROS                      TO WRK-IDX-ACHOU
              MOVE ZEROS                      TO WRK-IDX-COL
              PERFORM VARYING WRK-IDX-AUX FROM 1 BY 1
                      UNTIL WRK-IDX-AUX GREATER WRK-QTD-PAR
                         OR WRK-IDX-ACHOU GREATER ZEROS
                 IF TAB-PAR-VALIDO (WRK-IDX-AUX)
                    IF HST-CPF EQUAL TAB-PAR-ORIGEM (WRK-IDX-AUX)
                       MOVE WRK-IDX-AUX       TO WRK-IDX-ACHOU
                       MOVE 1                 TO WRK-IDX-COL
                    END-IF
                    IF HST-CPF EQUAL TAB-PAR-DESTINO (WRK-IDX-AUX)
                       MOVE WRK-IDX-AUX       TO WRK-IDX-ACHOU
                       MOVE 2                 TO WRK-IDX-COL
                    END-IF
                 END-IF
              END-PERFORM

              IF WRK-IDX-ACHOU EQUAL ZEROS
                 PERFORM 3900-GRAVAR-ARQHSN01
              ELSE
                 ADD 1      TO TAB-PAR-HST-QTD (WRK-IDX-ACHOU
                                                WRK-IDX-COL)
                 ADD HST-VAL-TLD
                            TO TAB-PAR-HST-TLD (WRK-IDX-ACHOU
                                                WRK-IDX-COL)
                 ADD HST-VAL-LIQ
                            TO TAB-PAR-HST-LIQ (WRK-IDX-ACHOU
                                                WRK-IDX-COL)
                 PERFORM 3100-SOMAR-UNIFICADO
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    SOMA O PERIODO LIDO NA ENTRADA PAR + PERIODO DA TABELA DE   *
      *    UNIFICADOS, INCLUINDO-A QUANDO AINDA NAO EXISTE. TABELA     *
      *    CHEIA CANCELA - O HISTORICO NAO PODE SAIR PARCIAL           *
      *----------------------------------------------------------------*
       3100-SOMAR-UNIFICADO SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                 TO WRK-IDX-UNI-ACHOU
           PERFORM VARYING WRK-IDX-UNI FROM 1 BY 1
                   UNTIL WRK-IDX-UNI GREATER WRK-QTD-UNI
                      OR WRK-IDX-UNI-ACHOU GREATER ZEROS
              IF (TAB-UNI-PAR (WRK-IDX-UNI) EQUAL WRK-IDX-ACHOU)
              AND (TAB-UNI-PERIODO (WRK-IDX-UNI) EQUAL HST-PERIODO)
                 MOVE WRK-IDX-UNI     TO WRK-IDX-UNI-ACHOU
              END-IF
           END-PERFORM

           IF WRK-IDX-UNI-ACHOU EQUAL ZEROS
              IF WRK-QTD-UNI NOT LESS 5000
                 DISPLAY '*********************************************'
                 DISPLAY '* TABELA DE PERIODOS UNIFICADOS CHEIA       *'
                 DISPLAY '* (5000) - REDUZIR OS PARES DO CARTAO       *'
                 DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                 *'
                 DISPLAY '*********************************************'
                 MOVE 12              TO RETURN-CODE
                 PERFORM 9900-FINALIZAR
              END-IF
              ADD 1                   TO WRK-QTD-UNI
              MOVE WRK-QTD-UNI        TO WRK-IDX-UNI-ACHOU
              MOVE WRK-IDX-ACHOU      TO TAB-UNI-PAR (WRK-QTD-UNI)
              MOVE HST-PERIODO        TO TAB-UNI-PERIODO (WRK-QTD-UNI)
              MOVE ZEROS              TO TAB-UNI-TLD (WRK-QTD-UNI)
              MOVE ZEROS              TO TAB-UNI-LIQ (WRK-QTD-UNI)
           ELSE
              ADD 1                   TO ACU-HST-UNIFICADOS
           END-IF

           ADD HST-VAL-TLD            TO TAB-UNI-TLD (WRK-IDX-UNI-ACHOU)
           ADD HST-VAL-LIQ            TO TAB-UNI-LIQ (WRK-IDX-UNI-ACHOU)
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA NA NOVA GERACAO O PERIODO UNIFICADO DA POSICAO        *
      *    WRK-IDX-UNI COM O CPF DESTINO DO PAR                        *
      *----------------------------------------------------------------*
       3500-GRAVAR-UNIFICADOS SECTION.
      *----------------------------------------------------------------*
           MOVE TAB-UNI-PAR (WRK-IDX-UNI)     TO WRK-IDX-ACHOU

           MOVE TAB-PAR-DESTINO (WRK-IDX-ACHOU) TO HST-CPF
           MOVE TAB-UNI-PERIODO (WRK-IDX-UNI) TO HST-PERIODO
           MOVE TAB-UNI-TLD (WRK-IDX-UNI)     TO HST-VAL-TLD
           MOVE TAB-UNI-LIQ (WRK-IDX-UNI)     TO HST-VAL-LIQ

           ADD 1              TO TAB-PAR-HST-QTD (WRK-IDX-ACHOU 3)
           ADD HST-VAL-TLD    TO TAB-PAR-HST-TLD (WRK-IDX-ACHOU 3)
           ADD HST-VAL-LIQ    TO TAB-PAR-HST-LIQ (WRK-IDX-ACHOU 3)

           PERFORM 3900-GRAVAR-ARQHSN01
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA O REGISTRO CORRENTE NA NOVA GERACAO DO HISTORICO      *
      *----------------------------------------------------------------*
       3900-GRAVAR-ARQHSN01 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE           TO TRUE
           SET WRK-CN-ARQHSN01        TO TRUE

           WRITE FD-ARQHSN01 FROM ARQHST01-REGISTRO

           IF NOT WRK-FS-HSN01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1 TO ACU-GRAVA-ARQHSN01
           .
      *----------------------------------------------------------------*
       3900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    APLICA O PAR DA POSICAO WRK-IDX-PAR: POSICAO, SALDO E       *
      *    RETIRADA DA ORIGEM NO CADASTRO, COM A AUDITORIA ANTES E     *
      *    DEPOIS. PAR RECUSADO SO SAI NO RELATORIO COM O MOTIVO       *
      *----------------------------------------------------------------*
       4000-UNIFICAR-PAR SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-IDX-PAR                   TO WRK-UNF-NUM-PAR
           MOVE TAB-PAR-ORIGEM (WRK-IDX-PAR)  TO WRK-UNF-ORIGEM
           MOVE TAB-PAR-DESTINO (WRK-IDX-PAR) TO WRK-UNF-DESTINO
           MOVE TAB-PAR-NOME-DEST (WRK-IDX-PAR) TO WRK-UNF-NOME

           IF WRK-QTD-LINHAS GREATER 40
              MOVE 999                        TO WRK-QTD-LINHAS
           END-IF
           MOVE SPACES                        TO WRK-UNF-TEXTO
           PERFORM 7900-GRAVAR-MENSAGEM
           PERFORM 7910-GRAVAR-LINHA-PAR

           IF TAB-PAR-RECUSADO (WRK-IDX-PAR)
              STRING 'PAR RECUSADO - ' TAB-PAR-MOTIVO (WRK-IDX-PAR)
                     DELIMITED BY SIZE INTO WRK-UNF-TEXTO
              PERFORM 7900-GRAVAR-MENSAGEM
           ELSE
              PERFORM 7920-GRAVAR-COLUNAS
              PERFORM 4050-AUDITAR-HISTORICO
              PERFORM 4100-UNIFICAR-POSICAO
              PERFORM 4200-UNIFICAR-SALDO
              PERFORM 4300-RETIRAR-ORIGEM
              ADD 1                           TO ACU-PARES-UNIFICADOS
           END-IF
           .
      *----------------------------------------------------------------*
       4000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    IMPRIME A AUDITORIA DO HISTORICO DO PAR (JA UNIFICADO NA    *
      *    NOVA GERACAO)                                               *
      *----------------------------------------------------------------*
       4050-AUDITAR-HISTORICO SECTION.
      *----------------------------------------------------------------*
           MOVE 'HISTORICO - QTDE PERIODOS'   TO WRK-UNF-ROTULO-QTD
           PERFORM VARYING WRK-IDX-COL FROM 1 BY 1
                   UNTIL WRK-IDX-COL GREATER 3
              MOVE TAB-PAR-HST-QTD (WRK-IDX-PAR WRK-IDX-COL)
                                       TO WRK-UNF-QTD (WRK-IDX-COL)
           END-PERFORM
           PERFORM 7940-GRAVAR-QTDES

           MOVE 'HISTORICO - TOTAL DEPOSITADO' TO WRK-UNF-ROTULO
           PERFORM VARYING WRK-IDX-COL FROM 1 BY 1
                   UNTIL WRK-IDX-COL GREATER 3
              MOVE TAB-PAR-HST-TLD (WRK-IDX-PAR WRK-IDX-COL)
                                       TO WRK-UNF-VALOR (WRK-IDX-COL)
           END-PERFORM
           PERFORM 7930-GRAVAR-VALORES

           MOVE 'HISTORICO - POSICAO LIQUIDA' TO WRK-UNF-ROTULO
           PERFORM VARYING WRK-IDX-COL FROM 1 BY 1
                   UNTIL WRK-IDX-COL GREATER 3
              MOVE TAB-PAR-HST-LIQ (WRK-IDX-PAR WRK-IDX-COL)
                                       TO WRK-UNF-VALOR (WRK-IDX-COL)
           END-PERFORM
           PERFORM 7930-GRAVAR-VALORES
           .
      *----------------------------------------------------------------*
       4050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    REFAZ A POSICAO CORRENTE DO DESTINO SOMANDO A DA ORIGEM     *
      *    (DATA DO ULTIMO DEPOSITO = A MAIS RECENTE DAS DUAS; NOME    *
      *    DO CADASTRO DO DESTINO) E EXCLUI A POSICAO DA ORIGEM        *
      *----------------------------------------------------------------*
       4100-UNIFICAR-POSICAO SECTION.
      *----------------------------------------------------------------*
           INITIALIZE WRK-POS-ORIGEM
           INITIALIZE WRK-POS-DESTINO
           SET WRK-CN-READ            TO TRUE
           SET WRK-CN-ARQPOS01        TO TRUE

           SET WRK-POS-ORIGEM-ACHOU   TO TRUE
           MOVE TAB-PAR-ORIGEM (WRK-IDX-PAR) TO ARQPOS01-CPF
           READ ARQPOS01
              INVALID KEY
                 SET WRK-POS-ORIGEM-NAO-ACHOU TO TRUE
           END-READ
           IF NOT WRK-FS-POS01-OK AND NOT WRK-FS-POS01-NAO-ACHOU
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           IF WRK-POS-ORIGEM-ACHOU
              MOVE ARQPOS01-REGISTRO  TO WRK-POS-ORIGEM
           END-IF

           SET WRK-POS-DESTINO-ACHOU  TO TRUE
           MOVE TAB-PAR-DESTINO (WRK-IDX-PAR) TO ARQPOS01-CPF
           READ ARQPOS01
              INVALID KEY
                 SET WRK-POS-DESTINO-NAO-ACHOU TO TRUE
           END-READ
           IF NOT WRK-FS-POS01-OK AND NOT WRK-FS-POS01-NAO-ACHOU
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           IF WRK-POS-DESTINO-ACHOU
              MOVE ARQPOS01-REGISTRO  TO WRK-POS-DESTINO
           END-IF

           IF WRK-POS-ORIGEM-ACHOU
              MOVE WRK-POS-DESTINO    TO ARQPOS01-REGISTRO
              MOVE TAB-PAR-DESTINO (WRK-IDX-PAR) TO ARQPOS01-CPF
              IF WRK-PORI-DAT-ULTD GREATER ARQPOS01-DAT-ULTD
                 MOVE WRK-PORI-DAT-ULTD TO ARQPOS01-DAT-ULTD
              END-IF
              ADD WRK-PORI-VAL-TLD    TO ARQPOS01-VAL-TLD
              ADD WRK-PORI-VAL-LIQ    TO ARQPOS01-VAL-LIQ
              ADD WRK-PORI-VAL-SAQ    TO ARQPOS01-VAL-SAQ
              ADD WRK-PORI-QTD-DEP    TO ARQPOS01-QTD-DEP
              ADD WRK-PORI-QTD-SAQ    TO ARQPOS01-QTD-SAQ
              ADD WRK-PORI-SALDO-ANTERIOR TO ARQPOS01-SALDO-ANTERIOR
              ADD WRK-PORI-SALDO-ATUAL    TO ARQPOS01-SALDO-ATUAL
              MOVE TAB-PAR-NOME-DEST (WRK-IDX-PAR)
                                      TO ARQPOS01-NOME-CLIENTE

              SET WRK-CN-WRITE        TO TRUE
              IF WRK-POS-DESTINO-ACHOU
                 REWRITE ARQPOS01-REGISTRO
              ELSE
                 WRITE ARQPOS01-REGISTRO
              END-IF
              IF NOT WRK-FS-POS01-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF

              MOVE TAB-PAR-ORIGEM (WRK-IDX-PAR) TO ARQPOS01-CPF
              DELETE ARQPOS01
              IF NOT WRK-FS-POS01-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           ELSE
              MOVE WRK-POS-DESTINO    TO ARQPOS01-REGISTRO
           END-IF

           MOVE 'POSICAO - TOTAL DEPOSITADO'  TO WRK-UNF-ROTULO
           MOVE WRK-PORI-VAL-TLD              TO WRK-UNF-VALOR (1)
           MOVE WRK-PDES-VAL-TLD              TO WRK-UNF-VALOR (2)
           MOVE ARQPOS01-VAL-TLD              TO WRK-UNF-VALOR (3)
           PERFORM 7930-GRAVAR-VALORES

           MOVE 'POSICAO - POSICAO LIQUIDA'   TO WRK-UNF-ROTULO
           MOVE WRK-PORI-VAL-LIQ              TO WRK-UNF-VALOR (1)
           MOVE WRK-PDES-VAL-LIQ              TO WRK-UNF-VALOR (2)
           MOVE ARQPOS01-VAL-LIQ              TO WRK-UNF-VALOR (3)
           PERFORM 7930-GRAVAR-VALORES

           MOVE 'POSICAO - SAQUES'            TO WRK-UNF-ROTULO
           MOVE WRK-PORI-VAL-SAQ              TO WRK-UNF-VALOR (1)
           MOVE WRK-PDES-VAL-SAQ              TO WRK-UNF-VALOR (2)
           MOVE ARQPOS01-VAL-SAQ              TO WRK-UNF-VALOR (3)
           PERFORM 7930-GRAVAR-VALORES

           MOVE 'POSICAO - SALDO ATUAL'       TO WRK-UNF-ROTULO
           MOVE WRK-PORI-SALDO-ATUAL          TO WRK-UNF-VALOR (1)
           MOVE WRK-PDES-SALDO-ATUAL          TO WRK-UNF-VALOR (2)
           MOVE ARQPOS01-SALDO-ATUAL          TO WRK-UNF-VALOR (3)
           PERFORM 7930-GRAVAR-VALORES
           .
      *----------------------------------------------------------------*
       4100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    TRANSFERE PARA O DESTINO O SALDO DA ORIGEM NO CADASTRO DE   *
      *    SALDOS E EXCLUI O DA ORIGEM. O DESTINO JA CADASTRADO        *
      *    CONSERVA A SUA TRANSMISSAO DE ORIGEM (CONTROLE DE           *
      *    REINICIO DE EXER0203); SEM SALDO PROPRIO, HERDA A DA ORIGEM *
      *----------------------------------------------------------------*
       4200-UNIFICAR-SALDO SECTION.
      *----------------------------------------------------------------*
           INITIALIZE WRK-SLD-ORIGEM
           INITIALIZE WRK-SLD-DESTINO
           SET WRK-CN-READ            TO TRUE
           SET WRK-CN-ARQSLD01        TO TRUE

           SET WRK-SLD-ORIGEM-ACHOU   TO TRUE
           MOVE TAB-PAR-ORIGEM (WRK-IDX-PAR) TO ARQSLD01-CPF
           READ ARQSLD01
              INVALID KEY
                 SET WRK-SLD-ORIGEM-NAO-ACHOU TO TRUE
           END-READ
           IF NOT WRK-FS-SLD01-OK AND NOT WRK-FS-SLD01-NAO-ACHOU
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           IF WRK-SLD-ORIGEM-ACHOU
              MOVE ARQSLD01-REGISTRO  TO WRK-SLD-ORIGEM
           END-IF

           SET WRK-SLD-DESTINO-ACHOU  TO TRUE
           MOVE TAB-PAR-DESTINO (WRK-IDX-PAR) TO ARQSLD01-CPF
           READ ARQSLD01
              INVALID KEY
                 SET WRK-SLD-DESTINO-NAO-ACHOU TO TRUE
           END-READ
           IF NOT WRK-FS-SLD01-OK AND NOT WRK-FS-SLD01-NAO-ACHOU
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           IF WRK-SLD-DESTINO-ACHOU
              MOVE ARQSLD01-REGISTRO  TO WRK-SLD-DESTINO
           END-IF

           IF WRK-SLD-ORIGEM-ACHOU
              IF WRK-SLD-DESTINO-ACHOU
                 MOVE WRK-SLD-DESTINO TO ARQSLD01-REGISTRO
              ELSE
                 MOVE WRK-SLD-ORIGEM  TO ARQSLD01-REGISTRO
                 MOVE ZEROS           TO ARQSLD01-SALDO
                 MOVE ZEROS           TO ARQSLD01-SALDO-ANTERIOR
              END-IF
              MOVE TAB-PAR-DESTINO (WRK-IDX-PAR) TO ARQSLD01-CPF
              ADD WRK-SORI-SALDO      TO ARQSLD01-SALDO
              ADD WRK-SORI-SALDO-ANTERIOR TO ARQSLD01-SALDO-ANTERIOR
              MOVE WRK-DATA-CORRENTE  TO ARQSLD01-DAT-ATUALIZ

              SET WRK-CN-WRITE        TO TRUE
              IF WRK-SLD-DESTINO-ACHOU
                 REWRITE ARQSLD01-REGISTRO
              ELSE
                 WRITE ARQSLD01-REGISTRO
              END-IF
              IF NOT WRK-FS-SLD01-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF

              MOVE TAB-PAR-ORIGEM (WRK-IDX-PAR) TO ARQSLD01-CPF
              DELETE ARQSLD01
              IF NOT WRK-FS-SLD01-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           ELSE
              MOVE WRK-SLD-DESTINO    TO ARQSLD01-REGISTRO
           END-IF

           MOVE 'SALDOS - SALDO'              TO WRK-UNF-ROTULO
           MOVE WRK-SORI-SALDO                TO WRK-UNF-VALOR (1)
           MOVE WRK-SDES-SALDO                TO WRK-UNF-VALOR (2)
           MOVE ARQSLD01-SALDO                TO WRK-UNF-VALOR (3)
           PERFORM 7930-GRAVAR-VALORES

           MOVE 'SALDOS - SALDO DE ABERTURA'  TO WRK-UNF-ROTULO
           MOVE WRK-SORI-SALDO-ANTERIOR       TO WRK-UNF-VALOR (1)
           MOVE WRK-SDES-SALDO-ANTERIOR       TO WRK-UNF-VALOR (2)
           MOVE ARQSLD01-SALDO-ANTERIOR       TO WRK-UNF-VALOR (3)
           PERFORM 7930-GRAVAR-VALORES
           .
      *----------------------------------------------------------------*
       4200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    RETIRA A ORIGEM NO CADASTRO COM A SITUACAO U (UNIFICADO).   *
      *    ORIGEM SEM CADASTRO E INCLUIDA JA RETIRADA, COM O NOME E O  *
      *    SEGMENTO DO DESTINO, PARA QUE O MOVIMENTO QUE AINDA CHEGAR  *
      *    NO CPF ERRADO SEJA DESVIADO POR EXER0203                    *
      *----------------------------------------------------------------*
       4300-RETIRAR-ORIGEM SECTION.
      *----------------------------------------------------------------*
           MOVE TAB-PAR-ORIGEM (WRK-IDX-PAR)  TO WRK-CPF-PESQUISA
           PERFORM 8200-LER-MASTER

           SET WRK-CN-WRITE                   TO TRUE
           SET WRK-CN-ARQMST01                TO TRUE

           IF WRK-MST-ACHOU
              MOVE ARQMST01-SIT-CLIENTE       TO WRK-SIT-ANTES
              MOVE 'U'                        TO ARQMST01-SIT-CLIENTE
              REWRITE ARQMST01-REGISTRO
              MOVE SPACES                     TO WRK-UNF-TEXTO
              STRING 'CADASTRO DA ORIGEM: SITUACAO ' WRK-SIT-ANTES
                     ' -> U (REGRAVADO)'
                     DELIMITED BY SIZE INTO WRK-UNF-TEXTO
           ELSE
              INITIALIZE ARQMST01-REGISTRO
              MOVE TAB-PAR-ORIGEM (WRK-IDX-PAR)    TO ARQMST01-CPF
              MOVE TAB-PAR-NOME-DEST (WRK-IDX-PAR)
                                              TO ARQMST01-NOME-CLIENTE
              MOVE 'U'                        TO ARQMST01-SIT-CLIENTE
              MOVE TAB-PAR-SEG-DEST (WRK-IDX-PAR)
                                              TO ARQMST01-COD-SEGMENTO
              MOVE TAB-PAR-IRRF-DEST (WRK-IDX-PAR)
                                              TO ARQMST01-IND-IRRF
              WRITE ARQMST01-REGISTRO
              MOVE 'CADASTRO DA ORIGEM: SEM CADASTRO -> U (INCLUIDO)'
                                              TO WRK-UNF-TEXTO
           END-IF

           IF NOT WRK-FS-MST01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 7900-GRAVAR-MENSAGEM
           .
      *----------------------------------------------------------------*
       4300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    IMPRIME A LINHA DE MENSAGEM JA MONTADA EM WRK-UNF-TEXTO     *
      *----------------------------------------------------------------*
       7900-GRAVAR-MENSAGEM SECTION.
      *----------------------------------------------------------------*
           PERFORM 7950-CONTROLA-PAGINA

           SET WRK-CN-WRITE           TO TRUE
           SET WRK-CN-ARQUNF01        TO TRUE

           WRITE FD-ARQUNF01 FROM WRK-UNF-MENSAGEM

           IF NOT WRK-FS-UNF01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                      TO WRK-QTD-LINHAS
           MOVE SPACES                TO WRK-UNF-TEXTO
           .
      *----------------------------------------------------------------*
       7900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    IMPRIME A LINHA DE IDENTIFICACAO DO PAR                     *
      *----------------------------------------------------------------*
       7910-GRAVAR-LINHA-PAR SECTION.
      *----------------------------------------------------------------*
           PERFORM 7950-CONTROLA-PAGINA

           SET WRK-CN-WRITE           TO TRUE
           SET WRK-CN-ARQUNF01        TO TRUE

           WRITE FD-ARQUNF01 FROM WRK-UNF-PAR

           IF NOT WRK-FS-UNF01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                      TO WRK-QTD-LINHAS
           MOVE SPACES                TO WRK-UNF-TEXTO
           .
      *----------------------------------------------------------------*
       7910-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    IMPRIME OS TITULOS DAS COLUNAS ANTES/DEPOIS                 *
      *----------------------------------------------------------------*
       7920-GRAVAR-COLUNAS SECTION.
      *----------------------------------------------------------------*
           PERFORM 7950-CONTROLA-PAGINA

           SET WRK-CN-WRITE           TO TRUE
           SET WRK-CN-ARQUNF01        TO TRUE

           WRITE FD-ARQUNF01 FROM WRK-UNF-COLUNAS

           IF NOT WRK-FS-UNF01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                      TO WRK-QTD-LINHAS
           .
      *----------------------------------------------------------------*
       7920-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    IMPRIME UMA LINHA DE VALORES ANTES/DEPOIS JA MONTADA        *
      *----------------------------------------------------------------*
       7930-GRAVAR-VALORES SECTION.
      *----------------------------------------------------------------*
           PERFORM 7950-CONTROLA-PAGINA

           SET WRK-CN-WRITE           TO TRUE
           SET WRK-CN-ARQUNF01        TO TRUE

           WRITE FD-ARQUNF01 FROM WRK-UNF-VALORES

           IF NOT WRK-FS-UNF01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                      TO WRK-QTD-LINHAS
           .
      *----------------------------------------------------------------*
       7930-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    IMPRIME UMA LINHA DE QUANTIDADES ANTES/DEPOIS JA MONTADA    *
      *----------------------------------------------------------------*
       7940-GRAVAR-QTDES SECTION.
      *----------------------------------------------------------------*
           PERFORM 7950-CONTROLA-PAGINA

           SET WRK-CN-WRITE           TO TRUE
           SET WRK-CN-ARQUNF01        TO TRUE

           WRITE FD-ARQUNF01 FROM WRK-UNF-QTDES

           IF NOT WRK-FS-UNF01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                      TO WRK-QTD-LINHAS
           .
      *----------------------------------------------------------------*
       7940-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    IMPRIME O CABECALHO QUANDO A PAGINA VIRA                    *
      *----------------------------------------------------------------*
       7950-CONTROLA-PAGINA SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE           TO TRUE
           SET WRK-CN-ARQUNF01        TO TRUE

           IF WRK-QTD-LINHAS GREATER 52
              ADD 1                   TO WRK-QTD-PAGINAS
              MOVE WRK-QTD-PAGINAS    TO WRK-UNF-PAGINA

              WRITE FD-ARQUNF01 FROM WRK-UNF-CABEC1
              IF NOT WRK-FS-UNF01-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
              MOVE 1                  TO WRK-QTD-LINHAS
           END-IF
           .
      *----------------------------------------------------------------*
       7950-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    IMPRIME OS TOTAIS DA EXECUCAO                               *
      *----------------------------------------------------------------*
       8000-IMPRIMIR-TOTAIS SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                        TO WRK-UNF-TEXTO
           PERFORM 7900-GRAVAR-MENSAGEM

           MOVE 'PARES LIDOS NO CARTAO'       TO WRK-UNF-TOT-DESCRICAO
           MOVE ACU-LIDOS-ARQCTL12            TO WRK-UNF-TOT-QTD
           PERFORM 8100-GRAVAR-LINHA-TOTAL

           MOVE 'PARES UNIFICADOS'            TO WRK-UNF-TOT-DESCRICAO
           MOVE ACU-PARES-UNIFICADOS          TO WRK-UNF-TOT-QTD
           PERFORM 8100-GRAVAR-LINHA-TOTAL

           MOVE 'PARES RECUSADOS'             TO WRK-UNF-TOT-DESCRICAO
           MOVE ACU-PARES-RECUSADOS           TO WRK-UNF-TOT-QTD
           PERFORM 8100-GRAVAR-LINHA-TOTAL

           MOVE 'PERIODOS LIDOS DO HISTORICO' TO WRK-UNF-TOT-DESCRICAO
           MOVE ACU-LIDOS-ARQHST01            TO WRK-UNF-TOT-QTD
           PERFORM 8100-GRAVAR-LINHA-TOTAL

           MOVE 'PERIODOS SOMADOS NA UNIFICACAO'
                                              TO WRK-UNF-TOT-DESCRICAO
           MOVE ACU-HST-UNIFICADOS            TO WRK-UNF-TOT-QTD
           PERFORM 8100-GRAVAR-LINHA-TOTAL

           MOVE 'PERIODOS GRAVADOS NA NOVA GERACAO'
                                              TO WRK-UNF-TOT-DESCRICAO
           MOVE ACU-GRAVA-ARQHSN01            TO WRK-UNF-TOT-QTD
           PERFORM 8100-GRAVAR-LINHA-TOTAL
           .
      *----------------------------------------------------------------*
       8000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    IMPRIME A LINHA DE TOTAL JA MONTADA                         *
      *----------------------------------------------------------------*
       8100-GRAVAR-LINHA-TOTAL SECTION.
      *----------------------------------------------------------------*
           PERFORM 7950-CONTROLA-PAGINA

           SET WRK-CN-WRITE           TO TRUE
           SET WRK-CN-ARQUNF01        TO TRUE

           WRITE FD-ARQUNF01 FROM WRK-UNF-TOTAL

           IF NOT WRK-FS-UNF01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                      TO WRK-QTD-LINHAS
           .
      *----------------------------------------------------------------*
       8100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE NO CADASTRO O CPF DE WRK-CPF-PESQUISA                    *
      *----------------------------------------------------------------*
       8200-LER-MASTER SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ            TO TRUE
           SET WRK-CN-ARQMST01        TO TRUE
           SET WRK-MST-ACHOU          TO TRUE

           MOVE WRK-CPF-PESQUISA      TO ARQMST01-CPF
           READ ARQMST01
              INVALID KEY
                 SET WRK-MST-NAO-ACHOU TO TRUE
           END-READ

           IF NOT WRK-FS-MST01-OK AND NOT WRK-FS-MST01-NAO-ACHOU
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       8200-99-FIM.
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
           DISPLAY '* FILE-STATUS CTL:' WRK-FS-ARQCTL12           '*'
           DISPLAY '* FILE-STATUS MST:' WRK-FS-ARQMST01           '*'
           DISPLAY '* FILE-STATUS HST:' WRK-FS-ARQHST01           '*'
           DISPLAY '* FILE-STATUS HSN:' WRK-FS-ARQHSN01           '*'
           DISPLAY '* FILE-STATUS POS:' WRK-FS-ARQPOS01           '*'
           DISPLAY '* FILE-STATUS SLD:' WRK-FS-ARQSLD01           '*'
           DISPLAY '* FILE-STATUS UNF:' WRK-FS-ARQUNF01           '*'
           DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                    *'
           DISPLAY '************************************************'

           MOVE 12                            TO RETURN-CODE
           PERFORM 9900-FINALIZAR
           .
      *----------------------------------------------------------------*
       9100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE FINALIZACAO DO PROGRAMA                           *
      *----------------------------------------------------------------*
       9900-FINALIZAR SECTION.
      *----------------------------------------------------------------*
           CLOSE ARQCTL12
           CLOSE ARQMST01
           IF WRK-HST-EXISTE
              CLOSE ARQHST01
           END-IF
           CLOSE ARQHSN01
           CLOSE ARQPOS01
           CLOSE ARQSLD01
           CLOSE ARQUNF01

           DISPLAY '************************************************'
           DISPLAY '* PARES LIDOS NO CARTAO 'ACU-LIDOS-ARQCTL12
           DISPLAY '* PARES UNIFICADOS 'ACU-PARES-UNIFICADOS
           DISPLAY '* PARES RECUSADOS 'ACU-PARES-RECUSADOS
           DISPLAY '* PERIODOS LIDOS DO HISTORICO 'ACU-LIDOS-ARQHST01
           DISPLAY '* PERIODOS SOMADOS NA UNIFICACAO 'ACU-HST-UNIFICADOS
           DISPLAY '* PERIODOS GRAVADOS EM ARQHSN01 'ACU-GRAVA-ARQHSN01
           DISPLAY '* RETURN-CODE 'RETURN-CODE
           DISPLAY '* 'WRK-PROGRAMA' - FIM DO PROGRAMA.             '
           DISPLAY '************************************************'

           PERFORM 9800-GRAVAR-JOURNAL

           STOP RUN.
      *----------------------------------------------------------------*
       9900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA NO JOURNAL DE EXECUCAO (ARQJRN01, EM EXTENSAO) O      *
      *    REGISTRO DESTA EXECUCAO. UMA FALHA AQUI NAO DERRUBA O       *
      *    ENCERRAMENTO                                                *
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
              MOVE ACU-LIDOS-ARQCTL12 TO JRN-QTD-LIDOS
              MOVE ACU-PARES-UNIFICADOS TO JRN-QTD-GRAVADOS
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
       END PROGRAM EXER0222.
