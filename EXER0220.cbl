      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0220.
       AUTHOR.     JOHNATHAN.
      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    PROGRAMA....: EXER0220
      *    PROGRAMADOR.: JOHNATHAN
      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   CONSOLIDACAO ANUAL DOS RENDIMENTOS DE       *
      *                    JUROS POR CPF: LE O CADASTRO ARQIRF01       *
      *                    (ACUMULADO POR EXER0215 A CADA CREDITO)     *
      *                    DO ANO-BASE DO CARTAO ARQCTL10 E GERA O     *
      *                    INFORME DE RENDIMENTOS DE CADA CLIENTE      *
      *                    (ARQINF01 - RENDIMENTO BRUTO, IRRF RETIDO   *
      *                    E VALOR LIQUIDO CREDITADO, COM O NOME DO    *
      *                    CADASTRO ARQMST01) E O ARQUIVO DE LAYOUT    *
      *                    FIXO PARA A RECEITA (ARQDRF01 - HEADER,     *
      *                    UM DETALHE POR CPF E TRAILER DE TOTAIS).    *
      *                    CPF COM LIQUIDO DIFERENTE DE BRUTO MENOS    *
      *                    IRRF SAI NOS DOIS ARQUIVOS COMO ESTA        *
      *                    ACUMULADO, E LISTADO NO SYSOUT E A          *
      *                    EXECUCAO TERMINA COM RETURN-CODE 4.         *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQCTL10                                  CTL02120        *
      *      ARQIRF01                                  IRF02115        *
      *      ARQMST01                                  MST02103        *
      *      ARQINF01                                  (LINHAS 132)    *
      *      ARQDRF01                                  DRF02120        *
      *      ARQJRN01                                  JRN02117        *
      *----------------------------------------------------------------*
      *    MANUTENCAO:                                                 *
      *    15/10/2026 - PROGRAMA CRIADO.                               *
      *    15/10/2026 - ARQMST01 LRECL 55 -> 236 (ENDERECO, E-MAIL E   *
      *                 CANAL PREFERIDO DO CLIENTE); SO RECOMPILACAO.  *
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
           SELECT ARQCTL10 ASSIGN       TO UT-S-ARQCTL10
                      FILE STATUS      IS WRK-FS-ARQCTL10.
      *
           SELECT ARQIRF01 ASSIGN       TO UT-S-ARQIRF01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS SEQUENTIAL
                      RECORD KEY       IS ARQIRF01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQIRF01.
      *
           SELECT ARQMST01 ASSIGN       TO UT-S-ARQMST01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS ARQMST01-CPF
                      FILE STATUS      IS WRK-FS-ARQMST01.
      *
           SELECT ARQINF01 ASSIGN       TO UT-S-ARQINF01
                      FILE STATUS      IS WRK-FS-ARQINF01.
      *
           SELECT ARQDRF01 ASSIGN       TO UT-S-ARQDRF01
                      FILE STATUS      IS WRK-FS-ARQDRF01.
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
      *   INPUT:     CARTAO DE PARAMETROS DE EXECUCAO                 *
      *               ORG. SEQUENCIAL   -   LRECL = 80                *
      *---------------------------------------------------------------*

       FD  ARQCTL10
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQCTL10             PIC X(80).

      *---------------------------------------------------------------*
      *   INPUT:     RENDIMENTOS DO ANO POR CPF (ANO-BASE + CPF)      *
      *               ORG. INDEXADA     -   LRECL = 80                *
      *---------------------------------------------------------------*

       FD  ARQIRF01
           LABEL RECORD IS STANDARD.
           COPY IRF02115.

      *---------------------------------------------------------------*
      *   INPUT:     CADASTRO DE CLIENTES (CPF X NOME X SITUACAO)     *
      *               ORG. INDEXADA     -   LRECL = 236               *
      *---------------------------------------------------------------*

       FD  ARQMST01
           LABEL RECORD IS STANDARD.
           COPY MST02103.

      *---------------------------------------------------------------*
      *   OUTPUT:    INFORME DE RENDIMENTOS POR CLIENTE               *
      *               ORG. SEQUENCIAL   -   LRECL = 132               *
      *---------------------------------------------------------------*

       FD  ARQINF01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQINF01             PIC X(132).

      *---------------------------------------------------------------*
      *   OUTPUT:    ARQUIVO DE RENDIMENTOS E IRRF PARA A RECEITA     *
      *               ORG. SEQUENCIAL   -   LRECL = 100               *
      *---------------------------------------------------------------*

       FD  ARQDRF01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQDRF01             PIC X(100).

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
             'EXER0220 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0220'.
       77 ACU-LIDOS-ARQIRF01      PIC  9(009) VALUE ZEROS.
       77 ACU-CPF-ANO             PIC  9(009) VALUE ZEROS.
       77 ACU-CPF-ISENTOS         PIC  9(009) VALUE ZEROS.
       77 ACU-CPF-SEM-CAD         PIC  9(009) VALUE ZEROS.
       77 ACU-CPF-DIVERGENTES     PIC  9(009) VALUE ZEROS.
       77 ACU-GRAVA-ARQDRF01      PIC  9(009) VALUE ZEROS.
       77 ACU-TOT-BRUTO           PIC  S9(015)V99 VALUE ZEROS.
       77 ACU-TOT-IRRF            PIC  S9(015)V99 VALUE ZEROS.
       77 ACU-TOT-LIQUIDO         PIC  S9(015)V99 VALUE ZEROS.
       77 WRK-LIQ-CALCULADO       PIC  S9(013)V99 VALUE ZEROS.
       77 WRK-QTD-PAGINAS         PIC  9(004) VALUE ZEROS.
       77 WRK-DATA-CORRENTE       PIC  9(008) VALUE ZEROS.

       77 WRK-FLAG-MST-ACHOU      PIC  X(001) VALUE 'N'.
          88 WRK-MST-ACHOU                    VALUE 'S'.
          88 WRK-MST-NAO-ACHOU                VALUE 'N'.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQCTL10      VALUE 'ARQCTL10'.
          88 WRK-CN-ARQIRF01      VALUE 'ARQIRF01'.
          88 WRK-CN-ARQMST01      VALUE 'ARQMST01'.
          88 WRK-CN-ARQINF01      VALUE 'ARQINF01'.
          88 WRK-CN-ARQDRF01      VALUE 'ARQDRF01'.

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
       01 WRK-FS-ARQCTL10         PIC  X(002) VALUE SPACES.
          88 WRK-FS-CTL10-OK                  VALUE '00'.
          88 WRK-FS-CTL10-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQIRF01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-IRF01-OK                  VALUE '00'.
          88 WRK-FS-IRF01-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQMST01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-MST01-OK                  VALUE '00'.
          88 WRK-FS-MST01-NAO-ACHOU           VALUE '23'.
      *
       01 WRK-FS-ARQINF01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-INF01-OK                  VALUE '00'.
      *
       01 WRK-FS-ARQDRF01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-DRF01-OK                  VALUE '00'.
      *
       01 WRK-FS-ARQJRN01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-JRN01-OK                  VALUE '00'.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DAS LINHAS DO INFORME DE RENDIMENTOS'.
      *----------------------------------------------------------------*
      *
       01 WRK-INF-LINHA              PIC  X(132) VALUE SPACES.

       01 WRK-INF-CABEC1.
          05 FILLER                  PIC  X(046) VALUE
             'EXER0220 - INFORME DE RENDIMENTOS FINANCEIROS'.
          05 FILLER                  PIC  X(011) VALUE 'ANO-BASE: '.
          05 WRK-INF-ANO             PIC  9(004).
          05 FILLER                  PIC  X(008) VALUE '  DATA: '.
          05 WRK-INF-DATA            PIC  9(008).
          05 FILLER                  PIC  X(008) VALUE '   PAG: '.
          05 WRK-INF-PAGINA          PIC  9(004).
          05 FILLER                  PIC  X(043) VALUE SPACES.

       01 WRK-INF-FONTE.
          05 FILLER                  PIC  X(016) VALUE
             'FONTE PAGADORA: '.
          05 WRK-INF-NOME-FONTE      PIC  X(040).
          05 FILLER                  PIC  X(008) VALUE '  CNPJ: '.
          05 WRK-INF-CNPJ            PIC  9(014).
          05 FILLER                  PIC  X(054) VALUE SPACES.

       01 WRK-INF-BENEF.
          05 FILLER                  PIC  X(019) VALUE
             'BENEFICIARIO - CPF '.
          05 WRK-INF-CPF             PIC  9(011).
          05 FILLER                  PIC  X(008) VALUE '  NOME: '.
          05 WRK-INF-NOME            PIC  X(040).
          05 FILLER                  PIC  X(054) VALUE SPACES.

       01 WRK-INF-TITULO.
          05 FILLER                  PIC  X(060) VALUE
             'RENDIMENTOS DE APLICACOES FINANCEIRAS - JUROS DO ANO'.
          05 FILLER                  PIC  X(072) VALUE SPACES.

       01 WRK-INF-VALOR.
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-INF-ROTULO          PIC  X(030).
          05 WRK-INF-VAL             PIC  -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC  X(079) VALUE SPACES.

       01 WRK-INF-QTDE.
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 FILLER                  PIC  X(030) VALUE
             'QTDE DE CREDITOS NO ANO .....:'.
          05 WRK-INF-QTD-CRED        PIC  ZZ9.
          05 FILLER                  PIC  X(097) VALUE SPACES.

       01 WRK-INF-ISENTO.
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 FILLER                  PIC  X(060) VALUE
             'CLIENTE ISENTO DE IRRF - SEM RETENCAO NA FONTE'.
          05 FILLER                  PIC  X(070) VALUE SPACES.

       01 WRK-INF-RESUMO.
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-INF-RES-ROTULO      PIC  X(030).
          05 WRK-INF-RES-VAL         PIC  -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC  X(076) VALUE SPACES.

       01 WRK-INF-RES-QTDE.
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-INF-RES-QROT        PIC  X(030).
          05 WRK-INF-RES-QTD         PIC  ZZZ.ZZZ.ZZ9.
          05 FILLER                  PIC  X(089) VALUE SPACES.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
           COPY CTL02120.
           COPY DRF02120.
           COPY JRN02117.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'EXER0220 - FIM DA AREA DE WORKING'.
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
           PERFORM 3000-PROCESSAR UNTIL WRK-FS-IRF01-FIM
      *
           PERFORM 8000-GRAVAR-TRAILER
           PERFORM 8500-IMPRIMIR-RESUMO
      *
           IF ACU-CPF-DIVERGENTES GREATER ZEROS
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
      *    ROTINA DE INICIALIZACAO: LE E VALIDA O CARTAO, ABRE OS      *
      *    ARQUIVOS, GRAVA O HEADER DO ARQUIVO DA RECEITA E LE O       *
      *    PRIMEIRO REGISTRO DOS RENDIMENTOS                           *
      *----------------------------------------------------------------*
       1000-INICIALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FUNCTION CURRENT-DATE(1:8)    TO WRK-DATA-CORRENTE
           MOVE WRK-DATA-CORRENTE             TO WRK-INF-DATA

           MOVE ZEROS                         TO CT10-ANO-BASE
           MOVE ZEROS                         TO CT10-CNPJ-FONTE
           MOVE SPACES                        TO CT10-NOME-FONTE

           SET WRK-CN-OPEN                    TO TRUE
           SET WRK-CN-ARQCTL10                TO TRUE
           OPEN INPUT ARQCTL10
           IF WRK-FS-CTL10-OK
              READ ARQCTL10 INTO ARQCTL10-REGISTRO
           END-IF
           CLOSE ARQCTL10

           IF (CT10-ANO-BASE NOT NUMERIC)
           OR (CT10-ANO-BASE EQUAL ZEROS)
           OR (CT10-CNPJ-FONTE NOT NUMERIC)
           OR (CT10-CNPJ-FONTE EQUAL ZEROS)
              DISPLAY '*********************************************'
              DISPLAY '*       ERRO NO CARTAO DE PARAMETROS        *'
              DISPLAY '* ARQCTL10 SEM ANO-BASE OU CNPJ DA FONTE    *'
              DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                 *'
              DISPLAY '*********************************************'
              MOVE 12                         TO RETURN-CODE
              PERFORM 9900-FINALIZAR
           END-IF

           MOVE CT10-ANO-BASE                 TO WRK-INF-ANO
           MOVE CT10-NOME-FONTE               TO WRK-INF-NOME-FONTE
           MOVE CT10-CNPJ-FONTE               TO WRK-INF-CNPJ

           SET WRK-CN-ARQIRF01                TO TRUE
           OPEN INPUT  ARQIRF01
           OPEN INPUT  ARQMST01
           OPEN OUTPUT ARQINF01
           OPEN OUTPUT ARQDRF01

           IF (NOT WRK-FS-IRF01-OK) OR (NOT WRK-FS-MST01-OK)
           OR (NOT WRK-FS-INF01-OK) OR (NOT WRK-FS-DRF01-OK)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           INITIALIZE ARQDRF01-REGISTRO
           SET DRF-REG-HEADER                 TO TRUE
           MOVE CT10-ANO-BASE                 TO DRF-HDR-ANO-BASE
           MOVE CT10-CNPJ-FONTE               TO DRF-HDR-CNPJ-FONTE
           MOVE CT10-NOME-FONTE               TO DRF-HDR-NOME-FONTE
           MOVE WRK-DATA-CORRENTE             TO DRF-HDR-DAT-GER
           PERFORM 7600-GRAVAR-ARQDRF01

           PERFORM 3800-LER-RENDIMENTO

           IF WRK-FS-IRF01-OK
              IF ARQIRF01-ANO-BASE GREATER CT10-ANO-BASE
                 SET WRK-FS-IRF01-FIM         TO TRUE
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    TRATA O CPF CORRENTE DO ANO-BASE (INFORME E DETALHE DA      *
      *    RECEITA) E LE O PROXIMO. O ARQUIVO ESTA NA ORDEM DA         *
      *    CHAVE (ANO-BASE + CPF): ANOS ANTERIORES SAO IGNORADOS E     *
      *    O PRIMEIRO ANO POSTERIOR ENCERRA A LEITURA                  *
      *----------------------------------------------------------------*
       3000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
           IF ARQIRF01-ANO-BASE EQUAL CT10-ANO-BASE
              ADD 1                           TO ACU-CPF-ANO

              COMPUTE WRK-LIQ-CALCULADO = ARQIRF01-VAL-BRUTO
                                        - ARQIRF01-VAL-IRRF
              IF WRK-LIQ-CALCULADO NOT EQUAL ARQIRF01-VAL-LIQUIDO
                 ADD 1                        TO ACU-CPF-DIVERGENTES
                 DISPLAY '* CPF 'ARQIRF01-CPF' - LIQUIDO ACUMULADO '
                         'DIFERENTE DE BRUTO MENOS IRRF *'
              END-IF

              PERFORM 3100-BUSCAR-CLIENTE
              PERFORM 7000-IMPRIMIR-INFORME
              PERFORM 7500-GRAVAR-DETALHE-RECEITA

              ADD ARQIRF01-VAL-BRUTO          TO ACU-TOT-BRUTO
              ADD ARQIRF01-VAL-IRRF           TO ACU-TOT-IRRF
              ADD ARQIRF01-VAL-LIQUIDO        TO ACU-TOT-LIQUIDO
           END-IF

           PERFORM 3800-LER-RENDIMENTO

           IF WRK-FS-IRF01-OK
              IF ARQIRF01-ANO-BASE GREATER CT10-ANO-BASE
                 SET WRK-FS-IRF01-FIM         TO TRUE
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    BUSCA O NOME DO CLIENTE NO CADASTRO ARQMST01                *
      *----------------------------------------------------------------*
       3100-BUSCAR-CLIENTE SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ            TO TRUE
           SET WRK-CN-ARQMST01        TO TRUE
           SET WRK-MST-ACHOU          TO TRUE

           MOVE ARQIRF01-CPF          TO ARQMST01-CPF
           READ ARQMST01
              INVALID KEY
                 SET WRK-MST-NAO-ACHOU TO TRUE
           END-READ

           IF NOT WRK-FS-MST01-OK AND NOT WRK-FS-MST01-NAO-ACHOU
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-MST-NAO-ACHOU
              ADD 1                   TO ACU-CPF-SEM-CAD
              DISPLAY '* CPF 'ARQIRF01-CPF' COM RENDIMENTOS NO ANO '
                      'NAO CONSTA NO CADASTRO ARQMST01 *'
           END-IF
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O PROXIMO REGISTRO DOS RENDIMENTOS DO ANO                *
      *----------------------------------------------------------------*
       3800-LER-RENDIMENTO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                    TO TRUE
           SET WRK-CN-ARQIRF01                TO TRUE

           READ ARQIRF01 NEXT RECORD

           IF (NOT WRK-FS-IRF01-OK) AND (NOT WRK-FS-IRF01-FIM)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-FS-IRF01-OK
              ADD 1                           TO ACU-LIDOS-ARQIRF01
           END-IF
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    IMPRIME O INFORME DE RENDIMENTOS DO CPF CORRENTE, EM        *
      *    PAGINA PROPRIA: FONTE PAGADORA, BENEFICIARIO E OS VALORES   *
      *    DO ANO-BASE                                                 *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-INFORME SECTION.
      *----------------------------------------------------------------*
           PERFORM 7950-NOVA-PAGINA

           MOVE ARQIRF01-CPF          TO WRK-INF-CPF
           IF WRK-MST-ACHOU
              MOVE ARQMST01-NOME-CLIENTE TO WRK-INF-NOME
           ELSE
              MOVE '*** NAO CONSTA NO CADASTRO ***'
                                      TO WRK-INF-NOME
           END-IF
           MOVE WRK-INF-BENEF         TO WRK-INF-LINHA
           PERFORM 7900-GRAVAR-LINHA

           MOVE SPACES                TO WRK-INF-LINHA
           PERFORM 7900-GRAVAR-LINHA

           MOVE WRK-INF-TITULO        TO WRK-INF-LINHA
           PERFORM 7900-GRAVAR-LINHA

           MOVE 'RENDIMENTO BRUTO ............:'
                                      TO WRK-INF-ROTULO
           MOVE ARQIRF01-VAL-BRUTO    TO WRK-INF-VAL
           MOVE WRK-INF-VALOR         TO WRK-INF-LINHA
           PERFORM 7900-GRAVAR-LINHA

           MOVE 'IMPOSTO RETIDO NA FONTE .....:'
                                      TO WRK-INF-ROTULO
           MOVE ARQIRF01-VAL-IRRF     TO WRK-INF-VAL
           MOVE WRK-INF-VALOR         TO WRK-INF-LINHA
           PERFORM 7900-GRAVAR-LINHA

           MOVE 'VALOR LIQUIDO CREDITADO .....:'
                                      TO WRK-INF-ROTULO
           MOVE ARQIRF01-VAL-LIQUIDO  TO WRK-INF-VAL
           MOVE WRK-INF-VALOR         TO WRK-INF-LINHA
           PERFORM 7900-GRAVAR-LINHA

           MOVE ARQIRF01-QTD-CREDITOS TO WRK-INF-QTD-CRED
           MOVE WRK-INF-QTDE          TO WRK-INF-LINHA
           PERFORM 7900-GRAVAR-LINHA

           IF ARQIRF01-IRRF-ISENTO AND ARQIRF01-VAL-IRRF EQUAL ZEROS
              ADD 1                   TO ACU-CPF-ISENTOS
              MOVE SPACES             TO WRK-INF-LINHA
              PERFORM 7900-GRAVAR-LINHA
              MOVE WRK-INF-ISENTO     TO WRK-INF-LINHA
              PERFORM 7900-GRAVAR-LINHA
           END-IF
           .
      *----------------------------------------------------------------*
       7000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA O DETALHE DO CPF CORRENTE NO ARQUIVO DA RECEITA       *
      *----------------------------------------------------------------*
       7500-GRAVAR-DETALHE-RECEITA SECTION.
      *----------------------------------------------------------------*
           INITIALIZE ARQDRF01-REGISTRO
           SET DRF-REG-DETALHE        TO TRUE
           MOVE ARQIRF01-CPF          TO DRF-CPF
           IF WRK-MST-ACHOU
              MOVE ARQMST01-NOME-CLIENTE TO DRF-NOME-BENEF
           ELSE
              MOVE SPACES             TO DRF-NOME-BENEF
           END-IF
           MOVE ARQIRF01-VAL-BRUTO    TO DRF-VAL-BRUTO
           MOVE ARQIRF01-VAL-IRRF     TO DRF-VAL-IRRF
           MOVE ARQIRF01-VAL-LIQUIDO  TO DRF-VAL-LIQUIDO

           IF ARQIRF01-IRRF-ISENTO AND ARQIRF01-VAL-IRRF EQUAL ZEROS
              SET DRF-ISENTO          TO TRUE
           ELSE
              SET DRF-TRIBUTADO       TO TRUE
           END-IF

           PERFORM 7600-GRAVAR-ARQDRF01
           .
      *----------------------------------------------------------------*
       7500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA O REGISTRO MONTADO NO ARQUIVO DA RECEITA              *
      *----------------------------------------------------------------*
       7600-GRAVAR-ARQDRF01 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE           TO TRUE
           SET WRK-CN-ARQDRF01        TO TRUE

           WRITE FD-ARQDRF01 FROM ARQDRF01-REGISTRO

           IF NOT WRK-FS-DRF01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                      TO ACU-GRAVA-ARQDRF01
           .
      *----------------------------------------------------------------*
       7600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    IMPRIME A LINHA JA MONTADA EM WRK-INF-LINHA                 *
      *----------------------------------------------------------------*
       7900-GRAVAR-LINHA SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE           TO TRUE
           SET WRK-CN-ARQINF01        TO TRUE

           WRITE FD-ARQINF01 FROM WRK-INF-LINHA

           IF NOT WRK-FS-INF01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       7900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ABRE UMA NOVA PAGINA: CABECALHO E FONTE PAGADORA            *
      *----------------------------------------------------------------*
       7950-NOVA-PAGINA SECTION.
      *----------------------------------------------------------------*
           ADD 1                      TO WRK-QTD-PAGINAS
           MOVE WRK-QTD-PAGINAS       TO WRK-INF-PAGINA

           MOVE WRK-INF-CABEC1        TO WRK-INF-LINHA
           PERFORM 7900-GRAVAR-LINHA

           MOVE WRK-INF-FONTE         TO WRK-INF-LINHA
           PERFORM 7900-GRAVAR-LINHA

           MOVE SPACES                TO WRK-INF-LINHA
           PERFORM 7900-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       7950-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA O TRAILER DO ARQUIVO DA RECEITA COM A QTDE DE         *
      *    DETALHES E OS TOTAIS DO ANO-BASE                            *
      *----------------------------------------------------------------*
       8000-GRAVAR-TRAILER SECTION.
      *----------------------------------------------------------------*
           INITIALIZE ARQDRF01-REGISTRO
           SET DRF-REG-TRAILER        TO TRUE
           MOVE ACU-CPF-ANO           TO DRF-TRL-QTD-REG
           MOVE ACU-TOT-BRUTO         TO DRF-TRL-TOT-BRUTO
           MOVE ACU-TOT-IRRF          TO DRF-TRL-TOT-IRRF
           MOVE ACU-TOT-LIQUIDO       TO DRF-TRL-TOT-LIQUIDO

           PERFORM 7600-GRAVAR-ARQDRF01
           .
      *----------------------------------------------------------------*
       8000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    IMPRIME A PAGINA DE RESUMO DO ANO-BASE NO FIM DO INFORME    *
      *----------------------------------------------------------------*
       8500-IMPRIMIR-RESUMO SECTION.
      *----------------------------------------------------------------*
           PERFORM 7950-NOVA-PAGINA

           MOVE 'RESUMO DO ANO-BASE'  TO WRK-INF-LINHA
           PERFORM 7900-GRAVAR-LINHA

           MOVE 'CPF INFORMADOS .............:'
                                      TO WRK-INF-RES-QROT
           MOVE ACU-CPF-ANO           TO WRK-INF-RES-QTD
           MOVE WRK-INF-RES-QTDE      TO WRK-INF-LINHA
           PERFORM 7900-GRAVAR-LINHA

           MOVE 'CPF ISENTOS ................:'
                                      TO WRK-INF-RES-QROT
           MOVE ACU-CPF-ISENTOS       TO WRK-INF-RES-QTD
           MOVE WRK-INF-RES-QTDE      TO WRK-INF-LINHA
           PERFORM 7900-GRAVAR-LINHA

           MOVE 'TOTAL RENDIMENTO BRUTO .....:'
                                      TO WRK-INF-RES-ROTULO
           MOVE ACU-TOT-BRUTO         TO WRK-INF-RES-VAL
           MOVE WRK-INF-RESUMO        TO WRK-INF-LINHA
           PERFORM 7900-GRAVAR-LINHA

           MOVE 'TOTAL IRRF RETIDO ..........:'
                                      TO WRK-INF-RES-ROTULO
           MOVE ACU-TOT-IRRF          TO WRK-INF-RES-VAL
           MOVE WRK-INF-RESUMO        TO WRK-INF-LINHA
           PERFORM 7900-GRAVAR-LINHA

           MOVE 'TOTAL LIQUIDO CREDITADO ....:'
                                      TO WRK-INF-RES-ROTULO
           MOVE ACU-TOT-LIQUIDO       TO WRK-INF-RES-VAL
           MOVE WRK-INF-RESUMO        TO WRK-INF-LINHA
           PERFORM 7900-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       8500-99-FIM.
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
           DISPLAY '* FILE-STATUS CTL:' WRK-FS-ARQCTL10           '*'
           DISPLAY '* FILE-STATUS IRF:' WRK-FS-ARQIRF01           '*'
           DISPLAY '* FILE-STATUS MST:' WRK-FS-ARQMST01           '*'
           DISPLAY '* FILE-STATUS INF:' WRK-FS-ARQINF01           '*'
           DISPLAY '* FILE-STATUS DRF:' WRK-FS-ARQDRF01           '*'
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
           CLOSE ARQIRF01
           CLOSE ARQMST01
           CLOSE ARQINF01
           CLOSE ARQDRF01

           DISPLAY '************************************************'
           DISPLAY '* ANO-BASE 'CT10-ANO-BASE
           DISPLAY '* REGISTROS LIDOS DE ARQIRF01 'ACU-LIDOS-ARQIRF01
           DISPLAY '* CPF NO INFORME DO ANO 'ACU-CPF-ANO
           DISPLAY '* CPF ISENTOS 'ACU-CPF-ISENTOS
           DISPLAY '* CPF SEM CADASTRO 'ACU-CPF-SEM-CAD
           DISPLAY '* CPF COM LIQUIDO DIVERGENTE 'ACU-CPF-DIVERGENTES
           DISPLAY '* REGISTROS GRAVADOS EM ARQDRF01 '
                   ACU-GRAVA-ARQDRF01
           DISPLAY '* TOTAL BRUTO 'ACU-TOT-BRUTO
           DISPLAY '* TOTAL IRRF 'ACU-TOT-IRRF
           DISPLAY '* TOTAL LIQUIDO 'ACU-TOT-LIQUIDO
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
              MOVE ACU-LIDOS-ARQIRF01 TO JRN-QTD-LIDOS
              MOVE ACU-GRAVA-ARQDRF01 TO JRN-QTD-GRAVADOS
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
       END PROGRAM EXER0220.
