      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0225.
       AUTHOR.     JOHNATHAN.
      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    PROGRAMA....: EXER0225
      *    PROGRAMADOR.: JOHNATHAN
      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   GERAR DIARIAMENTE OS MOVIMENTOS DAS         *
      *                    INSTRUCOES PROGRAMADAS (CADASTRO ARQPGM01,  *
      *                    MANTIDO POR EXER0224) QUE VENCEM ATE A      *
      *                    DATA DE GERACAO DO CARTAO ARQCTL14. O       *
      *                    VENCIMENTO NO MES E O DIA DA INSTRUCAO      *
      *                    (LIMITADO AO ULTIMO DIA DO MES), ROLADO     *
      *                    PARA O PROXIMO DIA UTIL QUANDO O CALENDARIO *
      *                    ARQCAL01 ESTIVER NO JOB. O VENCIMENTO DO    *
      *                    MES ANTERIOR AINDA NAO GERADO (JOB QUE NAO  *
      *                    RODOU) E RECUPERADO. OS MOVIMENTOS SAO      *
      *                    GRAVADOS EM UMA TRANSMISSAO ARQENT17 NO     *
      *                    LAYOUT ENT02103 (HEADER, DETALHES, TRAILER  *
      *                    COM QTDE E HASH) PARA A CONSOLIDACAO DE     *
      *                    EXER0205. CLIENTE BLOQUEADO, FALECIDO,      *
      *                    UNIFICADO OU FORA DO CADASTRO NAO RECEBE O  *
      *                    MOVIMENTO. O RELATORIO ARQREL01 LISTA O     *
      *                    QUE FOI E O QUE NAO FOI GERADO.             *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQCTL14                                  CTL02125        *
      *      ARQPGM01                                  PGM02124        *
      *      ARQMST01                                  MST02103        *
      *      ARQCAL01                                  CAL02103        *
      *      ARQENT17                                  ENT02103        *
      *      ARQREL01                                  (LINHAS 132)    *
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
           SELECT ARQCTL14 ASSIGN       TO UT-S-ARQCTL14
                      FILE STATUS      IS WRK-FS-ARQCTL14.
      *
           SELECT ARQPGM01 ASSIGN       TO UT-S-ARQPGM01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS SEQUENTIAL
                      RECORD KEY       IS ARQPGM01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQPGM01.
      *
           SELECT ARQMST01 ASSIGN       TO UT-S-ARQMST01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS ARQMST01-CPF
                      FILE STATUS      IS WRK-FS-ARQMST01.
      *
           SELECT ARQCAL01 ASSIGN       TO UT-S-ARQCAL01
                      FILE STATUS      IS WRK-FS-ARQCAL01.
      *
           SELECT ARQENT17 ASSIGN       TO UT-S-ARQENT17
                      FILE STATUS      IS WRK-FS-ARQENT17.
      *
           SELECT ARQREL01 ASSIGN       TO UT-S-ARQREL01
                      FILE STATUS      IS WRK-FS-ARQREL01.
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
      *----------------------------------------------------------------*
      *    INPUT:     CARTAO DE CONTROLE (DATA DE GERACAO - OPCIONAL)  *
      *               ORG. SEQUENCIAL   -   LRECL = 80                 *
      *----------------------------------------------------------------*

       FD  ARQCTL14
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQCTL14             PIC X(80).

      *---------------------------------------------------------------*
      *   IN/OUT:    CADASTRO DE INSTRUCOES PROGRAMADAS               *
      *               ORG. INDEXADA     -   LRECL = 80                *
      *---------------------------------------------------------------*

       FD  ARQPGM01
           LABEL RECORD IS STANDARD.
           COPY PGM02124.

      *---------------------------------------------------------------*
      *   INPUT:     CADASTRO DE CLIENTES (CPF X NOME X SITUACAO)     *
      *               ORG. INDEXADA     -   LRECL = 236               *
      *---------------------------------------------------------------*

       FD  ARQMST01
           LABEL RECORD IS STANDARD.
           COPY MST02103.

      *---------------------------------------------------------------*
      *   INPUT:     CALENDARIO DE DIAS NAO UTEIS (OPCIONAL)          *
      *               ORG. SEQUENCIAL   -   LRECL = 12                *
      *---------------------------------------------------------------*

       FD  ARQCAL01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQCAL01             PIC X(12).

      *---------------------------------------------------------------*
      *   OUTPUT:    TRANSMISSAO DOS MOVIMENTOS PROGRAMADOS           *
      *               ORG. SEQUENCIAL   -   LRECL = 43                *
      *---------------------------------------------------------------*

       FD  ARQENT17
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQENT17             PIC X(43).

      *---------------------------------------------------------------*
      *   OUTPUT:    RELATORIO DOS VENCIMENTOS GERADOS E NAO GERADOS  *
      *               ORG. SEQUENCIAL   -   LRECL = 132               *
      *---------------------------------------------------------------*

       FD  ARQREL01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQREL01             PIC X(132).

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

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0225 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0225'.
       77 ACU-LIDOS-ARQPGM01      PIC  9(009) VALUE ZEROS.
       77 ACU-INSTR-INATIVAS      PIC  9(009) VALUE ZEROS.
       77 ACU-GRAVA-ARQENT17      PIC  9(009) VALUE ZEROS.
       77 ACU-GERADOS-ATRASO      PIC  9(009) VALUE ZEROS.
       77 ACU-NAO-GERADOS         PIC  9(009) VALUE ZEROS.
       77 ACU-VENCTO-ROLADOS      PIC  9(009) VALUE ZEROS.
       77 ACU-HASH-SAIDA          PIC  S9(017)V99 COMP-3  VALUE +0.
       77 WRK-HASH-TRL            PIC  S9(015)V99 VALUE ZEROS.
       77 WRK-DATA-CORRENTE       PIC  9(008) VALUE ZEROS.
       77 WRK-DATA-NOMINAL        PIC  9(008) VALUE ZEROS.
       77 WRK-DATA-AJUSTADA       PIC  9(008) VALUE ZEROS.
       77 WRK-ANO-REF             PIC  9(004) VALUE ZEROS.
       77 WRK-MES-REF             PIC  9(002) VALUE ZEROS.
       77 WRK-IDX-MES-INICIO      PIC  9(006) VALUE ZEROS.
       77 WRK-IDX-MES-REF         PIC  9(006) VALUE ZEROS.
       77 WRK-DIF-MESES           PIC  9(006) VALUE ZEROS.
       77 WRK-QUOCIENTE           PIC  9(006) VALUE ZEROS.
       77 WRK-RESTO-INTERVALO     PIC  9(002) VALUE ZEROS.
       77 WRK-INTERVALO           PIC  9(002) VALUE ZEROS.
       77 WRK-QTD-CAL             PIC  9(003) VALUE ZEROS.
       77 WRK-IDX-CAL             PIC  9(003) VALUE ZEROS.
       77 WRK-QTD-ROLAGEM         PIC  9(002) VALUE ZEROS.
       77 WRK-QTD-LINHAS          PIC  9(003) VALUE 999.
       77 WRK-QTD-PAGINAS         PIC  9(004) VALUE ZEROS.
       77 WRK-SITUACAO-REL        PIC  X(040) VALUE SPACES.

       77 WRK-FLAG-CALENDARIO    PIC  X(001) VALUE 'A'.
          88 WRK-CALENDARIO-PRESENTE         VALUE 'P'.
          88 WRK-CALENDARIO-AUSENTE          VALUE 'A'.
       77 WRK-FLAG-DATA-CALEND    PIC  X(001) VALUE 'S'.
          88 WRK-DATA-CAL-VALIDA             VALUE 'S'.
          88 WRK-DATA-CAL-INVALIDA           VALUE 'N'.
       77 WRK-FLAG-DIA-UTIL       PIC  X(001) VALUE 'S'.
          88 WRK-DIA-UTIL                    VALUE 'S'.
          88 WRK-DIA-NAO-UTIL                VALUE 'N'.
       77 WRK-FLAG-REGRAVAR       PIC  X(001) VALUE 'N'.
          88 WRK-REGRAVAR-INSTRUCAO          VALUE 'S'.
          88 WRK-NAO-REGRAVAR                VALUE 'N'.
       77 WRK-FLAG-PENDENTE       PIC  X(001) VALUE 'N'.
          88 WRK-VENCTO-PENDENTE             VALUE 'S'.
          88 WRK-SEM-PENDENCIA               VALUE 'N'.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQCTL14      VALUE 'ARQCTL14'.
          88 WRK-CN-ARQPGM01      VALUE 'ARQPGM01'.
          88 WRK-CN-ARQMST01      VALUE 'ARQMST01'.
          88 WRK-CN-ARQCAL01      VALUE 'ARQCAL01'.
          88 WRK-CN-ARQENT17      VALUE 'ARQENT17'.
          88 WRK-CN-ARQREL01      VALUE 'ARQREL01'.

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
       01 WRK-FS-ARQCTL14         PIC  X(002) VALUE SPACES.
          88 WRK-FS-CTL14-OK                  VALUE '00'.
      *
       01 WRK-FS-ARQPGM01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-PGM01-OK                  VALUE '00'.
          88 WRK-FS-PGM01-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQMST01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-MST01-OK                  VALUE '00'.
          88 WRK-FS-MST01-NAO-ACHOU           VALUE '23'.
      *
       01 WRK-FS-ARQCAL01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-CAL01-OK                  VALUE '00'.
          88 WRK-FS-CAL01-FIM                 VALUE '10'.
          88 WRK-FS-CAL01-AUSENTE             VALUE '35'.
      *
       01 WRK-FS-ARQENT17         PIC  X(002) VALUE SPACES.
          88 WRK-FS-ENT17-OK                  VALUE '00'.
      *
       01 WRK-FS-ARQREL01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-REL01-OK                  VALUE '00'.

      *
       01 WRK-FS-ARQJRN01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-JRN01-OK                  VALUE '00'.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DE CALCULO DE DATAS'.
      *----------------------------------------------------------------*
      *
       01 WRK-DATA-TRABALHO.
          05 WRK-DT-ANO           PIC  9(004) VALUE ZEROS.
          05 WRK-DT-MES           PIC  9(002) VALUE ZEROS.
          05 WRK-DT-DIA           PIC  9(002) VALUE ZEROS.
       01 WRK-DATA-TRABALHO-NUM REDEFINES WRK-DATA-TRABALHO
                                  PIC  9(008).
       01 WRK-DIAS-NO-MES         PIC  9(002) VALUE ZEROS.
       01 WRK-RESTO-BISSEXTO      PIC  9(004) VALUE ZEROS.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DA TABELA DO CALENDARIO DE DIAS NAO UTEIS'.
      *----------------------------------------------------------------*
      *
       01 TAB-CALENDARIO.
          05 TAB-CAL-DATA         PIC 9(008) OCCURS 400 TIMES.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DAS LINHAS DO RELATORIO DE GERACAO'.
      *----------------------------------------------------------------*
      *
       01 WRK-REL-CABEC1.
          05 FILLER                  PIC  X(010) VALUE 'EXER0225 -'.
          05 FILLER                  PIC  X(047) VALUE
             ' GERACAO DAS INSTRUCOES PROGRAMADAS'.
          05 FILLER                  PIC  X(006) VALUE 'DATA: '.
          05 WRK-REL-DATA            PIC  9(008).
          05 FILLER                  PIC  X(008) VALUE '   PAG: '.
          05 WRK-REL-PAGINA          PIC  9(004).
          05 FILLER                  PIC  X(049) VALUE SPACES.

       01 WRK-REL-CABEC2.
          05 FILLER                  PIC  X(016) VALUE 'CPF'.
          05 FILLER                  PIC  X(005) VALUE 'SEQ'.
          05 FILLER                  PIC  X(003) VALUE 'T'.
          05 FILLER                  PIC  X(018) VALUE
             '           VALOR'.
          05 FILLER                  PIC  X(010) VALUE 'VENCTO'.
          05 FILLER                  PIC  X(010) VALUE 'DEPOSITO'.
          05 FILLER                  PIC  X(006) VALUE 'AGEN'.
          05 FILLER                  PIC  X(064) VALUE 'SITUACAO'.

       01 WRK-REL-DETALHE.
          05 WRK-REL-CPF             PIC  9(011).
          05 FILLER                  PIC  X(001) VALUE '-'.
          05 WRK-REL-DIG             PIC  9(002).
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-REL-SEQ             PIC  9(003).
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-REL-TIP-TRANS       PIC  X(001).
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-REL-VALOR           PIC  ZZZZZZZZZZZZ9,99.
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-REL-VENCTO          PIC  9(008).
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-REL-DEPOSITO        PIC  9(008).
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-REL-COD-AGEN        PIC  X(004).
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-REL-SITUACAO        PIC  X(040).
          05 FILLER                  PIC  X(024) VALUE SPACES.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
           COPY CTL02125.
           COPY CAL02103.
           COPY ENT02103.

           COPY JRN02117.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'EXER0225 - FIM DA AREA DE WORKING'.
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
           PERFORM 3000-PROCESSAR UNTIL WRK-FS-PGM01-FIM
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
      *    ROTINA DE INICIALIZACAO: LE O CARTAO DA DATA DE GERACAO,    *
      *    CARREGA O CALENDARIO, ABRE OS ARQUIVOS E GRAVA O HEADER DA  *
      *    TRANSMISSAO                                                 *
      *----------------------------------------------------------------*
       1000-INICIALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FUNCTION CURRENT-DATE(1:8)    TO WRK-DATA-CORRENTE

           MOVE ZEROS                         TO CT14-DATA-GERACAO

           SET WRK-CN-OPEN                    TO TRUE
           SET WRK-CN-ARQCTL14                TO TRUE
           OPEN INPUT ARQCTL14
           IF WRK-FS-CTL14-OK
              READ ARQCTL14 INTO ARQCTL14-REGISTRO
           END-IF
           CLOSE ARQCTL14

      *
      *    SEM CARTAO (OU COM A DATA EM BRANCO/ZEROS) GERA O QUE VENCE
      *    ATE HOJE. UMA DATA FUTURA GERARIA MOVIMENTOS QUE EXER0203
      *    REJEITA POR DATA FUTURA - E ERRO DO CARTAO, CANCELA AQUI.
           IF CT14-DATA-GERACAO NOT NUMERIC
           OR CT14-DATA-GERACAO EQUAL ZEROS
              MOVE WRK-DATA-CORRENTE          TO CT14-DATA-GERACAO
           END-IF

           MOVE CT14-DATA-GERACAO             TO WRK-DATA-TRABALHO-NUM
           PERFORM 3116-VALIDA-CALENDARIO

           IF WRK-DATA-CAL-INVALIDA
           OR CT14-DATA-GERACAO GREATER WRK-DATA-CORRENTE
              DISPLAY '*********************************************'
              DISPLAY '*       ERRO EM OPERACAO COM ARQUIVOS       *'
              DISPLAY '* CARTAO ARQCTL14 COM DATA DE GERACAO       *'
              DISPLAY '* INVALIDA OU FUTURA: 'CT14-DATA-GERACAO
              DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                 *'
              DISPLAY '*********************************************'
              MOVE 12                         TO RETURN-CODE
              PERFORM 9900-FINALIZAR
           END-IF

           MOVE CT14-DATA-GERACAO             TO WRK-REL-DATA

           PERFORM 1010-CARREGAR-CALENDARIO

           SET WRK-CN-OPEN                    TO TRUE
           SET WRK-CN-ARQPGM01                TO TRUE
           OPEN I-O   ARQPGM01
           OPEN INPUT ARQMST01
           OPEN OUTPUT ARQENT17
           OPEN OUTPUT ARQREL01

           IF (NOT WRK-FS-PGM01-OK) OR (NOT WRK-FS-MST01-OK)
           OR (NOT WRK-FS-ENT17-OK) OR (NOT WRK-FS-REL01-OK)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           INITIALIZE ARQENT01-REGISTRO
           MOVE '00'                  TO ARQENT01-TIP-REG
           MOVE CT14-DATA-GERACAO     TO ARQENT01-HDR-DAT-GER
           MOVE 'PROGRAMA'            TO ARQENT01-HDR-COD-ORIG

           SET WRK-CN-WRITE           TO TRUE
           SET WRK-CN-ARQENT17        TO TRUE
           WRITE FD-ARQENT17 FROM ARQENT01-REGISTRO
           IF NOT WRK-FS-ENT17-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3800-LER-INSTRUCAO
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CARREGA NA TABELA O CALENDARIO DE DIAS NAO UTEIS            *
      *    (ARQCAL01). O CALENDARIO E OPCIONAL NO JOB - SEM ELE O      *
      *    VENCIMENTO NAO E ROLADO PARA O PROXIMO DIA UTIL             *
      *----------------------------------------------------------------*
       1010-CARREGAR-CALENDARIO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-OPEN            TO TRUE
           SET WRK-CN-ARQCAL01        TO TRUE
           OPEN INPUT ARQCAL01

           IF WRK-FS-CAL01-AUSENTE
              SET WRK-CALENDARIO-AUSENTE TO TRUE
              DISPLAY '* 'WRK-PROGRAMA' - ARQCAL01 SEM CALENDARIO '
                      'NO JOB - VENCIMENTOS SEM ROLAGEM DE DIA UTIL'
           ELSE
              IF NOT WRK-FS-CAL01-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
              SET WRK-CALENDARIO-PRESENTE TO TRUE

              SET WRK-CN-READ          TO TRUE
              READ ARQCAL01 INTO ARQCAL01-REGISTRO
              PERFORM UNTIL WRK-FS-CAL01-FIM
                 IF (NOT WRK-FS-CAL01-OK) AND (NOT WRK-FS-CAL01-FIM)
                    PERFORM 9100-ERROS-ARQUIVOS
                 END-IF
                 IF WRK-QTD-CAL LESS THAN 400
                    ADD 1             TO WRK-QTD-CAL
                    MOVE CAL-DATA     TO TAB-CAL-DATA (WRK-QTD-CAL)
                 ELSE
                    DISPLAY '* TABELA DO CALENDARIO CHEIA (400) - '
                            'DATA ' CAL-DATA ' IGNORADA *'
                 END-IF
                 READ ARQCAL01 INTO ARQCAL01-REGISTRO
              END-PERFORM

              CLOSE ARQCAL01
           END-IF
           .
      *----------------------------------------------------------------*
       1010-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    AVALIA A INSTRUCAO CORRENTE: SO A INSTRUCAO ATIVA GERA      *
      *    MOVIMENTO. SAO AVALIADOS O VENCIMENTO DO MES ANTERIOR A     *
      *    DATA DE GERACAO (RECUPERACAO DE JOB QUE NAO RODOU) E O DO   *
      *    PROPRIO MES, NESTA ORDEM. A INSTRUCAO E REGRAVADA QUANDO O  *
      *    ULTIMO VENCIMENTO TRATADO MUDA                              *
      *----------------------------------------------------------------*
       3000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
      *
           IF ARQPGM01-SIT-ATIVA
              SET WRK-NAO-REGRAVAR    TO TRUE
              SET WRK-SEM-PENDENCIA   TO TRUE

              MOVE CT14-DATA-GERACAO  TO WRK-DATA-TRABALHO-NUM
              IF WRK-DT-MES EQUAL 01
                 COMPUTE WRK-ANO-REF = WRK-DT-ANO - 1
                 MOVE 12              TO WRK-MES-REF
              ELSE
                 MOVE WRK-DT-ANO      TO WRK-ANO-REF
                 COMPUTE WRK-MES-REF = WRK-DT-MES - 1
              END-IF
              PERFORM 3100-AVALIA-VENCIMENTO

              IF WRK-SEM-PENDENCIA
                 MOVE CT14-DATA-GERACAO TO WRK-DATA-TRABALHO-NUM
                 MOVE WRK-DT-ANO      TO WRK-ANO-REF
                 MOVE WRK-DT-MES      TO WRK-MES-REF
                 PERFORM 3100-AVALIA-VENCIMENTO
              END-IF

              IF WRK-REGRAVAR-INSTRUCAO
                 PERFORM 8400-REGRAVAR-INSTRUCAO
              END-IF
           ELSE
              ADD 1                   TO ACU-INSTR-INATIVAS
           END-IF

           PERFORM 3800-LER-INSTRUCAO
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    AVALIA O VENCIMENTO DA INSTRUCAO NO MES WRK-ANO-REF/        *
      *    WRK-MES-REF. O VENCIMENTO NOMINAL E O DIA DA INSTRUCAO      *
      *    LIMITADO AO ULTIMO DIA DO MES; ELE TEM DE ESTAR NA VIGENCIA,*
      *    SER POSTERIOR AO ULTIMO VENCIMENTO JA TRATADO E CAIR EM UM  *
      *    MES DA PERIODICIDADE (CONTADA A PARTIR DO MES DE INICIO).   *
      *    O VENCIMENTO ROLADO PARA DIA UTIL QUE AINDA NAO CHEGOU FICA *
      *    PENDENTE PARA A PROXIMA EXECUCAO                            *
      *----------------------------------------------------------------*
       3100-AVALIA-VENCIMENTO SECTION.
      *----------------------------------------------------------------*
           EVALUATE TRUE
              WHEN ARQPGM01-FREQ-MENSAL
                 MOVE 01              TO WRK-INTERVALO
              WHEN ARQPGM01-FREQ-BIMESTRAL
                 MOVE 02              TO WRK-INTERVALO
              WHEN ARQPGM01-FREQ-TRIMESTRAL
                 MOVE 03              TO WRK-INTERVALO
              WHEN ARQPGM01-FREQ-SEMESTRAL
                 MOVE 06              TO WRK-INTERVALO
              WHEN ARQPGM01-FREQ-ANUAL
                 MOVE 12              TO WRK-INTERVALO
              WHEN OTHER
                 MOVE ZEROS           TO WRK-INTERVALO
           END-EVALUATE

           MOVE WRK-ANO-REF           TO WRK-DT-ANO
           MOVE WRK-MES-REF           TO WRK-DT-MES
           MOVE 01                    TO WRK-DT-DIA
           PERFORM 3114-DIAS-NO-MES
           IF ARQPGM01-DIA-MES GREATER WRK-DIAS-NO-MES
              MOVE WRK-DIAS-NO-MES    TO WRK-DT-DIA
           ELSE
              MOVE ARQPGM01-DIA-MES   TO WRK-DT-DIA
           END-IF
           MOVE WRK-DATA-TRABALHO-NUM TO WRK-DATA-NOMINAL

           IF WRK-INTERVALO GREATER ZEROS
           AND WRK-DATA-NOMINAL NOT LESS ARQPGM01-DAT-INICIO
           AND WRK-DATA-NOMINAL GREATER ARQPGM01-DAT-ULT-VENCTO
           AND (ARQPGM01-DAT-FIM EQUAL ZEROS
                OR WRK-DATA-NOMINAL NOT GREATER ARQPGM01-DAT-FIM)
              COMPUTE WRK-IDX-MES-REF = WRK-ANO-REF * 12
                                      + WRK-MES-REF
              MOVE ARQPGM01-DAT-INICIO TO WRK-DATA-TRABALHO-NUM
              COMPUTE WRK-IDX-MES-INICIO = WRK-DT-ANO * 12
                                         + WRK-DT-MES
              COMPUTE WRK-DIF-MESES = WRK-IDX-MES-REF
                                    - WRK-IDX-MES-INICIO
              DIVIDE WRK-DIF-MESES BY WRK-INTERVALO
                     GIVING WRK-QUOCIENTE
                     REMAINDER WRK-RESTO-INTERVALO

              IF WRK-RESTO-INTERVALO EQUAL ZEROS
                 PERFORM 3110-AJUSTA-DIA-UTIL
                 IF WRK-DATA-AJUSTADA GREATER CT14-DATA-GERACAO
                    SET WRK-VENCTO-PENDENTE TO TRUE
                 ELSE
                    PERFORM 3200-TRATA-VENCIMENTO
                 END-IF
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    DEVOLVE EM WRK-DATA-AJUSTADA O VENCIMENTO NOMINAL ROLADO    *
      *    PARA O PROXIMO DIA UTIL DO CALENDARIO, QUANDO PRESENTE      *
      *----------------------------------------------------------------*
       3110-AJUSTA-DIA-UTIL SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-DATA-NOMINAL      TO WRK-DATA-AJUSTADA

           IF WRK-CALENDARIO-PRESENTE
              MOVE WRK-DATA-NOMINAL   TO WRK-DATA-TRABALHO-NUM
              PERFORM 3118-CONSULTA-DIA-UTIL
              IF WRK-DIA-NAO-UTIL
                 PERFORM 3119-ROLA-DIA-UTIL
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    SOMA UM DIA A WRK-DATA-TRABALHO, VIRANDO MES E ANO          *
      *----------------------------------------------------------------*
       3113-SOMA-UM-DIA SECTION.
      *----------------------------------------------------------------*
           PERFORM 3114-DIAS-NO-MES

           IF WRK-DT-DIA LESS WRK-DIAS-NO-MES
              ADD 1                   TO WRK-DT-DIA
           ELSE
              MOVE 1                  TO WRK-DT-DIA
              IF WRK-DT-MES LESS 12
                 ADD 1                TO WRK-DT-MES
              ELSE
                 MOVE 1               TO WRK-DT-MES
                 ADD 1                TO WRK-DT-ANO
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3113-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    DEVOLVE EM WRK-DIAS-NO-MES A QTDE DE DIAS DO MES DE         *
      *    WRK-DATA-TRABALHO, TRATANDO O ANO BISSEXTO                  *
      *----------------------------------------------------------------*
       3114-DIAS-NO-MES SECTION.
      *----------------------------------------------------------------*
           EVALUATE WRK-DT-MES
              WHEN 01
              WHEN 03
              WHEN 05
              WHEN 07
              WHEN 08
              WHEN 10
              WHEN 12
                 MOVE 31              TO WRK-DIAS-NO-MES
              WHEN 04
              WHEN 06
              WHEN 09
              WHEN 11
                 MOVE 30              TO WRK-DIAS-NO-MES
              WHEN 02
                 MOVE 28              TO WRK-DIAS-NO-MES
                 COMPUTE WRK-RESTO-BISSEXTO =
                         FUNCTION MOD (WRK-DT-ANO, 4)
                 IF WRK-RESTO-BISSEXTO EQUAL ZEROS
                    COMPUTE WRK-RESTO-BISSEXTO =
                            FUNCTION MOD (WRK-DT-ANO, 100)
                    IF WRK-RESTO-BISSEXTO NOT EQUAL ZEROS
                       MOVE 29        TO WRK-DIAS-NO-MES
                    ELSE
                       COMPUTE WRK-RESTO-BISSEXTO =
                               FUNCTION MOD (WRK-DT-ANO, 400)
                       IF WRK-RESTO-BISSEXTO EQUAL ZEROS
                          MOVE 29     TO WRK-DIAS-NO-MES
                       END-IF
                    END-IF
                 END-IF
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       3114-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CONFERE SE WRK-DATA-TRABALHO E UMA DATA DE CALENDARIO       *
      *    POSSIVEL (MES 01-12 E DIA DENTRO DO MES, COM BISSEXTO)      *
      *----------------------------------------------------------------*
       3116-VALIDA-CALENDARIO SECTION.
      *----------------------------------------------------------------*
           SET WRK-DATA-CAL-VALIDA    TO TRUE

           IF (WRK-DT-MES LESS 01) OR (WRK-DT-MES GREATER 12)
              SET WRK-DATA-CAL-INVALIDA TO TRUE
           ELSE
              PERFORM 3114-DIAS-NO-MES
              IF (WRK-DT-DIA LESS 01)
              OR (WRK-DT-DIA GREATER WRK-DIAS-NO-MES)
                 SET WRK-DATA-CAL-INVALIDA TO TRUE
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3116-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CONSULTA WRK-DATA-TRABALHO NA TABELA DO CALENDARIO DE       *
      *    DIAS NAO UTEIS (FERIADOS E FINS DE SEMANA)                  *
      *----------------------------------------------------------------*
       3118-CONSULTA-DIA-UTIL SECTION.
      *----------------------------------------------------------------*
           SET WRK-DIA-UTIL           TO TRUE

           PERFORM VARYING WRK-IDX-CAL FROM 1 BY 1
                   UNTIL WRK-IDX-CAL GREATER WRK-QTD-CAL
              IF TAB-CAL-DATA (WRK-IDX-CAL) EQUAL
                 WRK-DATA-TRABALHO-NUM
                 SET WRK-DIA-NAO-UTIL TO TRUE
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       3118-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ROLA O VENCIMENTO PARA O PROXIMO DIA UTIL DO CALENDARIO     *
      *    (NO MAXIMO 31 DIAS - UM CALENDARIO QUE SO TEM DIAS NAO      *
      *    UTEIS MANTERIA O VENCIMENTO RODANDO PARA SEMPRE)            *
      *----------------------------------------------------------------*
       3119-ROLA-DIA-UTIL SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                 TO WRK-QTD-ROLAGEM

           PERFORM UNTIL WRK-DIA-UTIL
                      OR WRK-QTD-ROLAGEM GREATER 31
              PERFORM 3113-SOMA-UM-DIA
              ADD 1                   TO WRK-QTD-ROLAGEM
              PERFORM 3118-CONSULTA-DIA-UTIL
           END-PERFORM

           IF WRK-DIA-UTIL
              MOVE WRK-DATA-TRABALHO-NUM TO WRK-DATA-AJUSTADA
           ELSE
              DISPLAY '* CALENDARIO SEM DIA UTIL EM 31 DIAS APOS '
                      WRK-DATA-NOMINAL ' - VENCIMENTO MANTIDO *'
           END-IF
           .
      *----------------------------------------------------------------*
       3119-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    TRATA O VENCIMENTO QUE JA CHEGOU: CLIENTE ATIVO RECEBE O    *
      *    MOVIMENTO NA TRANSMISSAO; CLIENTE BLOQUEADO, FALECIDO,      *
      *    UNIFICADO OU FORA DO CADASTRO NAO RECEBE. NOS DOIS CASOS O  *
      *    VENCIMENTO FICA TRATADO (NAO E TENTADO DE NOVO) E SAI NO    *
      *    RELATORIO                                                   *
      *----------------------------------------------------------------*
       3200-TRATA-VENCIMENTO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ            TO TRUE
           SET WRK-CN-ARQMST01        TO TRUE

           MOVE ARQPGM01-CPF          TO ARQMST01-CPF
           READ ARQMST01
              INVALID KEY
                 MOVE 'NAO GERADO - CLIENTE FORA DO CADASTRO'
                                      TO WRK-SITUACAO-REL
           END-READ

           IF NOT WRK-FS-MST01-OK AND NOT WRK-FS-MST01-NAO-ACHOU
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-FS-MST01-OK
              EVALUATE TRUE
                 WHEN ARQMST01-SIT-BLOQUEADO
                    MOVE 'NAO GERADO - CLIENTE BLOQUEADO'
                                      TO WRK-SITUACAO-REL
                 WHEN ARQMST01-SIT-FALECIDO
                    MOVE 'NAO GERADO - CLIENTE FALECIDO'
                                      TO WRK-SITUACAO-REL
                 WHEN ARQMST01-SIT-UNIFICADO
                    MOVE 'NAO GERADO - CPF UNIFICADO'
                                      TO WRK-SITUACAO-REL
                 WHEN OTHER
                    PERFORM 3300-GRAVAR-DETALHE
                    IF WRK-DATA-AJUSTADA LESS CT14-DATA-GERACAO
                       MOVE 'GERADO - VENCIMENTO EM ATRASO'
                                      TO WRK-SITUACAO-REL
                       ADD 1          TO ACU-GERADOS-ATRASO
                    ELSE
                       MOVE 'GERADO'  TO WRK-SITUACAO-REL
                    END-IF
              END-EVALUATE
           END-IF

           IF WRK-SITUACAO-REL (1:10) EQUAL 'NAO GERADO'
              ADD 1                   TO ACU-NAO-GERADOS
           END-IF

           IF WRK-DATA-AJUSTADA NOT EQUAL WRK-DATA-NOMINAL
              ADD 1                   TO ACU-VENCTO-ROLADOS
           END-IF

           PERFORM 3900-GRAVAR-RELATORIO

           MOVE WRK-DATA-NOMINAL      TO ARQPGM01-DAT-ULT-VENCTO
           SET WRK-REGRAVAR-INSTRUCAO TO TRUE
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA O DETALHE (TIPO 01) DO MOVIMENTO DA INSTRUCAO NA      *
      *    TRANSMISSAO, COM A DATA JA ROLADA PARA DIA UTIL E A         *
      *    AGENCIA DA INSTRUCAO, E ACUMULA O HASH DO TRAILER           *
      *----------------------------------------------------------------*
       3300-GRAVAR-DETALHE SECTION.
      *----------------------------------------------------------------*
           INITIALIZE ARQENT01-REGISTRO
           MOVE '01'                  TO ARQENT01-TIP-REG
           MOVE ARQPGM01-CPF          TO ARQENT01-CPF
           MOVE ARQPGM01-DIG-CPF      TO ARQENT01-DIG-CPF
           MOVE WRK-DATA-AJUSTADA     TO ARQENT01-DAT-DEPOS
           MOVE ARQPGM01-VALOR        TO ARQENT01-VAL-DEPOS
           MOVE ARQPGM01-TIP-TRANS    TO ARQENT01-TIP-TRANS
           MOVE ARQPGM01-COD-AGEN     TO ARQENT01-COD-AGEN

           SET WRK-CN-WRITE           TO TRUE
           SET WRK-CN-ARQENT17        TO TRUE

           WRITE FD-ARQENT17 FROM ARQENT01-REGISTRO

           IF NOT WRK-FS-ENT17-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                      TO ACU-GRAVA-ARQENT17
           COMPUTE ACU-HASH-SAIDA = ACU-HASH-SAIDA +
                                     ARQENT01-VAL-DEPOS
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE A PROXIMA INSTRUCAO DO CADASTRO, NA ORDEM DA CHAVE       *
      *    (CPF + SEQUENCIA) - A TRANSMISSAO SAI ORDENADA POR CPF      *
      *----------------------------------------------------------------*
       3800-LER-INSTRUCAO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                    TO TRUE
           SET WRK-CN-ARQPGM01                TO TRUE

           READ ARQPGM01 NEXT RECORD

           IF (NOT WRK-FS-PGM01-OK) AND (NOT WRK-FS-PGM01-FIM)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-FS-PGM01-OK
              ADD 1                           TO ACU-LIDOS-ARQPGM01
           END-IF
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA A LINHA DO VENCIMENTO TRATADO NO RELATORIO, COM       *
      *    CABECALHO A CADA 56 LINHAS                                  *
      *----------------------------------------------------------------*
       3900-GRAVAR-RELATORIO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE           TO TRUE
           SET WRK-CN-ARQREL01        TO TRUE

           IF WRK-QTD-LINHAS GREATER 55
              ADD 1                   TO WRK-QTD-PAGINAS
              MOVE WRK-QTD-PAGINAS    TO WRK-REL-PAGINA

              WRITE FD-ARQREL01 FROM WRK-REL-CABEC1
              IF NOT WRK-FS-REL01-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
              WRITE FD-ARQREL01 FROM WRK-REL-CABEC2
              IF NOT WRK-FS-REL01-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
              MOVE 2                  TO WRK-QTD-LINHAS
           END-IF

           MOVE ARQPGM01-CPF          TO WRK-REL-CPF
           MOVE ARQPGM01-DIG-CPF      TO WRK-REL-DIG
           MOVE ARQPGM01-SEQ          TO WRK-REL-SEQ
           MOVE ARQPGM01-TIP-TRANS    TO WRK-REL-TIP-TRANS
           MOVE ARQPGM01-VALOR        TO WRK-REL-VALOR
           MOVE WRK-DATA-NOMINAL      TO WRK-REL-VENCTO
           MOVE WRK-DATA-AJUSTADA     TO WRK-REL-DEPOSITO
           MOVE ARQPGM01-COD-AGEN     TO WRK-REL-COD-AGEN
           MOVE WRK-SITUACAO-REL      TO WRK-REL-SITUACAO

           WRITE FD-ARQREL01 FROM WRK-REL-DETALHE

           IF NOT WRK-FS-REL01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                      TO WRK-QTD-LINHAS
           .
      *----------------------------------------------------------------*
       3900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    REGRAVA A INSTRUCAO COM O ULTIMO VENCIMENTO TRATADO         *
      *----------------------------------------------------------------*
       8400-REGRAVAR-INSTRUCAO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE           TO TRUE
           SET WRK-CN-ARQPGM01        TO TRUE

           REWRITE ARQPGM01-REGISTRO

           IF NOT WRK-FS-PGM01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       8400-99-FIM.
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
           DISPLAY '* FILE-STATUS CTL:' WRK-FS-ARQCTL14           '*'
           DISPLAY '* FILE-STATUS PGM:' WRK-FS-ARQPGM01           '*'
           DISPLAY '* FILE-STATUS MST:' WRK-FS-ARQMST01           '*'
           DISPLAY '* FILE-STATUS CAL:' WRK-FS-ARQCAL01           '*'
           DISPLAY '* FILE-STATUS E17:' WRK-FS-ARQENT17           '*'
           DISPLAY '* FILE-STATUS REL:' WRK-FS-ARQREL01           '*'
           DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                    *'
           DISPLAY '************************************************'

           MOVE 12                            TO RETURN-CODE
           PERFORM 9900-FINALIZAR
           .
      *----------------------------------------------------------------*
       9100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA O TRAILER DA TRANSMISSAO (QTDE E HASH TRUNCADO NA     *
      *    LARGURA DO CAMPO), FECHA OS ARQUIVOS E REPORTA AS           *
      *    CONTAGENS                                                   *
      *----------------------------------------------------------------*
       9900-FINALIZAR SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-ENT17-OK AND RETURN-CODE EQUAL ZEROS
              INITIALIZE ARQENT01-REGISTRO
              MOVE '99'               TO ARQENT01-TIP-REG
              MOVE ACU-GRAVA-ARQENT17 TO ARQENT01-TRL-QTD-REG
              MOVE ACU-HASH-SAIDA     TO WRK-HASH-TRL
              MOVE WRK-HASH-TRL       TO ARQENT01-TRL-HASH-DEP

              SET WRK-CN-WRITE        TO TRUE
              SET WRK-CN-ARQENT17     TO TRUE
              WRITE FD-ARQENT17 FROM ARQENT01-REGISTRO
           END-IF

           CLOSE ARQPGM01
           CLOSE ARQMST01
           CLOSE ARQENT17
           CLOSE ARQREL01

           DISPLAY '************************************************'
           DISPLAY '* DATA DE GERACAO 'CT14-DATA-GERACAO
           DISPLAY '* INSTRUCOES LIDAS 'ACU-LIDOS-ARQPGM01
           DISPLAY '* INSTRUCOES SUSPENSAS/CANCELADAS '
                   ACU-INSTR-INATIVAS
           DISPLAY '* MOVIMENTOS GERADOS 'ACU-GRAVA-ARQENT17
           DISPLAY '* GERADOS DE VENCIMENTO EM ATRASO '
                   ACU-GERADOS-ATRASO
           DISPLAY '* VENCIMENTOS NAO GERADOS (CLIENTE) '
                   ACU-NAO-GERADOS
           DISPLAY '* VENCIMENTOS ROLADOS P/ DIA UTIL '
                   ACU-VENCTO-ROLADOS
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
              MOVE ACU-LIDOS-ARQPGM01      TO JRN-QTD-LIDOS
              MOVE ACU-GRAVA-ARQENT17      TO JRN-QTD-GRAVADOS
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
       END PROGRAM EXER0225.
