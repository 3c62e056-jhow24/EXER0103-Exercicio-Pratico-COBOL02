      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0224.
       AUTHOR.     JOHNATHAN.
      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    PROGRAMA....: EXER0224
      *    PROGRAMADOR.: JOHNATHAN
      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   APLICAR O MOVIMENTO DE MANUTENCAO DAS       *
      *                    INSTRUCOES PROGRAMADAS DOS CLIENTES         *
      *                    (ARQMPG01: INCLUSAO, ALTERACAO,             *
      *                    CANCELAMENTO, SUSPENSAO E REATIVACAO)       *
      *                    SOBRE O CADASTRO INDEXADO ARQPGM01 (CHAVE   *
      *                    CPF + SEQUENCIA). A INCLUSAO EXIGE CLIENTE  *
      *                    ATIVO NO CADASTRO ARQMST01; INCLUSAO E      *
      *                    ALTERACAO EXIGEM AGENCIA ABERTA NO          *
      *                    CADASTRO ARQAGN01. MOVIMENTOS INVALIDOS     *
      *                    SAO DESVIADOS PARA ARQMPR01 COM O MOTIVO E  *
      *                    CADA MOVIMENTO APLICADO GERA NO RELATORIO   *
      *                    ARQREL01 A IMAGEM ANTES/DEPOIS DA           *
      *                    INSTRUCAO PARA AUDITORIA. AS INSTRUCOES     *
      *                    SAO GERADAS EM MOVIMENTO POR EXER0225.      *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQMPG01                                  MPG02124        *
      *      ARQPGM01                                  PGM02124        *
      *      ARQMST01                                  MST02103        *
      *      ARQAGN01                                  AGN02103        *
      *      ARQMPR01                                  MPR02124        *
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
           SELECT ARQMPG01 ASSIGN       TO UT-S-ARQMPG01
                      FILE STATUS      IS WRK-FS-ARQMPG01.
      *
           SELECT ARQPGM01 ASSIGN       TO UT-S-ARQPGM01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS ARQPGM01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQPGM01.
      *
           SELECT ARQMST01 ASSIGN       TO UT-S-ARQMST01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS ARQMST01-CPF
                      FILE STATUS      IS WRK-FS-ARQMST01.
      *
           SELECT ARQAGN01 ASSIGN       TO UT-S-ARQAGN01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS ARQAGN01-COD-AGEN
                      FILE STATUS      IS WRK-FS-ARQAGN01.
      *
           SELECT ARQMPR01 ASSIGN       TO UT-S-ARQMPR01
                      FILE STATUS      IS WRK-FS-ARQMPR01.
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
      *    INPUT:     MOVIMENTO DE MANUTENCAO DAS INSTRUCOES           *
      *               ORG. SEQUENCIAL   -   LRECL = 56                 *
      *----------------------------------------------------------------*

       FD  ARQMPG01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQMPG01             PIC X(56).

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
      *   INPUT:     CADASTRO DE AGENCIAS                             *
      *               ORG. INDEXADA     -   LRECL = 70                *
      *---------------------------------------------------------------*

       FD  ARQAGN01
           LABEL RECORD IS STANDARD.
           COPY AGN02103.

      *---------------------------------------------------------------*
      *   OUTPUT:    MOVIMENTOS DE MANUTENCAO REJEITADOS              *
      *               ORG. SEQUENCIAL   -   LRECL = 58                *
      *---------------------------------------------------------------*

       FD  ARQMPR01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQMPR01             PIC X(58).

      *---------------------------------------------------------------*
      *   OUTPUT:    RELATORIO DE AUDITORIA (ANTES/DEPOIS)            *
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
             'EXER0224 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0224'.
       77 ACU-LIDOS-ARQMPG01      PIC  9(005) VALUE ZEROS.
       77 ACU-INCLUIDOS           PIC  9(005) VALUE ZEROS.
       77 ACU-ALTERADOS           PIC  9(005) VALUE ZEROS.
       77 ACU-CANCELADOS          PIC  9(005) VALUE ZEROS.
       77 ACU-SUSPENSOS           PIC  9(005) VALUE ZEROS.
       77 ACU-REATIVADOS          PIC  9(005) VALUE ZEROS.
       77 ACU-GRAVA-ARQMPR01      PIC  9(005) VALUE ZEROS.
       77 WRK-DATA-CORRENTE       PIC  9(008) VALUE ZEROS.
       77 WRK-QTD-LINHAS          PIC  9(003) VALUE 999.
       77 WRK-QTD-PAGINAS         PIC  9(004) VALUE ZEROS.
       77 WRK-IMAGEM-ANTES        PIC  X(050) VALUE SPACES.
       77 WRK-IMAGEM-DEPOIS       PIC  X(050) VALUE SPACES.
       77 WRK-COD-MOTIVO          PIC  X(002) VALUE SPACES.
          88 WRK-MOVIMENTO-VALIDO             VALUE SPACES.

       77 WRK-FLAG-PGM-ACHOU      PIC  X(001) VALUE 'N'.
          88 WRK-PGM-ACHOU                    VALUE 'S'.
          88 WRK-PGM-NAO-ACHOU                VALUE 'N'.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQMPG01      VALUE 'ARQMPG01'.
          88 WRK-CN-ARQPGM01      VALUE 'ARQPGM01'.
          88 WRK-CN-ARQMST01      VALUE 'ARQMST01'.
          88 WRK-CN-ARQAGN01      VALUE 'ARQAGN01'.
          88 WRK-CN-ARQMPR01      VALUE 'ARQMPR01'.
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
       01 WRK-FS-ARQMPG01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-MPG01-OK                  VALUE '00'.
          88 WRK-FS-MPG01-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQPGM01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-PGM01-OK                  VALUE '00'.
          88 WRK-FS-PGM01-NAO-ACHOU           VALUE '23'.
      *
       01 WRK-FS-ARQMST01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-MST01-OK                  VALUE '00'.
          88 WRK-FS-MST01-NAO-ACHOU           VALUE '23'.
      *
       01 WRK-FS-ARQAGN01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-AGN01-OK                  VALUE '00'.
          88 WRK-FS-AGN01-NAO-ACHOU           VALUE '23'.
      *
       01 WRK-FS-ARQMPR01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-MPR01-OK                  VALUE '00'.
      *
       01 WRK-FS-ARQREL01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-REL01-OK                  VALUE '00'.

      *
       01 WRK-FS-ARQJRN01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-JRN01-OK                  VALUE '00'.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DE VALIDACAO DO DIGITO VERIFICADOR DO CPF'.
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
          05 WRK-CPF-STATUS        PIC X(001) VALUE 'S'.
             88 WRK-CPF-VALIDO                VALUE 'S'.
             88 WRK-CPF-INVALIDO              VALUE 'N'.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DE VALIDACAO DE DATAS'.
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
       01 WRK-FLAG-DATA           PIC  X(001) VALUE 'S'.
          88 WRK-DATA-VALIDA                 VALUE 'S'.
          88 WRK-DATA-INVALIDA               VALUE 'N'.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DA IMAGEM DA INSTRUCAO PARA A AUDITORIA'.
      *----------------------------------------------------------------*
      *
       01 WRK-IMAGEM.
          05 WRK-IMG-TIP-TRANS       PIC  X(001).
          05 FILLER                  PIC  X(001) VALUE SPACES.
          05 WRK-IMG-VALOR           PIC  ZZZZZZZZZZZZ9,99.
          05 FILLER                  PIC  X(001) VALUE SPACES.
          05 WRK-IMG-FREQUENCIA      PIC  X(001).
          05 FILLER                  PIC  X(001) VALUE '/'.
          05 WRK-IMG-DIA-MES         PIC  9(002).
          05 FILLER                  PIC  X(001) VALUE SPACES.
          05 WRK-IMG-COD-AGEN        PIC  X(004).
          05 FILLER                  PIC  X(001) VALUE SPACES.
          05 WRK-IMG-DAT-INICIO      PIC  9(008).
          05 FILLER                  PIC  X(001) VALUE '-'.
          05 WRK-IMG-DAT-FIM         PIC  9(008).
          05 FILLER                  PIC  X(001) VALUE SPACES.
          05 WRK-IMG-SITUACAO        PIC  X(001).
          05 FILLER                  PIC  X(002) VALUE SPACES.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DAS LINHAS DO RELATORIO DE AUDITORIA'.
      *----------------------------------------------------------------*
      *
       01 WRK-REL-CABEC1.
          05 FILLER                  PIC  X(010) VALUE 'EXER0224 -'.
          05 FILLER                  PIC  X(047) VALUE
             ' MANUTENCAO DAS INSTRUCOES PROGRAMADAS'.
          05 FILLER                  PIC  X(006) VALUE 'DATA: '.
          05 WRK-REL-DATA            PIC  9(008).
          05 FILLER                  PIC  X(008) VALUE '   PAG: '.
          05 WRK-REL-PAGINA          PIC  9(004).
          05 FILLER                  PIC  X(049) VALUE SPACES.

       01 WRK-REL-CABEC2.
          05 FILLER                  PIC  X(004) VALUE 'MOV '.
          05 FILLER                  PIC  X(016) VALUE 'CPF'.
          05 FILLER                  PIC  X(004) VALUE 'SEQ'.
          05 FILLER                  PIC  X(052) VALUE
             'ANTES (T VALOR F/DIA AGEN INICIO-FIM SIT)'.
          05 FILLER                  PIC  X(056) VALUE 'DEPOIS'.

       01 WRK-REL-DETALHE.
          05 WRK-REL-TIP-MOV         PIC  X(001).
          05 FILLER                  PIC  X(003) VALUE SPACES.
          05 WRK-REL-CPF             PIC  9(011).
          05 FILLER                  PIC  X(001) VALUE '-'.
          05 WRK-REL-DIG             PIC  9(002).
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-REL-SEQ             PIC  9(003).
          05 FILLER                  PIC  X(001) VALUE SPACES.
          05 WRK-REL-ANTES           PIC  X(050).
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-REL-DEPOIS          PIC  X(050).
          05 FILLER                  PIC  X(006) VALUE SPACES.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
           COPY MPG02124.
           COPY MPR02124.

           COPY JRN02117.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'EXER0224 - FIM DA AREA DE WORKING'.
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
           PERFORM 3000-PROCESSAR UNTIL WRK-FS-MPG01-FIM
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
      *    ROTINA DE INICIALIZACAO DO PROGRAMA                         *
      *----------------------------------------------------------------*
       1000-INICIALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FUNCTION CURRENT-DATE(1:8)    TO WRK-DATA-CORRENTE
           MOVE WRK-DATA-CORRENTE             TO WRK-REL-DATA

           SET WRK-CN-OPEN                    TO TRUE
           SET WRK-CN-ARQMPG01                TO TRUE
           OPEN INPUT ARQMPG01
           OPEN I-O   ARQPGM01
           OPEN INPUT ARQMST01
                      ARQAGN01
           OPEN OUTPUT ARQMPR01
           OPEN OUTPUT ARQREL01

           IF (NOT WRK-FS-MPG01-OK) OR (NOT WRK-FS-PGM01-OK)
           OR (NOT WRK-FS-MST01-OK) OR (NOT WRK-FS-AGN01-OK)
           OR (NOT WRK-FS-MPR01-OK) OR (NOT WRK-FS-REL01-OK)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3800-LER-MOVIMENTO

           IF WRK-FS-MPG01-FIM
              DISPLAY '*********************************************'
              DISPLAY '*       ERRO EM OPERACAO COM ARQUIVOS       *'
              DISPLAY '* COMANDO: VAZIO                            *'
              DISPLAY '* ARQUIVO: ARQMPG01                         *'
              DISPLAY '* FILE-STATUS:' WRK-FS-ARQMPG01 '           *'
              DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                 *'
              DISPLAY '*********************************************'
              PERFORM 9900-FINALIZAR
           END-IF
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    VALIDA E APLICA O MOVIMENTO CORRENTE SOBRE O CADASTRO DE    *
      *    INSTRUCOES                                                  *
      *----------------------------------------------------------------*
       3000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                TO WRK-IMAGEM-ANTES
                                         WRK-IMAGEM-DEPOIS

           PERFORM 3110-VALIDA-DIG-CPF

           IF WRK-CPF-INVALIDO
              SET ARQMPR01-MOT-DIG-INVALIDO   TO TRUE
              PERFORM 3700-GRAVAR-REJEITO
           ELSE
              IF ARQMPG01-MOV-INCLUSAO
                 PERFORM 3200-TRATA-INCLUSAO
              ELSE
                 IF ARQMPG01-MOV-ALTERACAO
                    PERFORM 3300-TRATA-ALTERACAO
                 ELSE
                    IF ARQMPG01-MOV-SITUACAO
                       PERFORM 3500-TRATA-SITUACAO
                    ELSE
                       SET ARQMPR01-MOT-TIPO-INVALIDO TO TRUE
                       PERFORM 3700-GRAVAR-REJEITO
                    END-IF
                 END-IF
              END-IF
           END-IF

           PERFORM 3800-LER-MOVIMENTO
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    VALIDA O DIGITO VERIFICADOR DO CPF DO MOVIMENTO             *
      *----------------------------------------------------------------*
       3110-VALIDA-DIG-CPF SECTION.
      *----------------------------------------------------------------*
           SET WRK-CPF-VALIDO         TO TRUE
           MOVE ARQMPG01-CPF          TO WRK-CPF-NUM

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

           IF WRK-CPF-DIG-CALC NOT EQUAL ARQMPG01-DIG-CPF
              SET WRK-CPF-INVALIDO    TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
       3110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    VALIDA A IMAGEM DA INSTRUCAO TRAZIDA NA INCLUSAO E NA       *
      *    ALTERACAO: TIPO D OU S, VALOR POSITIVO, FREQUENCIA, DIA DO  *
      *    MES DE 01 A 31 (DIA ALEM DO FIM DO MES VENCE NO ULTIMO DIA),*
      *    DATA INICIAL VALIDA, DATA FINAL ZEROS OU VALIDA E NAO       *
      *    ANTERIOR A INICIAL, E AGENCIA ABERTA NO CADASTRO. DEVOLVE O *
      *    MOTIVO EM WRK-COD-MOTIVO (BRANCOS = VALIDA)                 *
      *----------------------------------------------------------------*
       3150-VALIDA-IMAGEM SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                TO WRK-COD-MOTIVO

           IF NOT ARQMPG01-TRANS-VALIDA
              MOVE '05'               TO WRK-COD-MOTIVO
           ELSE
           IF ARQMPG01-VALOR NOT NUMERIC
           OR ARQMPG01-VALOR NOT GREATER ZEROS
              MOVE '06'               TO WRK-COD-MOTIVO
           ELSE
           IF NOT ARQMPG01-FREQ-VALIDA
              MOVE '07'               TO WRK-COD-MOTIVO
           ELSE
           IF ARQMPG01-DIA-MES NOT NUMERIC
           OR ARQMPG01-DIA-MES LESS 01
           OR ARQMPG01-DIA-MES GREATER 31
              MOVE '08'               TO WRK-COD-MOTIVO
           ELSE
              PERFORM 3160-VALIDA-VIGENCIA
              IF WRK-DATA-INVALIDA
                 MOVE '09'            TO WRK-COD-MOTIVO
              ELSE
                 PERFORM 3170-CONSULTA-AGENCIA
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CONFERE A VIGENCIA DA INSTRUCAO: DATA INICIAL DE            *
      *    CALENDARIO POSSIVEL E DATA FINAL ZEROS (SEM TERMINO) OU     *
      *    POSSIVEL E NAO ANTERIOR A INICIAL                           *
      *----------------------------------------------------------------*
       3160-VALIDA-VIGENCIA SECTION.
      *----------------------------------------------------------------*
           SET WRK-DATA-VALIDA        TO TRUE

           IF ARQMPG01-DAT-INICIO NOT NUMERIC
           OR ARQMPG01-DAT-FIM NOT NUMERIC
              SET WRK-DATA-INVALIDA   TO TRUE
           ELSE
              MOVE ARQMPG01-DAT-INICIO TO WRK-DATA-TRABALHO-NUM
              PERFORM 3165-VALIDA-CALENDARIO

              IF WRK-DATA-VALIDA
              AND ARQMPG01-DAT-FIM NOT EQUAL ZEROS
                 IF ARQMPG01-DAT-FIM LESS ARQMPG01-DAT-INICIO
                    SET WRK-DATA-INVALIDA TO TRUE
                 ELSE
                    MOVE ARQMPG01-DAT-FIM TO WRK-DATA-TRABALHO-NUM
                    PERFORM 3165-VALIDA-CALENDARIO
                 END-IF
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3160-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CONFERE SE WRK-DATA-TRABALHO E UMA DATA DE CALENDARIO       *
      *    POSSIVEL (MES 01-12 E DIA DENTRO DO MES, COM BISSEXTO)      *
      *----------------------------------------------------------------*
       3165-VALIDA-CALENDARIO SECTION.
      *----------------------------------------------------------------*
           IF (WRK-DT-MES LESS 01) OR (WRK-DT-MES GREATER 12)
              SET WRK-DATA-INVALIDA   TO TRUE
           ELSE
              PERFORM 3166-DIAS-NO-MES
              IF (WRK-DT-DIA LESS 01)
              OR (WRK-DT-DIA GREATER WRK-DIAS-NO-MES)
                 SET WRK-DATA-INVALIDA TO TRUE
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3165-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    DEVOLVE EM WRK-DIAS-NO-MES A QTDE DE DIAS DO MES DE         *
      *    WRK-DATA-TRABALHO, TRATANDO O ANO BISSEXTO                  *
      *----------------------------------------------------------------*
       3166-DIAS-NO-MES SECTION.
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
       3166-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CONSULTA A AGENCIA DA INSTRUCAO NO CADASTRO ARQAGN01: TEM   *
      *    DE EXISTIR, NAO ESTAR ENCERRADA E NAO TER ENCERRAMENTO      *
      *    PROGRAMADO ATE A DATA DE HOJE (MESMA REGRA DE EXER0203)     *
      *----------------------------------------------------------------*
       3170-CONSULTA-AGENCIA SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ            TO TRUE
           SET WRK-CN-ARQAGN01        TO TRUE

           MOVE ARQMPG01-COD-AGEN     TO ARQAGN01-COD-AGEN
           READ ARQAGN01
              INVALID KEY
                 MOVE '13'            TO WRK-COD-MOTIVO
           END-READ

           IF NOT WRK-FS-AGN01-OK AND NOT WRK-FS-AGN01-NAO-ACHOU
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-FS-AGN01-OK
              IF ARQAGN01-SIT-FECHADA
                 MOVE '13'            TO WRK-COD-MOTIVO
              END-IF
              IF ARQAGN01-DAT-FECHAMENTO NUMERIC
              AND ARQAGN01-DAT-FECHAMENTO GREATER ZEROS
              AND ARQAGN01-DAT-FECHAMENTO NOT GREATER WRK-DATA-CORRENTE
                 MOVE '13'            TO WRK-COD-MOTIVO
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3170-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    INCLUSAO: A CHAVE NAO PODE EXISTIR, A IMAGEM TEM DE SER     *
      *    VALIDA, A VIGENCIA NAO PODE COMECAR ANTES DE HOJE (O        *
      *    GERADOR NAO RECUPERA VENCIMENTO ANTERIOR A INCLUSAO) E O    *
      *    CLIENTE TEM DE ESTAR ATIVO NO CADASTRO                      *
      *----------------------------------------------------------------*
       3200-TRATA-INCLUSAO SECTION.
      *----------------------------------------------------------------*
           PERFORM 8200-LER-INSTRUCAO

           IF WRK-PGM-ACHOU
              SET ARQMPR01-MOT-INCL-DUPLICADA TO TRUE
              PERFORM 3700-GRAVAR-REJEITO
           ELSE
              PERFORM 3150-VALIDA-IMAGEM
              IF WRK-MOVIMENTO-VALIDO
              AND ARQMPG01-DAT-INICIO LESS WRK-DATA-CORRENTE
                 MOVE '09'            TO WRK-COD-MOTIVO
              END-IF
              IF WRK-MOVIMENTO-VALIDO
                 PERFORM 3250-CONSULTA-CLIENTE
              END-IF

              IF NOT WRK-MOVIMENTO-VALIDO
                 MOVE WRK-COD-MOTIVO  TO ARQMPR01-COD-MOTIVO
                 PERFORM 3700-GRAVAR-REJEITO
              ELSE
                 INITIALIZE ARQPGM01-REGISTRO
                 MOVE ARQMPG01-CPF          TO ARQPGM01-CPF
                 MOVE ARQMPG01-SEQ          TO ARQPGM01-SEQ
                 MOVE ARQMPG01-DIG-CPF      TO ARQPGM01-DIG-CPF
                 PERFORM 3260-MOVER-IMAGEM
                 MOVE 'A'                   TO ARQPGM01-SIT-INSTRUCAO
                 MOVE ZEROS                 TO ARQPGM01-DAT-ULT-VENCTO
                 MOVE WRK-DATA-CORRENTE     TO ARQPGM01-DAT-MANUTENCAO
                 PERFORM 8300-INCLUIR-INSTRUCAO

                 ADD 1                      TO ACU-INCLUIDOS
                 MOVE '*** INEXISTENTE ***' TO WRK-IMAGEM-ANTES
                 PERFORM 3950-MONTAR-IMAGEM
                 MOVE WRK-IMAGEM            TO WRK-IMAGEM-DEPOIS
                 PERFORM 3900-GRAVAR-AUDITORIA
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CONSULTA O CLIENTE DA INSTRUCAO NO CADASTRO ARQMST01: SO    *
      *    CLIENTE CADASTRADO E ATIVO RECEBE INSTRUCAO NOVA            *
      *----------------------------------------------------------------*
       3250-CONSULTA-CLIENTE SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ            TO TRUE
           SET WRK-CN-ARQMST01        TO TRUE

           MOVE ARQMPG01-CPF          TO ARQMST01-CPF
           READ ARQMST01
              INVALID KEY
                 MOVE '11'            TO WRK-COD-MOTIVO
           END-READ

           IF NOT WRK-FS-MST01-OK AND NOT WRK-FS-MST01-NAO-ACHOU
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-FS-MST01-OK
           AND NOT ARQMST01-SIT-ATIVO
              MOVE '11'               TO WRK-COD-MOTIVO
           END-IF
           .
      *----------------------------------------------------------------*
       3250-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    COPIA DO MOVIMENTO PARA O CADASTRO OS CAMPOS DA IMAGEM DA   *
      *    INSTRUCAO (INCLUSAO E ALTERACAO)                            *
      *----------------------------------------------------------------*
       3260-MOVER-IMAGEM SECTION.
      *----------------------------------------------------------------*
           MOVE ARQMPG01-TIP-TRANS    TO ARQPGM01-TIP-TRANS
           MOVE ARQMPG01-VALOR        TO ARQPGM01-VALOR
           MOVE ARQMPG01-COD-AGEN     TO ARQPGM01-COD-AGEN
           MOVE ARQMPG01-FREQUENCIA   TO ARQPGM01-FREQUENCIA
           MOVE ARQMPG01-DIA-MES      TO ARQPGM01-DIA-MES
           MOVE ARQMPG01-DAT-INICIO   TO ARQPGM01-DAT-INICIO
           MOVE ARQMPG01-DAT-FIM      TO ARQPGM01-DAT-FIM
           .
      *----------------------------------------------------------------*
       3260-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ALTERACAO: A CHAVE PRECISA EXISTIR E NAO ESTAR CANCELADA;   *
      *    A NOVA IMAGEM E VALIDADA COMO NA INCLUSAO. A SITUACAO E O   *
      *    ULTIMO VENCIMENTO GERADO SAO PRESERVADOS                    *
      *----------------------------------------------------------------*
       3300-TRATA-ALTERACAO SECTION.
      *----------------------------------------------------------------*
           PERFORM 8200-LER-INSTRUCAO

           IF WRK-PGM-NAO-ACHOU
              SET ARQMPR01-MOT-INEXISTENTE    TO TRUE
              PERFORM 3700-GRAVAR-REJEITO
           ELSE
           IF ARQPGM01-SIT-CANCELADA
              SET ARQMPR01-MOT-JA-CANCELADA   TO TRUE
              PERFORM 3700-GRAVAR-REJEITO
           ELSE
              PERFORM 3150-VALIDA-IMAGEM
              IF NOT WRK-MOVIMENTO-VALIDO
                 MOVE WRK-COD-MOTIVO  TO ARQMPR01-COD-MOTIVO
                 PERFORM 3700-GRAVAR-REJEITO
              ELSE
                 PERFORM 3950-MONTAR-IMAGEM
                 MOVE WRK-IMAGEM            TO WRK-IMAGEM-ANTES
                 MOVE ARQMPG01-DIG-CPF      TO ARQPGM01-DIG-CPF
                 PERFORM 3260-MOVER-IMAGEM
                 MOVE WRK-DATA-CORRENTE     TO ARQPGM01-DAT-MANUTENCAO
                 PERFORM 8400-REGRAVAR-INSTRUCAO

                 ADD 1                      TO ACU-ALTERADOS
                 PERFORM 3950-MONTAR-IMAGEM
                 MOVE WRK-IMAGEM            TO WRK-IMAGEM-DEPOIS
                 PERFORM 3900-GRAVAR-AUDITORIA
              END-IF
           END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    MUDANCA DE SITUACAO DA INSTRUCAO: A CHAVE PRECISA EXISTIR E *
      *    NAO ESTAR CANCELADA. C = CANCELAMENTO (DEFINITIVO - A       *
      *    INSTRUCAO FICA NO CADASTRO PARA HISTORICO), S = SUSPENSAO   *
      *    (SO DE INSTRUCAO ATIVA), R = REATIVACAO (SO DE INSTRUCAO    *
      *    SUSPENSA). NA REATIVACAO O ULTIMO VENCIMENTO PASSA A SER    *
      *    HOJE, PARA O GERADOR NAO RECUPERAR O QUE VENCEU DURANTE A   *
      *    SUSPENSAO                                                   *
      *----------------------------------------------------------------*
       3500-TRATA-SITUACAO SECTION.
      *----------------------------------------------------------------*
           PERFORM 8200-LER-INSTRUCAO

           IF WRK-PGM-NAO-ACHOU
              SET ARQMPR01-MOT-INEXISTENTE    TO TRUE
              PERFORM 3700-GRAVAR-REJEITO
           ELSE
           IF ARQPGM01-SIT-CANCELADA
              SET ARQMPR01-MOT-JA-CANCELADA   TO TRUE
              PERFORM 3700-GRAVAR-REJEITO
           ELSE
           IF (ARQMPG01-MOV-SUSPENSAO AND NOT ARQPGM01-SIT-ATIVA)
           OR (ARQMPG01-MOV-REATIVACAO AND NOT ARQPGM01-SIT-SUSPENSA)
              SET ARQMPR01-MOT-SIT-INCOMPATIVEL TO TRUE
              PERFORM 3700-GRAVAR-REJEITO
           ELSE
              PERFORM 3950-MONTAR-IMAGEM
              MOVE WRK-IMAGEM         TO WRK-IMAGEM-ANTES

              IF ARQMPG01-MOV-CANCELAMENTO
                 MOVE 'C'             TO ARQPGM01-SIT-INSTRUCAO
                 ADD 1                TO ACU-CANCELADOS
              END-IF
              IF ARQMPG01-MOV-SUSPENSAO
                 MOVE 'S'             TO ARQPGM01-SIT-INSTRUCAO
                 ADD 1                TO ACU-SUSPENSOS
              END-IF
              IF ARQMPG01-MOV-REATIVACAO
                 MOVE 'A'             TO ARQPGM01-SIT-INSTRUCAO
                 IF ARQPGM01-DAT-ULT-VENCTO LESS WRK-DATA-CORRENTE
                    MOVE WRK-DATA-CORRENTE
                                      TO ARQPGM01-DAT-ULT-VENCTO
                 END-IF
                 ADD 1                TO ACU-REATIVADOS
              END-IF

              MOVE WRK-DATA-CORRENTE  TO ARQPGM01-DAT-MANUTENCAO
              PERFORM 8400-REGRAVAR-INSTRUCAO

              PERFORM 3950-MONTAR-IMAGEM
              MOVE WRK-IMAGEM         TO WRK-IMAGEM-DEPOIS
              PERFORM 3900-GRAVAR-AUDITORIA
           END-IF
           END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA O MOVIMENTO REJEITADO EM ARQMPR01 COM O MOTIVO JA     *
      *    POSICIONADO PELO CHAMADOR                                   *
      *----------------------------------------------------------------*
       3700-GRAVAR-REJEITO SECTION.
      *----------------------------------------------------------------*
           MOVE ARQMPG01-TIP-MOV      TO ARQMPR01-TIP-MOV
           MOVE ARQMPG01-CPF          TO ARQMPR01-CPF
           MOVE ARQMPG01-DIG-CPF      TO ARQMPR01-DIG-CPF
           MOVE ARQMPG01-SEQ          TO ARQMPR01-SEQ
           MOVE ARQMPG01-TIP-TRANS    TO ARQMPR01-TIP-TRANS
           MOVE ARQMPG01-VALOR        TO ARQMPR01-VALOR
           MOVE ARQMPG01-COD-AGEN     TO ARQMPR01-COD-AGEN
           MOVE ARQMPG01-FREQUENCIA   TO ARQMPR01-FREQUENCIA
           MOVE ARQMPG01-DIA-MES      TO ARQMPR01-DIA-MES
           MOVE ARQMPG01-DAT-INICIO   TO ARQMPR01-DAT-INICIO
           MOVE ARQMPG01-DAT-FIM      TO ARQMPR01-DAT-FIM

           SET WRK-CN-WRITE           TO TRUE
           SET WRK-CN-ARQMPR01        TO TRUE

           WRITE FD-ARQMPR01 FROM ARQMPR01-REGISTRO

           IF NOT WRK-FS-MPR01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1 TO ACU-GRAVA-ARQMPR01
           .
      *----------------------------------------------------------------*
       3700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO ARQUIVO ARQMPG01                       *
      *----------------------------------------------------------------*
       3800-LER-MOVIMENTO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                    TO TRUE
           SET WRK-CN-ARQMPG01                TO TRUE

           READ ARQMPG01 INTO ARQMPG01-REGISTRO

           IF (NOT WRK-FS-MPG01-OK) AND (NOT WRK-FS-MPG01-FIM)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-FS-MPG01-OK
              ADD 1                           TO ACU-LIDOS-ARQMPG01
           END-IF
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA A LINHA DE AUDITORIA (IMAGEM ANTES/DEPOIS) DO         *
      *    MOVIMENTO APLICADO, COM CABECALHO A CADA 56 LINHAS          *
      *----------------------------------------------------------------*
       3900-GRAVAR-AUDITORIA SECTION.
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

           MOVE ARQMPG01-TIP-MOV      TO WRK-REL-TIP-MOV
           MOVE ARQMPG01-CPF          TO WRK-REL-CPF
           MOVE ARQMPG01-DIG-CPF      TO WRK-REL-DIG
           MOVE ARQMPG01-SEQ          TO WRK-REL-SEQ
           MOVE WRK-IMAGEM-ANTES      TO WRK-REL-ANTES
           MOVE WRK-IMAGEM-DEPOIS     TO WRK-REL-DEPOIS

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
      *    MONTA EM WRK-IMAGEM A IMAGEM DA INSTRUCAO CORRENTE DO       *
      *    CADASTRO PARA AS COLUNAS ANTES/DEPOIS DA AUDITORIA          *
      *----------------------------------------------------------------*
       3950-MONTAR-IMAGEM SECTION.
      *----------------------------------------------------------------*
           MOVE ARQPGM01-TIP-TRANS    TO WRK-IMG-TIP-TRANS
           MOVE ARQPGM01-VALOR        TO WRK-IMG-VALOR
           MOVE ARQPGM01-FREQUENCIA   TO WRK-IMG-FREQUENCIA
           MOVE ARQPGM01-DIA-MES      TO WRK-IMG-DIA-MES
           MOVE ARQPGM01-COD-AGEN     TO WRK-IMG-COD-AGEN
           MOVE ARQPGM01-DAT-INICIO   TO WRK-IMG-DAT-INICIO
           MOVE ARQPGM01-DAT-FIM      TO WRK-IMG-DAT-FIM
           MOVE ARQPGM01-SIT-INSTRUCAO TO WRK-IMG-SITUACAO
           .
      *----------------------------------------------------------------*
       3950-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O CADASTRO DE INSTRUCOES PELA CHAVE CPF + SEQUENCIA DO   *
      *    MOVIMENTO E INDICA EM WRK-FLAG-PGM-ACHOU SE A CHAVE EXISTE  *
      *----------------------------------------------------------------*
       8200-LER-INSTRUCAO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ            TO TRUE
           SET WRK-CN-ARQPGM01        TO TRUE
           SET WRK-PGM-ACHOU          TO TRUE

           MOVE ARQMPG01-CPF          TO ARQPGM01-CPF
           MOVE ARQMPG01-SEQ          TO ARQPGM01-SEQ
           READ ARQPGM01
              INVALID KEY
                 SET WRK-PGM-NAO-ACHOU TO TRUE
           END-READ

           IF NOT WRK-FS-PGM01-OK AND NOT WRK-FS-PGM01-NAO-ACHOU
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       8200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    INCLUI O REGISTRO CORRENTE NO CADASTRO DE INSTRUCOES        *
      *----------------------------------------------------------------*
       8300-INCLUIR-INSTRUCAO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE           TO TRUE
           SET WRK-CN-ARQPGM01        TO TRUE

           WRITE ARQPGM01-REGISTRO

           IF NOT WRK-FS-PGM01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       8300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    REGRAVA O REGISTRO CORRENTE DO CADASTRO DE INSTRUCOES       *
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
           DISPLAY '* FILE-STATUS MPG:' WRK-FS-ARQMPG01           '*'
           DISPLAY '* FILE-STATUS PGM:' WRK-FS-ARQPGM01           '*'
           DISPLAY '* FILE-STATUS MST:' WRK-FS-ARQMST01           '*'
           DISPLAY '* FILE-STATUS AGN:' WRK-FS-ARQAGN01           '*'
           DISPLAY '* FILE-STATUS MPR:' WRK-FS-ARQMPR01           '*'
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
      *    ROTINA DE FINALIZACAO DO PROGRAMA                           *
      *----------------------------------------------------------------*
       9900-FINALIZAR SECTION.
      *----------------------------------------------------------------*
           CLOSE ARQMPG01
           CLOSE ARQPGM01
           CLOSE ARQMST01
           CLOSE ARQAGN01
           CLOSE ARQMPR01
           CLOSE ARQREL01

           DISPLAY '************************************************'
           DISPLAY '* QTDE DE MOVIMENTOS LIDOS 'ACU-LIDOS-ARQMPG01
           DISPLAY '* QTDE DE INCLUSOES APLICADAS 'ACU-INCLUIDOS
           DISPLAY '* QTDE DE ALTERACOES APLICADAS 'ACU-ALTERADOS
           DISPLAY '* QTDE DE CANCELAMENTOS APLICADOS 'ACU-CANCELADOS
           DISPLAY '* QTDE DE SUSPENSOES APLICADAS 'ACU-SUSPENSOS
           DISPLAY '* QTDE DE REATIVACOES APLICADAS 'ACU-REATIVADOS
           DISPLAY '* QTDE DE MOVIMENTOS REJEITADOS 'ACU-GRAVA-ARQMPR01
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
              MOVE ACU-LIDOS-ARQMPG01      TO JRN-QTD-LIDOS
              MOVE ACU-GRAVA-ARQMPR01      TO JRN-QTD-GRAVADOS
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
       END PROGRAM EXER0224.
