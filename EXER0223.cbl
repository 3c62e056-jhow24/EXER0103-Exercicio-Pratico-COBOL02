      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0223.
       AUTHOR.     JOHNATHAN.
      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    PROGRAMA....: EXER0223
      *    PROGRAMADOR.: JOHNATHAN
      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   CONSOLIDACAO DA RODADA PARTICIONADA DE      *
      *                    EXER0203. CADA COPIA DE EXER0203 PROCESSA   *
      *                    UMA FAIXA DE CPF (CARTAO ARQCTL01) E GRAVA  *
      *                    SUAS PROPRIAS SAIDAS; ESTE PROGRAMA RECEBE  *
      *                    AS SAIDAS DE TODAS AS PARTICOES, CADA DD    *
      *                    COM OS ARQUIVOS CONCATENADOS NA ORDEM DAS   *
      *                    FAIXAS, E GRAVA UM UNICO CONJUNTO IGUAL AO  *
      *                    DE UMA RODADA UNICA: ARQSAI01 COM UM SO     *
      *                    CABECALHO E UM SO TRAILER DE TOTAL GERAL,   *
      *                    ARQTOT01, ARQAGE01 SOMADO POR AGENCIA,      *
      *                    ARQEXT01, AS EXCECOES (REJ, SEQ, VLR, CMP,  *
      *                    DUP, STA, INS), A CARGA DA POSICAO ARQPOS01 *
      *                    E A ATUALIZACAO DOS SALDOS ARQSLD01.        *
      *                    A CONSOLIDACAO E RECUSADA (RETURN-CODE 12,  *
      *                    SEM ARQTOT01, SEM TRAILER E SEM TOCAR EM    *
      *                    ARQPOS01/ARQSLD01) QUANDO: FALTA PARTICAO   *
      *                    (QTDE DE ARQTOT10 DIFERENTE DO CARTAO       *
      *                    ARQCTL13), AS FAIXAS SE SOBREPOEM, DEIXAM   *
      *                    LACUNA OU NAO COBREM DE 0 A 99999999999,    *
      *                    UM REGISTRO ESTA FORA DA ORDEM DAS FAIXAS,  *
      *                    OU A QTDE FISICA DE UM ARQUIVO DE UMA       *
      *                    PARTICAO DIVERGE DO SEU ARQTOT01.           *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQCTL13                                  CTL02123        *
      *      ARQTOT10                                  TOT02103        *
      *      ARQSAI10                                  SAI02103        *
      *      ARQAGE10                                  AGE02103        *
      *      ARQEXT10                                  EXT02103        *
      *      ARQREJ10                                  REJ02103        *
      *      ARQSEQ10                                  SEQ02103        *
      *      ARQVLR10                                  VLR02103        *
      *      ARQCMP10                                  CMP02103        *
      *      ARQDUP10                                  DUP02103        *
      *      ARQSTA10                                  STA02103        *
      *      ARQINS10                                  INS02103        *
      *      ARQPSQ10                                  PSQ02123        *
      *      ARQSLQ10                                  SLD02103        *
      *      ARQSAI01                                  SAI02103        *
      *      ARQTOT01                                  TOT02103        *
      *      ARQAGE01                                  AGE02103        *
      *      ARQEXT01                                  EXT02103        *
      *      ARQREJ01                                  REJ02103        *
      *      ARQSEQ01                                  SEQ02103        *
      *      ARQVLR01                                  VLR02103        *
      *      ARQCMP01                                  CMP02103        *
      *      ARQDUP01                                  DUP02103        *
      *      ARQSTA01                                  STA02103        *
      *      ARQINS01                                  INS02103        *
      *      ARQPOS01                                  POS02103        *
      *      ARQSLD01                                  SLD02103        *
      *      ARQJRN01                                  JRN02117        *
      *----------------------------------------------------------------*
      *    MANUTENCAO:                                                 *
      *    15/10/2026 - PROGRAMA CRIADO.                               *
      *    15/10/2026 - ARQSLD01/ARQSLQ01 LRECL 69 -> 75 (HORA DE      *
      *                 GERACAO DA TRANSMISSAO APLICADA).              *
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
           SELECT ARQCTL13 ASSIGN       TO UT-S-ARQCTL13
                      FILE STATUS      IS WRK-FS-ARQCTL13.
      *
           SELECT ARQTOT10 ASSIGN       TO UT-S-ARQTOT10
                      FILE STATUS      IS WRK-FS-ARQTOT10.
      *
           SELECT ARQSAI10 ASSIGN       TO UT-S-ARQSAI10
                      FILE STATUS      IS WRK-FS-ARQSAI10.
      *
           SELECT ARQAGE10 ASSIGN       TO UT-S-ARQAGE10
                      FILE STATUS      IS WRK-FS-ARQAGE10.
      *
           SELECT ARQEXT10 ASSIGN       TO UT-S-ARQEXT10
                      FILE STATUS      IS WRK-FS-ARQEXT10.
      *
           SELECT ARQREJ10 ASSIGN       TO UT-S-ARQREJ10
                      FILE STATUS      IS WRK-FS-ARQREJ10.
      *
           SELECT ARQSEQ10 ASSIGN       TO UT-S-ARQSEQ10
                      FILE STATUS      IS WRK-FS-ARQSEQ10.
      *
           SELECT ARQVLR10 ASSIGN       TO UT-S-ARQVLR10
                      FILE STATUS      IS WRK-FS-ARQVLR10.
      *
           SELECT ARQCMP10 ASSIGN       TO UT-S-ARQCMP10
                      FILE STATUS      IS WRK-FS-ARQCMP10.
      *
           SELECT ARQDUP10 ASSIGN       TO UT-S-ARQDUP10
                      FILE STATUS      IS WRK-FS-ARQDUP10.
      *
           SELECT ARQSTA10 ASSIGN       TO UT-S-ARQSTA10
                      FILE STATUS      IS WRK-FS-ARQSTA10.
      *
           SELECT ARQINS10 ASSIGN       TO UT-S-ARQINS10
                      FILE STATUS      IS WRK-FS-ARQINS10.
      *
           SELECT ARQPSQ10 ASSIGN       TO UT-S-ARQPSQ10
                      FILE STATUS      IS WRK-FS-ARQPSQ10.
      *
           SELECT ARQSLQ10 ASSIGN       TO UT-S-ARQSLQ10
                      FILE STATUS      IS WRK-FS-ARQSLQ10.
      *
           SELECT ARQSAI01 ASSIGN       TO UT-S-ARQSAI01
                      FILE STATUS      IS WRK-FS-ARQSAI01.
      *
           SELECT ARQTOT01 ASSIGN       TO UT-S-ARQTOT01
                      FILE STATUS      IS WRK-FS-ARQTOT01.
      *
           SELECT ARQAGE01 ASSIGN       TO UT-S-ARQAGE01
                      FILE STATUS      IS WRK-FS-ARQAGE01.
      *
           SELECT ARQEXT01 ASSIGN       TO UT-S-ARQEXT01
                      FILE STATUS      IS WRK-FS-ARQEXT01.
      *
           SELECT ARQREJ01 ASSIGN       TO UT-S-ARQREJ01
                      FILE STATUS      IS WRK-FS-ARQREJ01.
      *
           SELECT ARQSEQ01 ASSIGN       TO UT-S-ARQSEQ01
                      FILE STATUS      IS WRK-FS-ARQSEQ01.
      *
           SELECT ARQVLR01 ASSIGN       TO UT-S-ARQVLR01
                      FILE STATUS      IS WRK-FS-ARQVLR01.
      *
           SELECT ARQCMP01 ASSIGN       TO UT-S-ARQCMP01
                      FILE STATUS      IS WRK-FS-ARQCMP01.
      *
           SELECT ARQDUP01 ASSIGN       TO UT-S-ARQDUP01
                      FILE STATUS      IS WRK-FS-ARQDUP01.
      *
           SELECT ARQSTA01 ASSIGN       TO UT-S-ARQSTA01
                      FILE STATUS      IS WRK-FS-ARQSTA01.
      *
           SELECT ARQINS01 ASSIGN       TO UT-S-ARQINS01
                      FILE STATUS      IS WRK-FS-ARQINS01.
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
      *   INPUT:     CARTAO COM A QTDE DE PARTICOES DA RODADA         *
      *               ORG. SEQUENCIAL   -   LRECL = 80                *
      *---------------------------------------------------------------*

       FD  ARQCTL13
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQCTL13             PIC X(80).

      *---------------------------------------------------------------*
      *   INPUT:     TOTAIS DE CONTROLE DAS PARTICOES (CONCATENADOS)  *
      *               ORG. SEQUENCIAL   -   LRECL = 142               *
      *---------------------------------------------------------------*

       FD  ARQTOT10
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQTOT10             PIC X(142).

      *---------------------------------------------------------------*
      *   INPUT:     SAIDA DAS PARTICOES (CONCATENADAS)               *
      *               ORG. SEQUENCIAL   -   LRECL = 142               *
      *---------------------------------------------------------------*

       FD  ARQSAI10
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI10             PIC X(142).

      *---------------------------------------------------------------*
      *   INPUT:     TOTAIS POR AGENCIA DAS PARTICOES (CONCATENADOS)  *
      *               ORG. SEQUENCIAL   -   LRECL = 97                *
      *---------------------------------------------------------------*

       FD  ARQAGE10
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQAGE10             PIC X(97).

      *---------------------------------------------------------------*
      *   INPUT:     EXTRATO DAS PARTICOES (CONCATENADOS)             *
      *               ORG. SEQUENCIAL   -   LRECL = 57                *
      *---------------------------------------------------------------*

       FD  ARQEXT10
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQEXT10             PIC X(57).

      *---------------------------------------------------------------*
      *   INPUT:     REJEITOS DAS PARTICOES (CONCATENADOS)            *
      *               ORG. SEQUENCIAL   -   LRECL = 45                *
      *---------------------------------------------------------------*

       FD  ARQREJ10
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQREJ10             PIC X(45).

      *---------------------------------------------------------------*
      *   INPUT:     EXCECOES DE SEQUENCIA DAS PARTICOES              *
      *               ORG. SEQUENCIAL   -   LRECL = 27                *
      *---------------------------------------------------------------*

       FD  ARQSEQ10
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSEQ10             PIC X(27).

      *---------------------------------------------------------------*
      *   INPUT:     EXCECOES DE VALOR DAS PARTICOES                  *
      *               ORG. SEQUENCIAL   -   LRECL = 39                *
      *---------------------------------------------------------------*

       FD  ARQVLR10
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQVLR10             PIC X(39).

      *---------------------------------------------------------------*
      *   INPUT:     ALERTAS DE COMPLIANCE DAS PARTICOES              *
      *               ORG. SEQUENCIAL   -   LRECL = 45                *
      *---------------------------------------------------------------*

       FD  ARQCMP10
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQCMP10             PIC X(45).

      *---------------------------------------------------------------*
      *   INPUT:     DUPLICIDADES DAS PARTICOES                       *
      *               ORG. SEQUENCIAL   -   LRECL = 57                *
      *---------------------------------------------------------------*

       FD  ARQDUP10
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQDUP10             PIC X(57).

      *---------------------------------------------------------------*
      *   INPUT:     MOVIMENTOS DESVIADOS POR SITUACAO DAS PARTICOES  *
      *               ORG. SEQUENCIAL   -   LRECL = 40                *
      *---------------------------------------------------------------*

       FD  ARQSTA10
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSTA10             PIC X(40).

      *---------------------------------------------------------------*
      *   INPUT:     RECUSAS POR SALDO INSUFICIENTE DAS PARTICOES     *
      *               ORG. SEQUENCIAL   -   LRECL = 58                *
      *---------------------------------------------------------------*

       FD  ARQINS10
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQINS10             PIC X(58).

      *---------------------------------------------------------------*
      *   INPUT:     POSICAO POR CPF DAS PARTICOES (CONCATENADAS)     *
      *               ORG. SEQUENCIAL   -   LRECL = 148               *
      *---------------------------------------------------------------*

       FD  ARQPSQ10
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQPSQ10             PIC X(148).

      *---------------------------------------------------------------*
      *   INPUT:     SALDOS DE FECHAMENTO DAS PARTICOES               *
      *               ORG. SEQUENCIAL   -   LRECL = 75                *
      *---------------------------------------------------------------*

       FD  ARQSLQ10
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSLQ10             PIC X(75).

      *---------------------------------------------------------------*
      *   OUTPUT:    SAIDA CONSOLIDADA (CSV OU POSICIONAL)            *
      *               ORG. SEQUENCIAL   -   LRECL = 142               *
      *---------------------------------------------------------------*

       FD  ARQSAI01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSAI01             PIC X(142).

      *---------------------------------------------------------------*
      *   OUTPUT:    TOTAIS DE CONTROLE CONSOLIDADOS                  *
      *               ORG. SEQUENCIAL   -   LRECL = 142               *
      *---------------------------------------------------------------*

       FD  ARQTOT01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQTOT01             PIC X(142).

      *---------------------------------------------------------------*
      *   OUTPUT:    TOTAIS POR AGENCIA CONSOLIDADOS                  *
      *               ORG. SEQUENCIAL   -   LRECL = 97                *
      *---------------------------------------------------------------*

       FD  ARQAGE01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQAGE01             PIC X(97).

      *---------------------------------------------------------------*
      *   OUTPUT:    EXTRATO CONSOLIDADO                              *
      *               ORG. SEQUENCIAL   -   LRECL = 57                *
      *---------------------------------------------------------------*

       FD  ARQEXT01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQEXT01             PIC X(57).

      *---------------------------------------------------------------*
      *   OUTPUT:    REJEITOS CONSOLIDADOS                            *
      *               ORG. SEQUENCIAL   -   LRECL = 45                *
      *---------------------------------------------------------------*

       FD  ARQREJ01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQREJ01             PIC X(45).

      *---------------------------------------------------------------*
      *   OUTPUT:    EXCECOES DE SEQUENCIA CONSOLIDADAS               *
      *               ORG. SEQUENCIAL   -   LRECL = 27                *
      *---------------------------------------------------------------*

       FD  ARQSEQ01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSEQ01             PIC X(27).

      *---------------------------------------------------------------*
      *   OUTPUT:    EXCECOES DE VALOR CONSOLIDADAS                   *
      *               ORG. SEQUENCIAL   -   LRECL = 39                *
      *---------------------------------------------------------------*

       FD  ARQVLR01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQVLR01             PIC X(39).

      *---------------------------------------------------------------*
      *   OUTPUT:    ALERTAS DE COMPLIANCE CONSOLIDADOS               *
      *               ORG. SEQUENCIAL   -   LRECL = 45                *
      *---------------------------------------------------------------*

       FD  ARQCMP01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQCMP01             PIC X(45).

      *---------------------------------------------------------------*
      *   OUTPUT:    DUPLICIDADES CONSOLIDADAS                        *
      *               ORG. SEQUENCIAL   -   LRECL = 57                *
      *---------------------------------------------------------------*

       FD  ARQDUP01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQDUP01             PIC X(57).

      *---------------------------------------------------------------*
      *   OUTPUT:    MOVIMENTOS DESVIADOS POR SITUACAO CONSOLIDADOS   *
      *               ORG. SEQUENCIAL   -   LRECL = 40                *
      *---------------------------------------------------------------*

       FD  ARQSTA01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSTA01             PIC X(40).

      *---------------------------------------------------------------*
      *   OUTPUT:    RECUSAS POR SALDO INSUFICIENTE CONSOLIDADAS      *
      *               ORG. SEQUENCIAL   -   LRECL = 58                *
      *---------------------------------------------------------------*

       FD  ARQINS01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQINS01             PIC X(58).

      *---------------------------------------------------------------*
      *   OUTPUT:    POSICAO CORRENTE POR CPF                         *
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
             'EXER0223 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0223'.
       77 ACU-LIDOS-ARQTOT10      PIC  9(005) VALUE ZEROS.
       77 ACU-LIDOS-ARQAGE10      PIC  9(009) VALUE ZEROS.
       77 ACU-CABEC-ARQSAI10      PIC  9(005) VALUE ZEROS.
       77 ACU-TRAILER-ARQSAI10    PIC  9(005) VALUE ZEROS.
       77 ACU-GRAVA-ARQAGE01      PIC  9(005) VALUE ZEROS.
       77 ACU-ERROS               PIC  9(005) VALUE ZEROS.
       77 WRK-QTD-PART            PIC  9(003) VALUE ZEROS.
       77 WRK-IDX-PART            PIC  9(003) VALUE ZEROS.
       77 WRK-IDX-ARQ             PIC  9(002) VALUE ZEROS.
       77 WRK-QTD-AGE             PIC  9(003) VALUE ZEROS.
       77 WRK-IDX-AGE             PIC  9(004) VALUE ZEROS.
       77 WRK-IDX-BUSCA           PIC  9(004) VALUE ZEROS.
       77 WRK-CPF-REG             PIC  9(011) VALUE ZEROS.
       77 WRK-CPF-ESPERADO        PIC  9(012) VALUE ZEROS.
       77 WRK-MSG-ERRO            PIC  X(060) VALUE SPACES.

       77 WRK-FLAG-CONSOLIDACAO   PIC  X(001) VALUE 'S'.
          88 WRK-CONSOLIDACAO-OK             VALUE 'S'.
          88 WRK-CONSOLIDACAO-RECUSADA       VALUE 'N'.

       77 WRK-FLAG-LAYOUT-SAI     PIC  X(001) VALUE SPACES.
          88 WRK-LAYOUT-SAI-INDEFINIDO       VALUE ' '.
          88 WRK-LAYOUT-SAI-CSV              VALUE 'C'.
          88 WRK-LAYOUT-SAI-POSICIONAL       VALUE 'P'.

       77 WRK-FLAG-MESTRES        PIC  X(001) VALUE 'N'.
          88 WRK-MESTRES-ABERTOS             VALUE 'S'.
          88 WRK-MESTRES-FECHADOS            VALUE 'N'.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQCTL13      VALUE 'ARQCTL13'.
          88 WRK-CN-ARQTOT10      VALUE 'ARQTOT10'.
          88 WRK-CN-ARQSAI10      VALUE 'ARQSAI10'.
          88 WRK-CN-ARQAGE10      VALUE 'ARQAGE10'.
          88 WRK-CN-ARQEXT10      VALUE 'ARQEXT10'.
          88 WRK-CN-ARQREJ10      VALUE 'ARQREJ10'.
          88 WRK-CN-ARQSEQ10      VALUE 'ARQSEQ10'.
          88 WRK-CN-ARQVLR10      VALUE 'ARQVLR10'.
          88 WRK-CN-ARQCMP10      VALUE 'ARQCMP10'.
          88 WRK-CN-ARQDUP10      VALUE 'ARQDUP10'.
          88 WRK-CN-ARQSTA10      VALUE 'ARQSTA10'.
          88 WRK-CN-ARQINS10      VALUE 'ARQINS10'.
          88 WRK-CN-ARQPSQ10      VALUE 'ARQPSQ10'.
          88 WRK-CN-ARQSLQ10      VALUE 'ARQSLQ10'.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
          88 WRK-CN-ARQTOT01      VALUE 'ARQTOT01'.
          88 WRK-CN-ARQAGE01      VALUE 'ARQAGE01'.
          88 WRK-CN-ARQEXT01      VALUE 'ARQEXT01'.
          88 WRK-CN-ARQREJ01      VALUE 'ARQREJ01'.
          88 WRK-CN-ARQSEQ01      VALUE 'ARQSEQ01'.
          88 WRK-CN-ARQVLR01      VALUE 'ARQVLR01'.
          88 WRK-CN-ARQCMP01      VALUE 'ARQCMP01'.
          88 WRK-CN-ARQDUP01      VALUE 'ARQDUP01'.
          88 WRK-CN-ARQSTA01      VALUE 'ARQSTA01'.
          88 WRK-CN-ARQINS01      VALUE 'ARQINS01'.
          88 WRK-CN-ARQPOS01      VALUE 'ARQPOS01'.
          88 WRK-CN-ARQSLD01      VALUE 'ARQSLD01'.

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
       01 WRK-FS-ARQCTL13         PIC  X(002) VALUE SPACES.
          88 WRK-FS-CTL13-OK                  VALUE '00'.
          88 WRK-FS-CTL13-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQTOT10         PIC  X(002) VALUE SPACES.
          88 WRK-FS-TOT10-OK                  VALUE '00'.
          88 WRK-FS-TOT10-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQSAI10         PIC  X(002) VALUE SPACES.
          88 WRK-FS-SAI10-OK                  VALUE '00'.
          88 WRK-FS-SAI10-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQAGE10         PIC  X(002) VALUE SPACES.
          88 WRK-FS-AGE10-OK                  VALUE '00'.
          88 WRK-FS-AGE10-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQEXT10         PIC  X(002) VALUE SPACES.
          88 WRK-FS-EXT10-OK                  VALUE '00'.
          88 WRK-FS-EXT10-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQREJ10         PIC  X(002) VALUE SPACES.
          88 WRK-FS-REJ10-OK                  VALUE '00'.
          88 WRK-FS-REJ10-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQSEQ10         PIC  X(002) VALUE SPACES.
          88 WRK-FS-SEQ10-OK                  VALUE '00'.
          88 WRK-FS-SEQ10-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQVLR10         PIC  X(002) VALUE SPACES.
          88 WRK-FS-VLR10-OK                  VALUE '00'.
          88 WRK-FS-VLR10-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQCMP10         PIC  X(002) VALUE SPACES.
          88 WRK-FS-CMP10-OK                  VALUE '00'.
          88 WRK-FS-CMP10-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQDUP10         PIC  X(002) VALUE SPACES.
          88 WRK-FS-DUP10-OK                  VALUE '00'.
          88 WRK-FS-DUP10-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQSTA10         PIC  X(002) VALUE SPACES.
          88 WRK-FS-STA10-OK                  VALUE '00'.
          88 WRK-FS-STA10-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQINS10         PIC  X(002) VALUE SPACES.
          88 WRK-FS-INS10-OK                  VALUE '00'.
          88 WRK-FS-INS10-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQPSQ10         PIC  X(002) VALUE SPACES.
          88 WRK-FS-PSQ10-OK                  VALUE '00'.
          88 WRK-FS-PSQ10-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQSLQ10         PIC  X(002) VALUE SPACES.
          88 WRK-FS-SLQ10-OK                  VALUE '00'.
          88 WRK-FS-SLQ10-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQSAI01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-SAI01-OK                  VALUE '00'.
      *
       01 WRK-FS-ARQTOT01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-TOT01-OK                  VALUE '00'.
      *
       01 WRK-FS-ARQAGE01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-AGE01-OK                  VALUE '00'.
      *
       01 WRK-FS-ARQEXT01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-EXT01-OK                  VALUE '00'.
      *
       01 WRK-FS-ARQREJ01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-REJ01-OK                  VALUE '00'.
      *
       01 WRK-FS-ARQSEQ01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-SEQ01-OK                  VALUE '00'.
      *
       01 WRK-FS-ARQVLR01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-VLR01-OK                  VALUE '00'.
      *
       01 WRK-FS-ARQCMP01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-CMP01-OK                  VALUE '00'.
      *
       01 WRK-FS-ARQDUP01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-DUP01-OK                  VALUE '00'.
      *
       01 WRK-FS-ARQSTA01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-STA01-OK                  VALUE '00'.
      *
       01 WRK-FS-ARQINS01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-INS01-OK                  VALUE '00'.
      *
       01 WRK-FS-ARQPOS01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-POS01-OK                  VALUE '00'.
      *
       01 WRK-FS-ARQSLD01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-SLD01-OK                  VALUE '00'.
      *
       01 WRK-FS-ARQJRN01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-JRN01-OK                  VALUE '00'.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DA TABELA DE PARTICOES'.
      *----------------------------------------------------------------*
      *
      *    TAB-PART-QTD E A QTDE FISICA DE CADA ARQUIVO DA PARTICAO,
      *    NA ORDEM DE TAB-NOME-ARQ; TAB-PART-TOT GUARDA O REGISTRO
      *    DE ARQTOT10 DA PARTICAO PARA A CONFERENCIA.
       01 TAB-PARTICOES.
          05 TAB-PART             OCCURS 99 TIMES.
             10 TAB-PART-INICIAL  PIC 9(011).
             10 TAB-PART-FINAL    PIC 9(011).
             10 TAB-PART-TOT      PIC X(142).
             10 TAB-PART-QTD      PIC 9(009) OCCURS 11 TIMES.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DA TABELA DOS ARQUIVOS POR CPF'.
      *----------------------------------------------------------------*
      *
       01 WRK-NOMES-ARQ.
          05 FILLER               PIC X(008) VALUE 'ARQSAI10'.
          05 FILLER               PIC X(008) VALUE 'ARQEXT10'.
          05 FILLER               PIC X(008) VALUE 'ARQREJ10'.
          05 FILLER               PIC X(008) VALUE 'ARQSEQ10'.
          05 FILLER               PIC X(008) VALUE 'ARQVLR10'.
          05 FILLER               PIC X(008) VALUE 'ARQCMP10'.
          05 FILLER               PIC X(008) VALUE 'ARQDUP10'.
          05 FILLER               PIC X(008) VALUE 'ARQSTA10'.
          05 FILLER               PIC X(008) VALUE 'ARQINS10'.
          05 FILLER               PIC X(008) VALUE 'ARQPSQ10'.
          05 FILLER               PIC X(008) VALUE 'ARQSLQ10'.
       01 TAB-NOMES-ARQ REDEFINES WRK-NOMES-ARQ.
          05 TAB-NOME-ARQ         PIC X(008) OCCURS 11 TIMES.

       01 TAB-ARQUIVOS.
          05 TAB-ARQ              OCCURS 11 TIMES.
             10 TAB-ARQ-LIDOS     PIC 9(009).
             10 TAB-ARQ-GRAVADOS  PIC 9(009).
             10 TAB-ARQ-FORA-ORDEM PIC 9(009).

       01 WRK-ESPERADOS.
          05 WRK-ESP-QTD          PIC 9(009) OCCURS 11 TIMES.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DA TABELA DE TOTAIS POR AGENCIA'.
      *----------------------------------------------------------------*
      *
       01 TAB-AGENCIAS.
          05 TAB-AGE              OCCURS 999 TIMES.
             10 TAB-AGE-COD       PIC X(004).
             10 TAB-AGE-QTD-DEP   PIC 9(009).
             10 TAB-AGE-VAL-DEP   PIC S9(015)V99.
             10 TAB-AGE-QTD-SAQ   PIC 9(009).
             10 TAB-AGE-VAL-SAQ   PIC S9(015)V99.
             10 TAB-AGE-QTD-EST   PIC 9(009).
             10 TAB-AGE-VAL-EST   PIC S9(015)V99.
             10 TAB-AGE-QTD-REJ   PIC 9(005).
             10 TAB-AGE-QTD-VLR   PIC 9(005).
             10 TAB-AGE-QTD-DUP   PIC 9(005).

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DA SOMA DOS TOTAIS DAS PARTICOES'.
      *----------------------------------------------------------------*
      *
       01 WRK-TOT-SOMA.
          05 SOM-QTD-LIDOS           PIC 9(009)      VALUE ZEROS.
          05 SOM-QTD-GRAVA-SAI       PIC 9(005)      VALUE ZEROS.
          05 SOM-QTD-GRAVA-REJ       PIC 9(005)      VALUE ZEROS.
          05 SOM-QTD-GRAVA-SEQ       PIC 9(005)      VALUE ZEROS.
          05 SOM-QTD-GRAVA-VLR       PIC 9(005)      VALUE ZEROS.
          05 SOM-QTD-GRAVA-CMP       PIC 9(005)      VALUE ZEROS.
          05 SOM-QTD-DESC-PERIODO    PIC 9(005)      VALUE ZEROS.
          05 SOM-QTD-REGS-ACEITOS    PIC 9(009)      VALUE ZEROS.
          05 SOM-QTD-REGS-SEQ        PIC 9(009)      VALUE ZEROS.
          05 SOM-VAL-TOTAL-GERAL     PIC S9(015)V99  VALUE ZEROS.
          05 SOM-QTD-GRAVA-DUP       PIC 9(005)      VALUE ZEROS.
          05 SOM-QTD-DUP-SUPR        PIC 9(005)      VALUE ZEROS.
          05 SOM-QTD-GRAVA-STA       PIC 9(005)      VALUE ZEROS.
          05 SOM-QTD-REJ-DATA        PIC 9(005)      VALUE ZEROS.
          05 SOM-QTD-GRAVA-INS       PIC 9(005)      VALUE ZEROS.
          05 SOM-QTD-GRAVA-EXT       PIC 9(005)      VALUE ZEROS.
          05 SOM-QTD-GRAVA-AGE       PIC 9(009)      VALUE ZEROS.
          05 SOM-QTD-GRAVA-POS       PIC 9(005)      VALUE ZEROS.
          05 SOM-QTD-GRAVA-SLD       PIC 9(005)      VALUE ZEROS.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DAS LINHAS DE ARQSAI01'.
      *----------------------------------------------------------------*
      *
       01 WRK-LINHA-SAI.
          05 WRK-LSAI-CPF            PIC  X(011).
          05 FILLER                  PIC  X(131).
       01 WRK-LINHA-SAI-CABEC REDEFINES WRK-LINHA-SAI.
          05 WRK-LSAI-CABEC          PIC  X(015).
             88 WRK-LSAI-EH-CABEC            VALUE 'CPF DO CLIENTE;'.
          05 FILLER                  PIC  X(127).
       01 WRK-LINHA-SAI-TRAILER REDEFINES WRK-LINHA-SAI.
          05 WRK-LSAI-PREFIXO        PIC  X(006).
             88 WRK-LSAI-TRAILER-CSV         VALUE 'TOTAL;'.
             88 WRK-LSAI-TRAILER-POS         VALUE 'TOTAL-'.
          05 FILLER                  PIC  X(136).

       01 WRK-TRAILER-ARQSAI01.
          05 FILLER                  PIC  X(006) VALUE 'TOTAL;'.
          05 WRK-TRL-QTD-CLIENTES    PIC  9(005).
          05 FILLER                  PIC  X(001) VALUE ';'.
          05 WRK-TRL-VALOR-GERAL     PIC  9(013)V99.
          05 FILLER                  PIC  X(115) VALUE SPACES.

       01 WRK-TRAILER-POSICIONAL.
          05 FILLER                  PIC  X(006) VALUE 'TOTAL-'.
          05 WRK-POST-QTD-CLIENTES   PIC  9(005).
          05 WRK-POST-VALOR-GERAL    PIC  9(013)V99.
          05 FILLER                  PIC  X(116) VALUE SPACES.

       01 WRK-SLQ-REGISTRO.
          05 WRK-SLQ-CPF             PIC  9(011).
          05 FILLER                  PIC  X(064).

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
           COPY CTL02123.
           COPY TOT02103.
           COPY AGE02103.
           COPY EXT02103.
           COPY REJ02103.
           COPY SEQ02103.
           COPY VLR02103.
           COPY CMP02103.
           COPY DUP02103.
           COPY STA02103.
           COPY INS02103.
           COPY PSQ02123.
           COPY JRN02117.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'EXER0223 - FIM DA AREA DE WORKING'.
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
           PERFORM 2000-CARREGAR-PARTICAO UNTIL WRK-FS-TOT10-FIM
           PERFORM 2500-VALIDAR-FAIXAS
           IF WRK-CONSOLIDACAO-RECUSADA
              PERFORM 9000-RECUSAR-CONSOLIDACAO
           END-IF
      *
           PERFORM 3000-COPIAR-SAIDAS
      *
           PERFORM 4500-CONFERIR-POSICAO-SALDO
      *
           PERFORM 5000-CONFERIR-PARTICAO
              VARYING WRK-IDX-PART FROM 1 BY 1
              UNTIL WRK-IDX-PART GREATER WRK-QTD-PART
           PERFORM 5050-CONFERIR-ARQUIVOS
           IF WRK-CONSOLIDACAO-RECUSADA
              PERFORM 9000-RECUSAR-CONSOLIDACAO
           END-IF
      *
           PERFORM 6000-ATUALIZAR-MESTRES
      *
           PERFORM 7000-GRAVAR-AGENCIA
              VARYING WRK-IDX-AGE FROM 1 BY 1
              UNTIL WRK-IDX-AGE GREATER WRK-QTD-AGE
           PERFORM 7100-GRAVAR-TRAILER-SAI
           PERFORM 7200-GRAVAR-TOTAIS
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
      *    ROTINA DE INICIALIZACAO: LE O CARTAO ARQCTL13 (QTDE DE      *
      *    PARTICOES, OBRIGATORIA) E ABRE AS ENTRADAS CONCATENADAS E   *
      *    AS SAIDAS SEQUENCIAIS. ARQPOS01 E ARQSLD01 SO SAO ABERTOS   *
      *    DEPOIS DE TODAS AS CONFERENCIAS (VIDE 6000)                 *
      *----------------------------------------------------------------*
       1000-INICIALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                         TO TAB-ARQUIVOS
           INITIALIZE TAB-PARTICOES
           MOVE ZEROS                         TO CT13-QTD-PARTICOES

           SET WRK-CN-OPEN                    TO TRUE
           SET WRK-CN-ARQCTL13                TO TRUE
           OPEN INPUT ARQCTL13
           IF NOT WRK-FS-CTL13-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-READ                    TO TRUE
           READ ARQCTL13 INTO ARQCTL13-REGISTRO
           IF NOT WRK-FS-CTL13-OK AND NOT WRK-FS-CTL13-FIM
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           CLOSE ARQCTL13

           IF CT13-QTD-PARTICOES NOT NUMERIC
           OR CT13-QTD-PARTICOES EQUAL ZEROS
              DISPLAY '*********************************************'
              DISPLAY '*     CARTAO DE CONTROLE ARQCTL13 INVALIDO  *'
              DISPLAY '* QTDE DE PARTICOES AUSENTE OU ZERADA       *'
              DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                 *'
              DISPLAY '*********************************************'
              MOVE 12                         TO RETURN-CODE
              PERFORM 9900-FINALIZAR
           END-IF

           SET WRK-CN-OPEN                    TO TRUE
           SET WRK-CN-ARQTOT10                TO TRUE
           OPEN INPUT  ARQTOT10
                       ARQSAI10
                       ARQAGE10
                       ARQEXT10
                       ARQREJ10
                       ARQSEQ10
                       ARQVLR10
                       ARQCMP10
                       ARQDUP10
                       ARQSTA10
                       ARQINS10
                       ARQPSQ10
                       ARQSLQ10

           IF (NOT WRK-FS-TOT10-OK) OR (NOT WRK-FS-SAI10-OK)
           OR (NOT WRK-FS-AGE10-OK) OR (NOT WRK-FS-EXT10-OK)
           OR (NOT WRK-FS-REJ10-OK) OR (NOT WRK-FS-SEQ10-OK)
           OR (NOT WRK-FS-VLR10-OK) OR (NOT WRK-FS-CMP10-OK)
           OR (NOT WRK-FS-DUP10-OK) OR (NOT WRK-FS-STA10-OK)
           OR (NOT WRK-FS-INS10-OK) OR (NOT WRK-FS-PSQ10-OK)
           OR (NOT WRK-FS-SLQ10-OK)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           SET WRK-CN-ARQSAI01                TO TRUE
           OPEN OUTPUT ARQSAI01
                       ARQTOT01
                       ARQAGE01
                       ARQEXT01
                       ARQREJ01
                       ARQSEQ01
                       ARQVLR01
                       ARQCMP01
                       ARQDUP01
                       ARQSTA01
                       ARQINS01

           IF (NOT WRK-FS-SAI01-OK) OR (NOT WRK-FS-TOT01-OK)
           OR (NOT WRK-FS-AGE01-OK) OR (NOT WRK-FS-EXT01-OK)
           OR (NOT WRK-FS-REJ01-OK) OR (NOT WRK-FS-SEQ01-OK)
           OR (NOT WRK-FS-VLR01-OK) OR (NOT WRK-FS-CMP01-OK)
           OR (NOT WRK-FS-DUP01-OK) OR (NOT WRK-FS-STA01-OK)
           OR (NOT WRK-FS-INS01-OK)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 8000-LER-ARQTOT10
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GUARDA NA TABELA DE PARTICOES O REGISTRO DE ARQTOT10 DE     *
      *    UMA PARTICAO, COM A SUA FAIXA DE CPF                        *
      *----------------------------------------------------------------*
       2000-CARREGAR-PARTICAO SECTION.
      *----------------------------------------------------------------*
           IF WRK-QTD-PART LESS 99
              ADD 1                           TO WRK-QTD-PART
              MOVE TOT-CPF-INICIAL     TO TAB-PART-INICIAL
                                                 (WRK-QTD-PART)
              MOVE TOT-CPF-FINAL       TO TAB-PART-FINAL (WRK-QTD-PART)
              MOVE ARQTOT01-REGISTRO   TO TAB-PART-TOT (WRK-QTD-PART)
           ELSE
              MOVE 'TABELA DE PARTICOES CHEIA (99) - ARQTOT10 EXCEDENTE'
                                              TO WRK-MSG-ERRO
              PERFORM 7900-APONTAR-ERRO
           END-IF

           PERFORM 8000-LER-ARQTOT10
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CONFERE QUE HA UM ARQTOT10 POR PARTICAO DO CARTAO E QUE AS  *
      *    FAIXAS, NA ORDEM DA CONCATENACAO, COMECAM EM ZERO, TERMINAM *
      *    EM 99999999999 E CADA UMA COMECA LOGO APOS O FIM DA         *
      *    ANTERIOR - SEM LACUNA E SEM SOBREPOSICAO                    *
      *----------------------------------------------------------------*
       2500-VALIDAR-FAIXAS SECTION.
      *----------------------------------------------------------------*
           IF WRK-QTD-PART NOT EQUAL CT13-QTD-PARTICOES
              DISPLAY '* QTDE DE PARTICOES NO CARTAO..: '
                      CT13-QTD-PARTICOES
              DISPLAY '* QTDE DE REGISTROS EM ARQTOT10: 'WRK-QTD-PART
              MOVE 'PARTICAO AUSENTE OU EXCEDENTE EM ARQTOT10'
                                              TO WRK-MSG-ERRO
              PERFORM 7900-APONTAR-ERRO
           END-IF

           IF WRK-QTD-PART GREATER ZEROS
              IF TAB-PART-INICIAL (1) NOT EQUAL ZEROS
                 DISPLAY '* FAIXA INICIAL DA 1A PARTICAO: '
                         TAB-PART-INICIAL (1)
                 MOVE 'LACUNA - A PRIMEIRA FAIXA NAO COMECA EM ZERO'
                                              TO WRK-MSG-ERRO
                 PERFORM 7900-APONTAR-ERRO
              END-IF

              PERFORM VARYING WRK-IDX-PART FROM 2 BY 1
                      UNTIL WRK-IDX-PART GREATER WRK-QTD-PART
                 COMPUTE WRK-CPF-ESPERADO =
                         TAB-PART-FINAL (WRK-IDX-PART - 1) + 1
                 IF TAB-PART-INICIAL (WRK-IDX-PART) GREATER
                    WRK-CPF-ESPERADO
                    DISPLAY '* PARTICAO 'WRK-IDX-PART' COMECA EM '
                            TAB-PART-INICIAL (WRK-IDX-PART)
                            ' - ESPERADO 'WRK-CPF-ESPERADO
                    MOVE 'LACUNA ENTRE AS FAIXAS DE CPF'
                                              TO WRK-MSG-ERRO
                    PERFORM 7900-APONTAR-ERRO
                 END-IF
                 IF TAB-PART-INICIAL (WRK-IDX-PART) LESS
                    WRK-CPF-ESPERADO
                    DISPLAY '* PARTICAO 'WRK-IDX-PART' COMECA EM '
                            TAB-PART-INICIAL (WRK-IDX-PART)
                            ' - ESPERADO 'WRK-CPF-ESPERADO
                    MOVE 'FAIXAS DE CPF SOBREPOSTAS OU FORA DE ORDEM'
                                              TO WRK-MSG-ERRO
                    PERFORM 7900-APONTAR-ERRO
                 END-IF
              END-PERFORM

              IF TAB-PART-FINAL (WRK-QTD-PART) NOT EQUAL 99999999999
                 DISPLAY '* FAIXA FINAL DA ULTIMA PARTICAO: '
                         TAB-PART-FINAL (WRK-QTD-PART)
                 MOVE 'LACUNA - A ULTIMA FAIXA NAO VAI ATE 99999999999'
                                              TO WRK-MSG-ERRO
                 PERFORM 7900-APONTAR-ERRO
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    COPIA PARA AS SAIDAS CONSOLIDADAS OS ARQUIVOS DAS           *
      *    PARTICOES, UM DE CADA VEZ, CONTANDO OS REGISTROS POR        *
      *    PARTICAO (VIDE 5100-LOCALIZA-PARTICAO)                      *
      *----------------------------------------------------------------*
       3000-COPIAR-SAIDAS SECTION.
      *----------------------------------------------------------------*
           MOVE 1                             TO WRK-IDX-PART
           MOVE 1                             TO WRK-IDX-ARQ
           PERFORM 8100-LER-ARQSAI10
           PERFORM 3100-COPIAR-ARQSAI UNTIL WRK-FS-SAI10-FIM

           MOVE 1                             TO WRK-IDX-PART
           MOVE 2                             TO WRK-IDX-ARQ
           PERFORM 8200-LER-ARQEXT10
           PERFORM 3200-COPIAR-ARQEXT UNTIL WRK-FS-EXT10-FIM

           MOVE 1                             TO WRK-IDX-PART
           MOVE 3                             TO WRK-IDX-ARQ
           PERFORM 8300-LER-ARQREJ10
           PERFORM 3300-COPIAR-ARQREJ UNTIL WRK-FS-REJ10-FIM

           MOVE 1                             TO WRK-IDX-PART
           MOVE 4                             TO WRK-IDX-ARQ
           PERFORM 8400-LER-ARQSEQ10
           PERFORM 3400-COPIAR-ARQSEQ UNTIL WRK-FS-SEQ10-FIM

           MOVE 1                             TO WRK-IDX-PART
           MOVE 5                             TO WRK-IDX-ARQ
           PERFORM 8500-LER-ARQVLR10
           PERFORM 3500-COPIAR-ARQVLR UNTIL WRK-FS-VLR10-FIM

           MOVE 1                             TO WRK-IDX-PART
           MOVE 6                             TO WRK-IDX-ARQ
           PERFORM 8600-LER-ARQCMP10
           PERFORM 3600-COPIAR-ARQCMP UNTIL WRK-FS-CMP10-FIM

           MOVE 1                             TO WRK-IDX-PART
           MOVE 7                             TO WRK-IDX-ARQ
           PERFORM 8700-LER-ARQDUP10
           PERFORM 3700-COPIAR-ARQDUP UNTIL WRK-FS-DUP10-FIM

           MOVE 1                             TO WRK-IDX-PART
           MOVE 8                             TO WRK-IDX-ARQ
           PERFORM 8800-LER-ARQSTA10
           PERFORM 3800-COPIAR-ARQSTA UNTIL WRK-FS-STA10-FIM

           MOVE 1                             TO WRK-IDX-PART
           MOVE 9                             TO WRK-IDX-ARQ
           PERFORM 8900-LER-ARQINS10
           PERFORM 3900-COPIAR-ARQINS UNTIL WRK-FS-INS10-FIM

           PERFORM 8950-LER-ARQAGE10
           PERFORM 4000-SOMAR-AGENCIA UNTIL WRK-FS-AGE10-FIM
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    COPIA UMA LINHA DE ARQSAI10. DETALHE (CPF NUMERICO NA 1A    *
      *    COLUNA) E GRAVADO; O CABECALHO CSV SO E GRAVADO NA PRIMEIRA *
      *    VEZ; OS TRAILERS DAS PARTICOES SAO CONTADOS E DESPREZADOS - *
      *    O TRAILER UNICO E GRAVADO NO FIM (VIDE 7100)                *
      *----------------------------------------------------------------*
       3100-COPIAR-ARQSAI SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE                   TO TRUE
           SET WRK-CN-ARQSAI01                TO TRUE

           EVALUATE TRUE
              WHEN WRK-LSAI-CPF IS NUMERIC
                 MOVE WRK-LSAI-CPF            TO WRK-CPF-REG
                 PERFORM 5100-LOCALIZA-PARTICAO
                 WRITE FD-ARQSAI01 FROM WRK-LINHA-SAI
                 IF NOT WRK-FS-SAI01-OK
                    PERFORM 9100-ERROS-ARQUIVOS
                 END-IF
                 ADD 1                        TO TAB-ARQ-GRAVADOS (1)
              WHEN WRK-LSAI-EH-CABEC
                 ADD 1                        TO ACU-CABEC-ARQSAI10
                 IF ACU-CABEC-ARQSAI10 EQUAL 1
                    WRITE FD-ARQSAI01 FROM WRK-LINHA-SAI
                    IF NOT WRK-FS-SAI01-OK
                       PERFORM 9100-ERROS-ARQUIVOS
                    END-IF
                 END-IF
              WHEN WRK-LSAI-TRAILER-CSV
                 ADD 1                        TO ACU-TRAILER-ARQSAI10
                 IF WRK-LAYOUT-SAI-INDEFINIDO
                    SET WRK-LAYOUT-SAI-CSV    TO TRUE
                 END-IF
                 IF NOT WRK-LAYOUT-SAI-CSV
                    MOVE 'ARQSAI10 COM TRAILERS CSV E POSICIONAL'
                                              TO WRK-MSG-ERRO
                    PERFORM 7900-APONTAR-ERRO
                 END-IF
              WHEN WRK-LSAI-TRAILER-POS
                 ADD 1                        TO ACU-TRAILER-ARQSAI10
                 IF WRK-LAYOUT-SAI-INDEFINIDO
                    SET WRK-LAYOUT-SAI-POSICIONAL TO TRUE
                 END-IF
                 IF NOT WRK-LAYOUT-SAI-POSICIONAL
                    MOVE 'ARQSAI10 COM TRAILERS CSV E POSICIONAL'
                                              TO WRK-MSG-ERRO
                    PERFORM 7900-APONTAR-ERRO
                 END-IF
              WHEN OTHER
                 DISPLAY '* LINHA DE ARQSAI10: 'WRK-LSAI-CABEC
                 MOVE 'ARQSAI10 COM LINHA DE TIPO NAO PREVISTO'
                                              TO WRK-MSG-ERRO
                 PERFORM 7900-APONTAR-ERRO
           END-EVALUATE

           PERFORM 8100-LER-ARQSAI10
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    COPIA UM REGISTRO DE ARQEXT10 (DETALHE OU SUBTOTAL)         *
      *----------------------------------------------------------------*
       3200-COPIAR-ARQEXT SECTION.
      *----------------------------------------------------------------*
           MOVE ARQEXT01-CPF                  TO WRK-CPF-REG
           PERFORM 5100-LOCALIZA-PARTICAO

           SET WRK-CN-WRITE                   TO TRUE
           SET WRK-CN-ARQEXT01                TO TRUE
           WRITE FD-ARQEXT01 FROM ARQEXT01-REGISTRO
           IF NOT WRK-FS-EXT01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           ADD 1                              TO TAB-ARQ-GRAVADOS (2)

           PERFORM 8200-LER-ARQEXT10
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    COPIA UM REGISTRO DE ARQREJ10                               *
      *----------------------------------------------------------------*
       3300-COPIAR-ARQREJ SECTION.
      *----------------------------------------------------------------*
           MOVE ARQREJ01-CPF                  TO WRK-CPF-REG
           PERFORM 5100-LOCALIZA-PARTICAO

           SET WRK-CN-WRITE                   TO TRUE
           SET WRK-CN-ARQREJ01                TO TRUE
           WRITE FD-ARQREJ01 FROM ARQREJ01-REGISTRO
           IF NOT WRK-FS-REJ01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           ADD 1                              TO TAB-ARQ-GRAVADOS (3)

           PERFORM 8300-LER-ARQREJ10
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    COPIA UM REGISTRO DE ARQSEQ10                               *
      *----------------------------------------------------------------*
       3400-COPIAR-ARQSEQ SECTION.
      *----------------------------------------------------------------*
           MOVE ARQSEQ01-CPF                  TO WRK-CPF-REG
           PERFORM 5100-LOCALIZA-PARTICAO

           SET WRK-CN-WRITE                   TO TRUE
           SET WRK-CN-ARQSEQ01                TO TRUE
           WRITE FD-ARQSEQ01 FROM ARQSEQ01-REGISTRO
           IF NOT WRK-FS-SEQ01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           ADD 1                              TO TAB-ARQ-GRAVADOS (4)

           PERFORM 8400-LER-ARQSEQ10
           .
      *----------------------------------------------------------------*
       3400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    COPIA UM REGISTRO DE ARQVLR10                               *
      *----------------------------------------------------------------*
       3500-COPIAR-ARQVLR SECTION.
      *----------------------------------------------------------------*
           MOVE ARQVLR01-CPF                  TO WRK-CPF-REG
           PERFORM 5100-LOCALIZA-PARTICAO

           SET WRK-CN-WRITE                   TO TRUE
           SET WRK-CN-ARQVLR01                TO TRUE
           WRITE FD-ARQVLR01 FROM ARQVLR01-REGISTRO
           IF NOT WRK-FS-VLR01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           ADD 1                              TO TAB-ARQ-GRAVADOS (5)

           PERFORM 8500-LER-ARQVLR10
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    COPIA UM REGISTRO DE ARQCMP10                               *
      *----------------------------------------------------------------*
       3600-COPIAR-ARQCMP SECTION.
      *----------------------------------------------------------------*
           MOVE ARQCMP01-CPF                  TO WRK-CPF-REG
           PERFORM 5100-LOCALIZA-PARTICAO

           SET WRK-CN-WRITE                   TO TRUE
           SET WRK-CN-ARQCMP01                TO TRUE
           WRITE FD-ARQCMP01 FROM ARQCMP01-REGISTRO
           IF NOT WRK-FS-CMP01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           ADD 1                              TO TAB-ARQ-GRAVADOS (6)

           PERFORM 8600-LER-ARQCMP10
           .
      *----------------------------------------------------------------*
       3600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    COPIA UM REGISTRO DE ARQDUP10. AS POSICOES DO MOVIMENTO     *
      *    DUPLICADO SAO AS DE ARQENT01 INTEIRO, QUE TODAS AS          *
      *    PARTICOES LEEM - VALEM SEM AJUSTE NA SAIDA CONSOLIDADA      *
      *----------------------------------------------------------------*
       3700-COPIAR-ARQDUP SECTION.
      *----------------------------------------------------------------*
           MOVE ARQDUP01-CPF                  TO WRK-CPF-REG
           PERFORM 5100-LOCALIZA-PARTICAO

           SET WRK-CN-WRITE                   TO TRUE
           SET WRK-CN-ARQDUP01                TO TRUE
           WRITE FD-ARQDUP01 FROM ARQDUP01-REGISTRO
           IF NOT WRK-FS-DUP01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           ADD 1                              TO TAB-ARQ-GRAVADOS (7)

           PERFORM 8700-LER-ARQDUP10
           .
      *----------------------------------------------------------------*
       3700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    COPIA UM REGISTRO DE ARQSTA10                               *
      *----------------------------------------------------------------*
       3800-COPIAR-ARQSTA SECTION.
      *----------------------------------------------------------------*
           MOVE ARQSTA01-CPF                  TO WRK-CPF-REG
           PERFORM 5100-LOCALIZA-PARTICAO

           SET WRK-CN-WRITE                   TO TRUE
           SET WRK-CN-ARQSTA01                TO TRUE
           WRITE FD-ARQSTA01 FROM ARQSTA01-REGISTRO
           IF NOT WRK-FS-STA01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           ADD 1                              TO TAB-ARQ-GRAVADOS (8)

           PERFORM 8800-LER-ARQSTA10
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    COPIA UM REGISTRO DE ARQINS10                               *
      *----------------------------------------------------------------*
       3900-COPIAR-ARQINS SECTION.
      *----------------------------------------------------------------*
           MOVE ARQINS01-CPF                  TO WRK-CPF-REG
           PERFORM 5100-LOCALIZA-PARTICAO

           SET WRK-CN-WRITE                   TO TRUE
           SET WRK-CN-ARQINS01                TO TRUE
           WRITE FD-ARQINS01 FROM ARQINS01-REGISTRO
           IF NOT WRK-FS-INS01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           ADD 1                              TO TAB-ARQ-GRAVADOS (9)

           PERFORM 8900-LER-ARQINS10
           .
      *----------------------------------------------------------------*
       3900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    SOMA UM REGISTRO DE ARQAGE10 NA TABELA DE AGENCIAS. A       *
      *    MESMA AGENCIA APARECE EM VARIAS PARTICOES; A TABELA FICA    *
      *    NA ORDEM DE PRIMEIRA OCORRENCIA, QUE E A MESMA DE UMA       *
      *    RODADA UNICA                                                *
      *----------------------------------------------------------------*
       4000-SOMAR-AGENCIA SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                         TO WRK-IDX-AGE
           PERFORM VARYING WRK-IDX-BUSCA FROM 1 BY 1
                   UNTIL WRK-IDX-BUSCA GREATER WRK-QTD-AGE
                      OR WRK-IDX-AGE GREATER ZEROS
              IF TAB-AGE-COD (WRK-IDX-BUSCA) EQUAL ARQAGE01-COD-AGEN
                 MOVE WRK-IDX-BUSCA           TO WRK-IDX-AGE
              END-IF
           END-PERFORM

           IF WRK-IDX-AGE EQUAL ZEROS
              IF WRK-QTD-AGE LESS 999
                 ADD 1                        TO WRK-QTD-AGE
                 MOVE WRK-QTD-AGE             TO WRK-IDX-AGE
                 INITIALIZE TAB-AGE (WRK-IDX-AGE)
                 MOVE ARQAGE01-COD-AGEN       TO TAB-AGE-COD
                                                 (WRK-IDX-AGE)
              ELSE
                 DISPLAY '* AGENCIA 'ARQAGE01-COD-AGEN
                 MOVE 'TABELA DE AGENCIAS CHEIA (999)'
                                              TO WRK-MSG-ERRO
                 PERFORM 7900-APONTAR-ERRO
              END-IF
           END-IF

           IF WRK-IDX-AGE GREATER ZEROS
              ADD ARQAGE01-QTD-DEP    TO TAB-AGE-QTD-DEP (WRK-IDX-AGE)
              ADD ARQAGE01-VAL-DEP    TO TAB-AGE-VAL-DEP (WRK-IDX-AGE)
              ADD ARQAGE01-QTD-SAQ    TO TAB-AGE-QTD-SAQ (WRK-IDX-AGE)
              ADD ARQAGE01-VAL-SAQ    TO TAB-AGE-VAL-SAQ (WRK-IDX-AGE)
              ADD ARQAGE01-QTD-EST    TO TAB-AGE-QTD-EST (WRK-IDX-AGE)
              ADD ARQAGE01-VAL-EST    TO TAB-AGE-VAL-EST (WRK-IDX-AGE)
              ADD ARQAGE01-QTD-REJ    TO TAB-AGE-QTD-REJ (WRK-IDX-AGE)
              ADD ARQAGE01-QTD-VLR    TO TAB-AGE-QTD-VLR (WRK-IDX-AGE)
              ADD ARQAGE01-QTD-DUP    TO TAB-AGE-QTD-DUP (WRK-IDX-AGE)
           END-IF

           PERFORM 8950-LER-ARQAGE10
           .
      *----------------------------------------------------------------*
       4000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PRIMEIRA PASSADA EM ARQPSQ10 E ARQSLQ10: SO CONTA OS        *
      *    REGISTROS POR PARTICAO E CONFERE A ORDEM DAS FAIXAS. A      *
      *    CARGA EM ARQPOS01/ARQSLD01 E FEITA NUMA SEGUNDA PASSADA,    *
      *    SOMENTE SE TODAS AS CONFERENCIAS PASSAREM (VIDE 6000)       *
      *----------------------------------------------------------------*
       4500-CONFERIR-POSICAO-SALDO SECTION.
      *----------------------------------------------------------------*
           MOVE 1                             TO WRK-IDX-PART
           MOVE 10                            TO WRK-IDX-ARQ
           PERFORM 8960-LER-ARQPSQ10
           PERFORM UNTIL WRK-FS-PSQ10-FIM
              MOVE PSQ-CPF                    TO WRK-CPF-REG
              PERFORM 5100-LOCALIZA-PARTICAO
              PERFORM 8960-LER-ARQPSQ10
           END-PERFORM

           MOVE 1                             TO WRK-IDX-PART
           MOVE 11                            TO WRK-IDX-ARQ
           PERFORM 8970-LER-ARQSLQ10
           PERFORM UNTIL WRK-FS-SLQ10-FIM
              MOVE WRK-SLQ-CPF                TO WRK-CPF-REG
              PERFORM 5100-LOCALIZA-PARTICAO
              PERFORM 8970-LER-ARQSLQ10
           END-PERFORM

           CLOSE ARQPSQ10
           CLOSE ARQSLQ10
           .
      *----------------------------------------------------------------*
       4500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CONFERE, PARA UMA PARTICAO, A QTDE FISICA DE CADA ARQUIVO   *
      *    CONTRA A INFORMADA NO SEU ARQTOT10, E SOMA OS TOTAIS DA     *
      *    PARTICAO PARA O ARQTOT01 CONSOLIDADO                        *
      *----------------------------------------------------------------*
       5000-CONFERIR-PARTICAO SECTION.
      *----------------------------------------------------------------*
           MOVE TAB-PART-TOT (WRK-IDX-PART)   TO ARQTOT01-REGISTRO

           MOVE TOT-QTD-GRAVA-SAI             TO WRK-ESP-QTD (1)
           MOVE TOT-QTD-GRAVA-EXT             TO WRK-ESP-QTD (2)
           MOVE TOT-QTD-GRAVA-REJ             TO WRK-ESP-QTD (3)
           MOVE TOT-QTD-GRAVA-SEQ             TO WRK-ESP-QTD (4)
           MOVE TOT-QTD-GRAVA-VLR             TO WRK-ESP-QTD (5)
           MOVE TOT-QTD-GRAVA-CMP             TO WRK-ESP-QTD (6)
           MOVE TOT-QTD-GRAVA-DUP             TO WRK-ESP-QTD (7)
           MOVE TOT-QTD-GRAVA-STA             TO WRK-ESP-QTD (8)
           MOVE TOT-QTD-GRAVA-INS             TO WRK-ESP-QTD (9)
           MOVE TOT-QTD-GRAVA-POS             TO WRK-ESP-QTD (10)
           MOVE TOT-QTD-GRAVA-SLD             TO WRK-ESP-QTD (11)

           PERFORM VARYING WRK-IDX-ARQ FROM 1 BY 1
                   UNTIL WRK-IDX-ARQ GREATER 11
              IF TAB-PART-QTD (WRK-IDX-PART WRK-IDX-ARQ) NOT EQUAL
                 WRK-ESP-QTD (WRK-IDX-ARQ)
                 DISPLAY '* PARTICAO 'WRK-IDX-PART' - '
                         TAB-NOME-ARQ (WRK-IDX-ARQ)
                         ' NO ARQTOT10: 'WRK-ESP-QTD (WRK-IDX-ARQ)
                         ' LIDOS: '
                         TAB-PART-QTD (WRK-IDX-PART WRK-IDX-ARQ)
                 MOVE 'QTDE FISICA DIVERGE DO ARQTOT10 DA PARTICAO'
                                              TO WRK-MSG-ERRO
                 PERFORM 7900-APONTAR-ERRO
              END-IF
           END-PERFORM

           ADD TOT-QTD-LIDOS                  TO SOM-QTD-LIDOS
           ADD TOT-QTD-GRAVA-SAI              TO SOM-QTD-GRAVA-SAI
           ADD TOT-QTD-GRAVA-REJ              TO SOM-QTD-GRAVA-REJ
           ADD TOT-QTD-GRAVA-SEQ              TO SOM-QTD-GRAVA-SEQ
           ADD TOT-QTD-GRAVA-VLR              TO SOM-QTD-GRAVA-VLR
           ADD TOT-QTD-GRAVA-CMP              TO SOM-QTD-GRAVA-CMP
           ADD TOT-QTD-DESC-PERIODO           TO SOM-QTD-DESC-PERIODO
           ADD TOT-QTD-REGS-ACEITOS           TO SOM-QTD-REGS-ACEITOS
           ADD TOT-QTD-REGS-SEQ               TO SOM-QTD-REGS-SEQ
           ADD TOT-VAL-TOTAL-GERAL            TO SOM-VAL-TOTAL-GERAL
           ADD TOT-QTD-GRAVA-DUP              TO SOM-QTD-GRAVA-DUP
           ADD TOT-QTD-DUP-SUPR               TO SOM-QTD-DUP-SUPR
           ADD TOT-QTD-GRAVA-STA              TO SOM-QTD-GRAVA-STA
           ADD TOT-QTD-REJ-DATA               TO SOM-QTD-REJ-DATA
           ADD TOT-QTD-GRAVA-INS              TO SOM-QTD-GRAVA-INS
           ADD TOT-QTD-GRAVA-EXT              TO SOM-QTD-GRAVA-EXT
           ADD TOT-QTD-GRAVA-AGE              TO SOM-QTD-GRAVA-AGE
           ADD TOT-QTD-GRAVA-POS              TO SOM-QTD-GRAVA-POS
           ADD TOT-QTD-GRAVA-SLD              TO SOM-QTD-GRAVA-SLD
           .
      *----------------------------------------------------------------*
       5000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CONFERENCIAS DO CONJUNTO: UM TRAILER DE ARQSAI10 POR        *
      *    PARTICAO, CABECALHO SO NO LAYOUT CSV, REGISTROS DE ARQAGE10 *
      *    IGUAIS A SOMA INFORMADA NOS ARQTOT10 E NENHUM REGISTRO FORA *
      *    DA ORDEM DAS FAIXAS                                         *
      *----------------------------------------------------------------*
       5050-CONFERIR-ARQUIVOS SECTION.
      *----------------------------------------------------------------*
           IF ACU-TRAILER-ARQSAI10 NOT EQUAL WRK-QTD-PART
              DISPLAY '* TRAILERS EM ARQSAI10: 'ACU-TRAILER-ARQSAI10
                      ' PARTICOES: 'WRK-QTD-PART
              MOVE 'ARQSAI10 SEM O TRAILER DE ALGUMA PARTICAO'
                                              TO WRK-MSG-ERRO
              PERFORM 7900-APONTAR-ERRO
           END-IF

           IF ACU-CABEC-ARQSAI10 GREATER ZEROS
           AND WRK-LAYOUT-SAI-POSICIONAL
              MOVE 'ARQSAI10 COM CABECALHO CSV E TRAILER POSICIONAL'
                                              TO WRK-MSG-ERRO
              PERFORM 7900-APONTAR-ERRO
           END-IF

           IF ACU-LIDOS-ARQAGE10 NOT EQUAL SOM-QTD-GRAVA-AGE
              DISPLAY '* AGENCIAS NOS ARQTOT10: 'SOM-QTD-GRAVA-AGE
                      ' LIDAS EM ARQAGE10: 'ACU-LIDOS-ARQAGE10
              MOVE 'QTDE FISICA DE ARQAGE10 DIVERGE DOS ARQTOT10'
                                              TO WRK-MSG-ERRO
              PERFORM 7900-APONTAR-ERRO
           END-IF

           PERFORM VARYING WRK-IDX-ARQ FROM 1 BY 1
                   UNTIL WRK-IDX-ARQ GREATER 11
              IF TAB-ARQ-FORA-ORDEM (WRK-IDX-ARQ) GREATER ZEROS
                 DISPLAY '* 'TAB-NOME-ARQ (WRK-IDX-ARQ)
                         ' - REGISTROS FORA DA ORDEM DAS FAIXAS: '
                         TAB-ARQ-FORA-ORDEM (WRK-IDX-ARQ)
                 MOVE 'CONCATENACAO FORA DA ORDEM DAS PARTICOES'
                                              TO WRK-MSG-ERRO
                 PERFORM 7900-APONTAR-ERRO
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       5050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LOCALIZA A PARTICAO DO CPF WRK-CPF-REG NO ARQUIVO CORRENTE  *
      *    (WRK-IDX-ARQ) E CONTA O REGISTRO NELA. COMO AS PARTICOES    *
      *    ESTAO CONCATENADAS NA ORDEM DAS FAIXAS, A PARTICAO SO       *
      *    AVANCA: UM CPF ABAIXO DA FAIXA CORRENTE E DE UMA PARTICAO   *
      *    JA PASSADA E DENUNCIA CONCATENACAO FORA DE ORDEM            *
      *----------------------------------------------------------------*
       5100-LOCALIZA-PARTICAO SECTION.
      *----------------------------------------------------------------*
           PERFORM UNTIL WRK-IDX-PART NOT LESS WRK-QTD-PART
                      OR WRK-CPF-REG NOT GREATER
                         TAB-PART-FINAL (WRK-IDX-PART)
              ADD 1                           TO WRK-IDX-PART
           END-PERFORM

           IF WRK-CPF-REG LESS TAB-PART-INICIAL (WRK-IDX-PART)
              IF TAB-ARQ-FORA-ORDEM (WRK-IDX-ARQ) EQUAL ZEROS
                 DISPLAY '* 'TAB-NOME-ARQ (WRK-IDX-ARQ)' - CPF '
                         WRK-CPF-REG' APOS A FAIXA DA PARTICAO '
                         WRK-IDX-PART
              END-IF
              ADD 1                TO TAB-ARQ-FORA-ORDEM (WRK-IDX-ARQ)
           ELSE
              ADD 1    TO TAB-PART-QTD (WRK-IDX-PART WRK-IDX-ARQ)
           END-IF
           .
      *----------------------------------------------------------------*
       5100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    COM TODAS AS CONFERENCIAS PASSANDO, CARREGA A POSICAO DAS   *
      *    PARTICOES EM ARQPOS01 (RECRIADO, COMO NA RODADA UNICA) E    *
      *    APLICA OS SALDOS DE FECHAMENTO EM ARQSLD01. UM CPF REPETIDO *
      *    (GRUPO REPOSTO NO REINICIO DE UMA PARTICAO) NAO CHEGA AQUI: *
      *    A QTDE FISICA DE ARQPSQ10/ARQSLQ10 DIVERGE DE ARQTOT10 E    *
      *    5000-CONFERIR-PARTICAO JA CANCELOU - A PARTICAO REINICIADA  *
      *    DEVE SER REPROCESSADA DO INICIO. EM ARQPOS01 UMA CHAVE      *
      *    REPETIDA CANCELA; EM ARQSLD01 O CLIENTE JA CADASTRADO E     *
      *    REGRAVADO                                                   *
      *----------------------------------------------------------------*
       6000-ATUALIZAR-MESTRES SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-OPEN                    TO TRUE
           SET WRK-CN-ARQPOS01                TO TRUE
           OPEN OUTPUT ARQPOS01
           OPEN I-O    ARQSLD01
           OPEN INPUT  ARQPSQ10
                       ARQSLQ10
           SET WRK-MESTRES-ABERTOS            TO TRUE
           IF (NOT WRK-FS-POS01-OK) OR (NOT WRK-FS-SLD01-OK)
           OR (NOT WRK-FS-PSQ10-OK) OR (NOT WRK-FS-SLQ10-OK)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE ZEROS                         TO TAB-ARQ-LIDOS (10)
                                                 TAB-ARQ-LIDOS (11)
           PERFORM 8960-LER-ARQPSQ10
           PERFORM 6100-GRAVAR-POSICAO UNTIL WRK-FS-PSQ10-FIM

           PERFORM 8970-LER-ARQSLQ10
           PERFORM 6200-GRAVAR-SALDO UNTIL WRK-FS-SLQ10-FIM
           .
      *----------------------------------------------------------------*
       6000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA UMA POSICAO DE ARQPSQ10 EM ARQPOS01 (RECRIADO - UMA   *
      *    CHAVE REPETIDA E ERRO E CANCELA PELO FILE STATUS)           *
      *----------------------------------------------------------------*
       6100-GRAVAR-POSICAO SECTION.
      *----------------------------------------------------------------*
           MOVE ARQPSQ01-REGISTRO             TO ARQPOS01-REGISTRO

           SET WRK-CN-WRITE                   TO TRUE
           SET WRK-CN-ARQPOS01                TO TRUE
           WRITE ARQPOS01-REGISTRO
              INVALID KEY
                 DISPLAY '* CPF REPETIDO NA POSICAO DAS PARTICOES: '
                         ARQPOS01-CPF ' *'
           END-WRITE

           IF NOT WRK-FS-POS01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           ADD 1                              TO TAB-ARQ-GRAVADOS (10)

           PERFORM 8960-LER-ARQPSQ10
           .
      *----------------------------------------------------------------*
       6100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    APLICA UM SALDO DE FECHAMENTO DE ARQSLQ10 EM ARQSLD01:      *
      *    CLIENTE NOVO E INCLUIDO, CLIENTE JA CADASTRADO E REGRAVADO  *
      *----------------------------------------------------------------*
       6200-GRAVAR-SALDO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-SLQ-REGISTRO              TO ARQSLD01-REGISTRO

           SET WRK-CN-WRITE                   TO TRUE
           SET WRK-CN-ARQSLD01                TO TRUE
           WRITE ARQSLD01-REGISTRO
              INVALID KEY
                 REWRITE ARQSLD01-REGISTRO
           END-WRITE

           IF NOT WRK-FS-SLD01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           ADD 1                              TO TAB-ARQ-GRAVADOS (11)

           PERFORM 8970-LER-ARQSLQ10
           .
      *----------------------------------------------------------------*
       6200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA EM ARQAGE01 OS TOTAIS CONSOLIDADOS DE UMA AGENCIA     *
      *----------------------------------------------------------------*
       7000-GRAVAR-AGENCIA SECTION.
      *----------------------------------------------------------------*
           MOVE TAB-AGE-COD (WRK-IDX-AGE)     TO ARQAGE01-COD-AGEN
           MOVE TAB-AGE-QTD-DEP (WRK-IDX-AGE) TO ARQAGE01-QTD-DEP
           MOVE TAB-AGE-VAL-DEP (WRK-IDX-AGE) TO ARQAGE01-VAL-DEP
           MOVE TAB-AGE-QTD-SAQ (WRK-IDX-AGE) TO ARQAGE01-QTD-SAQ
           MOVE TAB-AGE-VAL-SAQ (WRK-IDX-AGE) TO ARQAGE01-VAL-SAQ
           MOVE TAB-AGE-QTD-EST (WRK-IDX-AGE) TO ARQAGE01-QTD-EST
           MOVE TAB-AGE-VAL-EST (WRK-IDX-AGE) TO ARQAGE01-VAL-EST
           MOVE TAB-AGE-QTD-REJ (WRK-IDX-AGE) TO ARQAGE01-QTD-REJ
           MOVE TAB-AGE-QTD-VLR (WRK-IDX-AGE) TO ARQAGE01-QTD-VLR
           MOVE TAB-AGE-QTD-DUP (WRK-IDX-AGE) TO ARQAGE01-QTD-DUP

           SET WRK-CN-WRITE                   TO TRUE
           SET WRK-CN-ARQAGE01                TO TRUE
           WRITE FD-ARQAGE01 FROM ARQAGE01-REGISTRO

           IF NOT WRK-FS-AGE01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                              TO ACU-GRAVA-ARQAGE01
           .
      *----------------------------------------------------------------*
       7000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA O TRAILER UNICO DE ARQSAI01, NO LAYOUT DAS PARTICOES, *
      *    COM A QTDE DE CLIENTES E O TOTAL GERAL CONSOLIDADOS         *
      *----------------------------------------------------------------*
       7100-GRAVAR-TRAILER-SAI SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE                   TO TRUE
           SET WRK-CN-ARQSAI01                TO TRUE

           IF WRK-LAYOUT-SAI-CSV
              MOVE TAB-ARQ-GRAVADOS (1)       TO WRK-TRL-QTD-CLIENTES
              MOVE SOM-VAL-TOTAL-GERAL        TO WRK-TRL-VALOR-GERAL
              WRITE FD-ARQSAI01 FROM WRK-TRAILER-ARQSAI01
           ELSE
              MOVE TAB-ARQ-GRAVADOS (1)       TO WRK-POST-QTD-CLIENTES
              MOVE SOM-VAL-TOTAL-GERAL        TO WRK-POST-VALOR-GERAL
              WRITE FD-ARQSAI01 FROM WRK-TRAILER-POSICIONAL
           END-IF

           IF NOT WRK-FS-SAI01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       7100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA O ARQTOT01 CONSOLIDADO, COM A FAIXA COMPLETA DE CPF - *
      *    O MESMO REGISTRO DE UMA RODADA UNICA, PARA EXER0207         *
      *----------------------------------------------------------------*
       7200-GRAVAR-TOTAIS SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                        TO ARQTOT01-REGISTRO
           MOVE SOM-QTD-LIDOS                 TO TOT-QTD-LIDOS
           MOVE SOM-QTD-GRAVA-SAI             TO TOT-QTD-GRAVA-SAI
           MOVE SOM-QTD-GRAVA-REJ             TO TOT-QTD-GRAVA-REJ
           MOVE SOM-QTD-GRAVA-SEQ             TO TOT-QTD-GRAVA-SEQ
           MOVE SOM-QTD-GRAVA-VLR             TO TOT-QTD-GRAVA-VLR
           MOVE SOM-QTD-GRAVA-CMP             TO TOT-QTD-GRAVA-CMP
           MOVE SOM-QTD-DESC-PERIODO          TO TOT-QTD-DESC-PERIODO
           MOVE SOM-QTD-REGS-ACEITOS          TO TOT-QTD-REGS-ACEITOS
           MOVE SOM-QTD-REGS-SEQ              TO TOT-QTD-REGS-SEQ
           MOVE SOM-VAL-TOTAL-GERAL           TO TOT-VAL-TOTAL-GERAL
           MOVE SOM-QTD-GRAVA-DUP             TO TOT-QTD-GRAVA-DUP
           MOVE SOM-QTD-DUP-SUPR              TO TOT-QTD-DUP-SUPR
           MOVE SOM-QTD-GRAVA-STA             TO TOT-QTD-GRAVA-STA
           MOVE SOM-QTD-REJ-DATA              TO TOT-QTD-REJ-DATA
           MOVE SOM-QTD-GRAVA-INS             TO TOT-QTD-GRAVA-INS
           MOVE ZEROS                         TO TOT-CPF-INICIAL
           MOVE 99999999999                   TO TOT-CPF-FINAL
           MOVE SOM-QTD-GRAVA-EXT             TO TOT-QTD-GRAVA-EXT
           MOVE WRK-QTD-AGE                   TO TOT-QTD-GRAVA-AGE
           MOVE SOM-QTD-GRAVA-POS             TO TOT-QTD-GRAVA-POS
           MOVE SOM-QTD-GRAVA-SLD             TO TOT-QTD-GRAVA-SLD

           SET WRK-CN-WRITE                   TO TRUE
           SET WRK-CN-ARQTOT01                TO TRUE
           WRITE FD-ARQTOT01 FROM ARQTOT01-REGISTRO

           IF NOT WRK-FS-TOT01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
      *----------------------------------------------------------------*
       7200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    APONTA UMA FALHA DE CONFERENCIA (WRK-MSG-ERRO). A           *
      *    CONSOLIDACAO SEGUE CONFERINDO PARA LISTAR TODAS AS FALHAS   *
      *    E E RECUSADA AO FIM DA FASE (VIDE 9000)                     *
      *----------------------------------------------------------------*
       7900-APONTAR-ERRO SECTION.
      *----------------------------------------------------------------*
           DISPLAY '* 'WRK-PROGRAMA' - 'WRK-MSG-ERRO
           ADD 1                              TO ACU-ERROS
           SET WRK-CONSOLIDACAO-RECUSADA      TO TRUE
           .
      *----------------------------------------------------------------*
       7900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O PROXIMO REGISTRO DE ARQTOT10                           *
      *----------------------------------------------------------------*
       8000-LER-ARQTOT10 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                    TO TRUE
           SET WRK-CN-ARQTOT10                TO TRUE
           READ ARQTOT10 INTO ARQTOT01-REGISTRO

           IF NOT WRK-FS-TOT10-OK AND NOT WRK-FS-TOT10-FIM
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-FS-TOT10-OK
              ADD 1                           TO ACU-LIDOS-ARQTOT10
           END-IF
           .
      *----------------------------------------------------------------*
       8000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE A PROXIMA LINHA DE ARQSAI10                              *
      *----------------------------------------------------------------*
       8100-LER-ARQSAI10 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                    TO TRUE
           SET WRK-CN-ARQSAI10                TO TRUE
           READ ARQSAI10 INTO WRK-LINHA-SAI

           IF NOT WRK-FS-SAI10-OK AND NOT WRK-FS-SAI10-FIM
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-FS-SAI10-OK
              ADD 1                           TO TAB-ARQ-LIDOS (1)
           END-IF
           .
      *----------------------------------------------------------------*
       8100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O PROXIMO REGISTRO DE ARQEXT10                           *
      *----------------------------------------------------------------*
       8200-LER-ARQEXT10 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                    TO TRUE
           SET WRK-CN-ARQEXT10                TO TRUE
           READ ARQEXT10 INTO ARQEXT01-REGISTRO

           IF NOT WRK-FS-EXT10-OK AND NOT WRK-FS-EXT10-FIM
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-FS-EXT10-OK
              ADD 1                           TO TAB-ARQ-LIDOS (2)
           END-IF
           .
      *----------------------------------------------------------------*
       8200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O PROXIMO REGISTRO DE ARQREJ10                           *
      *----------------------------------------------------------------*
       8300-LER-ARQREJ10 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                    TO TRUE
           SET WRK-CN-ARQREJ10                TO TRUE
           READ ARQREJ10 INTO ARQREJ01-REGISTRO

           IF NOT WRK-FS-REJ10-OK AND NOT WRK-FS-REJ10-FIM
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-FS-REJ10-OK
              ADD 1                           TO TAB-ARQ-LIDOS (3)
           END-IF
           .
      *----------------------------------------------------------------*
       8300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O PROXIMO REGISTRO DE ARQSEQ10                           *
      *----------------------------------------------------------------*
       8400-LER-ARQSEQ10 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                    TO TRUE
           SET WRK-CN-ARQSEQ10                TO TRUE
           READ ARQSEQ10 INTO ARQSEQ01-REGISTRO

           IF NOT WRK-FS-SEQ10-OK AND NOT WRK-FS-SEQ10-FIM
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-FS-SEQ10-OK
              ADD 1                           TO TAB-ARQ-LIDOS (4)
           END-IF
           .
      *----------------------------------------------------------------*
       8400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O PROXIMO REGISTRO DE ARQVLR10                           *
      *----------------------------------------------------------------*
       8500-LER-ARQVLR10 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                    TO TRUE
           SET WRK-CN-ARQVLR10                TO TRUE
           READ ARQVLR10 INTO ARQVLR01-REGISTRO

           IF NOT WRK-FS-VLR10-OK AND NOT WRK-FS-VLR10-FIM
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-FS-VLR10-OK
              ADD 1                           TO TAB-ARQ-LIDOS (5)
           END-IF
           .
      *----------------------------------------------------------------*
       8500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O PROXIMO REGISTRO DE ARQCMP10                           *
      *----------------------------------------------------------------*
       8600-LER-ARQCMP10 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                    TO TRUE
           SET WRK-CN-ARQCMP10                TO TRUE
           READ ARQCMP10 INTO ARQCMP01-REGISTRO

           IF NOT WRK-FS-CMP10-OK AND NOT WRK-FS-CMP10-FIM
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-FS-CMP10-OK
              ADD 1                           TO TAB-ARQ-LIDOS (6)
           END-IF
           .
      *----------------------------------------------------------------*
       8600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O PROXIMO REGISTRO DE ARQDUP10                           *
      *----------------------------------------------------------------*
       8700-LER-ARQDUP10 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                    TO TRUE
           SET WRK-CN-ARQDUP10                TO TRUE
           READ ARQDUP10 INTO ARQDUP01-REGISTRO

           IF NOT WRK-FS-DUP10-OK AND NOT WRK-FS-DUP10-FIM
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-FS-DUP10-OK
              ADD 1                           TO TAB-ARQ-LIDOS (7)
           END-IF
           .
      *----------------------------------------------------------------*
       8700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O PROXIMO REGISTRO DE ARQSTA10                           *
      *----------------------------------------------------------------*
       8800-LER-ARQSTA10 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                    TO TRUE
           SET WRK-CN-ARQSTA10                TO TRUE
           READ ARQSTA10 INTO ARQSTA01-REGISTRO

           IF NOT WRK-FS-STA10-OK AND NOT WRK-FS-STA10-FIM
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-FS-STA10-OK
              ADD 1                           TO TAB-ARQ-LIDOS (8)
           END-IF
           .
      *----------------------------------------------------------------*
       8800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O PROXIMO REGISTRO DE ARQINS10                           *
      *----------------------------------------------------------------*
       8900-LER-ARQINS10 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                    TO TRUE
           SET WRK-CN-ARQINS10                TO TRUE
           READ ARQINS10 INTO ARQINS01-REGISTRO

           IF NOT WRK-FS-INS10-OK AND NOT WRK-FS-INS10-FIM
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-FS-INS10-OK
              ADD 1                           TO TAB-ARQ-LIDOS (9)
           END-IF
           .
      *----------------------------------------------------------------*
       8900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O PROXIMO REGISTRO DE ARQAGE10                           *
      *----------------------------------------------------------------*
       8950-LER-ARQAGE10 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                    TO TRUE
           SET WRK-CN-ARQAGE10                TO TRUE
           READ ARQAGE10 INTO ARQAGE01-REGISTRO

           IF NOT WRK-FS-AGE10-OK AND NOT WRK-FS-AGE10-FIM
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-FS-AGE10-OK
              ADD 1                           TO ACU-LIDOS-ARQAGE10
           END-IF
           .
      *----------------------------------------------------------------*
       8950-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O PROXIMO REGISTRO DE ARQPSQ10                           *
      *----------------------------------------------------------------*
       8960-LER-ARQPSQ10 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                    TO TRUE
           SET WRK-CN-ARQPSQ10                TO TRUE
           READ ARQPSQ10 INTO ARQPSQ01-REGISTRO

           IF NOT WRK-FS-PSQ10-OK AND NOT WRK-FS-PSQ10-FIM
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-FS-PSQ10-OK
              ADD 1                           TO TAB-ARQ-LIDOS (10)
           END-IF
           .
      *----------------------------------------------------------------*
       8960-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O PROXIMO REGISTRO DE ARQSLQ10                           *
      *----------------------------------------------------------------*
       8970-LER-ARQSLQ10 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                    TO TRUE
           SET WRK-CN-ARQSLQ10                TO TRUE
           READ ARQSLQ10 INTO WRK-SLQ-REGISTRO

           IF NOT WRK-FS-SLQ10-OK AND NOT WRK-FS-SLQ10-FIM
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-FS-SLQ10-OK
              ADD 1                           TO TAB-ARQ-LIDOS (11)
           END-IF
           .
      *----------------------------------------------------------------*
       8970-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    RECUSA A CONSOLIDACAO APOS LISTAR AS FALHAS: RETURN-CODE 12 *
      *    SEM ARQTOT01 E SEM TRAILER EM ARQSAI01 (EXER0207 NAO FECHA) *
      *    E SEM TOCAR EM ARQPOS01/ARQSLD01                            *
      *----------------------------------------------------------------*
       9000-RECUSAR-CONSOLIDACAO SECTION.
      *----------------------------------------------------------------*
           DISPLAY '*********************************************'
           DISPLAY '*   CONSOLIDACAO DAS PARTICOES RECUSADA     *'
           DISPLAY '* QTDE DE FALHAS: 'ACU-ERROS
           DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                 *'
           DISPLAY '*********************************************'
           MOVE 12                            TO RETURN-CODE
           PERFORM 9900-FINALIZAR
           .
      *----------------------------------------------------------------*
       9000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    TRATAMENTO DE ERROS DE ARQUIVOS                             *
      *----------------------------------------------------------------*
       9100-ERROS-ARQUIVOS SECTION.
      *----------------------------------------------------------------*
           DISPLAY '************************************************'
           DISPLAY '*       ERRO EM OPERACAO COM ARQUIVOS          *'
           DISPLAY '* COMANDO: 'WRK-COMANDO'                       *'
           DISPLAY '* ARQUIVO: 'WRK-ARQUIVO'                       *'
           DISPLAY '* FILE-STATUS CTL13:' WRK-FS-ARQCTL13         '*'
           DISPLAY '* FILE-STATUS TOT10:' WRK-FS-ARQTOT10         '*'
           DISPLAY '* FILE-STATUS SAI10:' WRK-FS-ARQSAI10         '*'
           DISPLAY '* FILE-STATUS AGE10:' WRK-FS-ARQAGE10         '*'
           DISPLAY '* FILE-STATUS EXT10:' WRK-FS-ARQEXT10         '*'
           DISPLAY '* FILE-STATUS REJ10:' WRK-FS-ARQREJ10         '*'
           DISPLAY '* FILE-STATUS SEQ10:' WRK-FS-ARQSEQ10         '*'
           DISPLAY '* FILE-STATUS VLR10:' WRK-FS-ARQVLR10         '*'
           DISPLAY '* FILE-STATUS CMP10:' WRK-FS-ARQCMP10         '*'
           DISPLAY '* FILE-STATUS DUP10:' WRK-FS-ARQDUP10         '*'
           DISPLAY '* FILE-STATUS STA10:' WRK-FS-ARQSTA10         '*'
           DISPLAY '* FILE-STATUS INS10:' WRK-FS-ARQINS10         '*'
           DISPLAY '* FILE-STATUS PSQ10:' WRK-FS-ARQPSQ10         '*'
           DISPLAY '* FILE-STATUS SLQ10:' WRK-FS-ARQSLQ10         '*'
           DISPLAY '* FILE-STATUS SAI01:' WRK-FS-ARQSAI01         '*'
           DISPLAY '* FILE-STATUS TOT01:' WRK-FS-ARQTOT01         '*'
           DISPLAY '* FILE-STATUS AGE01:' WRK-FS-ARQAGE01         '*'
           DISPLAY '* FILE-STATUS EXT01:' WRK-FS-ARQEXT01         '*'
           DISPLAY '* FILE-STATUS REJ01:' WRK-FS-ARQREJ01         '*'
           DISPLAY '* FILE-STATUS SEQ01:' WRK-FS-ARQSEQ01         '*'
           DISPLAY '* FILE-STATUS VLR01:' WRK-FS-ARQVLR01         '*'
           DISPLAY '* FILE-STATUS CMP01:' WRK-FS-ARQCMP01         '*'
           DISPLAY '* FILE-STATUS DUP01:' WRK-FS-ARQDUP01         '*'
           DISPLAY '* FILE-STATUS STA01:' WRK-FS-ARQSTA01         '*'
           DISPLAY '* FILE-STATUS INS01:' WRK-FS-ARQINS01         '*'
           DISPLAY '* FILE-STATUS POS01:' WRK-FS-ARQPOS01         '*'
           DISPLAY '* FILE-STATUS SLD01:' WRK-FS-ARQSLD01         '*'
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
           CLOSE ARQTOT10
           CLOSE ARQSAI10
           CLOSE ARQAGE10
           CLOSE ARQEXT10
           CLOSE ARQREJ10
           CLOSE ARQSEQ10
           CLOSE ARQVLR10
           CLOSE ARQCMP10
           CLOSE ARQDUP10
           CLOSE ARQSTA10
           CLOSE ARQINS10
           CLOSE ARQPSQ10
           CLOSE ARQSLQ10
           CLOSE ARQSAI01
           CLOSE ARQTOT01
           CLOSE ARQAGE01
           CLOSE ARQEXT01
           CLOSE ARQREJ01
           CLOSE ARQSEQ01
           CLOSE ARQVLR01
           CLOSE ARQCMP01
           CLOSE ARQDUP01
           CLOSE ARQSTA01
           CLOSE ARQINS01
           IF WRK-MESTRES-ABERTOS
              CLOSE ARQPOS01
              CLOSE ARQSLD01
           END-IF

           DISPLAY '************************************************'
           DISPLAY '* PARTICOES NO CARTAO 'CT13-QTD-PARTICOES
           DISPLAY '* PARTICOES EM ARQTOT10 'WRK-QTD-PART
           PERFORM VARYING WRK-IDX-ARQ FROM 1 BY 1
                   UNTIL WRK-IDX-ARQ GREATER 11
              DISPLAY '* 'TAB-NOME-ARQ (WRK-IDX-ARQ)
                      ' LIDOS 'TAB-ARQ-LIDOS (WRK-IDX-ARQ)
                      ' GRAVADOS 'TAB-ARQ-GRAVADOS (WRK-IDX-ARQ)
           END-PERFORM
           DISPLAY '* AGENCIAS LIDAS EM ARQAGE10 'ACU-LIDOS-ARQAGE10
           DISPLAY '* AGENCIAS GRAVADAS EM ARQAGE01 'ACU-GRAVA-ARQAGE01
           DISPLAY '* FALHAS DE CONFERENCIA 'ACU-ERROS
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
              MOVE TAB-ARQ-LIDOS (1)  TO JRN-QTD-LIDOS
              MOVE TAB-ARQ-GRAVADOS (1) TO JRN-QTD-GRAVADOS
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
       END PROGRAM EXER0223.
