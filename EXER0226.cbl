      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0226.
       AUTHOR.     JOHNATHAN.
      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    PROGRAMA....: EXER0226
      *    PROGRAMADOR.: JOHNATHAN
      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   COBRANCA DAS TARIFAS DE MANUTENCAO DE       *
      *                    CONTA NO FECHAMENTO DO PERIODO: PARA CADA   *
      *                    CLIENTE COM MOVIMENTO EM ARQSAI01, CASADO   *
      *                    POR CPF COM O EXTRATO ARQEXT01 (SALDO       *
      *                    MEDIO DO PERIODO, APURADO COMO EM           *
      *                    EXER0215), APLICA A TABELA DE TARIFAS DO    *
      *                    SEGMENTO DO CLIENTE EM ARQMST01 (ARQTAR01): *
      *                    MENSALIDADE DO PACOTE (ISENTA QUANDO O      *
      *                    SALDO MEDIO SUPERA O SALDO DE ISENCAO DO    *
      *                    SEGMENTO) MAIS OS SAQUES ACIMA DA FRANQUIA  *
      *                    (ARQSAI01-QTD-SAQ) PELO VALOR DO SAQUE      *
      *                    EXCEDENTE. OS DEBITOS SAO GRAVADOS EM UMA   *
      *                    TRANSMISSAO ARQENT18 NO LAYOUT ENT02103     *
      *                    (HEADER 00 COM ORIGEM TARIFA, DETALHES 01   *
      *                    COM O TIPO DE TRANSACAO T E TRAILER 99 COM  *
      *                    QTDE E HASH) PARA A CONSOLIDACAO DE         *
      *                    EXER0205 NA PROXIMA RODADA. O DEBITO SAI    *
      *                    NA ULTIMA AGENCIA BANCARIA DO CLIENTE NO    *
      *                    EXTRATO (SEM ELA, NA ORIGEM TARI).          *
      *                    CLIENTE FORA DO CADASTRO, BLOQUEADO,        *
      *                    FALECIDO OU UNIFICADO, OU DE SEGMENTO SEM   *
      *                    TARIFA NA TABELA, NAO E TARIFADO.           *
      *                    O RELATORIO ARQIMP03 TRAZ A RECEITA DE      *
      *                    TARIFAS POR SEGMENTO E AGENCIA PARA A       *
      *                    AREA FINANCEIRA.                            *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQCTL15                                  CTL02126        *
      *      ARQTAR01                                  TAR02126        *
      *      ARQSAI01                                  SAI02103        *
      *      ARQEXT01                                  EXT02103        *
      *      ARQMST01                                  MST02103        *
      *      ARQENT18                                  ENT02103        *
      *      ARQIMP03                                  (LINHAS 132)    *
      *      SORTWK01                                  (SORT INTERNO)  *
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
           SELECT ARQCTL15 ASSIGN       TO UT-S-ARQCTL15
                      FILE STATUS      IS WRK-FS-ARQCTL15.
      *
           SELECT ARQTAR01 ASSIGN       TO UT-S-ARQTAR01
                      FILE STATUS      IS WRK-FS-ARQTAR01.
      *
           SELECT ARQSAI01 ASSIGN       TO UT-S-ARQSAI01
                      FILE STATUS      IS WRK-FS-ARQSAI01.
      *
           SELECT ARQEXT01 ASSIGN       TO UT-S-ARQEXT01
                      FILE STATUS      IS WRK-FS-ARQEXT01.
      *
           SELECT ARQMST01 ASSIGN       TO UT-S-ARQMST01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS ARQMST01-CPF
                      FILE STATUS      IS WRK-FS-ARQMST01.
      *
           SELECT ARQENT18 ASSIGN       TO UT-S-ARQENT18
                      FILE STATUS      IS WRK-FS-ARQENT18.
      *
           SELECT ARQIMP03 ASSIGN       TO UT-S-ARQIMP03
                      FILE STATUS      IS WRK-FS-ARQIMP03.
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
      *   INPUT:     CARTAO DE PARAMETROS (DATA DO DEBITO - OPCIONAL) *
      *               ORG. SEQUENCIAL   -   LRECL = 80                *
      *---------------------------------------------------------------*

       FD  ARQCTL15
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQCTL15             PIC X(80).

      *---------------------------------------------------------------*
      *   INPUT:     TABELA DE TARIFAS DE MANUTENCAO POR SEGMENTO     *
      *               ORG. SEQUENCIAL   -   LRECL = 80                *
      *---------------------------------------------------------------*

       FD  ARQTAR01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQTAR01             PIC X(80).

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
      *   INPUT:     CADASTRO DE CLIENTES (CPF X NOME X SITUACAO)     *
      *               ORG. INDEXADA     -   LRECL = 236               *
      *---------------------------------------------------------------*

       FD  ARQMST01
           LABEL RECORD IS STANDARD.
           COPY MST02103.

      *---------------------------------------------------------------*
      *   OUTPUT:    TRANSMISSAO DE DEBITOS DE TARIFAS PARA EXER0205  *
      *               ORG. SEQUENCIAL   -   LRECL = 43                *
      *---------------------------------------------------------------*

       FD  ARQENT18
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQENT18             PIC X(43).

      *---------------------------------------------------------------*
      *   OUTPUT:    RELATORIO DE RECEITA DE TARIFAS POR SEGMENTO     *
      *              E AGENCIA (132 COLUNAS)                          *
      *               ORG. SEQUENCIAL   -   LRECL = 132               *
      *---------------------------------------------------------------*

       FD  ARQIMP03
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQIMP03             PIC X(132).

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
      *   SORT:      TARIFA APURADA DE CADA CLIENTE, EM ORDEM DE      *
      *              SEGMENTO E AGENCIA DO DEBITO                     *
      *---------------------------------------------------------------*

       SD  ARQSRT01.
       01 SRT-REGISTRO.
          05 SRT-COD-SEGMENTO        PIC X(002).
          05 SRT-COD-AGEN            PIC X(004).
          05 SRT-CPF                 PIC 9(011).
          05 SRT-IND-ISENTO          PIC X(001).
             88 SRT-MENS-ISENTA                VALUE 'S'.
          05 SRT-QTD-SAQ-EXCED       PIC 9(005).
          05 SRT-VAL-MENSALIDADE     PIC 9(013)V99.
          05 SRT-VAL-EXCEDENTE       PIC 9(013)V99.
          05 SRT-VAL-TARIFA          PIC 9(013)V99.

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *

      *----------------------------------------------------------------*
       77 FILLER                  PIC  X(050) VALUE
             'EXER0226 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0226'.
       77 ACU-LIDOS-ARQSAI01      PIC  9(009) VALUE ZEROS.
       77 ACU-LIDOS-ARQEXT01      PIC  9(009) VALUE ZEROS.
       77 ACU-LIDOS-ARQTAR01      PIC  9(005) VALUE ZEROS.
       77 ACU-GRAVA-ARQENT18      PIC  9(009) VALUE ZEROS.
       77 ACU-CLIENTES-APURADOS   PIC  9(007) VALUE ZEROS.
       77 ACU-CLIENTES-TARIFADOS  PIC  9(007) VALUE ZEROS.
       77 ACU-CLIENTES-ISENTOS    PIC  9(007) VALUE ZEROS.
       77 ACU-CLIENTES-SEM-TARIFA PIC  9(007) VALUE ZEROS.
       77 ACU-CLIENTES-SEM-CAD    PIC  9(007) VALUE ZEROS.
       77 ACU-CLIENTES-INATIVOS   PIC  9(007) VALUE ZEROS.
       77 ACU-CLIENTES-SEM-TABELA PIC  9(007) VALUE ZEROS.
       77 ACU-CLIENTES-SEM-EXT    PIC  9(007) VALUE ZEROS.
       77 ACU-HASH-SAIDA          PIC  S9(017)V99 COMP-3  VALUE +0.
       77 ACU-VAL-MENSALIDADES    PIC  S9(017)V99 COMP-3  VALUE +0.
       77 ACU-VAL-EXCEDENTES      PIC  S9(017)V99 COMP-3  VALUE +0.
       77 ACU-SOMA-SALDOS         PIC  S9(017)V99 COMP-3  VALUE +0.
       77 ACU-QTD-SALDOS          PIC  9(005) VALUE ZEROS.
       77 WRK-CPF-CLIENTE         PIC  9(011) VALUE ZEROS.
       77 WRK-CPF-EXTRATO         PIC  9(011) VALUE ZEROS.
       77 WRK-SALDO-ABERTURA      PIC  S9(015)V99 VALUE ZEROS.
       77 WRK-SALDO-MEDIO         PIC  S9(015)V99 VALUE ZEROS.
       77 WRK-VAL-MENSALIDADE     PIC  9(013)V99  VALUE ZEROS.
       77 WRK-QTD-SAQ-EXCED       PIC  9(005) VALUE ZEROS.
       77 WRK-VAL-EXCEDENTE       PIC  9(013)V99  VALUE ZEROS.
       77 WRK-VAL-TARIFA          PIC  9(013)V99  VALUE ZEROS.
       77 WRK-COD-AGEN-CLIENTE    PIC  X(004) VALUE SPACES.
       77 WRK-HASH-TRL            PIC  S9(015)V99 VALUE ZEROS.
       77 WRK-DATA-CORRENTE       PIC  9(008) VALUE ZEROS.
       77 WRK-QTD-TAR             PIC  9(002) VALUE ZEROS.
       77 WRK-IDX-TAR             PIC  9(002) VALUE ZEROS.
       77 WRK-IDX-TAR-ACHOU       PIC  9(002) VALUE ZEROS.
       77 WRK-QTD-LINHAS          PIC  9(003) VALUE 999.
       77 WRK-QTD-PAGINAS         PIC  9(004) VALUE ZEROS.
       77 ACU-LINHAS-IMPRESSAS    PIC  9(005) VALUE ZEROS.
       77 WRK-SEG-ATUAL           PIC  X(002) VALUE SPACES.
       77 WRK-AGEN-ATUAL          PIC  X(004) VALUE SPACES.
      *
       77 WRK-COD-AGEN-EXT        PIC  X(004) VALUE SPACES.
          88 WRK-AGEN-NAO-BANCARIA           VALUE 'JURO' 'RECI' 'TARI'
                                                   '    '.
      *
       77 WRK-FLAG-CLIENTE        PIC  X(001) VALUE 'S'.
          88 WRK-CLIENTE-TARIFAVEL            VALUE 'S'.
          88 WRK-CLIENTE-NAO-TARIFAVEL        VALUE 'N'.
      *
       77 WRK-FLAG-ISENTO         PIC  X(001) VALUE 'N'.
          88 WRK-MENS-ISENTA                  VALUE 'S'.
          88 WRK-MENS-COBRADA                 VALUE 'N'.
      *
       77 WRK-FLAG-SORT           PIC  X(001) VALUE 'N'.
          88 WRK-FIM-SORT                     VALUE 'S'.
          88 WRK-SORT-COM-DADOS               VALUE 'N'.
      *
       77 WRK-FLAG-SEGMENTO       PIC  X(001) VALUE 'F'.
          88 WRK-SEGMENTO-ABERTO              VALUE 'A'.
          88 WRK-SEGMENTO-FECHADO             VALUE 'F'.
      *
       77 WRK-FLAG-AGENCIA        PIC  X(001) VALUE 'F'.
          88 WRK-AGENCIA-ABERTA               VALUE 'A'.
          88 WRK-AGENCIA-FECHADA              VALUE 'F'.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQCTL15      VALUE 'ARQCTL15'.
          88 WRK-CN-ARQTAR01      VALUE 'ARQTAR01'.
          88 WRK-CN-ARQSAI01      VALUE 'ARQSAI01'.
          88 WRK-CN-ARQEXT01      VALUE 'ARQEXT01'.
          88 WRK-CN-ARQMST01      VALUE 'ARQMST01'.
          88 WRK-CN-ARQENT18      VALUE 'ARQENT18'.
          88 WRK-CN-ARQIMP03      VALUE 'ARQIMP03'.
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
       01 WRK-FS-ARQCTL15         PIC  X(002) VALUE SPACES.
          88 WRK-FS-CTL15-OK                  VALUE '00'.
      *
       01 WRK-FS-ARQTAR01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-TAR01-OK                  VALUE '00'.
          88 WRK-FS-TAR01-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQSAI01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-SAI01-OK                  VALUE '00'.
          88 WRK-FS-SAI01-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQEXT01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-EXT01-OK                  VALUE '00'.
          88 WRK-FS-EXT01-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQMST01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-MST01-OK                  VALUE '00'.
          88 WRK-FS-MST01-NAO-ACHOU           VALUE '23'.
      *
       01 WRK-FS-ARQENT18         PIC  X(002) VALUE SPACES.
          88 WRK-FS-ENT18-OK                  VALUE '00'.
      *
       01 WRK-FS-ARQIMP03         PIC  X(002) VALUE SPACES.
          88 WRK-FS-IMP03-OK                  VALUE '00'.

      *
       01 WRK-FS-ARQJRN01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-JRN01-OK                  VALUE '00'.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DA TABELA DE TARIFAS POR SEGMENTO'.
      *----------------------------------------------------------------*
      *
       01 TAB-TARIFAS.
          05 TAB-TAR              OCCURS 20 TIMES.
             10 TAB-TAR-SEG       PIC X(002).
             10 TAB-TAR-MENS      PIC 9(007)V99.
             10 TAB-TAR-QTD-ISE   PIC 9(003).
             10 TAB-TAR-VAL-EXC   PIC 9(007)V99.
             10 TAB-TAR-SLD-ISE   PIC 9(013)V99.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS TOTAIS DA AGENCIA, DO SEGMENTO E GERAL'.
      *----------------------------------------------------------------*
      *
       01 WRK-TOT-AGENCIA.
          05 ACU-AGE-QTD-CLI         PIC  9(007).
          05 ACU-AGE-QTD-ISE         PIC  9(007).
          05 ACU-AGE-QTD-TAR         PIC  9(007).
          05 ACU-AGE-VAL-MENS        PIC  S9(017)V99 COMP-3.
          05 ACU-AGE-QTD-EXC         PIC  9(007).
          05 ACU-AGE-VAL-EXC         PIC  S9(017)V99 COMP-3.
          05 ACU-AGE-VAL-TOT         PIC  S9(017)V99 COMP-3.
      *
       01 WRK-TOT-SEGMENTO.
          05 ACU-SEG-QTD-CLI         PIC  9(007).
          05 ACU-SEG-QTD-ISE         PIC  9(007).
          05 ACU-SEG-QTD-TAR         PIC  9(007).
          05 ACU-SEG-VAL-MENS        PIC  S9(017)V99 COMP-3.
          05 ACU-SEG-QTD-EXC         PIC  9(007).
          05 ACU-SEG-VAL-EXC         PIC  S9(017)V99 COMP-3.
          05 ACU-SEG-VAL-TOT         PIC  S9(017)V99 COMP-3.
      *
       01 WRK-TOT-GERAL.
          05 ACU-TOT-QTD-CLI         PIC  9(007) VALUE ZEROS.
          05 ACU-TOT-QTD-ISE         PIC  9(007) VALUE ZEROS.
          05 ACU-TOT-QTD-TAR         PIC  9(007) VALUE ZEROS.
          05 ACU-TOT-VAL-MENS        PIC  S9(017)V99 COMP-3 VALUE +0.
          05 ACU-TOT-QTD-EXC         PIC  9(007) VALUE ZEROS.
          05 ACU-TOT-VAL-EXC         PIC  S9(017)V99 COMP-3 VALUE +0.
          05 ACU-TOT-VAL-TOT         PIC  S9(017)V99 COMP-3 VALUE +0.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DAS LINHAS DO RELATORIO IMPRESSO'.
      *----------------------------------------------------------------*
      *
       01 WRK-IMP-CABEC1.
          05 FILLER                  PIC  X(052) VALUE
             'EXER0226 - RECEITA DE TARIFAS DE MANUTENCAO'.
          05 FILLER                  PIC  X(012) VALUE 'DATA DEBITO '.
          05 WRK-IMP-DATA            PIC  9(008).
          05 FILLER                  PIC  X(008) VALUE '   PAG: '.
          05 WRK-IMP-PAGINA          PIC  9(004).
          05 FILLER                  PIC  X(048) VALUE SPACES.

       01 WRK-IMP-CABEC2.
          05 FILLER                  PIC  X(005) VALUE 'SEG'.
          05 FILLER                  PIC  X(006) VALUE 'AGEN'.
          05 FILLER                  PIC  X(008) VALUE '  CLIEN'.
          05 FILLER                  PIC  X(008) VALUE '  ISENT'.
          05 FILLER                  PIC  X(008) VALUE '  TARIF'.
          05 FILLER                  PIC  X(022) VALUE
             '   VALOR MENSALIDADES'.
          05 FILLER                  PIC  X(009) VALUE 'SAQ.EXC'.
          05 FILLER                  PIC  X(022) VALUE
             '     VALOR EXCEDENTES'.
          05 FILLER                  PIC  X(020) VALUE
             '  VALOR TOTAL TARIFA'.
          05 FILLER                  PIC  X(024) VALUE SPACES.

       01 WRK-IMP-DETALHE.
          05 WRK-IMP-SEG             PIC  X(002).
          05 FILLER                  PIC  X(003) VALUE SPACES.
          05 WRK-IMP-AGEN            PIC  X(004).
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-IMP-QTD-CLI         PIC  ZZ.ZZ9.
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-IMP-QTD-ISE         PIC  ZZ.ZZ9.
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-IMP-QTD-TAR         PIC  ZZ.ZZ9.
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-IMP-VAL-MENS        PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-IMP-QTD-EXC         PIC  ZZZ.ZZ9.
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-IMP-VAL-EXC         PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-IMP-VAL-TOT         PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC  X(024) VALUE SPACES.

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
           COPY CTL02126.
           COPY TAR02126.
           COPY SAI02103.
           COPY EXT02103.
           COPY ENT02103.

           COPY JRN02117.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'EXER0226 - FIM DA AREA DE WORKING'.
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
                ON ASCENDING KEY SRT-COD-SEGMENTO
                                 SRT-COD-AGEN
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE  IS 2000-APURAR-TARIFAS
                OUTPUT PROCEDURE IS 5000-IMPRIMIR-RECEITA

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
      *    ROTINA DE INICIALIZACAO: LE O CARTAO DA DATA DO DEBITO,     *
      *    CARREGA A TABELA DE TARIFAS, ABRE OS ARQUIVOS E GRAVA O     *
      *    HEADER DA TRANSMISSAO DE TARIFAS                            *
      *----------------------------------------------------------------*
       1000-INICIALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FUNCTION CURRENT-DATE(1:8)    TO WRK-DATA-CORRENTE

           MOVE ZEROS                         TO CT15-DATA-DEBITO

           SET WRK-CN-OPEN                    TO TRUE
           SET WRK-CN-ARQCTL15                TO TRUE
           OPEN INPUT ARQCTL15
           IF WRK-FS-CTL15-OK
              READ ARQCTL15 INTO ARQCTL15-REGISTRO
           END-IF
           CLOSE ARQCTL15

      *
      *    SEM CARTAO (OU COM A DATA EM BRANCO/ZEROS) O DEBITO SAI COM
      *    A DATA CORRENTE. UMA DATA FUTURA FARIA EXER0203 REJEITAR
      *    TODOS OS DEBITOS POR DATA FUTURA (MOTIVO 03) - E ERRO DO
      *    CARTAO, CANCELA NA ORIGEM.
           IF CT15-DATA-DEBITO NOT NUMERIC
           OR CT15-DATA-DEBITO EQUAL ZEROS
              MOVE WRK-DATA-CORRENTE          TO CT15-DATA-DEBITO
           END-IF

           IF CT15-DATA-DEBITO GREATER WRK-DATA-CORRENTE
              DISPLAY '*********************************************'
              DISPLAY '*       ERRO EM OPERACAO COM ARQUIVOS       *'
              DISPLAY '* CARTAO ARQCTL15 COM DATA DE DEBITO        *'
              DISPLAY '* FUTURA: 'CT15-DATA-DEBITO
              DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                 *'
              DISPLAY '*********************************************'
              MOVE 12                         TO RETURN-CODE
              PERFORM 9900-FINALIZAR
           END-IF

           MOVE CT15-DATA-DEBITO              TO WRK-IMP-DATA

           SET WRK-CN-OPEN                    TO TRUE
           OPEN INPUT ARQTAR01
                      ARQSAI01
                      ARQEXT01
                      ARQMST01
           OPEN OUTPUT ARQENT18
                       ARQIMP03

           IF (NOT WRK-FS-TAR01-OK) OR (NOT WRK-FS-SAI01-OK)
           OR (NOT WRK-FS-EXT01-OK) OR (NOT WRK-FS-MST01-OK)
           OR (NOT WRK-FS-ENT18-OK) OR (NOT WRK-FS-IMP03-OK)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 1100-CARREGAR-TARIFAS
              UNTIL WRK-FS-TAR01-FIM

           IF WRK-QTD-TAR EQUAL ZEROS
              DISPLAY '*********************************************'
              DISPLAY '*       ERRO EM OPERACAO COM ARQUIVOS       *'
              DISPLAY '* TABELA ARQTAR01 SEM TARIFAS DE SEGMENTO   *'
              DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                 *'
              DISPLAY '*********************************************'
              MOVE 12                         TO RETURN-CODE
              PERFORM 9900-FINALIZAR
           END-IF

           INITIALIZE ARQENT01-REGISTRO
           MOVE '00'                  TO ARQENT01-TIP-REG
           MOVE WRK-DATA-CORRENTE     TO ARQENT01-HDR-DAT-GER
           MOVE 'TARIFA  '            TO ARQENT01-HDR-COD-ORIG

           SET WRK-CN-WRITE           TO TRUE
           SET WRK-CN-ARQENT18        TO TRUE
           WRITE FD-ARQENT18 FROM ARQENT01-REGISTRO
           IF NOT WRK-FS-ENT18-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3800-LER-ARQSAI01
           PERFORM 3850-LER-EXTRATO
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CARREGA NA TABELA AS TARIFAS DE CADA SEGMENTO. VALOR NAO    *
      *    NUMERICO CANCELA (TARIFA ERRADA NAO PODE SER COBRADA); O    *
      *    SEGMENTO REPETIDO VALE PELA PRIMEIRA OCORRENCIA             *
      *----------------------------------------------------------------*
       1100-CARREGAR-TARIFAS SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                    TO TRUE
           SET WRK-CN-ARQTAR01                TO TRUE

           READ ARQTAR01 INTO ARQTAR01-REGISTRO

           IF (NOT WRK-FS-TAR01-OK) AND (NOT WRK-FS-TAR01-FIM)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-FS-TAR01-OK
              ADD 1                           TO ACU-LIDOS-ARQTAR01

              IF TAR-VAL-MENSALIDADE   NOT NUMERIC
              OR TAR-QTD-SAQ-ISENTOS   NOT NUMERIC
              OR TAR-VAL-SAQ-EXCEDENTE NOT NUMERIC
              OR TAR-VAL-SALDO-ISENCAO NOT NUMERIC
                 DISPLAY '*********************************************'
                 DISPLAY '*       ERRO EM OPERACAO COM ARQUIVOS       *'
                 DISPLAY '* TABELA ARQTAR01 COM VALOR INVALIDO NO     *'
                 DISPLAY '* SEGMENTO: 'TAR-COD-SEGMENTO
                 DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                 *'
                 DISPLAY '*********************************************'
                 MOVE 12                      TO RETURN-CODE
                 PERFORM 9900-FINALIZAR
              END-IF

              MOVE ZEROS                      TO WRK-IDX-TAR-ACHOU
              PERFORM VARYING WRK-IDX-TAR FROM 1 BY 1
                      UNTIL WRK-IDX-TAR GREATER WRK-QTD-TAR
                 IF TAB-TAR-SEG (WRK-IDX-TAR) EQUAL TAR-COD-SEGMENTO
                    MOVE WRK-IDX-TAR          TO WRK-IDX-TAR-ACHOU
                 END-IF
              END-PERFORM

              IF WRK-IDX-TAR-ACHOU GREATER ZEROS
                 DISPLAY '* TABELA ARQTAR01 - SEGMENTO '
                         TAR-COD-SEGMENTO ' REPETIDO IGNORADO *'
              ELSE
                 IF WRK-QTD-TAR LESS THAN 20
                    ADD 1                     TO WRK-QTD-TAR
                    MOVE TAR-COD-SEGMENTO
                                     TO TAB-TAR-SEG (WRK-QTD-TAR)
                    MOVE TAR-VAL-MENSALIDADE
                                     TO TAB-TAR-MENS (WRK-QTD-TAR)
                    MOVE TAR-QTD-SAQ-ISENTOS
                                     TO TAB-TAR-QTD-ISE (WRK-QTD-TAR)
                    MOVE TAR-VAL-SAQ-EXCEDENTE
                                     TO TAB-TAR-VAL-EXC (WRK-QTD-TAR)
                    MOVE TAR-VAL-SALDO-ISENCAO
                                     TO TAB-TAR-SLD-ISE (WRK-QTD-TAR)
                 ELSE
                    DISPLAY '* TABELA DE TARIFAS CHEIA (20) - SEGMENTO '
                            TAR-COD-SEGMENTO ' IGNORADO *'
                 END-IF
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       1100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCEDIMENTO DE ENTRADA DO SORT: APURA A TARIFA DE CADA     *
      *    CLIENTE DE ARQSAI01, GRAVA O DEBITO NA TRANSMISSAO E        *
      *    ENTREGA O RESULTADO AO SORT DO RELATORIO                    *
      *----------------------------------------------------------------*
       2000-APURAR-TARIFAS SECTION.
      *----------------------------------------------------------------*
           PERFORM 3000-PROCESSAR UNTIL WRK-FS-SAI01-FIM
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    APURA O CLIENTE CORRENTE DE ARQSAI01: SALDO MEDIO E         *
      *    AGENCIA NO EXTRATO, SITUACAO E SEGMENTO NO CADASTRO E A     *
      *    TARIFA DO SEGMENTO. SO O CLIENTE COM TARIFA A PAGAR GERA    *
      *    DEBITO; O ISENTO TAMBEM VAI AO RELATORIO                    *
      *----------------------------------------------------------------*
       3000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ARQSAI01-CPF-CLI      TO WRK-CPF-CLIENTE
           ADD 1                      TO ACU-CLIENTES-APURADOS

           PERFORM 3100-APURA-SALDO-MEDIO

           PERFORM 3200-CONSULTA-CADASTRO

           IF WRK-CLIENTE-TARIFAVEL
              PERFORM 3300-LOCALIZA-TARIFA

              IF WRK-IDX-TAR-ACHOU GREATER ZEROS
                 PERFORM 3400-CALCULA-TARIFA
                 PERFORM 3500-LIBERAR-SORT

                 IF WRK-VAL-TARIFA GREATER ZEROS
                    MOVE WRK-CPF-CLIENTE TO WRK-CPF-NUM
                    PERFORM 7310-CALCULA-DIG-CPF
                    PERFORM 7300-GRAVAR-DETALHE
                 ELSE
                    ADD 1             TO ACU-CLIENTES-SEM-TARIFA
                 END-IF
              ELSE
                 ADD 1                TO ACU-CLIENTES-SEM-TABELA
                 DISPLAY '* CPF 'WRK-CPF-CLIENTE' SEGMENTO '
                         ARQMST01-COD-SEGMENTO
                         ' SEM TARIFA NA TABELA - NAO TARIFADO *'
              END-IF
           END-IF

           PERFORM 3800-LER-ARQSAI01
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CASA O EXTRATO COM O CLIENTE (AMBOS EM ORDEM DE CPF) E      *
      *    APURA O SALDO MEDIO DO PERIODO COMO EM EXER0215: O SALDO    *
      *    DE ABERTURA MAIS O SALDO APOS CADA MOVIMENTO. CLIENTE SEM   *
      *    LINHAS NO EXTRATO FICA COM SALDO MEDIO ZERO                 *
      *----------------------------------------------------------------*
       3100-APURA-SALDO-MEDIO SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                 TO ACU-SOMA-SALDOS
           MOVE ZEROS                 TO ACU-QTD-SALDOS
           MOVE ZEROS                 TO WRK-SALDO-MEDIO
           MOVE SPACES                TO WRK-COD-AGEN-CLIENTE

           PERFORM 3850-LER-EXTRATO
              UNTIL WRK-CPF-EXTRATO NOT LESS WRK-CPF-CLIENTE

           PERFORM 3110-ACUMULA-EXTRATO
              UNTIL WRK-CPF-EXTRATO NOT EQUAL WRK-CPF-CLIENTE

           IF ACU-QTD-SALDOS GREATER ZEROS
              COMPUTE WRK-SALDO-MEDIO ROUNDED =
                      ACU-SOMA-SALDOS / ACU-QTD-SALDOS
           ELSE
              ADD 1                   TO ACU-CLIENTES-SEM-EXT
           END-IF
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ACUMULA A LINHA DE DETALHE DO EXTRATO DO CLIENTE E GUARDA   *
      *    A ULTIMA AGENCIA BANCARIA EM QUE ELE MOVIMENTOU             *
      *----------------------------------------------------------------*
       3110-ACUMULA-EXTRATO SECTION.
      *----------------------------------------------------------------*
           IF ARQEXT01-LIN-DETALHE
              IF ACU-QTD-SALDOS EQUAL ZEROS
      *
      *          O SALDO DE ABERTURA E O PRIMEIRO SALDO DO EXTRATO
      *          DESFEITO O PRIMEIRO MOVIMENTO, E E A PRIMEIRA
      *          AMOSTRA DA MEDIA.
                 IF ARQEXT01-TIP-TRANS EQUAL 'S' OR 'E' OR 'I' OR 'T'
                    COMPUTE WRK-SALDO-ABERTURA = ARQEXT01-SALDO +
                                                  ARQEXT01-VAL-MOV
                 ELSE
                    COMPUTE WRK-SALDO-ABERTURA = ARQEXT01-SALDO -
                                                  ARQEXT01-VAL-MOV
                 END-IF
                 MOVE WRK-SALDO-ABERTURA TO ACU-SOMA-SALDOS
                 MOVE 1               TO ACU-QTD-SALDOS
              END-IF

              COMPUTE ACU-SOMA-SALDOS = ACU-SOMA-SALDOS +
                                         ARQEXT01-SALDO
              ADD 1                   TO ACU-QTD-SALDOS

              MOVE ARQEXT01-COD-AGEN  TO WRK-COD-AGEN-EXT
              IF NOT WRK-AGEN-NAO-BANCARIA
                 MOVE ARQEXT01-COD-AGEN TO WRK-COD-AGEN-CLIENTE
              END-IF
           END-IF

           PERFORM 3850-LER-EXTRATO
           .
      *----------------------------------------------------------------*
       3110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CONSULTA O CLIENTE NO CADASTRO ARQMST01: FORA DO CADASTRO,  *
      *    BLOQUEADO, FALECIDO OU UNIFICADO NAO E TARIFADO             *
      *----------------------------------------------------------------*
       3200-CONSULTA-CADASTRO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CLIENTE-TARIFAVEL  TO TRUE
           MOVE WRK-CPF-CLIENTE       TO ARQMST01-CPF

           SET WRK-CN-READ            TO TRUE
           SET WRK-CN-ARQMST01        TO TRUE
           READ ARQMST01
              INVALID KEY
                 SET WRK-CLIENTE-NAO-TARIFAVEL TO TRUE
           END-READ

           IF (NOT WRK-FS-MST01-OK)
           AND (NOT WRK-FS-MST01-NAO-ACHOU)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-FS-MST01-NAO-ACHOU
              ADD 1                   TO ACU-CLIENTES-SEM-CAD
              DISPLAY '* CPF 'WRK-CPF-CLIENTE
                      ' FORA DO CADASTRO - NAO TARIFADO *'
           ELSE
              IF NOT ARQMST01-SIT-ATIVO
                 SET WRK-CLIENTE-NAO-TARIFAVEL TO TRUE
                 ADD 1                TO ACU-CLIENTES-INATIVOS
                 DISPLAY '* CPF 'WRK-CPF-CLIENTE' SITUACAO '
                         ARQMST01-SIT-CLIENTE ' - NAO TARIFADO *'
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LOCALIZA O SEGMENTO DO CLIENTE NA TABELA DE TARIFAS E       *
      *    DEVOLVE A POSICAO EM WRK-IDX-TAR-ACHOU (ZEROS = SEGMENTO    *
      *    SEM TARIFA)                                                 *
      *----------------------------------------------------------------*
       3300-LOCALIZA-TARIFA SECTION.
      *----------------------------------------------------------------*
           MOVE ZEROS                 TO WRK-IDX-TAR-ACHOU

           PERFORM VARYING WRK-IDX-TAR FROM 1 BY 1
                   UNTIL WRK-IDX-TAR GREATER WRK-QTD-TAR
              IF TAB-TAR-SEG (WRK-IDX-TAR) EQUAL
                 ARQMST01-COD-SEGMENTO
                 MOVE WRK-IDX-TAR     TO WRK-IDX-TAR-ACHOU
              END-IF
           END-PERFORM
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CALCULA A TARIFA DO CLIENTE: MENSALIDADE DO SEGMENTO        *
      *    (ISENTA QUANDO O SALDO MEDIO SUPERA O SALDO DE ISENCAO,     *
      *    SE A TABELA TEM UM) MAIS OS SAQUES ACIMA DA FRANQUIA PELO   *
      *    VALOR DO SAQUE EXCEDENTE - A ISENCAO POR SALDO NAO ALCANCA  *
      *    OS SAQUES EXCEDENTES                                        *
      *----------------------------------------------------------------*
       3400-CALCULA-TARIFA SECTION.
      *----------------------------------------------------------------*
           SET WRK-MENS-COBRADA       TO TRUE
           MOVE TAB-TAR-MENS (WRK-IDX-TAR-ACHOU)
                                      TO WRK-VAL-MENSALIDADE

           IF TAB-TAR-SLD-ISE (WRK-IDX-TAR-ACHOU) GREATER ZEROS
           AND WRK-SALDO-MEDIO GREATER
               TAB-TAR-SLD-ISE (WRK-IDX-TAR-ACHOU)
              SET WRK-MENS-ISENTA     TO TRUE
              MOVE ZEROS              TO WRK-VAL-MENSALIDADE
              ADD 1                   TO ACU-CLIENTES-ISENTOS
           END-IF

           IF ARQSAI01-QTD-SAQ GREATER
              TAB-TAR-QTD-ISE (WRK-IDX-TAR-ACHOU)
              COMPUTE WRK-QTD-SAQ-EXCED = ARQSAI01-QTD-SAQ -
                      TAB-TAR-QTD-ISE (WRK-IDX-TAR-ACHOU)
           ELSE
              MOVE ZEROS              TO WRK-QTD-SAQ-EXCED
           END-IF

           COMPUTE WRK-VAL-EXCEDENTE = WRK-QTD-SAQ-EXCED *
                   TAB-TAR-VAL-EXC (WRK-IDX-TAR-ACHOU)

           COMPUTE WRK-VAL-TARIFA = WRK-VAL-MENSALIDADE +
                                    WRK-VAL-EXCEDENTE
           .
      *----------------------------------------------------------------*
       3400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ENTREGA AO SORT A TARIFA APURADA DO CLIENTE. O DEBITO SEM   *
      *    AGENCIA BANCARIA NO EXTRATO E TOTALIZADO NA ORIGEM TARI,    *
      *    QUE E A AGENCIA QUE EXER0205 CARIMBA NO DETALHE             *
      *----------------------------------------------------------------*
       3500-LIBERAR-SORT SECTION.
      *----------------------------------------------------------------*
           MOVE ARQMST01-COD-SEGMENTO TO SRT-COD-SEGMENTO
           IF WRK-COD-AGEN-CLIENTE EQUAL SPACES
              MOVE 'TARI'             TO SRT-COD-AGEN
           ELSE
              MOVE WRK-COD-AGEN-CLIENTE TO SRT-COD-AGEN
           END-IF
           MOVE WRK-CPF-CLIENTE       TO SRT-CPF
           MOVE WRK-FLAG-ISENTO       TO SRT-IND-ISENTO
           MOVE WRK-QTD-SAQ-EXCED     TO SRT-QTD-SAQ-EXCED
           MOVE WRK-VAL-MENSALIDADE   TO SRT-VAL-MENSALIDADE
           MOVE WRK-VAL-EXCEDENTE     TO SRT-VAL-EXCEDENTE
           MOVE WRK-VAL-TARIFA        TO SRT-VAL-TARIFA

           RELEASE SRT-REGISTRO
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
      *    SALTA PARA UMA NOVA PAGINA: IMPRIME OS CABECALHOS E         *
      *    REINICIA O CONTADOR DE LINHAS                               *
      *----------------------------------------------------------------*
       3950-NOVA-PAGINA SECTION.
      *----------------------------------------------------------------*
           ADD 1                        TO WRK-QTD-PAGINAS
           MOVE WRK-QTD-PAGINAS         TO WRK-IMP-PAGINA

           SET WRK-CN-WRITE             TO TRUE
           SET WRK-CN-ARQIMP03          TO TRUE

           WRITE FD-ARQIMP03 FROM WRK-IMP-CABEC1
           IF NOT WRK-FS-IMP03-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           WRITE FD-ARQIMP03 FROM WRK-IMP-CABEC2
           IF NOT WRK-FS-IMP03-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE 2                       TO WRK-QTD-LINHAS
           .
      *----------------------------------------------------------------*
       3950-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCEDIMENTO DE SAIDA DO SORT: TOTALIZA AS TARIFAS POR      *
      *    AGENCIA DENTRO DO SEGMENTO, COM SUBTOTAL DO SEGMENTO        *
      *----------------------------------------------------------------*
       5000-IMPRIMIR-RECEITA SECTION.
      *----------------------------------------------------------------*
           PERFORM 5800-RETORNAR-SORT

           PERFORM 5100-PROCESSAR-CLIENTE UNTIL WRK-FIM-SORT

           IF WRK-AGENCIA-ABERTA
              PERFORM 5300-FECHAR-AGENCIA
           END-IF

           IF WRK-SEGMENTO-ABERTO
              PERFORM 5400-FECHAR-SEGMENTO
           END-IF
           .
      *----------------------------------------------------------------*
       5000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    TRATA AS QUEBRAS DE SEGMENTO E AGENCIA E ACUMULA A TARIFA   *
      *    DO CLIENTE NOS TOTAIS DA AGENCIA                            *
      *----------------------------------------------------------------*
       5100-PROCESSAR-CLIENTE SECTION.
      *----------------------------------------------------------------*
           IF WRK-SEGMENTO-ABERTO
              IF SRT-COD-SEGMENTO NOT EQUAL WRK-SEG-ATUAL
                 PERFORM 5300-FECHAR-AGENCIA
                 PERFORM 5400-FECHAR-SEGMENTO
              END-IF
           END-IF

           IF WRK-AGENCIA-ABERTA
              IF SRT-COD-AGEN NOT EQUAL WRK-AGEN-ATUAL
                 PERFORM 5300-FECHAR-AGENCIA
              END-IF
           END-IF

           IF WRK-SEGMENTO-FECHADO
              MOVE SRT-COD-SEGMENTO   TO WRK-SEG-ATUAL
              INITIALIZE WRK-TOT-SEGMENTO
              SET WRK-SEGMENTO-ABERTO TO TRUE
           END-IF

           IF WRK-AGENCIA-FECHADA
              MOVE SRT-COD-AGEN       TO WRK-AGEN-ATUAL
              INITIALIZE WRK-TOT-AGENCIA
              SET WRK-AGENCIA-ABERTA  TO TRUE
           END-IF

           ADD 1                      TO ACU-AGE-QTD-CLI
           IF SRT-MENS-ISENTA
              ADD 1                   TO ACU-AGE-QTD-ISE
           END-IF
           IF SRT-VAL-TARIFA GREATER ZEROS
              ADD 1                   TO ACU-AGE-QTD-TAR
           END-IF
           ADD SRT-VAL-MENSALIDADE    TO ACU-AGE-VAL-MENS
           ADD SRT-QTD-SAQ-EXCED      TO ACU-AGE-QTD-EXC
           ADD SRT-VAL-EXCEDENTE      TO ACU-AGE-VAL-EXC
           ADD SRT-VAL-TARIFA         TO ACU-AGE-VAL-TOT

           PERFORM 5800-RETORNAR-SORT
           .
      *----------------------------------------------------------------*
       5100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    IMPRIME A LINHA DA AGENCIA QUE SE ENCERRA E SOMA SEUS       *
      *    TOTAIS NO SUBTOTAL DO SEGMENTO                              *
      *----------------------------------------------------------------*
       5300-FECHAR-AGENCIA SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-SEG-ATUAL           TO WRK-IMP-SEG
           MOVE WRK-AGEN-ATUAL          TO WRK-IMP-AGEN
           MOVE ACU-AGE-QTD-CLI         TO WRK-IMP-QTD-CLI
           MOVE ACU-AGE-QTD-ISE         TO WRK-IMP-QTD-ISE
           MOVE ACU-AGE-QTD-TAR         TO WRK-IMP-QTD-TAR
           MOVE ACU-AGE-VAL-MENS        TO WRK-IMP-VAL-MENS
           MOVE ACU-AGE-QTD-EXC         TO WRK-IMP-QTD-EXC
           MOVE ACU-AGE-VAL-EXC         TO WRK-IMP-VAL-EXC
           MOVE ACU-AGE-VAL-TOT         TO WRK-IMP-VAL-TOT

           PERFORM 5900-IMPRIMIR-LINHA

           ADD ACU-AGE-QTD-CLI          TO ACU-SEG-QTD-CLI
           ADD ACU-AGE-QTD-ISE          TO ACU-SEG-QTD-ISE
           ADD ACU-AGE-QTD-TAR          TO ACU-SEG-QTD-TAR
           ADD ACU-AGE-VAL-MENS         TO ACU-SEG-VAL-MENS
           ADD ACU-AGE-QTD-EXC          TO ACU-SEG-QTD-EXC
           ADD ACU-AGE-VAL-EXC          TO ACU-SEG-VAL-EXC
           ADD ACU-AGE-VAL-TOT          TO ACU-SEG-VAL-TOT

           SET WRK-AGENCIA-FECHADA      TO TRUE
           .
      *----------------------------------------------------------------*
       5300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    IMPRIME A LINHA DE SUBTOTAL DO SEGMENTO QUE SE ENCERRA E    *
      *    SOMA SEUS TOTAIS NO TOTAL GERAL                             *
      *----------------------------------------------------------------*
       5400-FECHAR-SEGMENTO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-SEG-ATUAL           TO WRK-IMP-SEG
           MOVE 'SUB.'                  TO WRK-IMP-AGEN
           MOVE ACU-SEG-QTD-CLI         TO WRK-IMP-QTD-CLI
           MOVE ACU-SEG-QTD-ISE         TO WRK-IMP-QTD-ISE
           MOVE ACU-SEG-QTD-TAR         TO WRK-IMP-QTD-TAR
           MOVE ACU-SEG-VAL-MENS        TO WRK-IMP-VAL-MENS
           MOVE ACU-SEG-QTD-EXC         TO WRK-IMP-QTD-EXC
           MOVE ACU-SEG-VAL-EXC         TO WRK-IMP-VAL-EXC
           MOVE ACU-SEG-VAL-TOT         TO WRK-IMP-VAL-TOT

           PERFORM 5900-IMPRIMIR-LINHA

           ADD ACU-SEG-QTD-CLI          TO ACU-TOT-QTD-CLI
           ADD ACU-SEG-QTD-ISE          TO ACU-TOT-QTD-ISE
           ADD ACU-SEG-QTD-TAR          TO ACU-TOT-QTD-TAR
           ADD ACU-SEG-VAL-MENS         TO ACU-TOT-VAL-MENS
           ADD ACU-SEG-QTD-EXC          TO ACU-TOT-QTD-EXC
           ADD ACU-SEG-VAL-EXC          TO ACU-TOT-VAL-EXC
           ADD ACU-SEG-VAL-TOT          TO ACU-TOT-VAL-TOT

           DISPLAY '* SEGMENTO 'WRK-SEG-ATUAL
                   ' - TARIFAS 'ACU-SEG-VAL-TOT

           SET WRK-SEGMENTO-FECHADO     TO TRUE
           .
      *----------------------------------------------------------------*
       5400-99-FIM.
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
      *    IMPRIME A LINHA DE VALORES JA MONTADA, SALTANDO DE PAGINA   *
      *    QUANDO NECESSARIO                                           *
      *----------------------------------------------------------------*
       5900-IMPRIMIR-LINHA SECTION.
      *----------------------------------------------------------------*
           IF WRK-QTD-LINHAS GREATER 55
              PERFORM 3950-NOVA-PAGINA
           END-IF

           SET WRK-CN-WRITE             TO TRUE
           SET WRK-CN-ARQIMP03          TO TRUE

           WRITE FD-ARQIMP03 FROM WRK-IMP-DETALHE

           IF NOT WRK-FS-IMP03-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                        TO WRK-QTD-LINHAS
           ADD 1                        TO ACU-LINHAS-IMPRESSAS
           .
      *----------------------------------------------------------------*
       5900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    IMPRIME A LINHA DE TOTAIS GERAIS DE TODOS OS SEGMENTOS      *
      *----------------------------------------------------------------*
       7000-GRAVAR-TOTAIS SECTION.
      *----------------------------------------------------------------*
           MOVE SPACES                  TO WRK-IMP-SEG
           MOVE 'TOT.'                  TO WRK-IMP-AGEN
           MOVE ACU-TOT-QTD-CLI         TO WRK-IMP-QTD-CLI
           MOVE ACU-TOT-QTD-ISE         TO WRK-IMP-QTD-ISE
           MOVE ACU-TOT-QTD-TAR         TO WRK-IMP-QTD-TAR
           MOVE ACU-TOT-VAL-MENS        TO WRK-IMP-VAL-MENS
           MOVE ACU-TOT-QTD-EXC         TO WRK-IMP-QTD-EXC
           MOVE ACU-TOT-VAL-EXC         TO WRK-IMP-VAL-EXC
           MOVE ACU-TOT-VAL-TOT         TO WRK-IMP-VAL-TOT

           PERFORM 5900-IMPRIMIR-LINHA
           .
      *----------------------------------------------------------------*
       7000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA O DETALHE (TIPO 01) DO DEBITO DA TARIFA DO CLIENTE,   *
      *    COM O TIPO DE TRANSACAO T, A DATA DO CARTAO E A ULTIMA      *
      *    AGENCIA BANCARIA DO EXTRATO (EM BRANCO, EXER0205 CARIMBA A  *
      *    ORIGEM TARI)                                                *
      *----------------------------------------------------------------*
       7300-GRAVAR-DETALHE SECTION.
      *----------------------------------------------------------------*
           INITIALIZE ARQENT01-REGISTRO
           MOVE '01'                  TO ARQENT01-TIP-REG
           MOVE WRK-CPF-CLIENTE       TO ARQENT01-CPF
           MOVE WRK-CPF-DIG-CALC      TO ARQENT01-DIG-CPF
           MOVE CT15-DATA-DEBITO      TO ARQENT01-DAT-DEPOS
           MOVE WRK-VAL-TARIFA        TO ARQENT01-VAL-DEPOS
           MOVE 'T'                   TO ARQENT01-TIP-TRANS
           MOVE WRK-COD-AGEN-CLIENTE  TO ARQENT01-COD-AGEN

           SET WRK-CN-WRITE           TO TRUE
           SET WRK-CN-ARQENT18        TO TRUE

           WRITE FD-ARQENT18 FROM ARQENT01-REGISTRO

           IF NOT WRK-FS-ENT18-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                      TO ACU-GRAVA-ARQENT18
           ADD 1                      TO ACU-CLIENTES-TARIFADOS
           ADD WRK-VAL-MENSALIDADE    TO ACU-VAL-MENSALIDADES
           ADD WRK-VAL-EXCEDENTE      TO ACU-VAL-EXCEDENTES
           COMPUTE ACU-HASH-SAIDA = ACU-HASH-SAIDA +
                                     ARQENT01-VAL-DEPOS
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
      *    ROTINA DE TRATAMENTO DE ERRO EM OPERACAO COM ARQUIVOS       *
      *----------------------------------------------------------------*
       9100-ERROS-ARQUIVOS SECTION.
      *----------------------------------------------------------------*
           DISPLAY '************************************************'
           DISPLAY '*       ERRO EM OPERACAO COM ARQUIVOS          *'
           DISPLAY '* COMANDO: 'WRK-COMANDO'                       *'
           DISPLAY '* ARQUIVO: 'WRK-ARQUIVO'                       *'
           DISPLAY '* FILE-STATUS TAR:' WRK-FS-ARQTAR01           '*'
           DISPLAY '* FILE-STATUS SAI:' WRK-FS-ARQSAI01           '*'
           DISPLAY '* FILE-STATUS EXT:' WRK-FS-ARQEXT01           '*'
           DISPLAY '* FILE-STATUS MST:' WRK-FS-ARQMST01           '*'
           DISPLAY '* FILE-STATUS E18:' WRK-FS-ARQENT18           '*'
           DISPLAY '* FILE-STATUS IMP:' WRK-FS-ARQIMP03           '*'
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
      *    GRAVA O TRAILER DA TRANSMISSAO DE TARIFAS (QTDE E HASH      *
      *    TRUNCADO NA LARGURA DO CAMPO), FECHA OS ARQUIVOS E          *
      *    REPORTA AS CONTAGENS                                        *
      *----------------------------------------------------------------*
       9900-FINALIZAR SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-ENT18-OK AND RETURN-CODE EQUAL ZEROS
              INITIALIZE ARQENT01-REGISTRO
              MOVE '99'               TO ARQENT01-TIP-REG
              MOVE ACU-GRAVA-ARQENT18 TO ARQENT01-TRL-QTD-REG
              MOVE ACU-HASH-SAIDA     TO WRK-HASH-TRL
              MOVE WRK-HASH-TRL       TO ARQENT01-TRL-HASH-DEP

              SET WRK-CN-WRITE        TO TRUE
              SET WRK-CN-ARQENT18     TO TRUE
              WRITE FD-ARQENT18 FROM ARQENT01-REGISTRO
           END-IF

           CLOSE ARQTAR01
           CLOSE ARQSAI01
           CLOSE ARQEXT01
           CLOSE ARQMST01
           CLOSE ARQENT18
           CLOSE ARQIMP03

           DISPLAY '************************************************'
           DISPLAY '* REGISTROS DE ARQSAI01 LIDOS 'ACU-LIDOS-ARQSAI01
           DISPLAY '* LINHAS DE EXTRATO LIDAS 'ACU-LIDOS-ARQEXT01
           DISPLAY '* SEGMENTOS NA TABELA DE TARIFAS 'WRK-QTD-TAR
           DISPLAY '* CLIENTES APURADOS 'ACU-CLIENTES-APURADOS
           DISPLAY '* CLIENTES TARIFADOS 'ACU-CLIENTES-TARIFADOS
           DISPLAY '* MENSALIDADES ISENTAS POR SALDO '
                   ACU-CLIENTES-ISENTOS
           DISPLAY '* CLIENTES SEM TARIFA A PAGAR '
                   ACU-CLIENTES-SEM-TARIFA
           DISPLAY '* CPF FORA DO CADASTRO 'ACU-CLIENTES-SEM-CAD
           DISPLAY '* CPF BLOQUEADO/FALECIDO/UNIFICADO '
                   ACU-CLIENTES-INATIVOS
           DISPLAY '* SEGMENTO SEM TARIFA NA TABELA '
                   ACU-CLIENTES-SEM-TABELA
           DISPLAY '* CLIENTES SEM LINHAS NO EXTRATO '
                   ACU-CLIENTES-SEM-EXT
           DISPLAY '* DEBITOS DE TARIFA GERADOS 'ACU-GRAVA-ARQENT18
           DISPLAY '* VALOR DAS MENSALIDADES 'ACU-VAL-MENSALIDADES
           DISPLAY '* VALOR DOS SAQUES EXCEDENTES 'ACU-VAL-EXCEDENTES
           DISPLAY '* LINHAS IMPRESSAS 'ACU-LINHAS-IMPRESSAS
           DISPLAY '* DATA DO DEBITO 'CT15-DATA-DEBITO
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
              MOVE ACU-LIDOS-ARQSAI01      TO JRN-QTD-LIDOS
              MOVE ACU-GRAVA-ARQENT18      TO JRN-QTD-GRAVADOS
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
       END PROGRAM EXER0226.
