      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0219.
       AUTHOR.     JOHNATHAN.
      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    PROGRAMA....: EXER0219
      *    PROGRAMADOR.: JOHNATHAN
      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   ANALISE DE FRACIONAMENTO DE DEPOSITOS       *
      *                    (ESTRUTURACAO) PARA A REVISAO DE            *
      *                    COMPLIANCE/COAF: LE AS LINHAS DE DETALHE    *
      *                    DE DEPOSITO DO EXTRATO ARQEXT01 DE          *
      *                    EXER0203 E, POR CPF, PROCURA A JANELA DE    *
      *                    DIAS CORRIDOS (CARTAO ARQCTL09) COM MAIS    *
      *                    DEPOSITOS NA FAIXA LOGO ABAIXO DO LIMITE    *
      *                    DE COMPLIANCE. O CPF QUE ATINGE A QTDE      *
      *                    MINIMA DE DEPOSITOS (E DE AGENCIAS          *
      *                    DISTINTAS) NA JANELA SAI NO RELATORIO       *
      *                    ARQSMF01 COM O NOME E O SEGMENTO DO         *
      *                    CADASTRO ARQMST01 E OS DEPOSITOS, DATAS E   *
      *                    AGENCIAS QUE DISPARARAM A SUSPEITA.         *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQCTL09                                  CTL02119        *
      *      ARQEXT01                                  EXT02103        *
      *      ARQMST01                                  MST02103        *
      *      ARQSMF01                                  (LINHAS 132)    *
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
           SELECT ARQCTL09 ASSIGN       TO UT-S-ARQCTL09
                      FILE STATUS      IS WRK-FS-ARQCTL09.
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
           SELECT ARQSMF01 ASSIGN       TO UT-S-ARQSMF01
                      FILE STATUS      IS WRK-FS-ARQSMF01.
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
      *   INPUT:     CARTAO DE PARAMETROS DA ANALISE                  *
      *               ORG. SEQUENCIAL   -   LRECL = 80                *
      *---------------------------------------------------------------*

       FD  ARQCTL09
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQCTL09             PIC X(80).

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
      *   OUTPUT:    RELATORIO DE SUSPEITAS DE FRACIONAMENTO          *
      *               ORG. SEQUENCIAL   -   LRECL = 132               *
      *---------------------------------------------------------------*

       FD  ARQSMF01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSMF01             PIC X(132).

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
             'EXER0219 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0219'.
       77 ACU-LIDOS-ARQEXT01      PIC  9(009) VALUE ZEROS.
       77 ACU-DEP-NA-FAIXA        PIC  9(009) VALUE ZEROS.
       77 ACU-CPF-ANALISADOS      PIC  9(007) VALUE ZEROS.
       77 ACU-CPF-SUSPEITOS       PIC  9(007) VALUE ZEROS.
       77 WRK-CPF-GRUPO           PIC  9(011) VALUE ZEROS.
       77 WRK-VAL-PISO            PIC  9(013)V99 VALUE ZEROS.
       77 WRK-QTD-DEP             PIC  9(003) VALUE ZEROS.
       77 WRK-IDX-DEP             PIC  9(003) VALUE ZEROS.
       77 WRK-IDX-AUX             PIC  9(003) VALUE ZEROS.
       77 WRK-IDX-INI             PIC  9(003) VALUE ZEROS.
       77 WRK-QTD-SOMA-DIAS       PIC  9(003) VALUE ZEROS.
       77 WRK-DATA-LIMITE         PIC  9(008) VALUE ZEROS.
       77 WRK-QTD-JANELA          PIC  9(003) VALUE ZEROS.
       77 WRK-QTD-AGEN-JAN        PIC  9(003) VALUE ZEROS.
       77 WRK-VAL-JANELA          PIC  S9(015)V99 VALUE ZEROS.
       77 WRK-MELHOR-INI          PIC  9(003) VALUE ZEROS.
       77 WRK-MELHOR-FIM          PIC  9(003) VALUE ZEROS.
       77 WRK-MELHOR-QTD          PIC  9(003) VALUE ZEROS.
       77 WRK-MELHOR-AGEN         PIC  9(003) VALUE ZEROS.
       77 WRK-MELHOR-VAL          PIC  S9(015)V99 VALUE ZEROS.
       77 WRK-QTD-LINHAS          PIC  9(003) VALUE 999.
       77 WRK-QTD-PAGINAS         PIC  9(004) VALUE ZEROS.
       77 WRK-DATA-CORRENTE       PIC  9(008) VALUE ZEROS.

       77 WRK-FLAG-GRUPO          PIC  X(001) VALUE 'N'.
          88 WRK-GRUPO-ABERTO                 VALUE 'S'.
          88 WRK-GRUPO-FECHADO                VALUE 'N'.

       77 WRK-FLAG-POSICAO        PIC  X(001) VALUE 'N'.
          88 WRK-POSICAO-ACHADA               VALUE 'S'.
          88 WRK-POSICAO-PENDENTE             VALUE 'N'.

       77 WRK-FLAG-JANELA         PIC  X(001) VALUE 'N'.
          88 WRK-JANELA-FECHADA               VALUE 'S'.
          88 WRK-JANELA-ABERTA                VALUE 'N'.

       77 WRK-FLAG-AGEN-NOVA      PIC  X(001) VALUE 'S'.
          88 WRK-AGEN-NOVA                    VALUE 'S'.
          88 WRK-AGEN-REPETIDA                VALUE 'N'.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQCTL09      VALUE 'ARQCTL09'.
          88 WRK-CN-ARQEXT01      VALUE 'ARQEXT01'.
          88 WRK-CN-ARQMST01      VALUE 'ARQMST01'.
          88 WRK-CN-ARQSMF01      VALUE 'ARQSMF01'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN '.
          88 WRK-CN-CLOSE         VALUE 'CLOSE'.
          88 WRK-CN-READ          VALUE 'READ '.
          88 WRK-CN-WRITE         VALUE 'WRITE'.

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
             'AREA PARA TRATAMENTO DE FILE-STATUS'.
      *----------------------------------------------------------------*
      *
       01 WRK-FS-ARQCTL09         PIC  X(002) VALUE SPACES.
          88 WRK-FS-CTL09-OK                  VALUE '00'.
          88 WRK-FS-CTL09-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQEXT01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-EXT01-OK                  VALUE '00'.
          88 WRK-FS-EXT01-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQMST01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-MST01-OK                  VALUE '00'.
          88 WRK-FS-MST01-NAO-ACHOU           VALUE '23'.
      *
       01 WRK-FS-ARQSMF01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-SMF01-OK                  VALUE '00'.

      *
       01 WRK-FS-ARQJRN01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-JRN01-OK                  VALUE '00'.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DA TABELA DE DEPOSITOS NA FAIXA DO CPF'.
      *----------------------------------------------------------------*
      *
       01 TAB-DEPOSITOS.
          05 TAB-DEP              OCCURS 500 TIMES.
             10 TAB-DEP-DATA      PIC 9(008).
             10 TAB-DEP-VALOR     PIC S9(013)V99.
             10 TAB-DEP-AGEN      PIC X(004).

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DAS LINHAS DO RELATORIO DE SUSPEITAS'.
      *----------------------------------------------------------------*
      *
       01 WRK-SMF-LINHA           PIC  X(132) VALUE SPACES.

       01 WRK-SMF-CABEC1.
          05 FILLER                  PIC  X(052) VALUE
             'EXER0219 - SUSPEITAS DE FRACIONAMENTO (COAF)'.
          05 FILLER                  PIC  X(006) VALUE 'DATA: '.
          05 WRK-SMF-DATA            PIC  9(008).
          05 FILLER                  PIC  X(008) VALUE '   PAG: '.
          05 WRK-SMF-PAGINA          PIC  9(004).
          05 FILLER                  PIC  X(054) VALUE SPACES.

       01 WRK-SMF-CABEC2.
          05 FILLER                  PIC  X(015) VALUE
             'JANELA (DIAS): '.
          05 WRK-SMF-PAR-DIAS        PIC  ZZ9.
          05 FILLER                  PIC  X(011) VALUE '  FAIXA DE '.
          05 WRK-SMF-PAR-PISO        PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC  X(010) VALUE ' ATE MENOS'.
          05 FILLER                  PIC  X(004) VALUE ' DE '.
          05 WRK-SMF-PAR-LIMITE      PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC  X(012) VALUE '  DEPOSITOS '.
          05 FILLER                  PIC  X(007) VALUE 'MIN.: '.
          05 WRK-SMF-PAR-MINIMA      PIC  ZZ9.
          05 FILLER                  PIC  X(017) VALUE
             '  AGENCIAS MIN.: '.
          05 WRK-SMF-PAR-MIN-AGEN    PIC  Z9.
          05 FILLER                  PIC  X(008) VALUE SPACES.

       01 WRK-SMF-SUSPEITO.
          05 FILLER                  PIC  X(004) VALUE 'CPF '.
          05 WRK-SMF-CPF-ED.
             10 WRK-SMF-CPF-1        PIC  X(003).
             10 FILLER               PIC  X(001) VALUE '.'.
             10 WRK-SMF-CPF-2        PIC  X(003).
             10 FILLER               PIC  X(001) VALUE '.'.
             10 WRK-SMF-CPF-3        PIC  X(003).
             10 FILLER               PIC  X(001) VALUE '-'.
             10 WRK-SMF-CPF-4        PIC  X(002).
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-SMF-NOME            PIC  X(040).
          05 FILLER                  PIC  X(006) VALUE ' SEG: '.
          05 WRK-SMF-SEGMENTO        PIC  X(002).
          05 FILLER                  PIC  X(012) VALUE
             ' DEPOSITOS: '.
          05 WRK-SMF-QTD-DEP         PIC  ZZ9.
          05 FILLER                  PIC  X(011) VALUE ' AGENCIAS: '.
          05 WRK-SMF-QTD-AGEN        PIC  ZZ9.
          05 FILLER                  PIC  X(008) VALUE ' TOTAL: '.
          05 WRK-SMF-VAL-TOTAL       PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC  X(007) VALUE SPACES.

       01 WRK-SMF-PERIODO.
          05 FILLER                  PIC  X(017) VALUE
             '    PERIODO: DE '.
          05 WRK-SMF-DATA-INI        PIC  9(008).
          05 FILLER                  PIC  X(003) VALUE ' A '.
          05 WRK-SMF-DATA-FIM        PIC  9(008).
          05 FILLER                  PIC  X(096) VALUE SPACES.

       01 WRK-SMF-DEPOSITO.
          05 FILLER                  PIC  X(014) VALUE
             '    DEPOSITO  '.
          05 WRK-SMF-DEP-DATA        PIC  9(008).
          05 FILLER                  PIC  X(011) VALUE '  AGENCIA: '.
          05 WRK-SMF-DEP-AGEN        PIC  X(004).
          05 FILLER                  PIC  X(009) VALUE '  VALOR: '.
          05 WRK-SMF-DEP-VALOR       PIC  Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC  X(066) VALUE SPACES.

       01 WRK-SMF-RESUMO.
          05 FILLER                  PIC  X(008) VALUE 'RESUMO: '.
          05 WRK-SMF-QTD-ANALISADOS  PIC  Z.ZZZ.ZZ9.
          05 FILLER                  PIC  X(019) VALUE
             ' CPF COM DEPOSITOS '.
          05 FILLER                  PIC  X(010) VALUE 'NA FAIXA, '.
          05 WRK-SMF-QTD-FAIXA       PIC  ZZZ.ZZZ.ZZ9.
          05 FILLER                  PIC  X(021) VALUE
             ' DEPOSITOS NA FAIXA, '.
          05 WRK-SMF-QTD-SUSPEITOS   PIC  Z.ZZZ.ZZ9.
          05 FILLER                  PIC  X(045) VALUE
             ' CPF SUSPEITOS'.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
           COPY CTL02119.
           COPY EXT02103.

           COPY JRN02117.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'EXER0219 - FIM DA AREA DE WORKING'.
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
           PERFORM 3000-PROCESSAR UNTIL WRK-FS-EXT01-FIM
      *
           IF WRK-GRUPO-ABERTO
              PERFORM 7000-ANALISA-GRUPO
           END-IF
      *
           PERFORM 8000-GRAVAR-RESUMO
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
      *    ROTINA DE INICIALIZACAO: LE O CARTAO DE PARAMETROS (COM     *
      *    OS PADROES PARA OS CAMPOS EM ZEROS), APURA O PISO DA        *
      *    FAIXA E ABRE OS ARQUIVOS                                    *
      *----------------------------------------------------------------*
       1000-INICIALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FUNCTION CURRENT-DATE(1:8)    TO WRK-DATA-CORRENTE
           MOVE WRK-DATA-CORRENTE             TO WRK-SMF-DATA

           MOVE ZEROS                         TO ARQCTL09-REGISTRO

           SET WRK-CN-OPEN                    TO TRUE
           SET WRK-CN-ARQCTL09                TO TRUE
           OPEN INPUT ARQCTL09
           IF WRK-FS-CTL09-OK
              READ ARQCTL09 INTO ARQCTL09-REGISTRO
           END-IF
           CLOSE ARQCTL09

           IF CTL9-VAL-LIMITE EQUAL ZEROS
              DISPLAY '*********************************************'
              DISPLAY '*       ERRO EM OPERACAO COM ARQUIVOS       *'
              DISPLAY '* CARTAO ARQCTL09 SEM O VALOR LIMITE        *'
              DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                 *'
              DISPLAY '*********************************************'
              MOVE 12                         TO RETURN-CODE
              PERFORM 9900-FINALIZAR
           END-IF

           IF CTL9-QTD-DIAS EQUAL ZEROS
              MOVE 5                          TO CTL9-QTD-DIAS
           END-IF

           IF CTL9-PERC-FAIXA EQUAL ZEROS
              MOVE 10                         TO CTL9-PERC-FAIXA
           END-IF

           IF CTL9-PERC-FAIXA GREATER 100
              MOVE 100                        TO CTL9-PERC-FAIXA
           END-IF

           IF CTL9-QTD-MINIMA EQUAL ZEROS
              MOVE 3                          TO CTL9-QTD-MINIMA
           END-IF

           IF CTL9-QTD-MIN-AGEN EQUAL ZEROS
              MOVE 1                          TO CTL9-QTD-MIN-AGEN
           END-IF

           COMPUTE WRK-VAL-PISO ROUNDED = CTL9-VAL-LIMITE -
                   (CTL9-VAL-LIMITE * CTL9-PERC-FAIXA / 100)

           COMPUTE WRK-QTD-SOMA-DIAS = CTL9-QTD-DIAS - 1

           MOVE CTL9-QTD-DIAS                 TO WRK-SMF-PAR-DIAS
           MOVE WRK-VAL-PISO                  TO WRK-SMF-PAR-PISO
           MOVE CTL9-VAL-LIMITE               TO WRK-SMF-PAR-LIMITE
           MOVE CTL9-QTD-MINIMA               TO WRK-SMF-PAR-MINIMA
           MOVE CTL9-QTD-MIN-AGEN             TO WRK-SMF-PAR-MIN-AGEN

           SET WRK-CN-OPEN                    TO TRUE
           OPEN INPUT ARQEXT01
                      ARQMST01
           OPEN OUTPUT ARQSMF01

           IF (NOT WRK-FS-EXT01-OK) OR (NOT WRK-FS-MST01-OK)
           OR (NOT WRK-FS-SMF01-OK)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3800-LER-EXTRATO
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    SELECIONA AS LINHAS DE DETALHE DE DEPOSITO DENTRO DA FAIXA  *
      *    (PISO ATE MENOS QUE O LIMITE) E AS GUARDA NA TABELA DO      *
      *    CPF. A TROCA DE CPF FECHA O GRUPO E DISPARA A ANALISE       *
      *----------------------------------------------------------------*
       3000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-GRUPO-ABERTO
           AND ARQEXT01-CPF NOT EQUAL WRK-CPF-GRUPO
              PERFORM 7000-ANALISA-GRUPO
           END-IF

           IF ARQEXT01-LIN-DETALHE
           AND (ARQEXT01-TIP-TRANS EQUAL 'D' OR ' ')
           AND ARQEXT01-VAL-MOV NOT LESS WRK-VAL-PISO
           AND ARQEXT01-VAL-MOV LESS CTL9-VAL-LIMITE
              ADD 1                   TO ACU-DEP-NA-FAIXA
              IF WRK-GRUPO-FECHADO
                 SET WRK-GRUPO-ABERTO TO TRUE
                 MOVE ARQEXT01-CPF    TO WRK-CPF-GRUPO
                 MOVE ZEROS           TO WRK-QTD-DEP
              END-IF
              IF WRK-QTD-DEP LESS 500
                 PERFORM 3200-GUARDA-DEPOSITO
              ELSE
                 DISPLAY '* TABELA DE DEPOSITOS CHEIA (500) - CPF '
                         ARQEXT01-CPF ' DATA ' ARQEXT01-DAT-DEPOS
                         ' IGNORADO *'
              END-IF
           END-IF

           PERFORM 3800-LER-EXTRATO
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GUARDA O DEPOSITO NA TABELA DO CPF EM ORDEM DE DATA (O      *
      *    EXTRATO VEM POR CPF, NAO NECESSARIAMENTE POR DATA)          *
      *----------------------------------------------------------------*
       3200-GUARDA-DEPOSITO SECTION.
      *----------------------------------------------------------------*
           ADD 1                      TO WRK-QTD-DEP
           MOVE WRK-QTD-DEP           TO WRK-IDX-DEP
           SET WRK-POSICAO-PENDENTE   TO TRUE

           PERFORM 3210-ABRE-POSICAO UNTIL WRK-POSICAO-ACHADA

           MOVE ARQEXT01-DAT-DEPOS    TO TAB-DEP-DATA (WRK-IDX-DEP)
           MOVE ARQEXT01-VAL-MOV      TO TAB-DEP-VALOR (WRK-IDX-DEP)
           MOVE ARQEXT01-COD-AGEN     TO TAB-DEP-AGEN (WRK-IDX-DEP)
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    DESLOCA UMA POSICAO PARA O FIM O DEPOSITO DE DATA MAIOR     *
      *    QUE A DO NOVO, ATE ACHAR A POSICAO DO NOVO DEPOSITO         *
      *----------------------------------------------------------------*
       3210-ABRE-POSICAO SECTION.
      *----------------------------------------------------------------*
           IF WRK-IDX-DEP EQUAL 1
              SET WRK-POSICAO-ACHADA  TO TRUE
           ELSE
              COMPUTE WRK-IDX-AUX = WRK-IDX-DEP - 1
              IF TAB-DEP-DATA (WRK-IDX-AUX) GREATER ARQEXT01-DAT-DEPOS
                 MOVE TAB-DEP (WRK-IDX-AUX) TO TAB-DEP (WRK-IDX-DEP)
                 MOVE WRK-IDX-AUX     TO WRK-IDX-DEP
              ELSE
                 SET WRK-POSICAO-ACHADA TO TRUE
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O PROXIMO REGISTRO DE ARQEXT01                           *
      *----------------------------------------------------------------*
       3800-LER-EXTRATO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                    TO TRUE
           SET WRK-CN-ARQEXT01                TO TRUE

           READ ARQEXT01 INTO ARQEXT01-REGISTRO

           IF (NOT WRK-FS-EXT01-OK) AND (NOT WRK-FS-EXT01-FIM)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-FS-EXT01-OK
              ADD 1                           TO ACU-LIDOS-ARQEXT01
           END-IF
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA WRK-SMF-LINHA NO RELATORIO, COM CABECALHO A CADA      *
      *    55 LINHAS                                                   *
      *----------------------------------------------------------------*
       3900-GRAVAR-LINHA SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE           TO TRUE
           SET WRK-CN-ARQSMF01        TO TRUE

           IF WRK-QTD-LINHAS GREATER 55
              ADD 1                   TO WRK-QTD-PAGINAS
              MOVE WRK-QTD-PAGINAS    TO WRK-SMF-PAGINA

              WRITE FD-ARQSMF01 FROM WRK-SMF-CABEC1
              IF NOT WRK-FS-SMF01-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
              WRITE FD-ARQSMF01 FROM WRK-SMF-CABEC2
              IF NOT WRK-FS-SMF01-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
              MOVE 2                  TO WRK-QTD-LINHAS
           END-IF

           WRITE FD-ARQSMF01 FROM WRK-SMF-LINHA

           IF NOT WRK-FS-SMF01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                      TO WRK-QTD-LINHAS
           .
      *----------------------------------------------------------------*
       3900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    FECHA O GRUPO DE CPF: COM A QTDE MINIMA DE DEPOSITOS NA     *
      *    FAIXA, AVALIA A JANELA QUE COMECA EM CADA DEPOSITO E        *
      *    GUARDA A DE MAIS DEPOSITOS QUE ATENDE AOS MINIMOS DO        *
      *    CARTAO - QUANDO HOUVER, O CPF E SUSPEITO                    *
      *----------------------------------------------------------------*
       7000-ANALISA-GRUPO SECTION.
      *----------------------------------------------------------------*
           ADD 1                      TO ACU-CPF-ANALISADOS
           SET WRK-GRUPO-FECHADO      TO TRUE
           MOVE ZEROS                 TO WRK-MELHOR-QTD

           IF WRK-QTD-DEP NOT LESS CTL9-QTD-MINIMA
              PERFORM 7100-AVALIA-JANELA
                 VARYING WRK-IDX-INI FROM 1 BY 1
                 UNTIL WRK-IDX-INI GREATER WRK-QTD-DEP
           END-IF

           IF WRK-MELHOR-QTD GREATER ZEROS
              PERFORM 7500-LISTA-SUSPEITO
           END-IF

           MOVE ZEROS                 TO WRK-QTD-DEP
           .
      *----------------------------------------------------------------*
       7000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    AVALIA A JANELA QUE COMECA NO DEPOSITO WRK-IDX-INI: CONTA   *
      *    OS DEPOSITOS ATE A DATA INICIAL MAIS (JANELA - 1) DIAS,     *
      *    AS AGENCIAS DISTINTAS E O VALOR                             *
      *----------------------------------------------------------------*
       7100-AVALIA-JANELA SECTION.
      *----------------------------------------------------------------*
           MOVE TAB-DEP-DATA (WRK-IDX-INI) TO WRK-DATA-TRABALHO-NUM
           PERFORM 7113-SOMA-UM-DIA WRK-QTD-SOMA-DIAS TIMES
           MOVE WRK-DATA-TRABALHO-NUM TO WRK-DATA-LIMITE

           MOVE ZEROS                 TO WRK-QTD-JANELA
                                         WRK-QTD-AGEN-JAN
                                         WRK-VAL-JANELA
           MOVE WRK-IDX-INI           TO WRK-IDX-DEP
           SET WRK-JANELA-ABERTA      TO TRUE

           PERFORM 7120-ESTENDE-JANELA UNTIL WRK-JANELA-FECHADA

           IF WRK-QTD-JANELA NOT LESS CTL9-QTD-MINIMA
           AND WRK-QTD-AGEN-JAN NOT LESS CTL9-QTD-MIN-AGEN
           AND WRK-QTD-JANELA GREATER WRK-MELHOR-QTD
              MOVE WRK-IDX-INI        TO WRK-MELHOR-INI
              COMPUTE WRK-MELHOR-FIM = WRK-IDX-DEP - 1
              MOVE WRK-QTD-JANELA     TO WRK-MELHOR-QTD
              MOVE WRK-QTD-AGEN-JAN   TO WRK-MELHOR-AGEN
              MOVE WRK-VAL-JANELA     TO WRK-MELHOR-VAL
           END-IF
           .
      *----------------------------------------------------------------*
       7100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    SOMA UM DIA A WRK-DATA-TRABALHO, TRATANDO A VIRADA DE       *
      *    MES E DE ANO                                                *
      *----------------------------------------------------------------*
       7113-SOMA-UM-DIA SECTION.
      *----------------------------------------------------------------*
           PERFORM 7114-DIAS-NO-MES

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
       7113-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    DEVOLVE EM WRK-DIAS-NO-MES A QTDE DE DIAS DO MES DE         *
      *    WRK-DATA-TRABALHO, TRATANDO O ANO BISSEXTO                  *
      *----------------------------------------------------------------*
       7114-DIAS-NO-MES SECTION.
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
              WHEN OTHER
                 MOVE 31              TO WRK-DIAS-NO-MES
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       7114-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    INCLUI NA JANELA O DEPOSITO WRK-IDX-DEP QUANDO A DATA       *
      *    NAO PASSA DA DATA LIMITE; O FIM DA TABELA OU UMA DATA       *
      *    ALEM DO LIMITE FECHA A JANELA                               *
      *----------------------------------------------------------------*
       7120-ESTENDE-JANELA SECTION.
      *----------------------------------------------------------------*
           IF WRK-IDX-DEP GREATER WRK-QTD-DEP
              SET WRK-JANELA-FECHADA  TO TRUE
           ELSE
              IF TAB-DEP-DATA (WRK-IDX-DEP) GREATER WRK-DATA-LIMITE
                 SET WRK-JANELA-FECHADA TO TRUE
              ELSE
                 ADD 1                TO WRK-QTD-JANELA
                 COMPUTE WRK-VAL-JANELA = WRK-VAL-JANELA +
                                           TAB-DEP-VALOR (WRK-IDX-DEP)
      *
      *          AGENCIA QUE NAO APARECEU ANTES NA JANELA
                 SET WRK-AGEN-NOVA    TO TRUE
                 PERFORM VARYING WRK-IDX-AUX FROM WRK-IDX-INI BY 1
                         UNTIL WRK-IDX-AUX NOT LESS WRK-IDX-DEP
                    IF TAB-DEP-AGEN (WRK-IDX-AUX) EQUAL
                       TAB-DEP-AGEN (WRK-IDX-DEP)
                       SET WRK-AGEN-REPETIDA TO TRUE
                    END-IF
                 END-PERFORM
                 IF WRK-AGEN-NOVA
                    ADD 1             TO WRK-QTD-AGEN-JAN
                 END-IF

                 ADD 1                TO WRK-IDX-DEP
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       7120-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    IMPRIME O CPF SUSPEITO (NOME E SEGMENTO DO CADASTRO), O     *
      *    PERIODO DA JANELA E OS DEPOSITOS QUE DISPARARAM A SUSPEITA  *
      *----------------------------------------------------------------*
       7500-LISTA-SUSPEITO SECTION.
      *----------------------------------------------------------------*
           ADD 1                      TO ACU-CPF-SUSPEITOS

           SET WRK-CN-READ            TO TRUE
           SET WRK-CN-ARQMST01        TO TRUE

           MOVE WRK-CPF-GRUPO         TO ARQMST01-CPF
           READ ARQMST01
              INVALID KEY
                 MOVE '*** NAO CONSTA NO CADASTRO ***'
                                      TO ARQMST01-NOME-CLIENTE
                 MOVE SPACES          TO ARQMST01-COD-SEGMENTO
           END-READ

           IF NOT WRK-FS-MST01-OK AND NOT WRK-FS-MST01-NAO-ACHOU
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE WRK-CPF-GRUPO (1:3)   TO WRK-SMF-CPF-1
           MOVE WRK-CPF-GRUPO (4:3)   TO WRK-SMF-CPF-2
           MOVE WRK-CPF-GRUPO (7:3)   TO WRK-SMF-CPF-3
           MOVE WRK-CPF-GRUPO (10:2)  TO WRK-SMF-CPF-4
           MOVE ARQMST01-NOME-CLIENTE TO WRK-SMF-NOME
           MOVE ARQMST01-COD-SEGMENTO TO WRK-SMF-SEGMENTO
           MOVE WRK-MELHOR-QTD        TO WRK-SMF-QTD-DEP
           MOVE WRK-MELHOR-AGEN       TO WRK-SMF-QTD-AGEN
           MOVE WRK-MELHOR-VAL        TO WRK-SMF-VAL-TOTAL
           MOVE WRK-SMF-SUSPEITO      TO WRK-SMF-LINHA
           PERFORM 3900-GRAVAR-LINHA

           MOVE TAB-DEP-DATA (WRK-MELHOR-INI) TO WRK-SMF-DATA-INI
           MOVE TAB-DEP-DATA (WRK-MELHOR-FIM) TO WRK-SMF-DATA-FIM
           MOVE WRK-SMF-PERIODO       TO WRK-SMF-LINHA
           PERFORM 3900-GRAVAR-LINHA

           PERFORM 7510-LISTA-DEPOSITO
              VARYING WRK-IDX-DEP FROM WRK-MELHOR-INI BY 1
              UNTIL WRK-IDX-DEP GREATER WRK-MELHOR-FIM
           .
      *----------------------------------------------------------------*
       7500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    IMPRIME O DEPOSITO WRK-IDX-DEP DA JANELA SUSPEITA           *
      *----------------------------------------------------------------*
       7510-LISTA-DEPOSITO SECTION.
      *----------------------------------------------------------------*
           MOVE TAB-DEP-DATA (WRK-IDX-DEP)  TO WRK-SMF-DEP-DATA
           MOVE TAB-DEP-AGEN (WRK-IDX-DEP)  TO WRK-SMF-DEP-AGEN
           MOVE TAB-DEP-VALOR (WRK-IDX-DEP) TO WRK-SMF-DEP-VALOR
           MOVE WRK-SMF-DEPOSITO      TO WRK-SMF-LINHA
           PERFORM 3900-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       7510-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA O RESUMO DA ANALISE NO FIM DO RELATORIO               *
      *----------------------------------------------------------------*
       8000-GRAVAR-RESUMO SECTION.
      *----------------------------------------------------------------*
           MOVE ACU-CPF-ANALISADOS    TO WRK-SMF-QTD-ANALISADOS
           MOVE ACU-DEP-NA-FAIXA      TO WRK-SMF-QTD-FAIXA
           MOVE ACU-CPF-SUSPEITOS     TO WRK-SMF-QTD-SUSPEITOS
           MOVE WRK-SMF-RESUMO        TO WRK-SMF-LINHA
           PERFORM 3900-GRAVAR-LINHA
           .
      *----------------------------------------------------------------*
       8000-99-FIM.
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
           DISPLAY '* FILE-STATUS CTL:' WRK-FS-ARQCTL09           '*'
           DISPLAY '* FILE-STATUS EXT:' WRK-FS-ARQEXT01           '*'
           DISPLAY '* FILE-STATUS MST:' WRK-FS-ARQMST01           '*'
           DISPLAY '* FILE-STATUS SMF:' WRK-FS-ARQSMF01           '*'
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
           CLOSE ARQEXT01
           CLOSE ARQMST01
           CLOSE ARQSMF01

           DISPLAY '************************************************'
           DISPLAY '* LINHAS DE EXTRATO LIDAS 'ACU-LIDOS-ARQEXT01
           DISPLAY '* DEPOSITOS NA FAIXA 'ACU-DEP-NA-FAIXA
           DISPLAY '* CPF ANALISADOS 'ACU-CPF-ANALISADOS
           DISPLAY '* CPF SUSPEITOS 'ACU-CPF-SUSPEITOS
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
              MOVE ACU-LIDOS-ARQEXT01      TO JRN-QTD-LIDOS
              MOVE ACU-CPF-SUSPEITOS       TO JRN-QTD-GRAVADOS
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
       END PROGRAM EXER0219.
