      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. EXER0221.
       AUTHOR.     JOHNATHAN.
      *================================================================*
      *              C A P G E M I N I - S I S T E M A S               *
      *================================================================*
      *    PROGRAMA....: EXER0221
      *    PROGRAMADOR.: JOHNATHAN
      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   CONFERIR O RETORNO DA CONTABILIDADE         *
      *                    (ARQACK01) CONTRA OS LANCAMENTOS ENVIADOS   *
      *                    NA INTERFACE ARQLCT01 (EXER0216) E OS QUE   *
      *                    FICARAM SEM RETORNO EM CONFERENCIAS         *
      *                    ANTERIORES (ARQLAB01), CASANDO POR          *
      *                    AGENCIA, DATA, TIPO DE TRANSACAO E          *
      *                    NATUREZA. GERA O RELATORIO ARQCNF01 DOS     *
      *                    LANCAMENTOS CONTABILIZADOS, RECUSADOS E     *
      *                    SEM RETORNO; GRAVA OS SEM RETORNO NA NOVA   *
      *                    GERACAO ARQLAN01 E OS PARES RECUSADOS,      *
      *                    JUNTO COM OS JA PENDENTES (ARQLPD01), NA    *
      *                    NOVA GERACAO DE PENDENTES ARQLPN01, QUE     *
      *                    EXER0216 REENVIA APOS A CORRECAO DO         *
      *                    CARTAO ARQPLN01.                            *
      *                    RETURN-CODE: 0 = NADA EM ATRASO;            *
      *                    4 = HA LANCAMENTO NAO CONTABILIZADO COM     *
      *                    DATA DO MOVIMENTO MAIS ANTIGA QUE O LIMITE  *
      *                    DE DIAS DO CARTAO ARQCTL11;                 *
      *                    12 = CANCELAMENTO.                          *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQCTL11                                  CTL02121        *
      *      ARQLCT01                                  LCT02116        *
      *      ARQLAB01                                  LCT02116        *
      *      ARQACK01                                  ACK02121        *
      *      ARQLPD01                                  LPD02121        *
      *      ARQLAN01                                  LCT02116        *
      *      ARQLPN01                                  LPD02121        *
      *      ARQCNF01                                  (LINHAS 132)    *
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
           SELECT ARQCTL11 ASSIGN       TO UT-S-ARQCTL11
                      FILE STATUS      IS WRK-FS-ARQCTL11.
      *
           SELECT ARQLCT01 ASSIGN       TO UT-S-ARQLCT01
                      FILE STATUS      IS WRK-FS-ARQLCT01.
      *
           SELECT ARQLAB01 ASSIGN       TO UT-S-ARQLAB01
                      FILE STATUS      IS WRK-FS-ARQLAB01.
      *
           SELECT ARQACK01 ASSIGN       TO UT-S-ARQACK01
                      FILE STATUS      IS WRK-FS-ARQACK01.
      *
           SELECT ARQLPD01 ASSIGN       TO UT-S-ARQLPD01
                      FILE STATUS      IS WRK-FS-ARQLPD01.
      *
           SELECT ARQLAN01 ASSIGN       TO UT-S-ARQLAN01
                      FILE STATUS      IS WRK-FS-ARQLAN01.
      *
           SELECT ARQLPN01 ASSIGN       TO UT-S-ARQLPN01
                      FILE STATUS      IS WRK-FS-ARQLPN01.
      *
           SELECT ARQCNF01 ASSIGN       TO UT-S-ARQCNF01
                      FILE STATUS      IS WRK-FS-ARQCNF01.
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

       FD  ARQCTL11
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQCTL11             PIC X(80).

      *---------------------------------------------------------------*
      *   INPUT:     INTERFACE CONTABIL ENVIADA (EXER0216)            *
      *               ORG. SEQUENCIAL   -   LRECL = 45                *
      *---------------------------------------------------------------*

       FD  ARQLCT01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQLCT01             PIC X(45).

      *---------------------------------------------------------------*
      *   INPUT:     LANCAMENTOS ENVIADOS AINDA SEM RETORNO           *
      *               ORG. SEQUENCIAL   -   LRECL = 45                *
      *---------------------------------------------------------------*

       FD  ARQLAB01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQLAB01             PIC X(45).

      *---------------------------------------------------------------*
      *   INPUT:     RETORNO DA CONTABILIDADE                         *
      *               ORG. SEQUENCIAL   -   LRECL = 80                *
      *---------------------------------------------------------------*

       FD  ARQACK01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQACK01             PIC X(80).

      *---------------------------------------------------------------*
      *   INPUT:     PARES RECUSADOS AINDA PENDENTES DE REENVIO       *
      *               ORG. SEQUENCIAL   -   LRECL = 80                *
      *---------------------------------------------------------------*

       FD  ARQLPD01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQLPD01             PIC X(80).

      *---------------------------------------------------------------*
      *   OUTPUT:    NOVA GERACAO DOS LANCAMENTOS SEM RETORNO         *
      *               ORG. SEQUENCIAL   -   LRECL = 45                *
      *---------------------------------------------------------------*

       FD  ARQLAN01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQLAN01             PIC X(45).

      *---------------------------------------------------------------*
      *   OUTPUT:    NOVA GERACAO DOS PARES PENDENTES DE REENVIO      *
      *               ORG. SEQUENCIAL   -   LRECL = 80                *
      *---------------------------------------------------------------*

       FD  ARQLPN01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQLPN01             PIC X(80).

      *---------------------------------------------------------------*
      *   OUTPUT:    RELATORIO DA CONFERENCIA DO RETORNO CONTABIL     *
      *               ORG. SEQUENCIAL   -   LRECL = 132               *
      *---------------------------------------------------------------*

       FD  ARQCNF01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQCNF01             PIC X(132).

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
             'EXER0221 - INICIO DA AREA DE WORKING'.
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0221'.
       77 ACU-LIDOS-ARQLCT01      PIC  9(009) VALUE ZEROS.
       77 ACU-LIDOS-ARQLAB01      PIC  9(009) VALUE ZEROS.
       77 ACU-LIDOS-ARQACK01      PIC  9(009) VALUE ZEROS.
       77 ACU-LIDOS-ARQLPD01      PIC  9(009) VALUE ZEROS.
       77 ACU-GRAVA-ARQLAN01      PIC  9(009) VALUE ZEROS.
       77 ACU-GRAVA-ARQLPN01      PIC  9(009) VALUE ZEROS.
       77 ACU-QTD-CONTABILIZADOS  PIC  9(009) VALUE ZEROS.
       77 ACU-QTD-RECUSADOS       PIC  9(009) VALUE ZEROS.
       77 ACU-QTD-SEM-RETORNO     PIC  9(009) VALUE ZEROS.
       77 ACU-QTD-PENDENTES       PIC  9(009) VALUE ZEROS.
       77 ACU-QTD-RET-SEM-ENVIO   PIC  9(009) VALUE ZEROS.
       77 ACU-QTD-ATRASADOS       PIC  9(009) VALUE ZEROS.
       77 ACU-VAL-CONTABILIZADOS  PIC  S9(015)V99 VALUE ZEROS.
       77 ACU-VAL-RECUSADOS       PIC  S9(015)V99 VALUE ZEROS.
       77 ACU-VAL-SEM-RETORNO     PIC  S9(015)V99 VALUE ZEROS.
       77 ACU-VAL-PENDENTES       PIC  S9(015)V99 VALUE ZEROS.
       77 WRK-QTD-TRL-ACK         PIC  9(009) VALUE ZEROS.
       77 WRK-QTD-ABE             PIC  9(004) VALUE ZEROS.
       77 WRK-IDX-ABE             PIC  9(004) VALUE ZEROS.
       77 WRK-IDX-AUX             PIC  9(004) VALUE ZEROS.
       77 WRK-IDX-ACHOU           PIC  9(004) VALUE ZEROS.
       77 WRK-IDX-PAR             PIC  9(004) VALUE ZEROS.
       77 WRK-NAT-PAR             PIC  X(001) VALUE SPACES.
       77 WRK-DATA-CORTE          PIC  9(008) VALUE ZEROS.
       77 WRK-QTD-LINHAS          PIC  9(003) VALUE 999.
       77 WRK-QTD-PAGINAS         PIC  9(004) VALUE ZEROS.

       77 WRK-FLAG-LAB            PIC  X(001) VALUE 'S'.
          88 WRK-LAB-PRESENTE               VALUE 'S'.
          88 WRK-LAB-AUSENTE                VALUE 'N'.

       77 WRK-FLAG-LPD            PIC  X(001) VALUE 'S'.
          88 WRK-LPD-PRESENTE               VALUE 'S'.
          88 WRK-LPD-AUSENTE                VALUE 'N'.

       77 WRK-FLAG-TRAILER-ACK    PIC  X(001) VALUE 'N'.
          88 WRK-TRAILER-ACK-LIDO           VALUE 'S'.
          88 WRK-TRAILER-ACK-PENDENTE       VALUE 'N'.

       77 WRK-FLAG-PASSADA        PIC  X(001) VALUE 'R'.
          88 WRK-PASSADA-RECUSADOS          VALUE 'R'.
          88 WRK-PASSADA-DEMAIS             VALUE 'D'.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQCTL11      VALUE 'ARQCTL11'.
          88 WRK-CN-ARQLCT01      VALUE 'ARQLCT01'.
          88 WRK-CN-ARQLAB01      VALUE 'ARQLAB01'.
          88 WRK-CN-ARQACK01      VALUE 'ARQACK01'.
          88 WRK-CN-ARQLPD01      VALUE 'ARQLPD01'.
          88 WRK-CN-ARQLAN01      VALUE 'ARQLAN01'.
          88 WRK-CN-ARQLPN01      VALUE 'ARQLPN01'.
          88 WRK-CN-ARQCNF01      VALUE 'ARQCNF01'.

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
       01 WRK-FS-ARQCTL11         PIC  X(002) VALUE SPACES.
          88 WRK-FS-CTL11-OK                  VALUE '00'.
          88 WRK-FS-CTL11-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQLCT01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-LCT01-OK                  VALUE '00'.
          88 WRK-FS-LCT01-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQLAB01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-LAB01-OK                  VALUE '00'.
          88 WRK-FS-LAB01-FIM                 VALUE '10'.
          88 WRK-FS-LAB01-AUSENTE             VALUE '35'.
      *
       01 WRK-FS-ARQACK01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-ACK01-OK                  VALUE '00'.
          88 WRK-FS-ACK01-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQLPD01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-LPD01-OK                  VALUE '00'.
          88 WRK-FS-LPD01-FIM                 VALUE '10'.
          88 WRK-FS-LPD01-AUSENTE             VALUE '35'.
      *
       01 WRK-FS-ARQLAN01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-LAN01-OK                  VALUE '00'.
      *
       01 WRK-FS-ARQLPN01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-LPN01-OK                  VALUE '00'.
      *
       01 WRK-FS-ARQCNF01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-CNF01-OK                  VALUE '00'.
      *
       01 WRK-FS-ARQJRN01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-JRN01-OK                  VALUE '00'.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DA TABELA DOS LANCAMENTOS A CONFERIR'.
      *----------------------------------------------------------------*
      *
       01 TAB-ABERTOS.
          05 TAB-ABE              OCCURS 5000 TIMES.
             10 TAB-ABE-AGEN      PIC X(004).
             10 TAB-ABE-DAT       PIC 9(008).
             10 TAB-ABE-TIP       PIC X(001).
             10 TAB-ABE-NAT       PIC X(001).
             10 TAB-ABE-CONTA     PIC X(010).
             10 TAB-ABE-VAL       PIC S9(013)V99.
             10 TAB-ABE-REENVIO   PIC X(001).
             10 TAB-ABE-SIT       PIC X(001).
                88 TAB-ABE-SEM-RETORNO        VALUE ' '.
                88 TAB-ABE-CONTABILIZADO      VALUE 'P'.
                88 TAB-ABE-RECUSADO           VALUE 'R'.
             10 TAB-ABE-COD-RECUSA PIC X(004).
             10 TAB-ABE-DES-RECUSA PIC X(030).
             10 TAB-ABE-TRATADO   PIC X(001).
                88 TAB-ABE-JA-TRATADO         VALUE 'S'.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DAS LINHAS DO RELATORIO DE CONFERENCIA'.
      *----------------------------------------------------------------*
      *
       01 WRK-CNF-CABEC1.
          05 FILLER                  PIC  X(050) VALUE
             'EXER0221 - CONFERENCIA DO RETORNO CONTABIL'.
          05 FILLER                  PIC  X(011) VALUE 'DATA REF: '.
          05 WRK-CNF-DATA-REF        PIC  9(008).
          05 FILLER                  PIC  X(014) VALUE
             '  ATRASO ANTES'.
          05 FILLER                  PIC  X(005) VALUE ' DE: '.
          05 WRK-CNF-DATA-CORTE      PIC  9(008).
          05 FILLER                  PIC  X(008) VALUE '   PAG: '.
          05 WRK-CNF-PAGINA          PIC  9(004).
          05 FILLER                  PIC  X(024) VALUE SPACES.

       01 WRK-CNF-CABEC2.
          05 FILLER                  PIC  X(052) VALUE
             'AGEN DATA MOV  T N CONTA                       VALOR'.
          05 FILLER                  PIC  X(027) VALUE
             '  SITUACAO'.
          05 FILLER                  PIC  X(053) VALUE
             'RECUSA'.

       01 WRK-CNF-DETALHE.
          05 WRK-CNF-AGEN            PIC  X(004).
          05 FILLER                  PIC  X(001) VALUE SPACES.
          05 WRK-CNF-DATA            PIC  9(008).
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-CNF-TIP             PIC  X(001).
          05 FILLER                  PIC  X(001) VALUE SPACES.
          05 WRK-CNF-NAT             PIC  X(001).
          05 FILLER                  PIC  X(001) VALUE SPACES.
          05 WRK-CNF-CONTA           PIC  X(010).
          05 FILLER                  PIC  X(001) VALUE SPACES.
          05 WRK-CNF-VALOR           PIC  -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-CNF-SITUACAO        PIC  X(024).
          05 FILLER                  PIC  X(001) VALUE SPACES.
          05 WRK-CNF-COD-RECUSA      PIC  X(004).
          05 FILLER                  PIC  X(001) VALUE SPACES.
          05 WRK-CNF-DES-RECUSA      PIC  X(030).
          05 FILLER                  PIC  X(001) VALUE SPACES.
          05 WRK-CNF-ATRASO          PIC  X(009).
          05 FILLER                  PIC  X(007) VALUE SPACES.

       01 WRK-CNF-TOTAL.
          05 WRK-CNF-TOT-DESCRICAO   PIC  X(040).
          05 WRK-CNF-TOT-QTD         PIC  ZZZ.ZZZ.ZZ9.
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-CNF-TOT-VALOR       PIC  -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC  X(057) VALUE SPACES.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *----------------------------------------------------------------*
      *
           COPY CTL02121.
           COPY LCT02116.
           COPY ACK02121.
           COPY LPD02121.
           COPY JRN02117.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'EXER0221 - FIM DA AREA DE WORKING'.
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
           IF WRK-LAB-PRESENTE
              PERFORM 2000-CARREGAR-ABERTOS UNTIL WRK-FS-LAB01-FIM
           END-IF
           PERFORM 2100-CARREGAR-ENVIO UNTIL WRK-FS-LCT01-FIM
      *
           PERFORM 3000-CONFERIR-RETORNO UNTIL WRK-FS-ACK01-FIM
           PERFORM 3900-VALIDAR-TRAILER-ACK
      *
           IF WRK-LPD-PRESENTE
              PERFORM 5000-MANTER-PENDENTE UNTIL WRK-FS-LPD01-FIM
           END-IF
      *
      *
      *    OS RECUSADOS SAO APURADOS PRIMEIRO, COM A TABELA AINDA
      *    INTACTA, PARA QUE A OUTRA PERNA DO PAR SEJA ENCONTRADA
      *    QUALQUER QUE SEJA A SUA SITUACAO E A ORDEM DE ENVIO; A
      *    SEGUNDA PASSADA APURA O QUE NAO ENTROU EM PAR RECUSADO.
           SET WRK-PASSADA-RECUSADOS          TO TRUE
           PERFORM 7000-APURAR-LANCAMENTO
              VARYING WRK-IDX-ABE FROM 1 BY 1
              UNTIL WRK-IDX-ABE GREATER WRK-QTD-ABE

           SET WRK-PASSADA-DEMAIS             TO TRUE
           PERFORM 7000-APURAR-LANCAMENTO
              VARYING WRK-IDX-ABE FROM 1 BY 1
              UNTIL WRK-IDX-ABE GREATER WRK-QTD-ABE
      *
           PERFORM 8000-IMPRIMIR-TOTAIS
      *
           IF ACU-QTD-ATRASADOS GREATER ZEROS
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
      *    ROTINA DE INICIALIZACAO: LE O CARTAO, CALCULA A DATA DE     *
      *    CORTE DO ATRASO E ABRE OS ARQUIVOS                          *
      *----------------------------------------------------------------*
       1000-INICIALIZAR SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                         TO CT11-DATA-REF
           MOVE ZEROS                         TO CT11-QTD-DIAS-LIMITE

           SET WRK-CN-OPEN                    TO TRUE
           SET WRK-CN-ARQCTL11                TO TRUE
           OPEN INPUT ARQCTL11
           IF WRK-FS-CTL11-OK
              READ ARQCTL11 INTO ARQCTL11-REGISTRO
           END-IF
           CLOSE ARQCTL11

           IF (CT11-DATA-REF NOT NUMERIC)
           OR (CT11-DATA-REF EQUAL ZEROS)
              MOVE FUNCTION CURRENT-DATE(1:8) TO CT11-DATA-REF
           END-IF

           IF (CT11-QTD-DIAS-LIMITE NOT NUMERIC)
           OR (CT11-QTD-DIAS-LIMITE EQUAL ZEROS)
              MOVE 5                          TO CT11-QTD-DIAS-LIMITE
           END-IF
      *
      *    DATA DE CORTE: REFERENCIA MENOS O LIMITE EM DIAS CORRIDOS.
      *    LANCAMENTO NAO CONTABILIZADO COM DATA DO MOVIMENTO ANTERIOR
      *    AO CORTE ESTA EM ATRASO.
           MOVE CT11-DATA-REF                 TO WRK-DATA-TRABALHO-NUM
           PERFORM 1210-SUBTRAI-UM-DIA CT11-QTD-DIAS-LIMITE TIMES
           MOVE WRK-DATA-TRABALHO-NUM         TO WRK-DATA-CORTE

           MOVE CT11-DATA-REF                 TO WRK-CNF-DATA-REF
           MOVE WRK-DATA-CORTE                TO WRK-CNF-DATA-CORTE

           SET WRK-CN-ARQLCT01                TO TRUE
           OPEN INPUT  ARQLCT01
           OPEN INPUT  ARQACK01
           OPEN OUTPUT ARQLAN01
           OPEN OUTPUT ARQLPN01
           OPEN OUTPUT ARQCNF01

           IF (NOT WRK-FS-LCT01-OK) OR (NOT WRK-FS-ACK01-OK)
           OR (NOT WRK-FS-LAN01-OK) OR (NOT WRK-FS-LPN01-OK)
           OR (NOT WRK-FS-CNF01-OK)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
      *
      *    OS LANCAMENTOS SEM RETORNO E OS PARES PENDENTES SO EXISTEM
      *    DEPOIS DA PRIMEIRA CONFERENCIA - A AUSENCIA DO ARQUIVO NO
      *    JOB (FILE-STATUS 35) SIGNIFICA NADA EM ABERTO E NAO E ERRO.
           SET WRK-CN-ARQLAB01                TO TRUE
           OPEN INPUT ARQLAB01
           IF WRK-FS-LAB01-AUSENTE
              SET WRK-LAB-AUSENTE             TO TRUE
           ELSE
              IF NOT WRK-FS-LAB01-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

           SET WRK-CN-ARQLPD01                TO TRUE
           OPEN INPUT ARQLPD01
           IF WRK-FS-LPD01-AUSENTE
              SET WRK-LPD-AUSENTE             TO TRUE
           ELSE
              IF NOT WRK-FS-LPD01-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    SUBTRAI UM DIA DE WRK-DATA-TRABALHO, TRATANDO A VIRADA DE   *
      *    MES E DE ANO                                                *
      *----------------------------------------------------------------*
       1210-SUBTRAI-UM-DIA SECTION.
      *----------------------------------------------------------------*
           IF WRK-DT-DIA GREATER 1
              SUBTRACT 1              FROM WRK-DT-DIA
           ELSE
              IF WRK-DT-MES GREATER 1
                 SUBTRACT 1           FROM WRK-DT-MES
              ELSE
                 MOVE 12              TO WRK-DT-MES
                 SUBTRACT 1           FROM WRK-DT-ANO
              END-IF
              PERFORM 1220-DIAS-NO-MES
              MOVE WRK-DIAS-NO-MES    TO WRK-DT-DIA
           END-IF
           .
      *----------------------------------------------------------------*
       1210-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    DEVOLVE EM WRK-DIAS-NO-MES A QTDE DE DIAS DO MES DE         *
      *    WRK-DATA-TRABALHO, TRATANDO O ANO BISSEXTO                  *
      *----------------------------------------------------------------*
       1220-DIAS-NO-MES SECTION.
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
       1220-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CARREGA NA TABELA OS LANCAMENTOS QUE FICARAM SEM RETORNO    *
      *    NAS CONFERENCIAS ANTERIORES                                 *
      *----------------------------------------------------------------*
       2000-CARREGAR-ABERTOS SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                    TO TRUE
           SET WRK-CN-ARQLAB01                TO TRUE

           READ ARQLAB01 INTO ARQLCT01-REGISTRO

           IF (NOT WRK-FS-LAB01-OK) AND (NOT WRK-FS-LAB01-FIM)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-FS-LAB01-OK
              ADD 1                           TO ACU-LIDOS-ARQLAB01
              PERFORM 2900-INCLUIR-NA-TABELA
           END-IF
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CARREGA NA TABELA OS LANCAMENTOS DA INTERFACE ENVIADA       *
      *    (O TRAILER NAO E LANCAMENTO)                                *
      *----------------------------------------------------------------*
       2100-CARREGAR-ENVIO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                    TO TRUE
           SET WRK-CN-ARQLCT01                TO TRUE

           READ ARQLCT01 INTO ARQLCT01-REGISTRO

           IF (NOT WRK-FS-LCT01-OK) AND (NOT WRK-FS-LCT01-FIM)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-FS-LCT01-OK
              IF ARQLCT01-REG-DETALHE
                 ADD 1                        TO ACU-LIDOS-ARQLCT01
                 PERFORM 2900-INCLUIR-NA-TABELA
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    INCLUI NA TABELA O LANCAMENTO EM ARQLCT01-REGISTRO, AINDA   *
      *    SEM RETORNO. TABELA CHEIA CANCELA - A CONFERENCIA NAO PODE  *
      *    SAIR PARCIAL                                                *
      *----------------------------------------------------------------*
       2900-INCLUIR-NA-TABELA SECTION.
      *----------------------------------------------------------------*
           IF WRK-QTD-ABE NOT LESS 5000
              DISPLAY '*********************************************'
              DISPLAY '* TABELA DE LANCAMENTOS CHEIA (5000) -      *'
              DISPLAY '* CONFERENCIA DO RETORNO INCOMPLETA         *'
              DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                 *'
              DISPLAY '*********************************************'
              MOVE 12                 TO RETURN-CODE
              PERFORM 9900-FINALIZAR
           END-IF

           ADD 1                      TO WRK-QTD-ABE
           INITIALIZE TAB-ABE (WRK-QTD-ABE)
           MOVE ARQLCT01-COD-AGEN     TO TAB-ABE-AGEN (WRK-QTD-ABE)
           MOVE ARQLCT01-DAT-MOV      TO TAB-ABE-DAT (WRK-QTD-ABE)
           MOVE ARQLCT01-TIP-TRANS    TO TAB-ABE-TIP (WRK-QTD-ABE)
           MOVE ARQLCT01-NATUREZA     TO TAB-ABE-NAT (WRK-QTD-ABE)
           MOVE ARQLCT01-CONTA        TO TAB-ABE-CONTA (WRK-QTD-ABE)
           MOVE ARQLCT01-VALOR        TO TAB-ABE-VAL (WRK-QTD-ABE)
           MOVE ARQLCT01-IND-REENVIO  TO TAB-ABE-REENVIO (WRK-QTD-ABE)
           .
      *----------------------------------------------------------------*
       2900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O RETORNO DA CONTABILIDADE E MARCA A SITUACAO NO         *
      *    PRIMEIRO LANCAMENTO AINDA SEM RETORNO COM A MESMA AGENCIA,  *
      *    DATA, TIPO E NATUREZA. RETORNO SEM LANCAMENTO ENVIADO E     *
      *    LISTADO NO RELATORIO                                        *
      *----------------------------------------------------------------*
       3000-CONFERIR-RETORNO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                    TO TRUE
           SET WRK-CN-ARQACK01                TO TRUE

           READ ARQACK01 INTO ARQACK01-REGISTRO

           IF (NOT WRK-FS-ACK01-OK) AND (NOT WRK-FS-ACK01-FIM)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-FS-ACK01-OK
              IF ARQACK01-REG-TRAILER
                 MOVE ARQACK01-TRL-QTD        TO WRK-QTD-TRL-ACK
                 SET WRK-TRAILER-ACK-LIDO     TO TRUE
              ELSE
                 ADD 1                        TO ACU-LIDOS-ARQACK01
                 MOVE ZEROS                   TO WRK-IDX-ACHOU
                 PERFORM VARYING WRK-IDX-AUX FROM 1 BY 1
                         UNTIL WRK-IDX-AUX GREATER WRK-QTD-ABE
                            OR WRK-IDX-ACHOU GREATER ZEROS
                    IF TAB-ABE-SEM-RETORNO (WRK-IDX-AUX)
                    AND (TAB-ABE-AGEN (WRK-IDX-AUX) EQUAL
                         ARQACK01-COD-AGEN)
                    AND (TAB-ABE-DAT (WRK-IDX-AUX) EQUAL
                         ARQACK01-DAT-MOV)
                    AND (TAB-ABE-TIP (WRK-IDX-AUX) EQUAL
                         ARQACK01-TIP-TRANS)
                    AND (TAB-ABE-NAT (WRK-IDX-AUX) EQUAL
                         ARQACK01-NATUREZA)
                       MOVE WRK-IDX-AUX       TO WRK-IDX-ACHOU
                    END-IF
                 END-PERFORM

                 IF WRK-IDX-ACHOU EQUAL ZEROS
                    PERFORM 3100-LISTAR-RETORNO-SEM-ENVIO
                 ELSE
                    IF ARQACK01-RECUSADO
                       MOVE 'R'   TO TAB-ABE-SIT (WRK-IDX-ACHOU)
                       MOVE ARQACK01-COD-RECUSA
                                  TO TAB-ABE-COD-RECUSA (WRK-IDX-ACHOU)
                       MOVE ARQACK01-DES-RECUSA
                                  TO TAB-ABE-DES-RECUSA (WRK-IDX-ACHOU)
                    ELSE
                       MOVE 'P'   TO TAB-ABE-SIT (WRK-IDX-ACHOU)
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LISTA O RETORNO QUE NAO CASOU COM NENHUM LANCAMENTO         *
      *    ENVIADO E AINDA SEM RETORNO                                 *
      *----------------------------------------------------------------*
       3100-LISTAR-RETORNO-SEM-ENVIO SECTION.
      *----------------------------------------------------------------*
           ADD 1                      TO ACU-QTD-RET-SEM-ENVIO

           MOVE ARQACK01-COD-AGEN     TO WRK-CNF-AGEN
           MOVE ARQACK01-DAT-MOV      TO WRK-CNF-DATA
           MOVE ARQACK01-TIP-TRANS    TO WRK-CNF-TIP
           MOVE ARQACK01-NATUREZA     TO WRK-CNF-NAT
           MOVE ARQACK01-CONTA        TO WRK-CNF-CONTA
           MOVE ARQACK01-VALOR        TO WRK-CNF-VALOR
           MOVE 'RETORNO SEM ENVIO'   TO WRK-CNF-SITUACAO
           MOVE ARQACK01-COD-RECUSA   TO WRK-CNF-COD-RECUSA
           MOVE ARQACK01-DES-RECUSA   TO WRK-CNF-DES-RECUSA
           MOVE SPACES                TO WRK-CNF-ATRASO

           PERFORM 7900-GRAVAR-LINHA-DETALHE
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CONFERE A QTDE DE DETALHES DO RETORNO CONTRA O TRAILER.     *
      *    RETORNO SEM TRAILER OU COM QTDE DIFERENTE CANCELA - A       *
      *    TRANSMISSAO ESTA INCOMPLETA E OS LANCAMENTOS NAO CASADOS    *
      *    SERIAM DADOS COMO SEM RETORNO                               *
      *----------------------------------------------------------------*
       3900-VALIDAR-TRAILER-ACK SECTION.
      *----------------------------------------------------------------*
           IF WRK-TRAILER-ACK-PENDENTE
           OR WRK-QTD-TRL-ACK NOT EQUAL ACU-LIDOS-ARQACK01
              DISPLAY '*********************************************'
              DISPLAY '*   RETORNO DA CONTABILIDADE INCOMPLETO     *'
              DISPLAY '* DETALHES LIDOS....: 'ACU-LIDOS-ARQACK01
              DISPLAY '* QTDE NO TRAILER...: 'WRK-QTD-TRL-ACK
              DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                 *'
              DISPLAY '*********************************************'
              MOVE 12                 TO RETURN-CODE
              PERFORM 9900-FINALIZAR
           END-IF
           .
      *----------------------------------------------------------------*
       3900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    REGRAVA NA NOVA GERACAO O PAR QUE CONTINUA PENDENTE DE      *
      *    REENVIO (NAO CORRIGIDO NO CARTAO ARQPLN01), LISTANDO-O NO   *
      *    RELATORIO E APURANDO O ATRASO                               *
      *----------------------------------------------------------------*
       5000-MANTER-PENDENTE SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                    TO TRUE
           SET WRK-CN-ARQLPD01                TO TRUE

           READ ARQLPD01 INTO ARQLPD01-REGISTRO

           IF (NOT WRK-FS-LPD01-OK) AND (NOT WRK-FS-LPD01-FIM)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-FS-LPD01-OK
              ADD 1                           TO ACU-LIDOS-ARQLPD01
              ADD 1                           TO ACU-QTD-PENDENTES
              ADD LPD-VALOR                   TO ACU-VAL-PENDENTES

              MOVE LPD-COD-AGEN               TO WRK-CNF-AGEN
              MOVE LPD-DAT-MOV                TO WRK-CNF-DATA
              MOVE LPD-TIP-TRANS              TO WRK-CNF-TIP
              MOVE SPACES                     TO WRK-CNF-NAT
              MOVE LPD-CTA-DEBITO             TO WRK-CNF-CONTA
              MOVE LPD-VALOR                  TO WRK-CNF-VALOR
              MOVE 'PENDENTE DE REENVIO'      TO WRK-CNF-SITUACAO
              MOVE LPD-COD-RECUSA             TO WRK-CNF-COD-RECUSA
              MOVE SPACES                     TO WRK-CNF-DES-RECUSA
              PERFORM 7800-APURAR-ATRASO-PENDENTE
              PERFORM 7900-GRAVAR-LINHA-DETALHE

              PERFORM 7700-GRAVAR-ARQLPN01
           END-IF
           .
      *----------------------------------------------------------------*
       5000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    APURA O LANCAMENTO DA POSICAO WRK-IDX-ABE. NA PASSADA DOS   *
      *    RECUSADOS SO O RECUSADO E TRATADO: LEVA O PAR (DEBITO E     *
      *    CREDITO DA MESMA AGENCIA, DATA E TIPO) PARA OS PENDENTES.   *
      *    NA PASSADA SEGUINTE, CONTABILIZADO SAI DO CONTROLE E SEM    *
      *    RETORNO VAI PARA A NOVA GERACAO DE ARQLAN01                 *
      *----------------------------------------------------------------*
       7000-APURAR-LANCAMENTO SECTION.
      *----------------------------------------------------------------*
           IF NOT TAB-ABE-JA-TRATADO (WRK-IDX-ABE)
              IF WRK-PASSADA-RECUSADOS
                 IF TAB-ABE-RECUSADO (WRK-IDX-ABE)
                    PERFORM 7100-TRATAR-PAR-RECUSADO
                    MOVE 'S'          TO TAB-ABE-TRATADO (WRK-IDX-ABE)
                 END-IF
              ELSE
                 IF TAB-ABE-CONTABILIZADO (WRK-IDX-ABE)
                    ADD 1             TO ACU-QTD-CONTABILIZADOS
                    ADD TAB-ABE-VAL (WRK-IDX-ABE)
                                      TO ACU-VAL-CONTABILIZADOS
                    MOVE WRK-IDX-ABE  TO WRK-IDX-AUX
                    MOVE 'CONTABILIZADO'
                                      TO WRK-CNF-SITUACAO
                    PERFORM 7850-LISTAR-LANCAMENTO
                 ELSE
                    ADD 1             TO ACU-QTD-SEM-RETORNO
                    ADD TAB-ABE-VAL (WRK-IDX-ABE)
                                      TO ACU-VAL-SEM-RETORNO
                    MOVE WRK-IDX-ABE  TO WRK-IDX-AUX
                    MOVE 'SEM RETORNO'
                                      TO WRK-CNF-SITUACAO
                    PERFORM 7850-LISTAR-LANCAMENTO
                    PERFORM 7600-GRAVAR-ARQLAN01
                 END-IF
                 MOVE 'S'             TO TAB-ABE-TRATADO (WRK-IDX-ABE)
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       7000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LOCALIZA A OUTRA PERNA DO PAR RECUSADO (NA PASSADA DOS      *
      *    RECUSADOS SO A PERNA DE UM PAR JA GRAVADO ESTA TRATADA),    *
      *    LISTA AS DUAS E GRAVA O PAR NOS PENDENTES COM AS CONTAS DO  *
      *    ENVIO. UMA PERNA JA CONTABILIZADA NO PAR RECUSADO E         *
      *    DESTACADA PARA ACERTO MANUAL NO RAZAO                       *
      *----------------------------------------------------------------*
       7100-TRATAR-PAR-RECUSADO SECTION.
      *----------------------------------------------------------------*
           IF TAB-ABE-NAT (WRK-IDX-ABE) EQUAL 'D'
              MOVE 'C'                TO WRK-NAT-PAR
           ELSE
              MOVE 'D'                TO WRK-NAT-PAR
           END-IF

           MOVE ZEROS                 TO WRK-IDX-PAR
           PERFORM VARYING WRK-IDX-AUX FROM 1 BY 1
                   UNTIL WRK-IDX-AUX GREATER WRK-QTD-ABE
                      OR WRK-IDX-PAR GREATER ZEROS
              IF NOT TAB-ABE-JA-TRATADO (WRK-IDX-AUX)
              AND (WRK-IDX-AUX NOT EQUAL WRK-IDX-ABE)
              AND (TAB-ABE-AGEN (WRK-IDX-AUX) EQUAL
                   TAB-ABE-AGEN (WRK-IDX-ABE))
              AND (TAB-ABE-DAT (WRK-IDX-AUX) EQUAL
                   TAB-ABE-DAT (WRK-IDX-ABE))
              AND (TAB-ABE-TIP (WRK-IDX-AUX) EQUAL
                   TAB-ABE-TIP (WRK-IDX-ABE))
              AND (TAB-ABE-NAT (WRK-IDX-AUX) EQUAL WRK-NAT-PAR)
              AND (TAB-ABE-VAL (WRK-IDX-AUX) EQUAL
                   TAB-ABE-VAL (WRK-IDX-ABE))
                 MOVE WRK-IDX-AUX     TO WRK-IDX-PAR
              END-IF
           END-PERFORM

           ADD 1                      TO ACU-QTD-RECUSADOS
           ADD TAB-ABE-VAL (WRK-IDX-ABE) TO ACU-VAL-RECUSADOS

           INITIALIZE ARQLPD01-REGISTRO
           MOVE TAB-ABE-AGEN (WRK-IDX-ABE)  TO LPD-COD-AGEN
           MOVE TAB-ABE-DAT (WRK-IDX-ABE)   TO LPD-DAT-MOV
           MOVE TAB-ABE-TIP (WRK-IDX-ABE)   TO LPD-TIP-TRANS
           MOVE TAB-ABE-VAL (WRK-IDX-ABE)   TO LPD-VALOR
           MOVE TAB-ABE-COD-RECUSA (WRK-IDX-ABE)
                                            TO LPD-COD-RECUSA
           MOVE CT11-DATA-REF               TO LPD-DAT-RECUSA
           IF TAB-ABE-NAT (WRK-IDX-ABE) EQUAL 'D'
              MOVE TAB-ABE-CONTA (WRK-IDX-ABE) TO LPD-CTA-DEBITO
           ELSE
              MOVE TAB-ABE-CONTA (WRK-IDX-ABE) TO LPD-CTA-CREDITO
           END-IF

           MOVE WRK-IDX-ABE           TO WRK-IDX-AUX
           MOVE 'RECUSADO'            TO WRK-CNF-SITUACAO
           PERFORM 7850-LISTAR-LANCAMENTO

           IF WRK-IDX-PAR GREATER ZEROS
              IF WRK-NAT-PAR EQUAL 'D'
                 MOVE TAB-ABE-CONTA (WRK-IDX-PAR) TO LPD-CTA-DEBITO
              ELSE
                 MOVE TAB-ABE-CONTA (WRK-IDX-PAR) TO LPD-CTA-CREDITO
              END-IF

              MOVE WRK-IDX-PAR        TO WRK-IDX-AUX
              IF TAB-ABE-CONTABILIZADO (WRK-IDX-PAR)
                 MOVE 'CONTAB. EM PAR RECUSADO'
                                      TO WRK-CNF-SITUACAO
                 DISPLAY '* PERNA CONTABILIZADA DE PAR RECUSADO - '
                         'AGEN 'TAB-ABE-AGEN (WRK-IDX-PAR)
                         ' DATA 'TAB-ABE-DAT (WRK-IDX-PAR)
                         ' TIPO 'TAB-ABE-TIP (WRK-IDX-PAR)
                         ' - ACERTAR NO RAZAO *'
              ELSE
                 MOVE 'RECUSADO (PAR)'
                                      TO WRK-CNF-SITUACAO
              END-IF
              PERFORM 7850-LISTAR-LANCAMENTO
              MOVE 'S'                TO TAB-ABE-TRATADO (WRK-IDX-PAR)
           ELSE
              DISPLAY '* PAR RECUSADO SEM A OUTRA PERNA NO CONTROLE - '
                      'AGEN 'TAB-ABE-AGEN (WRK-IDX-ABE)
                      ' DATA 'TAB-ABE-DAT (WRK-IDX-ABE)
                      ' TIPO 'TAB-ABE-TIP (WRK-IDX-ABE) ' *'
           END-IF

           PERFORM 7700-GRAVAR-ARQLPN01
           .
      *----------------------------------------------------------------*
       7100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA NA NOVA GERACAO DE ARQLAN01 O LANCAMENTO DA POSICAO   *
      *    WRK-IDX-ABE, QUE CONTINUA SEM RETORNO                       *
      *----------------------------------------------------------------*
       7600-GRAVAR-ARQLAN01 SECTION.
      *----------------------------------------------------------------*
           INITIALIZE ARQLCT01-REGISTRO
           MOVE '01'                  TO ARQLCT01-TIP-REG
           MOVE TAB-ABE-AGEN (WRK-IDX-ABE)    TO ARQLCT01-COD-AGEN
           MOVE TAB-ABE-DAT (WRK-IDX-ABE)     TO ARQLCT01-DAT-MOV
           MOVE TAB-ABE-TIP (WRK-IDX-ABE)     TO ARQLCT01-TIP-TRANS
           MOVE TAB-ABE-NAT (WRK-IDX-ABE)     TO ARQLCT01-NATUREZA
           MOVE TAB-ABE-CONTA (WRK-IDX-ABE)   TO ARQLCT01-CONTA
           MOVE TAB-ABE-VAL (WRK-IDX-ABE)     TO ARQLCT01-VALOR
           MOVE TAB-ABE-REENVIO (WRK-IDX-ABE) TO ARQLCT01-IND-REENVIO

           SET WRK-CN-WRITE           TO TRUE
           SET WRK-CN-ARQLAN01        TO TRUE

           WRITE FD-ARQLAN01 FROM ARQLCT01-REGISTRO

           IF NOT WRK-FS-LAN01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                      TO ACU-GRAVA-ARQLAN01
           .
      *----------------------------------------------------------------*
       7600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA O PAR PENDENTE JA MONTADO NA NOVA GERACAO ARQLPN01    *
      *----------------------------------------------------------------*
       7700-GRAVAR-ARQLPN01 SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE           TO TRUE
           SET WRK-CN-ARQLPN01        TO TRUE

           WRITE FD-ARQLPN01 FROM ARQLPD01-REGISTRO

           IF NOT WRK-FS-LPN01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                      TO ACU-GRAVA-ARQLPN01
           .
      *----------------------------------------------------------------*
       7700-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    MARCA O ATRASO DO PAR PENDENTE DE ARQLPD01-REGISTRO         *
      *----------------------------------------------------------------*
       7800-APURAR-ATRASO-PENDENTE SECTION.
      *----------------------------------------------------------------*
           IF LPD-DAT-MOV LESS WRK-DATA-CORTE
              MOVE '*ATRASADO'        TO WRK-CNF-ATRASO
              ADD 1                   TO ACU-QTD-ATRASADOS
           ELSE
              MOVE SPACES             TO WRK-CNF-ATRASO
           END-IF
           .
      *----------------------------------------------------------------*
       7800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LISTA O LANCAMENTO DA POSICAO WRK-IDX-AUX COM A SITUACAO    *
      *    JA MONTADA. O QUE NAO FOI CONTABILIZADO E TEM DATA DO       *
      *    MOVIMENTO ANTERIOR AO CORTE E MARCADO E CONTADO COMO        *
      *    ATRASO                                                      *
      *----------------------------------------------------------------*
       7850-LISTAR-LANCAMENTO SECTION.
      *----------------------------------------------------------------*
           MOVE TAB-ABE-AGEN (WRK-IDX-AUX)    TO WRK-CNF-AGEN
           MOVE TAB-ABE-DAT (WRK-IDX-AUX)     TO WRK-CNF-DATA
           MOVE TAB-ABE-TIP (WRK-IDX-AUX)     TO WRK-CNF-TIP
           MOVE TAB-ABE-NAT (WRK-IDX-AUX)     TO WRK-CNF-NAT
           MOVE TAB-ABE-CONTA (WRK-IDX-AUX)   TO WRK-CNF-CONTA
           MOVE TAB-ABE-VAL (WRK-IDX-AUX)     TO WRK-CNF-VALOR
           MOVE TAB-ABE-COD-RECUSA (WRK-IDX-AUX)
                                              TO WRK-CNF-COD-RECUSA
           MOVE TAB-ABE-DES-RECUSA (WRK-IDX-AUX)
                                              TO WRK-CNF-DES-RECUSA

           IF (NOT TAB-ABE-CONTABILIZADO (WRK-IDX-AUX))
           AND (TAB-ABE-DAT (WRK-IDX-AUX) LESS WRK-DATA-CORTE)
              MOVE '*ATRASADO'                TO WRK-CNF-ATRASO
              ADD 1                           TO ACU-QTD-ATRASADOS
           ELSE
              MOVE SPACES                     TO WRK-CNF-ATRASO
           END-IF

           PERFORM 7900-GRAVAR-LINHA-DETALHE
           .
      *----------------------------------------------------------------*
       7850-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    IMPRIME A LINHA DE DETALHE JA MONTADA                       *
      *----------------------------------------------------------------*
       7900-GRAVAR-LINHA-DETALHE SECTION.
      *----------------------------------------------------------------*
           PERFORM 7950-CONTROLA-PAGINA

           SET WRK-CN-WRITE           TO TRUE
           SET WRK-CN-ARQCNF01        TO TRUE

           WRITE FD-ARQCNF01 FROM WRK-CNF-DETALHE

           IF NOT WRK-FS-CNF01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                      TO WRK-QTD-LINHAS
           .
      *----------------------------------------------------------------*
       7900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    IMPRIME O CABECALHO QUANDO A PAGINA VIRA                    *
      *----------------------------------------------------------------*
       7950-CONTROLA-PAGINA SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE           TO TRUE
           SET WRK-CN-ARQCNF01        TO TRUE

           IF WRK-QTD-LINHAS GREATER 52
              ADD 1                   TO WRK-QTD-PAGINAS
              MOVE WRK-QTD-PAGINAS    TO WRK-CNF-PAGINA

              WRITE FD-ARQCNF01 FROM WRK-CNF-CABEC1
              IF NOT WRK-FS-CNF01-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
              WRITE FD-ARQCNF01 FROM WRK-CNF-CABEC2
              IF NOT WRK-FS-CNF01-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
              MOVE 2                  TO WRK-QTD-LINHAS
           END-IF
           .
      *----------------------------------------------------------------*
       7950-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    IMPRIME OS TOTAIS DA CONFERENCIA POR SITUACAO               *
      *----------------------------------------------------------------*
       8000-IMPRIMIR-TOTAIS SECTION.
      *----------------------------------------------------------------*
           MOVE 'TOTAL CONTABILIZADOS'    TO WRK-CNF-TOT-DESCRICAO
           MOVE ACU-QTD-CONTABILIZADOS    TO WRK-CNF-TOT-QTD
           MOVE ACU-VAL-CONTABILIZADOS    TO WRK-CNF-TOT-VALOR
           PERFORM 8100-GRAVAR-LINHA-TOTAL

           MOVE 'TOTAL RECUSADOS (PARES)' TO WRK-CNF-TOT-DESCRICAO
           MOVE ACU-QTD-RECUSADOS         TO WRK-CNF-TOT-QTD
           MOVE ACU-VAL-RECUSADOS         TO WRK-CNF-TOT-VALOR
           PERFORM 8100-GRAVAR-LINHA-TOTAL

           MOVE 'TOTAL SEM RETORNO'       TO WRK-CNF-TOT-DESCRICAO
           MOVE ACU-QTD-SEM-RETORNO       TO WRK-CNF-TOT-QTD
           MOVE ACU-VAL-SEM-RETORNO       TO WRK-CNF-TOT-VALOR
           PERFORM 8100-GRAVAR-LINHA-TOTAL

           MOVE 'TOTAL PENDENTES DE REENVIO (PARES)'
                                          TO WRK-CNF-TOT-DESCRICAO
           MOVE ACU-QTD-PENDENTES         TO WRK-CNF-TOT-QTD
           MOVE ACU-VAL-PENDENTES         TO WRK-CNF-TOT-VALOR
           PERFORM 8100-GRAVAR-LINHA-TOTAL

           MOVE 'RETORNOS SEM LANCAMENTO ENVIADO'
                                          TO WRK-CNF-TOT-DESCRICAO
           MOVE ACU-QTD-RET-SEM-ENVIO     TO WRK-CNF-TOT-QTD
           MOVE ZEROS                     TO WRK-CNF-TOT-VALOR
           PERFORM 8100-GRAVAR-LINHA-TOTAL

           MOVE 'LANCAMENTOS EM ATRASO'   TO WRK-CNF-TOT-DESCRICAO
           MOVE ACU-QTD-ATRASADOS         TO WRK-CNF-TOT-QTD
           MOVE ZEROS                     TO WRK-CNF-TOT-VALOR
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
           SET WRK-CN-ARQCNF01        TO TRUE

           WRITE FD-ARQCNF01 FROM WRK-CNF-TOTAL

           IF NOT WRK-FS-CNF01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                      TO WRK-QTD-LINHAS
           .
      *----------------------------------------------------------------*
       8100-99-FIM.
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
           DISPLAY '* FILE-STATUS CTL:' WRK-FS-ARQCTL11           '*'
           DISPLAY '* FILE-STATUS LCT:' WRK-FS-ARQLCT01           '*'
           DISPLAY '* FILE-STATUS LAB:' WRK-FS-ARQLAB01           '*'
           DISPLAY '* FILE-STATUS ACK:' WRK-FS-ARQACK01           '*'
           DISPLAY '* FILE-STATUS LPD:' WRK-FS-ARQLPD01           '*'
           DISPLAY '* FILE-STATUS LAN:' WRK-FS-ARQLAN01           '*'
           DISPLAY '* FILE-STATUS LPN:' WRK-FS-ARQLPN01           '*'
           DISPLAY '* FILE-STATUS CNF:' WRK-FS-ARQCNF01           '*'
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
           CLOSE ARQLCT01
           CLOSE ARQACK01
           IF WRK-LAB-PRESENTE
              CLOSE ARQLAB01
           END-IF
           IF WRK-LPD-PRESENTE
              CLOSE ARQLPD01
           END-IF
           CLOSE ARQLAN01
           CLOSE ARQLPN01
           CLOSE ARQCNF01

           DISPLAY '************************************************'
           DISPLAY '* DATA DE REFERENCIA 'CT11-DATA-REF
           DISPLAY '* DATA DE CORTE DO ATRASO 'WRK-DATA-CORTE
           DISPLAY '* LANCAMENTOS ENVIADOS LIDOS 'ACU-LIDOS-ARQLCT01
           DISPLAY '* SEM RETORNO ANTERIORES LIDOS 'ACU-LIDOS-ARQLAB01
           DISPLAY '* RETORNOS LIDOS 'ACU-LIDOS-ARQACK01
           DISPLAY '* CONTABILIZADOS 'ACU-QTD-CONTABILIZADOS
           DISPLAY '* PARES RECUSADOS 'ACU-QTD-RECUSADOS
           DISPLAY '* SEM RETORNO 'ACU-QTD-SEM-RETORNO
           DISPLAY '* PARES PENDENTES DE REENVIO 'ACU-QTD-PENDENTES
           DISPLAY '* RETORNOS SEM ENVIO 'ACU-QTD-RET-SEM-ENVIO
           DISPLAY '* LANCAMENTOS EM ATRASO 'ACU-QTD-ATRASADOS
           DISPLAY '* GRAVADOS EM ARQLAN01 'ACU-GRAVA-ARQLAN01
           DISPLAY '* GRAVADOS EM ARQLPN01 'ACU-GRAVA-ARQLPN01
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
              MOVE ACU-LIDOS-ARQACK01 TO JRN-QTD-LIDOS
              MOVE ACU-GRAVA-ARQLPN01 TO JRN-QTD-GRAVADOS
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
       END PROGRAM EXER0221.
