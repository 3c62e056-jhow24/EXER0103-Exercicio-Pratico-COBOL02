      *                    TIPO DE TRANSACAO J E TRAILER 99 COM        *
      *                    QTDE E HASH), PRONTA PARA A CONSOLIDACAO    *
      *                    DE EXER0205 NA PROXIMA RODADA.              *
      *                    O SALDO DE ABERTURA DO CLIENTE ENTRA NA     *
      *                    MEDIA, E O CLIENTE SEM MOVIMENTO NO         *
      *                    PERIODO E REMUNERADO PELO SALDO DO          *
      *                    CADASTRO DE SALDOS ARQSLD01.                *
      *                    A CADA CREDITO SEGUE, NA MESMA              *
      *                    TRANSMISSAO, O DEBITO DO IRRF RETIDO        *
      *                    (TIPO I) PELA ALIQUOTA DO CARTAO CONFORME   *
      *                    A TRIBUTACAO DO CLIENTE EM ARQMST01, E OS   *
      *                    VALORES SAO ACUMULADOS NO ANO EM ARQIRF01   *
      *                    PARA O INFORME DE RENDIMENTOS (EXER0220).   *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQCTL05                                  CTL02115        *
      *      ARQEXT01                                  EXT02103        *
      *      ARQSLD01                                  SLD02103        *
      *      ARQMST01                                  MST02103        *
      *      ARQIRF01                                  IRF02115        *
      *      ARQENT16                                  ENT02103        *
      *----------------------------------------------------------------*
      *    MANUTENCAO:                                                 *
      *                 REGISTRO NO ENCERRAMENTO, INCLUSIVE NOS        *
      *                 CANCELAMENTOS, PARA O RELATORIO DE             *
      *                 OPERACAO (EXER0217).                           *
      *    15/10/2026 - O SALDO MEDIO PASSOU A SER APURADO SOBRE O     *
      *                 SALDO REAL DO CLIENTE: O EXTRATO ARQEXT01 E    *
      *                 CASADO POR CPF COM O CADASTRO DE SALDOS        *
      *                 ARQSLD01 (LEITURA SEQUENCIAL). O SALDO DE      *
      *                 ABERTURA DO GRUPO (PRIMEIRO SALDO DO EXTRATO   *
      *                 DESFEITO O PRIMEIRO MOVIMENTO) ENTRA COMO      *
      *                 UMA AMOSTRA DA MEDIA, E O CPF SEM MOVIMENTO    *
      *                 NO PERIODO E APURADO PELO SALDO CADASTRADO.    *
      *    15/10/2026 - RETENCAO DE IRRF SOBRE OS JUROS: ALIQUOTAS     *
      *                 NORMAL E REDUZIDA NO CARTAO ARQCTL05 (LRECL    *
      *                 MANTIDO), TRIBUTACAO DO CLIENTE LIDA DE        *
      *                 ARQMST01-IND-IRRF (CLIENTE FORA DO CADASTRO    *
      *                 PAGA A ALIQUOTA NORMAL) E DEBITO DO IMPOSTO    *
      *                 (TIPO I) GRAVADO EM ARQENT16 LOGO APOS O       *
      *                 CREDITO. BRUTO, IRRF E LIQUIDO DO ANO SAO      *
      *                 ACUMULADOS POR CPF NO CADASTRO ARQIRF01.       *
      *    15/10/2026 - O DEBITO DA TARIFA DE MANUTENCAO (TIPO T,      *
      *                 EXER0226) ENTRA COMO DEBITO NO SALDO DE        *
      *                 ABERTURA DO GRUPO.                             *
      *    15/10/2026 - ARQMST01 LRECL 55 -> 236 (ENDERECO, E-MAIL E   *
      *                 CANAL PREFERIDO DO CLIENTE); SO RECOMPILACAO.  *
      *    15/10/2026 - ARQSLD01 LRECL 69 -> 75 (HORA DE GERACAO DA    *
      *                 TRANSMISSAO APLICADA); SO RECOMPILACAO.        *
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *                                                                *
      *
           SELECT ARQEXT01 ASSIGN       TO UT-S-ARQEXT01
                      FILE STATUS      IS WRK-FS-ARQEXT01.
      *
           SELECT ARQSLD01 ASSIGN       TO UT-S-ARQSLD01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS SEQUENTIAL
                      RECORD KEY       IS ARQSLD01-CPF
                      FILE STATUS      IS WRK-FS-ARQSLD01.
      *
           SELECT ARQMST01 ASSIGN       TO UT-S-ARQMST01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS ARQMST01-CPF
                      FILE STATUS      IS WRK-FS-ARQMST01.
      *
           SELECT ARQIRF01 ASSIGN       TO UT-S-ARQIRF01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS ARQIRF01-CHAVE
                      FILE STATUS      IS WRK-FS-ARQIRF01.
      *
           SELECT ARQENT16 ASSIGN       TO UT-S-ARQENT16
                      FILE STATUS      IS WRK-FS-ARQENT16.
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQEXT01             PIC X(57).

      *---------------------------------------------------------------*
      *   INPUT:     CADASTRO DE SALDOS POR CPF (EXER0203)            *
      *               ORG. INDEXADA     -   LRECL = 75                *
      *---------------------------------------------------------------*

       FD  ARQSLD01
           LABEL RECORD IS STANDARD.
           COPY SLD02103.

      *---------------------------------------------------------------*
      *   INPUT:     CADASTRO DE CLIENTES (CPF X NOME X SITUACAO)     *
      *               ORG. INDEXADA     -   LRECL = 236               *
      *---------------------------------------------------------------*

       FD  ARQMST01
           LABEL RECORD IS STANDARD.
           COPY MST02103.

      *---------------------------------------------------------------*
      *   IN/OUT:    RENDIMENTOS DO ANO POR CPF (ANO-BASE + CPF)      *
      *               ORG. INDEXADA     -   LRECL = 80                *
      *---------------------------------------------------------------*

       FD  ARQIRF01
           LABEL RECORD IS STANDARD.
           COPY IRF02115.

      *---------------------------------------------------------------*
      *   OUTPUT:    TRANSMISSAO DE CREDITOS DE JUROS PARA EXER0205   *
      *               ORG. SEQUENCIAL   -   LRECL = 43                *
       77 ACU-GRAVA-ARQENT16      PIC  9(009) VALUE ZEROS.
       77 ACU-GRUPOS-APURADOS     PIC  9(005) VALUE ZEROS.
       77 ACU-GRUPOS-SEM-JUROS    PIC  9(005) VALUE ZEROS.
       77 ACU-LIDOS-ARQSLD01      PIC  9(009) VALUE ZEROS.
       77 ACU-GRUPOS-SEM-MOV      PIC  9(005) VALUE ZEROS.
       77 ACU-HASH-SAIDA          PIC  S9(017)V99 COMP-3  VALUE +0.
       77 ACU-SOMA-SALDOS         PIC  S9(017)V99 COMP-3  VALUE +0.
       77 ACU-QTD-SALDOS          PIC  9(005) VALUE ZEROS.
       77 WRK-CPF-GRUPO           PIC  9(011) VALUE ZEROS.
       77 WRK-CPF-SALDO           PIC  9(011) VALUE ZEROS.
       77 WRK-SALDO-ABERTURA      PIC  S9(015)V99 VALUE ZEROS.
       77 WRK-SALDO-MEDIO         PIC  S9(015)V99 VALUE ZEROS.
       77 WRK-VAL-JUROS           PIC  S9(013)V99 VALUE ZEROS.
       77 WRK-VAL-IRRF            PIC  S9(013)V99 VALUE ZEROS.
       77 WRK-ALIQ-CLIENTE        PIC  9(003)V99  VALUE ZEROS.
       77 WRK-IND-IRRF            PIC  X(001) VALUE SPACES.
       77 ACU-GRAVA-IRRF          PIC  9(009) VALUE ZEROS.
       77 ACU-VAL-JUROS           PIC  S9(017)V99 COMP-3  VALUE +0.
       77 ACU-VAL-IRRF            PIC  S9(017)V99 COMP-3  VALUE +0.
       77 ACU-CLIENTES-ISENTOS    PIC  9(005) VALUE ZEROS.
       77 ACU-CLIENTES-SEM-CAD    PIC  9(005) VALUE ZEROS.
       77 ACU-IRF-INCLUIDOS       PIC  9(005) VALUE ZEROS.
       77 ACU-IRF-ATUALIZADOS     PIC  9(005) VALUE ZEROS.
       77 ACU-IRF-JA-ACUMULADOS   PIC  9(005) VALUE ZEROS.
       77 WRK-HASH-TRL            PIC  S9(015)V99 VALUE ZEROS.
       77 WRK-DATA-CORRENTE       PIC  9(008) VALUE ZEROS.

       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQCTL05      VALUE 'ARQCTL05'.
          88 WRK-CN-ARQEXT01      VALUE 'ARQEXT01'.
          88 WRK-CN-ARQSLD01      VALUE 'ARQSLD01'.
          88 WRK-CN-ARQMST01      VALUE 'ARQMST01'.
          88 WRK-CN-ARQIRF01      VALUE 'ARQIRF01'.
          88 WRK-CN-ARQENT16      VALUE 'ARQENT16'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
       01 WRK-FS-ARQEXT01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-EXT01-OK                  VALUE '00'.
          88 WRK-FS-EXT01-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQSLD01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-SLD01-OK                  VALUE '00'.
          88 WRK-FS-SLD01-FIM                 VALUE '10'.
      *
       01 WRK-FS-ARQMST01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-MST01-OK                  VALUE '00'.
          88 WRK-FS-MST01-NAO-ACHOU           VALUE '23'.
      *
       01 WRK-FS-ARQIRF01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-IRF01-OK                  VALUE '00'.
          88 WRK-FS-IRF01-NAO-ACHOU           VALUE '23'.
      *
       01 WRK-FS-ARQENT16         PIC  X(002) VALUE SPACES.
          88 WRK-FS-ENT16-OK                  VALUE '00'.
           IF WRK-GRUPO-ABERTO
              PERFORM 7100-FECHA-GRUPO
           END-IF
      *
           PERFORM 3500-SALDO-SEM-MOVIMENTO UNTIL WRK-FS-SLD01-FIM
      *
           PERFORM 9900-FINALIZAR
           .

           MOVE ZEROS                         TO CTL5-TAXA-JUROS
           MOVE ZEROS                         TO CTL5-DATA-CREDITO
           MOVE ZEROS                         TO CTL5-ALIQ-IRRF
           MOVE ZEROS                         TO CTL5-ALIQ-REDUZIDA

           SET WRK-CN-OPEN                    TO TRUE
           SET WRK-CN-ARQCTL05                TO TRUE
              PERFORM 9900-FINALIZAR
           END-IF

      *
      *    O CARTAO ANTIGO TRAZ BRANCOS NAS ALIQUOTAS. A NORMAL E
      *    OBRIGATORIA - CREDITAR JUROS SEM A RETENCAO DEVIDA NAO E
      *    ADMITIDO; A REDUZIDA EM BRANCO VALE ZEROS.
           IF CTL5-ALIQ-REDUZIDA NOT NUMERIC
              MOVE ZEROS                      TO CTL5-ALIQ-REDUZIDA
           END-IF

           IF CTL5-ALIQ-IRRF NOT NUMERIC
           OR CTL5-ALIQ-IRRF EQUAL ZEROS
              DISPLAY '*********************************************'
              DISPLAY '*       ERRO EM OPERACAO COM ARQUIVOS       *'
              DISPLAY '* CARTAO ARQCTL05 SEM A ALIQUOTA DE IRRF    *'
              DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                 *'
              DISPLAY '*********************************************'
              MOVE 12                         TO RETURN-CODE
              PERFORM 9900-FINALIZAR
           END-IF

           IF CTL5-DATA-CREDITO EQUAL ZEROS
              MOVE WRK-DATA-CORRENTE          TO CTL5-DATA-CREDITO
           END-IF

           SET WRK-CN-OPEN                    TO TRUE
           OPEN INPUT ARQEXT01
                      ARQSLD01
                      ARQMST01
           OPEN I-O   ARQIRF01
           OPEN OUTPUT ARQENT16

           IF (NOT WRK-FS-EXT01-OK) OR (NOT WRK-FS-ENT16-OK)
           OR (NOT WRK-FS-SLD01-OK) OR (NOT WRK-FS-MST01-OK)
           OR (NOT WRK-FS-IRF01-OK)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           END-IF

           PERFORM 3800-LER-EXTRATO
           PERFORM 3850-LER-SALDO
           .
      *----------------------------------------------------------------*
       1000-99-FIM.
              END-IF

              IF WRK-GRUPO-FECHADO
      *
      *          OS CPF DO CADASTRO DE SALDOS ANTERIORES AO GRUPO
      *          NAO TIVERAM MOVIMENTO NO PERIODO; O DO PROPRIO
      *          GRUPO E APURADO PELO EXTRATO.
                 PERFORM 3500-SALDO-SEM-MOVIMENTO
                    UNTIL WRK-CPF-SALDO NOT LESS ARQEXT01-CPF
                 IF WRK-CPF-SALDO EQUAL ARQEXT01-CPF
                    PERFORM 3850-LER-SALDO
                 END-IF

                 SET WRK-GRUPO-ABERTO TO TRUE
                 MOVE ARQEXT01-CPF    TO WRK-CPF-GRUPO
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
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    APURA O CPF DO CADASTRO DE SALDOS SEM MOVIMENTO NO          *
      *    EXTRATO: O SALDO CADASTRADO E O SALDO MEDIO DO PERIODO      *
      *----------------------------------------------------------------*
       3500-SALDO-SEM-MOVIMENTO SECTION.
      *----------------------------------------------------------------*
           MOVE ARQSLD01-CPF          TO WRK-CPF-GRUPO
           MOVE ARQSLD01-SALDO        TO ACU-SOMA-SALDOS
           MOVE 1                     TO ACU-QTD-SALDOS
           ADD 1                      TO ACU-GRUPOS-SEM-MOV

           PERFORM 7100-FECHA-GRUPO

           PERFORM 3850-LER-SALDO
           .
      *----------------------------------------------------------------*
       3500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O PROXIMO REGISTRO DE ARQEXT01                           *
      *----------------------------------------------------------------*
       3800-LER-EXTRATO SECTION.
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O PROXIMO REGISTRO DO CADASTRO DE SALDOS. NO FIM DO      *
      *    ARQUIVO A CHAVE DE CASAMENTO VAI AO MAIOR CPF POSSIVEL      *
      *----------------------------------------------------------------*
       3850-LER-SALDO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                    TO TRUE
           SET WRK-CN-ARQSLD01                TO TRUE

           READ ARQSLD01 NEXT RECORD

           IF (NOT WRK-FS-SLD01-OK) AND (NOT WRK-FS-SLD01-FIM)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-FS-SLD01-OK
              ADD 1                           TO ACU-LIDOS-ARQSLD01
              MOVE ARQSLD01-CPF               TO WRK-CPF-SALDO
           ELSE
              MOVE 99999999999                TO WRK-CPF-SALDO
           END-IF
           .
      *----------------------------------------------------------------*
       3850-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    FECHA O GRUPO DE CPF: APURA O SALDO MEDIO DO PERIODO,       *
      *    APLICA A TAXA E GRAVA O DETALHE DE CREDITO DE JUROS,        *
      *    SEGUIDO DO DEBITO DO IRRF RETIDO, E ACUMULA OS VALORES NO   *
      *    ANO. SALDO MEDIO NEGATIVO OU JUROS APURADOS EM ZEROS NAO    *
      *    GERAM CREDITO                                               *
      *----------------------------------------------------------------*
       7100-FECHA-GRUPO SECTION.
           END-IF

           IF WRK-VAL-JUROS GREATER ZEROS
              MOVE WRK-CPF-GRUPO      TO WRK-CPF-NUM
              PERFORM 7310-CALCULA-DIG-CPF
              PERFORM 7200-APURA-IRRF
              PERFORM 7300-GRAVAR-DETALHE
              IF WRK-VAL-IRRF GREATER ZEROS
                 PERFORM 7350-GRAVAR-DEBITO-IRRF
              END-IF
              PERFORM 7400-ACUMULA-ANO
           ELSE
              ADD 1                   TO ACU-GRUPOS-SEM-JUROS
           END-IF
       7100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    APURA O IRRF RETIDO SOBRE OS JUROS DO GRUPO PELA            *
      *    TRIBUTACAO DO CLIENTE EM ARQMST01: ISENTO NAO RETEM,        *
      *    REDUZIDA USA A ALIQUOTA REDUZIDA DO CARTAO E OS DEMAIS      *
      *    (INCLUSIVE O CPF FORA DO CADASTRO) A ALIQUOTA NORMAL        *
      *----------------------------------------------------------------*
       7200-APURA-IRRF SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-CPF-GRUPO         TO ARQMST01-CPF

           SET WRK-CN-READ            TO TRUE
           SET WRK-CN-ARQMST01        TO TRUE
           READ ARQMST01
              INVALID KEY
                 MOVE 'N'             TO ARQMST01-IND-IRRF
                 ADD 1                TO ACU-CLIENTES-SEM-CAD
           END-READ

           IF (NOT WRK-FS-MST01-OK)
           AND (NOT WRK-FS-MST01-NAO-ACHOU)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE ARQMST01-IND-IRRF     TO WRK-IND-IRRF

           EVALUATE TRUE
              WHEN ARQMST01-IRRF-ISENTO
                 MOVE ZEROS           TO WRK-ALIQ-CLIENTE
                 ADD 1                TO ACU-CLIENTES-ISENTOS
              WHEN ARQMST01-IRRF-REDUZIDA
                 MOVE CTL5-ALIQ-REDUZIDA TO WRK-ALIQ-CLIENTE
              WHEN OTHER
                 MOVE 'N'             TO WRK-IND-IRRF
                 MOVE CTL5-ALIQ-IRRF  TO WRK-ALIQ-CLIENTE
           END-EVALUATE

           COMPUTE WRK-VAL-IRRF ROUNDED =
                   WRK-VAL-JUROS * WRK-ALIQ-CLIENTE / 100
           .
      *----------------------------------------------------------------*
       7200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA O DETALHE (TIPO 01) DO CREDITO DE JUROS DO GRUPO,     *
      *    COM O TIPO DE TRANSACAO J E O DIGITO DO CPF RECALCULADO     *
      *    PELO MODULO 11 (JA EM WRK-CPF-DIG-CALC)                     *
      *----------------------------------------------------------------*
       7300-GRAVAR-DETALHE SECTION.
      *----------------------------------------------------------------*
           INITIALIZE ARQENT01-REGISTRO
           MOVE '01'                  TO ARQENT01-TIP-REG
           MOVE WRK-CPF-GRUPO         TO ARQENT01-CPF
       7300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA, LOGO APOS O CREDITO, O DETALHE (TIPO 01) DO DEBITO   *
      *    DO IRRF RETIDO, COM O TIPO DE TRANSACAO I E A MESMA DATA    *
      *    DO CREDITO - A CONSOLIDACAO DE EXER0205 PRESERVA A ORDEM    *
      *    DENTRO DO CPF                                               *
      *----------------------------------------------------------------*
       7350-GRAVAR-DEBITO-IRRF SECTION.
      *----------------------------------------------------------------*
           INITIALIZE ARQENT01-REGISTRO
           MOVE '01'                  TO ARQENT01-TIP-REG
           MOVE WRK-CPF-GRUPO         TO ARQENT01-CPF
           MOVE WRK-CPF-DIG-CALC      TO ARQENT01-DIG-CPF
           MOVE CTL5-DATA-CREDITO     TO ARQENT01-DAT-DEPOS
           MOVE WRK-VAL-IRRF          TO ARQENT01-VAL-DEPOS
           MOVE 'I'                   TO ARQENT01-TIP-TRANS
           MOVE SPACES                TO ARQENT01-COD-AGEN

           SET WRK-CN-WRITE           TO TRUE
           SET WRK-CN-ARQENT16        TO TRUE

           WRITE FD-ARQENT16 FROM ARQENT01-REGISTRO

           IF NOT WRK-FS-ENT16-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                      TO ACU-GRAVA-ARQENT16
           ADD 1                      TO ACU-GRAVA-IRRF
           COMPUTE ACU-HASH-SAIDA = ACU-HASH-SAIDA +
                                     ARQENT01-VAL-DEPOS
           .
      *----------------------------------------------------------------*
       7350-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ACUMULA NO CADASTRO ARQIRF01 (ANO DA DATA DE CREDITO + CPF) *
      *    OS JUROS BRUTOS, O IRRF RETIDO E O LIQUIDO CREDITADO. O     *
      *    CPF QUE JA TEM ACUMULADO O CREDITO DESTA MESMA DATA E UMA   *
      *    REEXECUCAO DA APURACAO E NAO E SOMADO DE NOVO               *
      *----------------------------------------------------------------*
       7400-ACUMULA-ANO SECTION.
      *----------------------------------------------------------------*
           ADD WRK-VAL-JUROS          TO ACU-VAL-JUROS
           ADD WRK-VAL-IRRF           TO ACU-VAL-IRRF

           MOVE CTL5-DATA-CREDITO(1:4) TO ARQIRF01-ANO-BASE
           MOVE WRK-CPF-GRUPO         TO ARQIRF01-CPF

           SET WRK-CN-READ            TO TRUE
           SET WRK-CN-ARQIRF01        TO TRUE
           READ ARQIRF01
              INVALID KEY
                 CONTINUE
           END-READ

           IF (NOT WRK-FS-IRF01-OK)
           AND (NOT WRK-FS-IRF01-NAO-ACHOU)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-FS-IRF01-NAO-ACHOU
              INITIALIZE ARQIRF01-REGISTRO
              MOVE CTL5-DATA-CREDITO(1:4) TO ARQIRF01-ANO-BASE
              MOVE WRK-CPF-GRUPO      TO ARQIRF01-CPF
              MOVE WRK-VAL-JUROS      TO ARQIRF01-VAL-BRUTO
              MOVE WRK-VAL-IRRF       TO ARQIRF01-VAL-IRRF
              COMPUTE ARQIRF01-VAL-LIQUIDO = WRK-VAL-JUROS -
                                              WRK-VAL-IRRF
              MOVE 1                  TO ARQIRF01-QTD-CREDITOS
              MOVE CTL5-DATA-CREDITO  TO ARQIRF01-DAT-ULT-CREDITO
              MOVE WRK-IND-IRRF       TO ARQIRF01-IND-IRRF

              SET WRK-CN-WRITE        TO TRUE
              WRITE ARQIRF01-REGISTRO

              IF NOT WRK-FS-IRF01-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF

              ADD 1                   TO ACU-IRF-INCLUIDOS
           ELSE
              IF ARQIRF01-DAT-ULT-CREDITO EQUAL CTL5-DATA-CREDITO
                 ADD 1                TO ACU-IRF-JA-ACUMULADOS
              ELSE
                 ADD WRK-VAL-JUROS    TO ARQIRF01-VAL-BRUTO
                 ADD WRK-VAL-IRRF     TO ARQIRF01-VAL-IRRF
                 COMPUTE ARQIRF01-VAL-LIQUIDO =
                         ARQIRF01-VAL-LIQUIDO + WRK-VAL-JUROS -
                         WRK-VAL-IRRF
                 ADD 1                TO ARQIRF01-QTD-CREDITOS
                 MOVE CTL5-DATA-CREDITO
                                      TO ARQIRF01-DAT-ULT-CREDITO
                 MOVE WRK-IND-IRRF    TO ARQIRF01-IND-IRRF

                 SET WRK-CN-WRITE     TO TRUE
                 REWRITE ARQIRF01-REGISTRO

                 IF NOT WRK-FS-IRF01-OK
                    PERFORM 9100-ERROS-ARQUIVOS
                 END-IF

                 ADD 1                TO ACU-IRF-ATUALIZADOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       7400-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CALCULA O DIGITO VERIFICADOR (MODULO 11) DO CPF EM          *
      *    WRK-CPF-NUM E DEVOLVE O RESULTADO EM WRK-CPF-DIG-CALC -     *
      *    O MESMO CALCULO DE 3110-VALIDA-DIG-CPF DE EXER0203          *
           DISPLAY '* ARQUIVO: 'WRK-ARQUIVO'                       *'
           DISPLAY '* FILE-STATUS CTL:' WRK-FS-ARQCTL05           '*'
           DISPLAY '* FILE-STATUS EXT:' WRK-FS-ARQEXT01           '*'
           DISPLAY '* FILE-STATUS SLD:' WRK-FS-ARQSLD01           '*'
           DISPLAY '* FILE-STATUS MST:' WRK-FS-ARQMST01           '*'
           DISPLAY '* FILE-STATUS IRF:' WRK-FS-ARQIRF01           '*'
           DISPLAY '* FILE-STATUS E16:' WRK-FS-ARQENT16           '*'
           DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                    *'
           DISPLAY '************************************************'
           END-IF

           CLOSE ARQEXT01
           CLOSE ARQSLD01
           CLOSE ARQMST01
           CLOSE ARQIRF01
           CLOSE ARQENT16

           DISPLAY '************************************************'
           DISPLAY '* LINHAS DE EXTRATO LIDAS 'ACU-LIDOS-ARQEXT01
           DISPLAY '* GRUPOS DE CPF APURADOS 'ACU-GRUPOS-APURADOS
           DISPLAY '* SALDOS CADASTRADOS LIDOS 'ACU-LIDOS-ARQSLD01
           DISPLAY '* CPF SEM MOVIMENTO APURADOS 'ACU-GRUPOS-SEM-MOV
           DISPLAY '* CREDITOS DE JUROS GERADOS 'ACU-GRAVA-ARQENT16
           DISPLAY '* GRUPOS SEM JUROS A CREDITAR 'ACU-GRUPOS-SEM-JUROS
           DISPLAY '* DEBITOS DE IRRF GERADOS 'ACU-GRAVA-IRRF
           DISPLAY '* JUROS BRUTOS CREDITADOS 'ACU-VAL-JUROS
           DISPLAY '* IRRF RETIDO 'ACU-VAL-IRRF
           DISPLAY '* CLIENTES ISENTOS 'ACU-CLIENTES-ISENTOS
           DISPLAY '* CPF FORA DO CADASTRO (ALIQ. NORMAL) '
                   ACU-CLIENTES-SEM-CAD
           DISPLAY '* RENDIMENTOS DO ANO INCLUIDOS 'ACU-IRF-INCLUIDOS
           DISPLAY '* RENDIMENTOS DO ANO ATUALIZADOS '
                   ACU-IRF-ATUALIZADOS
           DISPLAY '* CREDITOS JA ACUMULADOS (REEXECUCAO) '
                   ACU-IRF-JA-ACUMULADOS
           DISPLAY '* TAXA APLICADA 'CTL5-TAXA-JUROS
           DISPLAY '* ALIQUOTA DE IRRF 'CTL5-ALIQ-IRRF
           DISPLAY '* ALIQUOTA REDUZIDA 'CTL5-ALIQ-REDUZIDA
           DISPLAY '* 'WRK-PROGRAMA' - FIM DO PROGRAMA.             '
           DISPLAY '************************************************'

