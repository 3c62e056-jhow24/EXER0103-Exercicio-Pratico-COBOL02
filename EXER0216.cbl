      *                    ACU-TOTAL-GERAL DE ARQTOT01 - E O           *
      *                    CONCILIADOR EXER0207 RECUSA A RODADA        *
      *                    (RETURN-CODE 8) QUANDO NAO FECHA.           *
      *                    OS PARES RECUSADOS PELA CONTABILIDADE       *
      *                    (PENDENTES EM ARQLPD01, GRAVADOS POR        *
      *                    EXER0221) SAO REENVIADOS NA INTERFACE COM   *
      *                    O INDICADOR DE REENVIO QUANDO O CARTAO      *
      *                    ARQPLN01 JA MAPEIA O TIPO PARA OUTRAS       *
      *                    CONTAS; OS DEMAIS CONTINUAM PENDENTES NA    *
      *                    NOVA GERACAO ARQLPN01.                      *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQEXT01                                  EXT02103        *
      *      ARQTOT01                                  TOT02103        *
      *      ARQLCT01                                  LCT02116        *
      *      ARQLPD01                                  LPD02121        *
      *      ARQLPN01                                  LPD02121        *
      *----------------------------------------------------------------*
      *    MANUTENCAO:                                                 *
      *    01/09/2026 - PROGRAMA CRIADO.                               *
      *                 REGISTRO NO ENCERRAMENTO, INCLUSIVE NOS        *
      *                 CANCELAMENTOS, PARA O RELATORIO DE             *
      *                 OPERACAO (EXER0217).                           *
      *    15/10/2026 - ARQTOT01 PASSOU A TRAZER A QTDE RECUSADA POR   *
      *                 SALDO INSUFICIENTE (LRECL 95 -> 100).          *
      *    15/10/2026 - O DEBITO DO IRRF RETIDO SOBRE OS JUROS (TIPO   *
      *                 I) PASSA A TER LANCAMENTO PROPRIO, COM AS      *
      *                 CONTAS DO TIPO I NO CARTAO ARQPLN01, EM VEZ DE *
      *                 SER TRATADO COMO DEPOSITO.                     *
      *    15/10/2026 - REENVIO DOS PARES RECUSADOS PELA CONTABILIDADE *
      *                 (ARQLPD01) APOS A CORRECAO DO CARTAO ARQPLN01; *
      *                 OS NAO CORRIGIDOS VAO A NOVA GERACAO ARQLPN01. *
      *    15/10/2026 - ARQTOT01 PASSOU A TRAZER A FAIXA DE CPF E AS   *
      *                 QTDES DE EXTRATO, AGENCIAS, POSICAO E SALDOS   *
      *                 DA RODADA (LRECL 100 -> 142).                  *
      *    15/10/2026 - O DEBITO DA TARIFA DE MANUTENCAO DE CONTA      *
      *                 (TIPO T, EXER0226) PASSA A TER LANCAMENTO      *
      *                 PROPRIO, COM AS CONTAS DE RECEITA DE TARIFAS   *
      *                 DO TIPO T NO CARTAO ARQPLN01.                  *
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *                                                                *
      *
           SELECT ARQLCT01 ASSIGN       TO UT-S-ARQLCT01
                      FILE STATUS      IS WRK-FS-ARQLCT01.
      *
           SELECT ARQLPD01 ASSIGN       TO UT-S-ARQLPD01
                      FILE STATUS      IS WRK-FS-ARQLPD01.
      *
           SELECT ARQLPN01 ASSIGN       TO UT-S-ARQLPN01
                      FILE STATUS      IS WRK-FS-ARQLPN01.
      *
           SELECT ARQJRN01 ASSIGN       TO UT-S-ARQJRN01
                      FILE STATUS      IS WRK-FS-ARQJRN01.

      *---------------------------------------------------------------*
      *   INPUT:     TOTAIS DA EXECUCAO DE EXER0203                   *
      *               ORG. SEQUENCIAL   -   LRECL = 142               *
      *---------------------------------------------------------------*

       FD  ARQTOT01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQTOT01             PIC X(142).

      *---------------------------------------------------------------*
      *   OUTPUT:    INTERFACE CONTABIL DE LANCAMENTOS BALANCEADOS    *
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQLCT01             PIC X(45).

      *---------------------------------------------------------------*
      *   INPUT:     PARES RECUSADOS PELA CONTABILIDADE (PENDENTES)   *
      *               ORG. SEQUENCIAL   -   LRECL = 80                *
      *---------------------------------------------------------------*

       FD  ARQLPD01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQLPD01             PIC X(80).

      *---------------------------------------------------------------*
      *   OUTPUT:    NOVA GERACAO DOS PARES AINDA PENDENTES           *
      *               ORG. SEQUENCIAL   -   LRECL = 80                *
      *---------------------------------------------------------------*

       FD  ARQLPN01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQLPN01             PIC X(80).

      *
      *---------------------------------------------------------------*
      *   OUTPUT:    JOURNAL DE EXECUCAO DA CADEIA (EM EXTENSAO)      *
       77 ACU-DEBITOS             PIC  S9(017)V99 COMP-3  VALUE +0.
       77 ACU-CREDITOS            PIC  S9(017)V99 COMP-3  VALUE +0.
       77 ACU-VAL-DEPOSITOS       PIC  S9(017)V99 COMP-3  VALUE +0.
       77 ACU-LIDOS-ARQLPD01      PIC  9(009) VALUE ZEROS.
       77 ACU-PARES-REENVIADOS    PIC  9(009) VALUE ZEROS.
       77 ACU-GRAVA-ARQLPN01      PIC  9(009) VALUE ZEROS.
       77 WRK-QTD-PLANO           PIC  9(002) VALUE ZEROS.
       77 WRK-QTD-LANCTOS         PIC  9(003) VALUE ZEROS.
       77 WRK-IDX-PLN             PIC  9(002) VALUE ZEROS.
       77 WRK-IDX-LCT-AUX         PIC  9(003) VALUE ZEROS.
       77 WRK-TIP-NORMALIZADO     PIC  X(001) VALUE SPACES.
       77 WRK-VAL-CONFERE         PIC  S9(015)V99 VALUE ZEROS.

       77 WRK-FLAG-LPD            PIC  X(001) VALUE 'S'.
          88 WRK-LPD-PRESENTE               VALUE 'S'.
          88 WRK-LPD-AUSENTE                VALUE 'N'.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQPLN01      VALUE 'ARQPLN01'.
          88 WRK-CN-ARQEXT01      VALUE 'ARQEXT01'.
          88 WRK-CN-ARQTOT01      VALUE 'ARQTOT01'.
          88 WRK-CN-ARQLCT01      VALUE 'ARQLCT01'.
          88 WRK-CN-ARQLPD01      VALUE 'ARQLPD01'.
          88 WRK-CN-ARQLPN01      VALUE 'ARQLPN01'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
          88 WRK-CN-OPEN          VALUE 'OPEN '.
      *
       01 WRK-FS-ARQLCT01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-LCT01-OK                  VALUE '00'.
      *
       01 WRK-FS-ARQLPD01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-LPD01-OK                  VALUE '00'.
          88 WRK-FS-LPD01-FIM                 VALUE '10'.
          88 WRK-FS-LPD01-AUSENTE             VALUE '35'.
      *
       01 WRK-FS-ARQLPN01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-LPN01-OK                  VALUE '00'.

      *
       01 WRK-FS-ARQJRN01         PIC  X(002) VALUE SPACES.
           COPY EXT02103.
           COPY TOT02103.
           COPY LCT02116.
           COPY LPD02121.

           COPY JRN02117.

           PERFORM 7000-GERAR-LANCAMENTOS
              VARYING WRK-IDX-LCT FROM 1 BY 1
              UNTIL WRK-IDX-LCT GREATER WRK-QTD-LANCTOS
      *
           IF WRK-LPD-PRESENTE
              PERFORM 7500-TRATAR-PENDENTE UNTIL WRK-FS-LPD01-FIM
           END-IF
      *
           PERFORM 9900-FINALIZAR
           .
           OR (NOT WRK-FS-TOT01-OK) OR (NOT WRK-FS-LCT01-OK)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
      *
      *    OS PENDENTES SO EXISTEM DEPOIS DA PRIMEIRA CONFERENCIA DO
      *    RETORNO (EXER0221) - A AUSENCIA DO ARQUIVO NO JOB
      *    (FILE-STATUS 35) SIGNIFICA NENHUM PAR PENDENTE. A NOVA
      *    GERACAO E SEMPRE GRAVADA, MESMO VAZIA.
           SET WRK-CN-ARQLPD01                TO TRUE
           OPEN INPUT ARQLPD01
           IF WRK-FS-LPD01-AUSENTE
              SET WRK-LPD-AUSENTE             TO TRUE
           ELSE
              IF NOT WRK-FS-LPD01-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF

           SET WRK-CN-ARQLPN01                TO TRUE
           OPEN OUTPUT ARQLPN01
           IF NOT WRK-FS-LPN01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 1100-CARREGAR-PLANO
              UNTIL WRK-FS-PLN01-FIM
              IF WRK-TIP-NORMALIZADO NOT EQUAL 'S'
              AND WRK-TIP-NORMALIZADO NOT EQUAL 'E'
              AND WRK-TIP-NORMALIZADO NOT EQUAL 'J'
              AND WRK-TIP-NORMALIZADO NOT EQUAL 'I'
              AND WRK-TIP-NORMALIZADO NOT EQUAL 'T'
                 MOVE 'D'             TO WRK-TIP-NORMALIZADO
              END-IF

       7000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O PROXIMO PAR PENDENTE. QUANDO O CARTAO ARQPLN01 JA      *
      *    MAPEIA O TIPO PARA CONTAS DIFERENTES DAS USADAS NO ENVIO    *
      *    RECUSADO, O PAR E REENVIADO COM AS CONTAS DO CARTAO E O     *
      *    INDICADOR DE REENVIO (ENTRA NO TRAILER, MAS NAO NO FECHO    *
      *    DOS DEPOSITOS DA RODADA); SENAO CONTINUA PENDENTE NA NOVA   *
      *    GERACAO. TIPO SEM MAPEAMENTO TAMBEM CONTINUA PENDENTE       *
      *----------------------------------------------------------------*
       7500-TRATAR-PENDENTE SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                    TO TRUE
           SET WRK-CN-ARQLPD01                TO TRUE

           READ ARQLPD01 INTO ARQLPD01-REGISTRO

           IF (NOT WRK-FS-LPD01-OK) AND (NOT WRK-FS-LPD01-FIM)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-FS-LPD01-OK
              ADD 1                   TO ACU-LIDOS-ARQLPD01

              MOVE ZEROS              TO WRK-IDX-PLN-ACHOU
              PERFORM VARYING WRK-IDX-PLN FROM 1 BY 1
                      UNTIL WRK-IDX-PLN GREATER WRK-QTD-PLANO
                 IF TAB-PLN-TIP (WRK-IDX-PLN) EQUAL LPD-TIP-TRANS
                    MOVE WRK-IDX-PLN  TO WRK-IDX-PLN-ACHOU
                 END-IF
              END-PERFORM

              IF WRK-IDX-PLN-ACHOU GREATER ZEROS
              AND ((TAB-PLN-DEB (WRK-IDX-PLN-ACHOU) NOT EQUAL
                    LPD-CTA-DEBITO)
               OR  (TAB-PLN-CRE (WRK-IDX-PLN-ACHOU) NOT EQUAL
                    LPD-CTA-CREDITO))
                 PERFORM 7600-REENVIAR-PAR
              ELSE
                 SET WRK-CN-WRITE     TO TRUE
                 SET WRK-CN-ARQLPN01  TO TRUE

                 WRITE FD-ARQLPN01 FROM ARQLPD01-REGISTRO

                 IF NOT WRK-FS-LPN01-OK
                    PERFORM 9100-ERROS-ARQUIVOS
                 END-IF

                 ADD 1                TO ACU-GRAVA-ARQLPN01
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       7500-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    REENVIA O PAR PENDENTE COM AS CONTAS ATUAIS DO CARTAO       *
      *----------------------------------------------------------------*
       7600-REENVIAR-PAR SECTION.
      *----------------------------------------------------------------*
           INITIALIZE ARQLCT01-REGISTRO
           MOVE '01'                  TO ARQLCT01-TIP-REG
           MOVE LPD-COD-AGEN          TO ARQLCT01-COD-AGEN
           MOVE LPD-DAT-MOV           TO ARQLCT01-DAT-MOV
           MOVE LPD-TIP-TRANS         TO ARQLCT01-TIP-TRANS
           MOVE 'R'                   TO ARQLCT01-IND-REENVIO
           MOVE 'D'                   TO ARQLCT01-NATUREZA
           MOVE TAB-PLN-DEB (WRK-IDX-PLN-ACHOU)
                                      TO ARQLCT01-CONTA
           MOVE LPD-VALOR             TO ARQLCT01-VALOR
           PERFORM 7900-GRAVAR-LANCAMENTO
           COMPUTE ACU-DEBITOS = ACU-DEBITOS + LPD-VALOR

           MOVE 'C'                   TO ARQLCT01-NATUREZA
           MOVE TAB-PLN-CRE (WRK-IDX-PLN-ACHOU)
                                      TO ARQLCT01-CONTA
           PERFORM 7900-GRAVAR-LANCAMENTO
           COMPUTE ACU-CREDITOS = ACU-CREDITOS + LPD-VALOR

           ADD 1                      TO ACU-PARES-REENVIADOS
           .
      *----------------------------------------------------------------*
       7600-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA O LANCAMENTO JA MONTADO EM ARQLCT01                   *
      *----------------------------------------------------------------*
       7900-GRAVAR-LANCAMENTO SECTION.
           DISPLAY '* FILE-STATUS EXT:' WRK-FS-ARQEXT01           '*'
           DISPLAY '* FILE-STATUS TOT:' WRK-FS-ARQTOT01           '*'
           DISPLAY '* FILE-STATUS LCT:' WRK-FS-ARQLCT01           '*'
           DISPLAY '* FILE-STATUS LPD:' WRK-FS-ARQLPD01           '*'
           DISPLAY '* FILE-STATUS LPN:' WRK-FS-ARQLPN01           '*'
           DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                    *'
           DISPLAY '************************************************'

           CLOSE ARQEXT01
           CLOSE ARQTOT01
           CLOSE ARQLCT01
           IF WRK-LPD-PRESENTE
              CLOSE ARQLPD01
           END-IF
           CLOSE ARQLPN01

           MOVE ACU-VAL-DEPOSITOS     TO WRK-VAL-CONFERE

           DISPLAY '************************************************'
           DISPLAY '* LINHAS DE EXTRATO LIDAS 'ACU-LIDOS-ARQEXT01
           DISPLAY '* LANCAMENTOS GRAVADOS 'ACU-GRAVA-ARQLCT01
           DISPLAY '* PARES PENDENTES LIDOS 'ACU-LIDOS-ARQLPD01
           DISPLAY '* PARES REENVIADOS 'ACU-PARES-REENVIADOS
           DISPLAY '* PARES AINDA PENDENTES 'ACU-GRAVA-ARQLPN01
           DISPLAY '* TOTAL DE DEBITOS 'ACU-DEBITOS
           DISPLAY '* TOTAL DE CREDITOS 'ACU-CREDITOS
           DISPLAY '* DEPOSITOS NO RAZAO 'WRK-VAL-CONFERE
