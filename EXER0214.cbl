      *                    POSICAO LIQUIDA, SAQUES, DATA DO ULTIMO     *
      *                    DEPOSITO E NOME), SEGUIDA DAS LINHAS DE     *
      *                    EXTRATO DO CLIENTE OBTIDAS DE ARQEXT01,     *
      *                    NO RELATORIO ARQCON01. O SALDO DO CLIENTE   *
      *                    VEM DO CADASTRO DE SALDOS ARQSLD01.         *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQCPF01                                  CPF02114        *
      *      ARQPOS01                                  POS02103        *
      *      ARQEXT01                                  EXT02103        *
      *      ARQSLD01                                  SLD02103        *
      *      ARQCON01                                  (LINHAS 132)    *
      *----------------------------------------------------------------*
      *    MANUTENCAO:                                                 *
      *                 REGISTRO NO ENCERRAMENTO, INCLUSIVE NOS        *
      *                 CANCELAMENTOS, PARA O RELATORIO DE             *
      *                 OPERACAO (EXER0217).                           *
      *    15/10/2026 - INCLUIDA A LINHA DE SALDO DO CLIENTE (SALDO    *
      *                 ANTERIOR, SALDO ATUAL E DATA DA ATUALIZACAO),  *
      *                 LIDA DO CADASTRO DE SALDOS ARQSLD01, INCLUSIVE *
      *                 PARA O CPF SEM POSICAO NA RODADA. ARQPOS01     *
      *                 LRECL 114 -> 148.                              *
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
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS ARQSLD01-CPF
                      FILE STATUS      IS WRK-FS-ARQSLD01.
      *
           SELECT ARQCON01 ASSIGN       TO UT-S-ARQCON01
                      FILE STATUS      IS WRK-FS-ARQCON01.

      *---------------------------------------------------------------*
      *   INPUT:     POSICAO CORRENTE POR CPF (CARGA DE EXER0203)     *
      *               ORG. INDEXADA     -   LRECL = 148               *
      *---------------------------------------------------------------*

       FD  ARQPOS01
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
      *   OUTPUT:    RELATORIO DE CONSULTA DA MESA DE ATENDIMENTO     *
      *               ORG. SEQUENCIAL   -   LRECL = 132               *
       77 ACU-LIDOS-ARQEXT01      PIC  9(005) VALUE ZEROS.
       77 ACU-POSICOES-ACHADAS    PIC  9(005) VALUE ZEROS.
       77 ACU-POSICOES-AUSENTES   PIC  9(005) VALUE ZEROS.
       77 ACU-SALDOS-ACHADOS      PIC  9(005) VALUE ZEROS.
       77 ACU-LINHAS-EXTRATO      PIC  9(005) VALUE ZEROS.
       77 WRK-QTD-CONSULTA        PIC  9(003) VALUE ZEROS.
       77 WRK-IDX-CON             PIC  9(003) VALUE ZEROS.
       77 WRK-FLAG-POS-ACHOU      PIC  X(001) VALUE 'N'.
          88 WRK-POS-ACHOU                    VALUE 'S'.
          88 WRK-POS-NAO-ACHOU                VALUE 'N'.

       77 WRK-FLAG-SLD-ACHOU      PIC  X(001) VALUE 'N'.
          88 WRK-SLD-ACHOU                    VALUE 'S'.
          88 WRK-SLD-NAO-ACHOU                VALUE 'N'.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQCPF01      VALUE 'ARQCPF01'.
          88 WRK-CN-ARQPOS01      VALUE 'ARQPOS01'.
          88 WRK-CN-ARQEXT01      VALUE 'ARQEXT01'.
          88 WRK-CN-ARQSLD01      VALUE 'ARQSLD01'.
          88 WRK-CN-ARQCON01      VALUE 'ARQCON01'.

       77 WRK-COMANDO             PIC  X(005) VALUE SPACES.
          88 WRK-FS-EXT01-OK                  VALUE '00'.
          88 WRK-FS-EXT01-FIM                 VALUE '10'.
          88 WRK-FS-EXT01-AUSENTE             VALUE '35'.
      *
       01 WRK-FS-ARQSLD01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-SLD01-OK                  VALUE '00'.
          88 WRK-FS-SLD01-NAO-ACHOU           VALUE '23'.
      *
       01 WRK-FS-ARQCON01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-CON01-OK                  VALUE '00'.
          05 FILLER                  PIC  X(117) VALUE
             '  *** SEM POSICAO NA RODADA CORRENTE ***'.

       01 WRK-CON-SALDO.
          05 FILLER                  PIC  X(018) VALUE
             '  SALDO ANTERIOR: '.
          05 WRK-CON-SLD-ANTERIOR    PIC  -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC  X(015) VALUE
             '  SALDO ATUAL: '.
          05 WRK-CON-SLD-ATUAL       PIC  -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC  X(016) VALUE
             '  ATUALIZ. EM: '.
          05 WRK-CON-SLD-DATA        PIC  9(008).
          05 FILLER                  PIC  X(033) VALUE SPACES.

       01 WRK-CON-SEM-SALDO.
          05 FILLER                  PIC  X(132) VALUE
             '  *** SEM SALDO CADASTRADO ***'.

       01 WRK-CON-EXTRATO.
          05 FILLER                  PIC  X(004) VALUE SPACES.
          05 WRK-CON-EXT-CPF         PIC  9(011).
           SET WRK-CN-OPEN                    TO TRUE
           OPEN INPUT ARQCPF01
                      ARQPOS01
                      ARQSLD01
           OPEN OUTPUT ARQCON01

           IF (NOT WRK-FS-CPF01-OK) OR (NOT WRK-FS-POS01-OK)
           OR (NOT WRK-FS-CON01-OK) OR (NOT WRK-FS-SLD01-OK)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

              MOVE TAB-CON-CPF (WRK-IDX-CON) TO WRK-CON-CPF-AUS
              PERFORM 3920-GRAVAR-LINHA-AUS
           END-IF

           PERFORM 3100-CONSULTA-SALDO
           .
      *----------------------------------------------------------------*
       3000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PESQUISA O CPF DA POSICAO WRK-IDX-CON NO CADASTRO DE        *
      *    SALDOS E IMPRIME O SALDO DO CLIENTE (OU A MARCACAO DE       *
      *    CPF SEM SALDO CADASTRADO)                                   *
      *----------------------------------------------------------------*
       3100-CONSULTA-SALDO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ            TO TRUE
           SET WRK-CN-ARQSLD01        TO TRUE
           SET WRK-SLD-ACHOU          TO TRUE

           MOVE TAB-CON-CPF (WRK-IDX-CON) TO ARQSLD01-CPF
           READ ARQSLD01
              INVALID KEY
                 SET WRK-SLD-NAO-ACHOU TO TRUE
           END-READ

           IF NOT WRK-FS-SLD01-OK AND NOT WRK-FS-SLD01-NAO-ACHOU
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 3950-CONTROLA-PAGINA

           IF WRK-SLD-ACHOU
              ADD 1                   TO ACU-SALDOS-ACHADOS
              MOVE ARQSLD01-SALDO-ANTERIOR TO WRK-CON-SLD-ANTERIOR
              MOVE ARQSLD01-SALDO     TO WRK-CON-SLD-ATUAL
              MOVE ARQSLD01-DAT-ATUALIZ TO WRK-CON-SLD-DATA
              WRITE FD-ARQCON01 FROM WRK-CON-SALDO
           ELSE
              WRITE FD-ARQCON01 FROM WRK-CON-SEM-SALDO
           END-IF

           IF NOT WRK-FS-CON01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                      TO WRK-QTD-LINHAS
           .
      *----------------------------------------------------------------*
       3100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    IMPRIME A LINHA DE IDENTIFICACAO DA POSICAO, COM            *
      *    CABECALHO A CADA 55 LINHAS                                  *
      *----------------------------------------------------------------*
           DISPLAY '* FILE-STATUS CPF:' WRK-FS-ARQCPF01           '*'
           DISPLAY '* FILE-STATUS POS:' WRK-FS-ARQPOS01           '*'
           DISPLAY '* FILE-STATUS EXT:' WRK-FS-ARQEXT01           '*'
           DISPLAY '* FILE-STATUS SLD:' WRK-FS-ARQSLD01           '*'
           DISPLAY '* FILE-STATUS CON:' WRK-FS-ARQCON01           '*'
           DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                    *'
           DISPLAY '************************************************'
           CLOSE ARQCPF01
           CLOSE ARQPOS01
           CLOSE ARQEXT01
           CLOSE ARQSLD01
           CLOSE ARQCON01

           DISPLAY '************************************************'
           DISPLAY '* CPF CONSULTADOS 'WRK-QTD-CONSULTA
           DISPLAY '* POSICOES ENCONTRADAS 'ACU-POSICOES-ACHADAS
           DISPLAY '* CPF SEM POSICAO 'ACU-POSICOES-AUSENTES
           DISPLAY '* SALDOS ENCONTRADOS 'ACU-SALDOS-ACHADOS
           DISPLAY '* LINHAS DE EXTRATO IMPRESSAS 'ACU-LINHAS-EXTRATO
           DISPLAY '* 'WRK-PROGRAMA' - FIM DO PROGRAMA.             '
           DISPLAY '************************************************'
