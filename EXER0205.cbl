      *    ANALISTA....: ARI BORGES                                *
      *    DATA........: 22/08/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....:   CONSOLIDAR AS TRANSMISSOES DE MOVIMENTO     *
      *                    DAS AGENCIAS (LAYOUT ENT02103), RECEBIDAS   *
      *                    EM SEQUENCIA NO DD ARQENT10 - QUANTAS       *
      *                    AGENCIAS HOUVER, CADA UMA COM SEU HEADER,   *
      *                    DETALHES E TRAILER - EM UM UNICO ARQENT01   *
      *                    ORDENADO POR CPF E DATA, CARIMBANDO EM CADA *
      *                    DETALHE O CODIGO DA AGENCIA DE ORIGEM       *
      *                    (OBTIDO DO HEADER DA TRANSMISSAO) E         *
      *                    GERANDO O HEADER E O TRAILER DE             *
      *                    CONFERENCIA DO ARQUIVO CONSOLIDADO. O       *
      *                    HEADER E O TRAILER DE CADA TRANSMISSAO      *
      *                    SAO VALIDADOS (QTDE E HASH) E A SEQUENCIA   *
      *                    DE CPF DE CADA TRANSMISSAO E CONFERIDA      *
      *                    ANTES DA CONSOLIDACAO.                      *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *      ARQENT10                                  ENT02103        *
      *      ARQENT01                                  ENT02103        *
      *      SORTWK01                                  (SORT INTERNO)  *
      *----------------------------------------------------------------*
      *    MANUTENCAO:                                                 *
      *    22/08/2026 - PROGRAMA CRIADO.                               *
      *                 REGISTRO NO ENCERRAMENTO, INCLUSIVE NOS        *
      *                 CANCELAMENTOS, PARA O RELATORIO DE             *
      *                 OPERACAO (EXER0217).                           *
      *    15/10/2026 - OS QUATRO DD FIXOS ARQENT11 A ARQENT14 DERAM   *
      *                 LUGAR AO DD UNICO ARQENT10, COM AS             *
      *                 TRANSMISSOES DE QUALQUER NUMERO DE AGENCIAS    *
      *                 (CADASTRO DE AGENCIAS ARQAGN01) EM             *
      *                 SEQUENCIA. CADA TRANSMISSAO E VALIDADA POR     *
      *                 HEADER E TRAILER E OS DETALHES SAO             *
      *                 ORDENADOS POR CPF E DATA DO MOVIMENTO NO SORT  *
      *                 INTERNO (AS TRANSMISSOES DE PROGRAMACAO E DE   *
      *                 TARIFA CHEGAM DEPOIS DAS AGENCIAS), NA ORDEM   *
      *                 DE CHEGADA SO COM CPF E DATA IGUAIS.           *
      *    15/10/2026 - O HEADER DO CONSOLIDADO PASSA A TRAZER A       *
      *                 HORA DE GERACAO (ARQENT01-HDR-HOR-GER): DATA,  *
      *                 HORA E ORIGEM IDENTIFICAM CADA CONSOLIDACAO,   *
      *                 MESMO COM MAIS DE UMA NO MESMO DIA.            *
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *                                                                *
      *
       FILE-CONTROL.
      *
           SELECT ARQENT10 ASSIGN       TO UT-S-ARQENT10
                      FILE STATUS      IS WRK-FS-ARQENT10.
      *
           SELECT ARQENT01 ASSIGN       TO UT-S-ARQENT01
                      FILE STATUS      IS WRK-FS-ARQENT01.
      *
           SELECT ARQSRT01 ASSIGN       TO UT-S-SORTWK01.
      *
           SELECT ARQJRN01 ASSIGN       TO UT-S-ARQJRN01
                      FILE STATUS      IS WRK-FS-ARQJRN01.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    INPUT:     TRANSMISSOES DAS AGENCIAS EM SEQUENCIA           *
      *               ORG. SEQUENCIAL   -   LRECL = 43                 *
      *----------------------------------------------------------------*

       FD  ARQENT10
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQENT10             PIC X(43).

      *----------------------------------------------------------------*
      *    OUTPUT:    MOVIMENTO CONSOLIDADO PARA EXER0203              *
      *               ORG. SEQUENCIAL   -   LRECL = 43                 *
      *----------------------------------------------------------------*

       FD  ARQENT01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQENT01             PIC X(43).

      *----------------------------------------------------------------*
      *    SORT:      DETALHES DAS TRANSMISSOES POR CPF E DATA         *
      *----------------------------------------------------------------*

       SD  ARQSRT01.
       01 SRT-REGISTRO.
          05 FILLER               PIC X(002).
          05 SRT-CPF              PIC 9(011).
          05 FILLER               PIC X(002).
          05 SRT-DAT-DEPOS        PIC 9(008).
          05 FILLER               PIC X(020).

      *
      *---------------------------------------------------------------*
      *----------------------------------------------------------------*
      *
       77 WRK-PROGRAMA            PIC  X(008) VALUE 'EXER0205'.
       77 ACU-LIDOS-ARQENT10      PIC  9(009) VALUE ZEROS.
       77 ACU-DETALHES-ARQENT10   PIC  9(009) VALUE ZEROS.
       77 ACU-GRAVA-ARQENT01      PIC  9(009) VALUE ZEROS.
       77 ACU-HASH-SAIDA          PIC  S9(017)V99 COMP-3  VALUE +0.
       77 WRK-HASH-TRL            PIC  S9(015)V99 VALUE ZEROS.
       77 WRK-QTD-TRANSMISSOES    PIC  9(005) VALUE ZEROS.
       77 WRK-DATA-CORRENTE       PIC  9(008) VALUE ZEROS.
       77 WRK-HORA-CORRENTE       PIC  9(006) VALUE ZEROS.
      *
      *    CONTROLE DA TRANSMISSAO CORRENTE EM ARQENT10
       77 WRK-TRN-COD-AGEN        PIC  X(004) VALUE SPACES.
       77 WRK-TRN-CPF-ANT         PIC  9(011) VALUE ZEROS.
       77 WRK-TRN-QTD-LIDOS       PIC  9(009) VALUE ZEROS.
       77 WRK-TRN-HASH            PIC  S9(017)V99 COMP-3  VALUE +0.
       77 WRK-TRN-HASH-CONFERE    PIC  S9(015)V99 VALUE ZEROS.

       77 WRK-FLAG-TRAILER        PIC  X(001) VALUE 'N'.
          88 WRK-TRAILER-LIDO                 VALUE 'S'.
          88 WRK-TRAILER-PENDENTE             VALUE 'N'.

       77 WRK-FLAG-SORT           PIC  X(001) VALUE 'N'.
          88 WRK-FIM-SORT                     VALUE 'S'.
          88 WRK-SORT-COM-DADOS               VALUE 'N'.
      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
          88 WRK-CN-ARQENT10      VALUE 'ARQENT10'.
          88 WRK-CN-ARQENT01      VALUE 'ARQENT01'.
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
       01 WRK-FS-ARQENT10         PIC  X(002) VALUE SPACES.
          88 WRK-FS-ENT10-OK                  VALUE '00'.
          88 WRK-FS-ENT10-FIM                 VALUE '10'.
          88 WRK-FS-ENT10-AUSENTE             VALUE '35'.
      *
       01 WRK-FS-ARQENT01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-ENT01-OK                  VALUE '00'.

      *
       01 WRK-FS-ARQJRN01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-JRN01-OK                  VALUE '00'.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
             'AREA DOS BOOKS DOS ARQUIVOS DE ENTRADA E SAIDA'.
      *
           PERFORM 1000-INICIALIZAR
      *
           SET WRK-CN-SORT                    TO TRUE
           SET WRK-CN-ARQSRT01                TO TRUE

           SORT ARQSRT01
                ON ASCENDING KEY SRT-CPF
                                 SRT-DAT-DEPOS
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE  IS 2000-CARREGAR-TRANSMISSOES
                OUTPUT PROCEDURE IS 5000-GRAVAR-CONSOLIDADO

           IF SORT-RETURN NOT EQUAL ZEROS
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
      *
           PERFORM 9900-FINALIZAR
           .
      *----------------------------------------------------------------*
      *
           MOVE FUNCTION CURRENT-DATE(1:8)    TO WRK-DATA-CORRENTE
           MOVE FUNCTION CURRENT-DATE(9:6)    TO WRK-HORA-CORRENTE

           SET WRK-CN-OPEN                    TO TRUE
           SET WRK-CN-ARQENT01                TO TRUE
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
      *
      *    O DD ARQENT10 NAO FORNECIDO NO JOB (FILE-STATUS 35) OU
      *    VAZIO SIGNIFICA QUE NENHUMA AGENCIA TRANSMITIU NO DIA.
           SET WRK-CN-ARQENT10                TO TRUE
           OPEN INPUT ARQENT10

           IF WRK-FS-ENT10-OK
              PERFORM 2900-LER-TRANSMISSAO
           END-IF

           IF WRK-FS-ENT10-AUSENTE OR WRK-FS-ENT10-FIM
              DISPLAY '*********************************************'
              DISPLAY '*       ERRO EM OPERACAO COM ARQUIVOS       *'
              DISPLAY '* NENHUM ARQUIVO DE AGENCIA COM MOVIMENTO   *'
              MOVE 12                         TO RETURN-CODE
              PERFORM 9900-FINALIZAR
           END-IF

           IF NOT WRK-FS-ENT10-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           .
       1000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCEDIMENTO DE ENTRADA DO SORT: PERCORRE AS TRANSMISSOES   *
      *    DE ARQENT10 UMA A UMA ATE O FIM DO ARQUIVO (O PRIMEIRO      *
      *    REGISTRO JA FOI LIDO NA INICIALIZACAO)                      *
      *----------------------------------------------------------------*
       2000-CARREGAR-TRANSMISSOES SECTION.
      *----------------------------------------------------------------*
           PERFORM 2100-ABRIR-TRANSMISSAO UNTIL WRK-FS-ENT10-FIM
           .
      *----------------------------------------------------------------*
       2000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    VALIDA O HEADER (TIPO '00') DA TRANSMISSAO, GUARDA O        *
      *    CODIGO DA AGENCIA (4 PRIMEIRAS POSICOES DA ORIGEM DO        *
      *    HEADER) E TRATA OS REGISTROS ATE O TRAILER                  *
      *----------------------------------------------------------------*
       2100-ABRIR-TRANSMISSAO SECTION.
      *----------------------------------------------------------------*
           ADD 1                      TO WRK-QTD-TRANSMISSOES
      *
      *    O REGISTRO QUE SEGUE UM TRAILER SO PODE SER O HEADER DA
      *    PROXIMA TRANSMISSAO - QUALQUER OUTRO E REGISTRO APOS O
      *    TRAILER OU TRANSMISSAO SEM HEADER.
           IF NOT ARQENT01-REG-HEADER
              DISPLAY '*******************************************'
              DISPLAY '*    TRANSMISSAO DE AGENCIA INVALIDA      *'
              DISPLAY '* HEADER (TIPO 00) AUSENTE OU REGISTRO    *'
              DISPLAY '* APOS O TRAILER DA TRANSMISSAO ANTERIOR  *'
              DISPLAY '* TRANSMISSAO: 'WRK-QTD-TRANSMISSOES
              DISPLAY '* 'WRK-PROGRAMA'  CANCELADO               *'
              DISPLAY '*******************************************'
              MOVE 12                 TO RETURN-CODE
              PERFORM 9900-FINALIZAR
           END-IF

           MOVE ARQENT01-HDR-COD-ORIG (1:4) TO WRK-TRN-COD-AGEN
           MOVE ZEROS                 TO WRK-TRN-CPF-ANT
                                         WRK-TRN-QTD-LIDOS
                                         WRK-TRN-HASH
           SET WRK-TRAILER-PENDENTE   TO TRUE

           PERFORM 2900-LER-TRANSMISSAO

           PERFORM 2200-TRATAR-REGISTRO UNTIL WRK-TRAILER-LIDO
           .
      *----------------------------------------------------------------*
       2100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    REGISTRO DA TRANSMISSAO CORRENTE. DETALHE: CONFERE A        *
      *    SEQUENCIA DE CPF, CARIMBA A AGENCIA E ENTREGA AO SORT.      *
      *    TRAILER: ENCERRA A TRANSMISSAO. FIM SEM TRAILER OU TIPO     *
      *    DE REGISTRO NAO PREVISTO CANCELAM A CONSOLIDACAO            *
      *----------------------------------------------------------------*
       2200-TRATAR-REGISTRO SECTION.
      *----------------------------------------------------------------*
           IF WRK-FS-ENT10-FIM
              DISPLAY '*******************************************'
              DISPLAY '*    TRANSMISSAO DE AGENCIA INVALIDA      *'
              DISPLAY '* TRAILER (TIPO 99) AUSENTE               *'
              DISPLAY '* AGENCIA: 'WRK-TRN-COD-AGEN
              DISPLAY '* 'WRK-PROGRAMA'  CANCELADO               *'
              DISPLAY '*******************************************'
              MOVE 12                         TO RETURN-CODE
           END-IF

           IF ARQENT01-REG-TRAILER
              PERFORM 2300-ENCERRAR-TRANSMISSAO
           ELSE
              IF NOT ARQENT01-REG-DETALHE
                 DISPLAY '*******************************************'
                 DISPLAY '*    TRANSMISSAO DE AGENCIA INVALIDA      *'
                 DISPLAY '* TIPO DE REGISTRO NAO PREVISTO NO MEIO   *'
                 DISPLAY '* DA TRANSMISSAO DA AGENCIA: '
                         WRK-TRN-COD-AGEN
                 DISPLAY '* 'WRK-PROGRAMA'  CANCELADO               *'
                 DISPLAY '*******************************************'
                 MOVE 12                      TO RETURN-CODE
                 PERFORM 9900-FINALIZAR
              END-IF
      *
      *       A SEQUENCIA DE CPF E CONFERIDA TRANSMISSAO A
      *       TRANSMISSAO - E A DESORDEM DENTRO DA TRANSMISSAO DE
      *       UMA AGENCIA QUE INDICA ARQUIVO TRUNCADO OU MONTADO
      *       FORA DO PADRAO. UMA TRANSMISSAO DESORDENADA CANCELA A
      *       CONSOLIDACAO ANTES DE CONTAMINAR O CONSOLIDADO.
              IF ARQENT01-CPF LESS WRK-TRN-CPF-ANT
                 DISPLAY '*******************************************'
                 DISPLAY '*    TRANSMISSAO DE AGENCIA INVALIDA      *'
                 DISPLAY '* CPF FORA DE SEQUENCIA NA TRANSMISSAO DA *'
                 DISPLAY '* AGENCIA 'WRK-TRN-COD-AGEN' - CPF LIDO: '
                         ARQENT01-CPF
                 DISPLAY '* CPF ANTERIOR: 'WRK-TRN-CPF-ANT
                 DISPLAY '* 'WRK-PROGRAMA'  CANCELADO               *'
                 DISPLAY '*******************************************'
                 MOVE 12                      TO RETURN-CODE
                 PERFORM 9900-FINALIZAR
              END-IF

              MOVE ARQENT01-CPF    TO WRK-TRN-CPF-ANT
              ADD 1                TO WRK-TRN-QTD-LIDOS
                                          ACU-DETALHES-ARQENT10
              COMPUTE WRK-TRN-HASH = WRK-TRN-HASH + ARQENT01-VAL-DEPOS
      *
      *       AS AGENCIAS TRANSMITEM O DETALHE COM A AGENCIA EM
      *       BRANCO - O CARIMBO VEM DO HEADER. UM DETALHE QUE JA
      *       TRAZ A AGENCIA (TRANSMISSAO SUPLEMENTAR DO RECICLO,
      *       EXER0213) E PRESERVADO, PARA NAO VIRAR A
      *       PSEUDO-AGENCIA DA ORIGEM DA TRANSMISSAO.
              IF ARQENT01-COD-AGEN EQUAL SPACES
                 MOVE WRK-TRN-COD-AGEN TO ARQENT01-COD-AGEN
              END-IF

              RELEASE SRT-REGISTRO FROM ARQENT01-REGISTRO

              PERFORM 2900-LER-TRANSMISSAO
           END-IF
           .
      *----------------------------------------------------------------*
       2200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    TRAILER DA TRANSMISSAO LIDO: CONFERE QTDE E HASH            *
      *    (TRUNCADO NA LARGURA DO CAMPO DO TRAILER) CONTRA O QUE      *
      *    FOI LIDO E AVANCA PARA O REGISTRO SEGUINTE, QUE DEVE SER    *
      *    O HEADER DA PROXIMA TRANSMISSAO OU O FIM DO ARQUIVO         *
      *----------------------------------------------------------------*
       2300-ENCERRAR-TRANSMISSAO SECTION.
      *----------------------------------------------------------------*
           SET WRK-TRAILER-LIDO       TO TRUE

           MOVE WRK-TRN-HASH          TO WRK-TRN-HASH-CONFERE

           IF (ARQENT01-TRL-QTD-REG NOT EQUAL WRK-TRN-QTD-LIDOS)
           OR (ARQENT01-TRL-HASH-DEP NOT EQUAL WRK-TRN-HASH-CONFERE)
              DISPLAY '*******************************************'
              DISPLAY '*    TRANSMISSAO DE AGENCIA INVALIDA      *'
              DISPLAY '* AGENCIA: 'WRK-TRN-COD-AGEN
              DISPLAY '* QTDE NO TRAILER: 'ARQENT01-TRL-QTD-REG
              DISPLAY '* QTDE LIDA......: 'WRK-TRN-QTD-LIDOS
              DISPLAY '* HASH NO TRAILER: 'ARQENT01-TRL-HASH-DEP
              DISPLAY '* HASH CALCULADO.: 'WRK-TRN-HASH-CONFERE
              DISPLAY '* 'WRK-PROGRAMA'  CANCELADO               *'
              DISPLAY '*******************************************'
              MOVE 12                         TO RETURN-CODE
              PERFORM 9900-FINALIZAR
           END-IF

           DISPLAY '* AGENCIA 'WRK-TRN-COD-AGEN
                   ' - LIDOS 'WRK-TRN-QTD-LIDOS

           PERFORM 2900-LER-TRANSMISSAO
           .
      *----------------------------------------------------------------*
       2300-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LE O PROXIMO REGISTRO DE ARQENT10 PARA A AREA DO BOOK       *
      *----------------------------------------------------------------*
       2900-LER-TRANSMISSAO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ                    TO TRUE
           SET WRK-CN-ARQENT10                TO TRUE

           READ ARQENT10 INTO ARQENT01-REGISTRO

           IF (NOT WRK-FS-ENT10-OK) AND (NOT WRK-FS-ENT10-FIM)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-FS-ENT10-OK
              ADD 1                           TO ACU-LIDOS-ARQENT10
           END-IF
           .
      *----------------------------------------------------------------*
       2900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    PROCEDIMENTO DE SAIDA DO SORT: GRAVA O HEADER DO            *
      *    CONSOLIDADO E OS DETALHES JA ORDENADOS POR CPF E DATA       *
      *----------------------------------------------------------------*
       5000-GRAVAR-CONSOLIDADO SECTION.
      *----------------------------------------------------------------*
           INITIALIZE ARQENT01-REGISTRO
           MOVE '00'                          TO ARQENT01-TIP-REG
           MOVE WRK-DATA-CORRENTE             TO ARQENT01-HDR-DAT-GER
           MOVE 'CONSOLID'                    TO ARQENT01-HDR-COD-ORIG
           MOVE WRK-HORA-CORRENTE             TO ARQENT01-HDR-HOR-GER

           SET WRK-CN-WRITE                   TO TRUE
           SET WRK-CN-ARQENT01                TO TRUE
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           PERFORM 5800-RETORNAR-SORT

           PERFORM 5100-GRAVAR-DETALHE UNTIL WRK-FIM-SORT
           .
      *----------------------------------------------------------------*
       5000-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA NO CONSOLIDADO O DETALHE DEVOLVIDO PELO SORT          *
      *----------------------------------------------------------------*
       5100-GRAVAR-DETALHE SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-WRITE                   TO TRUE
           SET WRK-CN-ARQENT01                TO TRUE
           WRITE FD-ARQENT01 FROM ARQENT01-REGISTRO
           IF NOT WRK-FS-ENT01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1                TO ACU-GRAVA-ARQENT01
           COMPUTE ACU-HASH-SAIDA = ACU-HASH-SAIDA +
                                     ARQENT01-VAL-DEPOS

           PERFORM 5800-RETORNAR-SORT
           .
      *----------------------------------------------------------------*
       5100-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    DEVOLVE O PROXIMO DETALHE ORDENADO NA AREA DO BOOK          *
      *----------------------------------------------------------------*
       5800-RETORNAR-SORT SECTION.
      *----------------------------------------------------------------*
           RETURN ARQSRT01 INTO ARQENT01-REGISTRO
              AT END
                 SET WRK-FIM-SORT             TO TRUE
           END-RETURN
           .
      *----------------------------------------------------------------*
       5800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ROTINA DE TRATAMENTO DE ERRO EM OPERACAO COM ARQUIVOS       *
           DISPLAY '*       ERRO EM OPERACAO COM ARQUIVOS          *'
           DISPLAY '* COMANDO: 'WRK-COMANDO'                       *'
           DISPLAY '* ARQUIVO: 'WRK-ARQUIVO'                       *'
           DISPLAY '* FILE-STATUS E10:' WRK-FS-ARQENT10           '*'
           DISPLAY '* FILE-STATUS SAI:' WRK-FS-ARQENT01           '*'
           DISPLAY '* SORT-RETURN....:' SORT-RETURN
           DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                    *'
           DISPLAY '************************************************'

      *----------------------------------------------------------------*
      *    GRAVA O TRAILER DO CONSOLIDADO (QTDE DE DETALHES E HASH     *
      *    DOS VALORES), FECHA OS ARQUIVOS E REPORTA AS CONTAGENS      *
      *    LIDAS E GRAVADAS                                            *
      *----------------------------------------------------------------*
       9900-FINALIZAR SECTION.
      *----------------------------------------------------------------*
           END-IF

           CLOSE ARQENT01
           IF NOT WRK-FS-ENT10-AUSENTE
              CLOSE ARQENT10
           END-IF

           DISPLAY '************************************************'
           DISPLAY '* TRANSMISSOES DE AGENCIA LIDAS '
                   WRK-QTD-TRANSMISSOES
           DISPLAY '* REGISTROS LIDOS DE ARQENT10 'ACU-LIDOS-ARQENT10
           DISPLAY '* DETALHES LIDOS DE ARQENT10  '
                   ACU-DETALHES-ARQENT10
           DISPLAY '* QTDE GRAVADA NO CONSOLIDADO 'ACU-GRAVA-ARQENT01
           DISPLAY '* 'WRK-PROGRAMA' - FIM DO PROGRAMA.             '
           DISPLAY '************************************************'
       9900-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA NO JOURNAL DE EXECUCAO (ARQJRN01, EM EXTENSAO) O      *
      *    REGISTRO DESTA EXECUCAO: PROGRAMA, DATA/HORA, ORIGEM DO     *
              MOVE FUNCTION CURRENT-DATE(9:6) TO JRN-HORA-EXEC
              MOVE SPACES             TO JRN-COD-ORIG
              MOVE ZEROS              TO JRN-DAT-GER
              MOVE ACU-DETALHES-ARQENT10   TO JRN-QTD-LIDOS
              MOVE ACU-GRAVA-ARQENT01      TO JRN-QTD-GRAVADOS
              MOVE RETURN-CODE        TO JRN-RETURN-CODE

