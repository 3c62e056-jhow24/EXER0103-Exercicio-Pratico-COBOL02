      *      ARQSTA01                                  STA02103        *
      *      ARQPOS01                                  POS02103        *
      *      ARQCAL01                                  CAL02103        *
      *      ARQSLD01                                  SLD02103        *
      *      ARQINS01                                  INS02103        *
      *      ARQAGN01                                  AGN02103        *
      *      ARQPSQ01                                  PSQ02123        *
      *      ARQSLQ01                                  SLD02103        *
      *----------------------------------------------------------------*
      *    MANUTENCAO:                                                 *
      *    08/08/2026 - INCLUIDA VALIDACAO DO DIGITO VERIFICADOR DO    *
      *                 REGISTRO NO ENCERRAMENTO, INCLUSIVE NOS        *
      *                 CANCELAMENTOS, PARA O RELATORIO DE             *
      *                 OPERACAO (EXER0217).                           *
      *    15/10/2026 - INCLUIDO O CADASTRO INDEXADO DE SALDOS         *
      *                 ARQSLD01 (CHAVE CPF): CADA GRUPO DE CPF ABRE   *
      *                 COM O SALDO DE FECHAMENTO DA RODADA ANTERIOR   *
      *                 (ACU-VALOR-LIQ, SALDO DO EXTRATO ARQEXT01 E    *
      *                 SALDOS DE ARQPOS01 - LRECL 114 -> 148) E O     *
      *                 NOVO SALDO E REGRAVADO NO FECHAMENTO. SAQUE    *
      *                 OU ESTORNO QUE LEVARIA O SALDO ABAIXO DE ZERO  *
      *                 E RECUSADO PARA O NOVO ARQINS01, COM O CODIGO  *
      *                 DO MOTIVO. A COLUNA VALOR LIQUIDO DE ARQSAI01  *
      *                 SEGUE COM A MOVIMENTACAO DO PERIODO. ARQTOT01  *
      *                 LRECL 95 -> 100 (QTDE RECUSADA POR SALDO);     *
      *                 ARQCKP01 LRECL 957 -> 977.                     *
      *    15/10/2026 - INCLUIDO O CADASTRO INDEXADO DE AGENCIAS       *
      *                 ARQAGN01 (CHAVE CODIGO DA AGENCIA). MOVIMENTO  *
      *                 DE AGENCIA NAO CADASTRADA, ENCERRADA OU COM    *
      *                 DATA IGUAL OU POSTERIOR AO ENCERRAMENTO E      *
      *                 REJEITADO PARA ARQREJ01 COM O MOTIVO 05 (AS    *
      *                 ORIGENS JURO E RECI E A AGENCIA EM BRANCO NAO  *
      *                 SAO AGENCIAS BANCARIAS E NAO SAO CONSULTADAS). *
      *                 A TABELA DE TOTAIS POR AGENCIA PASSA DE 10     *
      *                 PARA 999 ENTRADAS E O CHECKPOINT PASSA A       *
      *                 GRAVAR UM REGISTRO POR AGENCIA SEGUIDO DO      *
      *                 REGISTRO DE CONTROLE (ARQCKP01 LRECL 977 ->    *
      *                 249).                                          *
      *    15/10/2026 - NOVO TIPO DE TRANSACAO I (DEBITO DO IRRF       *
      *                 RETIDO SOBRE OS JUROS, GERADO POR EXER0215     *
      *                 JUNTO AO CREDITO J): ABATE DA POSICAO LIQUIDA  *
      *                 SEM ENTRAR NOS TOTAIS DE SAQUES NEM NA         *
      *                 RECUSA POR SALDO INSUFICIENTE. ARQMST01 LRECL  *
      *                 54 -> 55 (TRIBUTACAO DE IRRF DO CLIENTE).      *
      *    15/10/2026 - MOVIMENTO DE CPF COM SITUACAO U NO CADASTRO    *
      *                 (CPF ERRADO JA UNIFICADO NO CORRETO POR        *
      *                 EXER0222) TAMBEM E DESVIADO PARA ARQSTA01.     *
      *    15/10/2026 - RODADA PARTICIONADA: ARQCTL01 PASSA A TRAZER   *
      *                 UMA FAIXA DE CPF E O PROGRAMA PROCESSA SOMENTE *
      *                 OS DETALHES DE ARQENT01 DENTRO DELA (OS DEMAIS *
      *                 ENTRAM SO NA CONFERENCIA DO TRAILER), PARA     *
      *                 VARIAS COPIAS RODAREM EM PARALELO. NA          *
      *                 PARTICAO, A POSICAO VAI PARA O SEQUENCIAL      *
      *                 ARQPSQ01 E OS SALDOS REGRAVADOS PARA O         *
      *                 SEQUENCIAL ARQSLQ01 (ARQSLD01 SO E LIDO); A    *
      *                 CONSOLIDACAO EXER0223 CARREGA ARQPOS01 E       *
      *                 ARQSLD01 E JUNTA AS DEMAIS SAIDAS. ARQTOT01    *
      *                 TRAZ A FAIXA E AS QTDES DE EXTRATO, AGENCIAS,  *
      *                 POSICAO E SALDOS (LRECL 100 -> 142); ARQCKP01  *
      *                 LRECL 249 -> 258 (QTDE FORA DA FAIXA).         *
      *    15/10/2026 - NOVO TIPO DE TRANSACAO T (DEBITO DA TARIFA DE  *
      *                 MANUTENCAO DE CONTA, GERADO POR EXER0226):     *
      *                 ABATE DA POSICAO LIQUIDA COMO O TIPO I, SEM    *
      *                 ENTRAR NOS TOTAIS DE SAQUES NEM NA RECUSA POR  *
      *                 SALDO INSUFICIENTE. A ORIGEM TARI (DETALHE DE  *
      *                 TARIFA SEM AGENCIA) NAO E AGENCIA BANCARIA.    *
      *    15/10/2026 - ARQMST01 LRECL 55 -> 236 (ENDERECO, E-MAIL E   *
      *                 CANAL PREFERIDO DO CLIENTE); SO RECOMPILACAO.  *
      *    15/10/2026 - O REINICIO GRAVA EM ARQCKP01 UM REGISTRO 'D'   *
      *                 (DESCARTE) LOGO APOS REABRIR O ARQUIVO EM      *
      *                 EXTENSAO, E A CARGA DO CHECKPOINT ZERA A       *
      *                 TABELA DE AGENCIAS NELE: OS REGISTROS 'A' DE   *
      *                 UM CHECKPOINT INTERROMPIDO NAO SE SOMAM MAIS   *
      *                 AOS DO CHECKPOINT SEGUINTE NUM SEGUNDO         *
      *                 REINICIO.                                      *
      *    15/10/2026 - A TRANSMISSAO JA APLICADA AO SALDO (MESMA      *
      *                 DATA, HORA E ORIGEM DO HEADER GRAVADAS EM      *
      *                 ARQSLD01) E RECONHECIDA EM TODA RODADA, NAO SO *
      *                 NO REINICIO: O REPROCESSAMENTO DO MESMO        *
      *                 ARQENT01 REABRE O GRUPO PELO SALDO DE ABERTURA *
      *                 GUARDADO E NAO DOBRA O SALDO. ARQSLD01 E       *
      *                 ARQSLQ01 LRECL 69 -> 75 (HORA DE GERACAO).     *
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *                                                                *
      *
           SELECT ARQCAL01 ASSIGN       TO UT-S-ARQCAL01
                      FILE STATUS      IS WRK-FS-ARQCAL01.
      *
           SELECT ARQSLD01 ASSIGN       TO UT-S-ARQSLD01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS ARQSLD01-CPF
                      FILE STATUS      IS WRK-FS-ARQSLD01.
      *
           SELECT ARQINS01 ASSIGN       TO UT-S-ARQINS01
                      FILE STATUS      IS WRK-FS-ARQINS01.
      *
           SELECT ARQAGN01 ASSIGN       TO UT-S-ARQAGN01
                      ORGANIZATION     IS INDEXED
                      ACCESS MODE      IS RANDOM
                      RECORD KEY       IS ARQAGN01-COD-AGEN
                      FILE STATUS      IS WRK-FS-ARQAGN01.
      *
           SELECT ARQPSQ01 ASSIGN       TO UT-S-ARQPSQ01
                      FILE STATUS      IS WRK-FS-ARQPSQ01.
      *
           SELECT ARQSLQ01 ASSIGN       TO UT-S-ARQSLQ01
                      FILE STATUS      IS WRK-FS-ARQSLQ01.
      *
           SELECT ARQJRN01 ASSIGN       TO UT-S-ARQJRN01
                      FILE STATUS      IS WRK-FS-ARQJRN01.
       01 FD-ARQSAI01             PIC X(142).

      *---------------------------------------------------------------*
      *   OUTPUT:     MOVIMENTOS REJEITADOS (CPF, DATA OU AGENCIA)    *
      *               ORG. SEQUENCIAL   -   LRECL = 45                *
      *---------------------------------------------------------------*


      *---------------------------------------------------------------*
      *   IN/OUT:    ARQUIVO DE CHECKPOINT PARA REINICIO              *
      *               ORG. SEQUENCIAL   -   LRECL = 258               *
      *---------------------------------------------------------------*

       FD  ARQCKP01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQCKP01             PIC X(258).

      *---------------------------------------------------------------*
      *   OUTPUT:     MOVIMENTOS COM VALOR ZERADO OU NEGATIVO         *

      *---------------------------------------------------------------*
      *   INPUT:     CADASTRO DE CLIENTES (CPF X NOME X SITUACAO)     *
      *               ORG. INDEXADA     -   LRECL = 236               *
      *---------------------------------------------------------------*

       FD  ARQMST01

      *---------------------------------------------------------------*
      *   OUTPUT:     TOTAIS DA EXECUCAO PARA O CONCILIADOR           *
      *               ORG. SEQUENCIAL   -   LRECL = 142               *
      *---------------------------------------------------------------*

       FD  ARQTOT01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQTOT01             PIC X(142).

      *---------------------------------------------------------------*
      *   OUTPUT:     EXTRATO DETALHADO POR CLIENTE (OPCIONAL)        *

      *---------------------------------------------------------------*
      *   OUTPUT:     MOVIMENTOS DESVIADOS POR SITUACAO DO CLIENTE    *
      *               (BLOQUEADO, FALECIDO OU UNIFICADO NO CADASTRO)  *
      *               ORG. SEQUENCIAL   -   LRECL = 40                *
      *---------------------------------------------------------------*

      *---------------------------------------------------------------*
      *   OUTPUT:     POSICAO CORRENTE POR CPF PARA A MESA DE         *
      *               ATENDIMENTO (EXER0214)                          *
      *               ORG. INDEXADA     -   LRECL = 148               *
      *---------------------------------------------------------------*

       FD  ARQPOS01
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQCAL01             PIC X(12).

      *---------------------------------------------------------------*
      *   I-O:       CADASTRO DE SALDOS POR CPF (SALDO DE FECHAMENTO  *
      *               DA RODADA ANTERIOR, REGRAVADO NO FECHAMENTO)    *
      *               ORG. INDEXADA     -   LRECL = 75                *
      *---------------------------------------------------------------*

       FD  ARQSLD01
           LABEL RECORD IS STANDARD.
           COPY SLD02103.

      *---------------------------------------------------------------*
      *   OUTPUT:     SAQUES E ESTORNOS RECUSADOS POR SALDO           *
      *               INSUFICIENTE                                    *
      *               ORG. SEQUENCIAL   -   LRECL = 58                *
      *---------------------------------------------------------------*

       FD  ARQINS01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQINS01             PIC X(58).

      *---------------------------------------------------------------*
      *   INPUT:     CADASTRO DE AGENCIAS (CODIGO X SITUACAO X DATA   *
      *               DE ENCERRAMENTO)                                *
      *               ORG. INDEXADA     -   LRECL = 70                *
      *---------------------------------------------------------------*

       FD  ARQAGN01
           LABEL RECORD IS STANDARD.
           COPY AGN02103.

      *---------------------------------------------------------------*
      *   OUTPUT:     POSICAO CORRENTE POR CPF DA PARTICAO (SO NA     *
      *               RODADA PARTICIONADA - CARREGADA EM ARQPOS01     *
      *               PELA CONSOLIDACAO EXER0223)                     *
      *               ORG. SEQUENCIAL   -   LRECL = 148               *
      *---------------------------------------------------------------*

       FD  ARQPSQ01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQPSQ01             PIC X(148).

      *---------------------------------------------------------------*
      *   OUTPUT:     SALDOS DE FECHAMENTO DA PARTICAO (SO NA RODADA  *
      *               PARTICIONADA - APLICADOS EM ARQSLD01 PELA       *
      *               CONSOLIDACAO EXER0223)                          *
      *               ORG. SEQUENCIAL   -   LRECL = 75                *
      *---------------------------------------------------------------*

       FD  ARQSLQ01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQSLQ01             PIC X(75).

      *
      *
      *---------------------------------------------------------------*
       77 ACU-GRAVA-ARQAGE01      PIC  9(005) VALUE ZEROS.
       77 ACU-GRAVA-ARQSTA01      PIC  9(005) VALUE ZEROS.
       77 ACU-GRAVA-ARQPOS01      PIC  9(005) VALUE ZEROS.
       77 ACU-GRAVA-ARQINS01      PIC  9(005) VALUE ZEROS.
       77 ACU-GRAVA-ARQSLD01      PIC  9(005) VALUE ZEROS.
       77 ACU-REJ-DATA            PIC  9(005) VALUE ZEROS.
       77 ACU-QTD-ROLADOS         PIC  9(005) VALUE ZEROS.
       77 ACU-FORA-FAIXA          PIC  9(009) VALUE ZEROS.
       77 WRK-DATA-HOJE           PIC  9(008) VALUE ZEROS.
       77 WRK-QTD-CAL             PIC  9(003) VALUE ZEROS.
       77 WRK-IDX-CAL             PIC  9(003) VALUE ZEROS.
       77 ACU-VALOR-LIQ           PIC  S9(017)V99 COMP-3  VALUE +0.
       77 ACU-VALOR-SAQ           PIC  S9(017)V99 COMP-3  VALUE +0.
       77 ACU-VALOR-JRS           PIC  S9(017)V99 COMP-3  VALUE +0.
       77 WRK-SALDO-ANTERIOR      PIC  S9(017)V99 COMP-3  VALUE +0.
       77 ACU-QTD-JUROS           PIC  9(005) VALUE ZEROS.
       77 ACU-QTD-DEP-GRUPO       PIC  9(005) VALUE ZEROS.
       77 ACU-QTD-SAQ-GRUPO       PIC  9(005) VALUE ZEROS.
       77 ACU-REGS-SEQ            PIC  9(009) VALUE ZEROS.
       77 WRK-HDR-DAT-GER         PIC  9(008) VALUE ZEROS.
       77 WRK-HDR-COD-ORIG        PIC  X(008) VALUE SPACES.
       77 WRK-HDR-HOR-GER         PIC  9(006) VALUE ZEROS.
       77 ACU-SALDO-REAPLICADO    PIC  9(009) VALUE ZEROS.
       77 WRK-ENT-TRL-QTD         PIC  9(009) VALUE ZEROS.
       77 WRK-ENT-TRL-HASH        PIC  S9(015)V99 VALUE ZEROS.
       77 WRK-HASH-CONFERE        PIC  S9(015)V99 VALUE ZEROS.
       77 WRK-QTD-MOV-TAB         PIC  9(004) VALUE ZEROS.
       77 WRK-IDX-MOV             PIC  9(004) VALUE ZEROS.
       77 WRK-POS-PRIMEIRA        PIC  9(009) VALUE ZEROS.
       77 WRK-QTD-AGEN-TAB        PIC  9(003) VALUE ZEROS.
       77 WRK-IDX-AGEN            PIC  9(003) VALUE ZEROS.
       77 WRK-IDX-AGEN-AUX        PIC  9(003) VALUE ZEROS.
       77 WRK-QTD-CKP-CONTROLE    PIC  9(005) VALUE ZEROS.
       77 WRK-QTD-CKP-LIDOS       PIC  9(005) VALUE ZEROS.

       77 WRK-FLAG-AGENCIA        PIC  X(001) VALUE 'S'.
          88 WRK-AGENCIA-VALIDA              VALUE 'S'.
          88 WRK-AGENCIA-INVALIDA            VALUE 'N'.
       77 WRK-COD-AGEN-MOV        PIC  X(004) VALUE SPACES.
          88 WRK-AGEN-NAO-BANCARIA           VALUE 'JURO' 'RECI' 'TARI'
                                                   '    '.

       77 WRK-FLAG-SEQ-GRUPO      PIC  X(001) VALUE 'N'.
          88 WRK-SEQ-GRUPO-INVALIDO         VALUE 'S'.
          88 WRK-SIT-GRUPO-ATIVO             VALUE 'A'.
          88 WRK-SIT-GRUPO-BLOQUEADO         VALUE 'B'.
          88 WRK-SIT-GRUPO-FALECIDO          VALUE 'F'.
          88 WRK-SIT-GRUPO-UNIFICADO         VALUE 'U'.
       77 WRK-FLAG-SALDO          PIC  X(001) VALUE 'N'.
          88 WRK-SALDO-CADASTRADO            VALUE 'S'.
          88 WRK-SALDO-NAO-CADASTRADO        VALUE 'N'.
       77 WRK-FLAG-PARTICAO       PIC  X(001) VALUE 'N'.
          88 WRK-RODADA-PARTICAO             VALUE 'S'.
          88 WRK-RODADA-UNICA                VALUE 'N'.

      *
       77 WRK-ARQUIVO             PIC  X(008) VALUE SPACES.
      *----------------------------------------------------------------*
      *
       01 TAB-AGEN-TOTAIS.
          05 TAB-AGEN             OCCURS 999 TIMES.
             10 TAB-AGEN-COD      PIC X(004).
             10 TAB-AGEN-QTD-DEP  PIC 9(009).
             10 TAB-AGEN-VAL-DEP  PIC S9(015)V99 COMP-3.
          88 WRK-FS-CAL01-FIM                 VALUE '10'.
          88 WRK-FS-CAL01-AUSENTE             VALUE '35'.
      *
       01 WRK-FS-ARQSLD01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-SLD01-OK                  VALUE '00'.
          88 WRK-FS-SLD01-NAO-ACHOU           VALUE '23'.
      *
       01 WRK-FS-ARQINS01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-INS01-OK                  VALUE '00'.
      *
       01 WRK-FS-ARQAGN01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-AGN01-OK                  VALUE '00'.
          88 WRK-FS-AGN01-NAO-ACHOU           VALUE '23'.
      *
       01 WRK-FS-ARQPSQ01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-PSQ01-OK                  VALUE '00'.
      *
       01 WRK-FS-ARQSLQ01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-SLQ01-OK                  VALUE '00'.
      *
       01 WRK-FS-ARQJRN01         PIC  X(002) VALUE SPACES.
          88 WRK-FS-JRN01-OK                  VALUE '00'.
           COPY AGE02103.
           COPY STA02103.
           COPY CAL02103.
           COPY INS02103.
           COPY PSQ02123.

           COPY JRN02117.

           MOVE ZEROS                         TO CTL-VAL-LIMITE-COMPL
           MOVE 'N'                           TO CTL-FLAG-EXTRATO
           MOVE 'A'                           TO CTL-FLAG-DUP
           MOVE ZEROS                         TO CTL-CPF-INICIAL
           MOVE ZEROS                         TO CTL-CPF-FINAL

           SET WRK-CN-OPEN                    TO TRUE
           OPEN INPUT ARQCTL01
              MOVE 'A'                        TO CTL-FLAG-DIA-UTIL
           END-IF

           PERFORM 1030-VALIDA-FAIXA-CPF

           PERFORM 1010-CARREGAR-CALENDARIO

           SET WRK-CN-OPEN                    TO TRUE
           OPEN INPUT ARQENT01
                      ARQMST01
                      ARQAGN01
      *
      *    NA RODADA PARTICIONADA AS COPIAS RODAM EM PARALELO E
      *    NENHUMA ATUALIZA ARQSLD01 - O SALDO DE ABERTURA E SO LIDO
      *    E O DE FECHAMENTO VAI PARA ARQSLQ01 (VIDE 3940).
           IF WRK-RODADA-PARTICAO
              OPEN INPUT ARQSLD01
           ELSE
              OPEN I-O   ARQSLD01
           END-IF
      *
           IF (NOT WRK-FS-ENT01-OK) OR (NOT WRK-FS-MST01-OK)
           OR (NOT WRK-FS-SLD01-OK) OR (NOT WRK-FS-AGN01-OK)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8)    TO WRK-DATA-CORRENTE
              OPEN OUTPUT ARQDUP01
              OPEN OUTPUT ARQAGE01
              OPEN OUTPUT ARQSTA01
              OPEN OUTPUT ARQINS01
              IF (NOT WRK-FS-SAI01-OK) OR (NOT WRK-FS-REJ01-OK)
              OR (NOT WRK-FS-SEQ01-OK) OR (NOT WRK-FS-VLR01-OK)
              OR (NOT WRK-FS-CKP01-OK) OR (NOT WRK-FS-CMP01-OK)
              OR (NOT WRK-FS-TOT01-OK) OR (NOT WRK-FS-EXT01-OK)
              OR (NOT WRK-FS-DUP01-OK) OR (NOT WRK-FS-AGE01-OK)
              OR (NOT WRK-FS-STA01-OK) OR (NOT WRK-FS-INS01-OK)
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF

              IF WRK-RODADA-PARTICAO
                 OPEN OUTPUT ARQPSQ01
                 OPEN OUTPUT ARQSLQ01
                 IF (NOT WRK-FS-PSQ01-OK) OR (NOT WRK-FS-SLQ01-OK)
                    PERFORM 9100-ERROS-ARQUIVOS
                 END-IF
              ELSE
                 OPEN OUTPUT ARQPOS01
                 IF NOT WRK-FS-POS01-OK
                    PERFORM 9100-ERROS-ARQUIVOS
                 END-IF
              END-IF

              PERFORM 3800-LER-DEPOSITO
      *
      *       UMA PARTICAO SEM NENHUM CPF DA SUA FAIXA NO ARQUIVO E
      *       NORMAL - SO CANCELA QUANDO A TRANSMISSAO NAO TEM
      *       DETALHE ALGUM.
              IF WRK-FS-ENT01-FIM
              AND ACU-LIDOS-ARQENT01 EQUAL ZEROS
                 DISPLAY '*********************************************'
                 DISPLAY '*       ERRO EM OPERACAO COM ARQUIVOS       *'
                 DISPLAY '* COMANDO: VAZIO                            *'
                 END-IF
              END-IF

              IF NOT WRK-FS-ENT01-FIM
                 MOVE ARQENT01-CPF            TO WRK-CPF-ANT
                 PERFORM 3060-CONSULTA-SITUACAO
                 PERFORM 3070-CONSULTA-SALDO
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*

           MOVE ARQENT01-HDR-DAT-GER          TO WRK-HDR-DAT-GER
           MOVE ARQENT01-HDR-COD-ORIG         TO WRK-HDR-COD-ORIG
           MOVE ARQENT01-HDR-HOR-GER          TO WRK-HDR-HOR-GER
           .
      *----------------------------------------------------------------*
       1020-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CONFERE A FAIXA DE CPF DO CARTAO DE CONTROLE. FAIXA INICIAL *
      *    ZERO E FINAL ZERO (OU TODA 9) E A RODADA UNICA DE SEMPRE;   *
      *    QUALQUER OUTRA FAIXA LIGA A RODADA PARTICIONADA, EM QUE SO  *
      *    OS CPFS DENTRO DELA SAO PROCESSADOS                         *
      *----------------------------------------------------------------*
       1030-VALIDA-FAIXA-CPF SECTION.
      *----------------------------------------------------------------*
           IF CTL-CPF-INICIAL NOT NUMERIC
              MOVE ZEROS                      TO CTL-CPF-INICIAL
           END-IF

           IF CTL-CPF-FINAL NOT NUMERIC
           OR CTL-CPF-FINAL EQUAL ZEROS
              MOVE 99999999999                TO CTL-CPF-FINAL
           END-IF

           IF CTL-CPF-INICIAL GREATER CTL-CPF-FINAL
              DISPLAY '*********************************************'
              DISPLAY '*     CARTAO DE CONTROLE ARQCTL01 INVALIDO  *'
              DISPLAY '* FAIXA DE CPF INICIAL MAIOR QUE A FINAL    *'
              DISPLAY '* INICIAL: 'CTL-CPF-INICIAL
              DISPLAY '* FINAL..: 'CTL-CPF-FINAL
              DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                 *'
              DISPLAY '*********************************************'
              MOVE 12                         TO RETURN-CODE
              PERFORM 9900-FINALIZAR
           END-IF

           IF CTL-CPF-INICIAL EQUAL ZEROS
           AND CTL-CPF-FINAL EQUAL 99999999999
              SET WRK-RODADA-UNICA            TO TRUE
           ELSE
              SET WRK-RODADA-PARTICAO         TO TRUE
              DISPLAY '* 'WRK-PROGRAMA' - RODADA PARTICIONADA - FAIXA '
                      'DE CPF 'CTL-CPF-INICIAL' A 'CTL-CPF-FINAL
           END-IF
           .
      *----------------------------------------------------------------*
       1030-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    REINICIA O PROCESSAMENTO A PARTIR DO ULTIMO CHECKPOINT      *
      *    GRAVADO EM ARQCKP01, REPOSICIONANDO ARQENT01 E RETOMANDO    *
      *    A GRAVACAO DE ARQSAI01 E ARQCKP01 POR EXTENSAO              *
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

      *
      *    CADA CHECKPOINT SAO OS REGISTROS DE AGENCIA SEGUIDOS DO
      *    REGISTRO DE CONTROLE QUE O FECHA. A PRIMEIRA PASSADA CONTA
      *    OS CHECKPOINTS FECHADOS; A SEGUNDA CARREGA SOMENTE O
      *    ULTIMO DELES - REGISTROS DE AGENCIA GRAVADOS DEPOIS DO
      *    ULTIMO CONTROLE SAO DE UM CHECKPOINT INTERROMPIDO PELO
      *    CANCELAMENTO E SAO DESPREZADOS.
           MOVE ZEROS                         TO WRK-QTD-CKP-CONTROLE
           READ ARQCKP01 INTO ARQCKP01-REGISTRO
           PERFORM UNTIL WRK-FS-CKP01-FIM
              IF CKP-REG-CONTROLE
                 ADD 1                        TO WRK-QTD-CKP-CONTROLE
              END-IF
              READ ARQCKP01 INTO ARQCKP01-REGISTRO
           END-PERFORM
           CLOSE ARQCKP01

           IF WRK-QTD-CKP-CONTROLE EQUAL ZEROS
              DISPLAY '*********************************************'
              DISPLAY '*       ERRO EM OPERACAO COM ARQUIVOS       *'
              DISPLAY '* NENHUM CHECKPOINT COMPLETO EM ARQCKP01    *'
              DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                 *'
              DISPLAY '*********************************************'
              MOVE 12                         TO RETURN-CODE
              PERFORM 9900-FINALIZAR
           END-IF

           OPEN INPUT ARQCKP01
           IF NOT WRK-FS-CKP01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           MOVE ZEROS                         TO WRK-QTD-CKP-LIDOS
                                                 WRK-IDX-AGEN
           READ ARQCKP01 INTO ARQCKP01-REGISTRO

           PERFORM UNTIL WRK-FS-CKP01-FIM
                      OR WRK-QTD-CKP-LIDOS EQUAL WRK-QTD-CKP-CONTROLE
      *
      *       AS ENTRADAS DA TABELA DE AGENCIAS TEM O MESMO LAYOUT
      *       NO CHECKPOINT E NA WORKING - MOVE DE GRUPO, ENTRADA A
      *       ENTRADA, NA ORDEM EM QUE FORAM GRAVADAS.
      *
      *       O REGISTRO DE DESCARTE, GRAVADO A CADA REINICIO, SEPARA
      *       OS REGISTROS DE AGENCIA DE UM CHECKPOINT INTERROMPIDO
      *       DOS DO CHECKPOINT SEGUINTE - ZERA A TABELA COMO NUM
      *       CONTROLE QUE NAO E O ULTIMO.
              IF CKP-REG-AGENCIA
                 IF WRK-IDX-AGEN LESS 999
                    ADD 1                     TO WRK-IDX-AGEN
                    MOVE CKP-AGEN             TO TAB-AGEN (WRK-IDX-AGEN)
                 END-IF
              ELSE
                 IF CKP-REG-DESCARTE
                    MOVE ZEROS                TO WRK-IDX-AGEN
                 ELSE
                    ADD 1                     TO WRK-QTD-CKP-LIDOS
                    IF WRK-QTD-CKP-LIDOS EQUAL WRK-QTD-CKP-CONTROLE
                       PERFORM 1055-RESTAURA-CONTROLE
                    ELSE
                       MOVE ZEROS             TO WRK-IDX-AGEN
                    END-IF
                 END-IF
              END-IF
              READ ARQCKP01 INTO ARQCKP01-REGISTRO
           END-PERFORM

      *    OUTPUT E NAO EM EXTENSAO.
           OPEN OUTPUT ARQAGE01
           OPEN EXTEND ARQSTA01
           OPEN EXTEND ARQINS01
           IF (NOT WRK-FS-SAI01-OK) OR (NOT WRK-FS-REJ01-OK)
           OR (NOT WRK-FS-SEQ01-OK) OR (NOT WRK-FS-VLR01-OK)
           OR (NOT WRK-FS-CKP01-OK) OR (NOT WRK-FS-CMP01-OK)
           OR (NOT WRK-FS-TOT01-OK) OR (NOT WRK-FS-EXT01-OK)
           OR (NOT WRK-FS-DUP01-OK) OR (NOT WRK-FS-AGE01-OK)
           OR (NOT WRK-FS-STA01-OK) OR (NOT WRK-FS-INS01-OK)
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
      *
      *    ARQCKP01 VOLTA EM EXTENSAO E PODE TERMINAR EM REGISTROS DE
      *    AGENCIA DE UM CHECKPOINT INTERROMPIDO PELO CANCELAMENTO -
      *    O REGISTRO DE DESCARTE OS SEPARA DOS CHECKPOINTS QUE ESTA
      *    RODADA GRAVAR (VIDE A CARGA ACIMA).
           MOVE SPACES                        TO ARQCKP01-REGISTRO
           SET CKP-REG-DESCARTE               TO TRUE
           SET WRK-CN-WRITE                   TO TRUE
           WRITE FD-ARQCKP01 FROM ARQCKP01-REGISTRO
           IF NOT WRK-FS-CKP01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF
      *
      *    OS GRUPOS JA FECHADOS ANTES DO CHECKPOINT ESTAO GRAVADOS
      *    NO INDEXADO DE POSICAO - REABRE EM I-O PARA INCLUIR OS
      *    GRUPOS QUE FECHAREM DAQUI EM DIANTE. NA PARTICAO A
      *    POSICAO E OS SALDOS SAO SEQUENCIAIS E REABREM EM EXTENSAO
      *    COMO AS DEMAIS SAIDAS.
           IF WRK-RODADA-PARTICAO
              OPEN EXTEND ARQPSQ01
              OPEN EXTEND ARQSLQ01
              IF (NOT WRK-FS-PSQ01-OK) OR (NOT WRK-FS-SLQ01-OK)
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           ELSE
              OPEN I-O ARQPOS01
              IF NOT WRK-FS-POS01-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-IF
      *
      *    A SITUACAO DO GRUPO AINDA ABERTO NAO E EXTERNALIZADA NO
      *    CHECKPOINT - RECONSULTA O CADASTRO PELO CPF RESTAURADO.
      *    O SALDO DE ABERTURA DESSE GRUPO VEIO DO CHECKPOINT
      *    (CKP-SALDO-ANTERIOR, JA SOMADO EM CKP-VALOR-LIQ) - NAO
      *    RELE ARQSLD01 PARA ELE.
           PERFORM 3060-CONSULTA-SITUACAO

           PERFORM 3800-LER-DEPOSITO
       1050-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    RESTAURA OS CONTADORES E ACUMULADORES DO REGISTRO DE        *
      *    CONTROLE DO ULTIMO CHECKPOINT FECHADO                       *
      *----------------------------------------------------------------*
       1055-RESTAURA-CONTROLE SECTION.
      *----------------------------------------------------------------*
           MOVE CKP-QTD-LIDOS        TO ACU-LIDOS-ARQENT01
           MOVE CKP-CPF-ANT          TO WRK-CPF-ANT
           MOVE CKP-DIG-CPF-ANT      TO WRK-DIG-CPF-ANT
           MOVE CKP-CPF-MAX          TO WRK-CPF-MAX
           MOVE CKP-FLAG-SEQ-GRUPO   TO WRK-FLAG-SEQ-GRUPO
           MOVE CKP-DATA-RECENTE     TO WRK-DATA-RECENTE
           MOVE CKP-VALOR-DEP        TO ACU-VALOR-DEP
           MOVE CKP-TOTAL-GERAL      TO ACU-TOTAL-GERAL
           MOVE CKP-HASH-VAL-DEP     TO ACU-HASH-VAL-DEP
           MOVE CKP-VALOR-LIQ        TO ACU-VALOR-LIQ
           MOVE CKP-VALOR-SAQ        TO ACU-VALOR-SAQ
           MOVE CKP-VALOR-JRS        TO ACU-VALOR-JRS
           MOVE CKP-QTD-JUROS        TO ACU-QTD-JUROS
           MOVE CKP-QTD-DEP-GRUPO    TO ACU-QTD-DEP-GRUPO
           MOVE CKP-QTD-SAQ-GRUPO    TO ACU-QTD-SAQ-GRUPO
           MOVE CKP-QTD-MOV-GRUPO    TO ACU-QTD-MOV-GRUPO
           MOVE CKP-QTD-DEPOSITOS    TO ACU-QTD-DEPOSITOS
           MOVE CKP-QTD-SAQUES       TO ACU-QTD-SAQUES
           MOVE CKP-QTD-ESTORNOS     TO ACU-QTD-ESTORNOS
           MOVE CKP-QTD-DESC-PERIODO TO ACU-DESC-PERIODO
           MOVE CKP-REGS-ACEITOS     TO ACU-REGS-ACEITOS
           MOVE CKP-REGS-SEQ         TO ACU-REGS-SEQ
           MOVE CKP-GRAVA-ARQEXT01   TO ACU-GRAVA-ARQEXT01
           MOVE CKP-GRAVA-ARQDUP01   TO ACU-GRAVA-ARQDUP01
           MOVE CKP-SUPR-DUP         TO ACU-SUPR-DUP
           MOVE CKP-GRAVA-ARQSAI01   TO ACU-GRAVA-ARQSAI01
           MOVE CKP-GRAVA-ARQREJ01   TO ACU-GRAVA-ARQREJ01
           MOVE CKP-GRAVA-ARQSEQ01   TO ACU-GRAVA-ARQSEQ01
           MOVE CKP-GRAVA-ARQVLR01   TO ACU-GRAVA-ARQVLR01
           MOVE CKP-GRAVA-ARQCMP01   TO ACU-GRAVA-ARQCMP01
           MOVE CKP-GRAVA-ARQCKP01   TO ACU-GRAVA-ARQCKP01
           MOVE CKP-GRAVA-ARQSTA01   TO ACU-GRAVA-ARQSTA01
           MOVE CKP-GRAVA-ARQPOS01   TO ACU-GRAVA-ARQPOS01
           MOVE CKP-REJ-DATA         TO ACU-REJ-DATA
           MOVE CKP-QTD-ROLADOS      TO ACU-QTD-ROLADOS
           MOVE CKP-SALDO-ANTERIOR   TO WRK-SALDO-ANTERIOR
           MOVE CKP-GRAVA-ARQINS01   TO ACU-GRAVA-ARQINS01
           MOVE CKP-GRAVA-ARQSLD01   TO ACU-GRAVA-ARQSLD01
           MOVE CKP-QTD-AGEN-TAB     TO WRK-QTD-AGEN-TAB
           MOVE CKP-QTD-FORA-FAIXA   TO ACU-FORA-FAIXA
      *
      *    A TABELA DE AGENCIAS JA FOI RECARREGADA COM OS REGISTROS
      *    DE AGENCIA QUE PRECEDEM ESTE CONTROLE.
           IF WRK-IDX-AGEN NOT EQUAL WRK-QTD-AGEN-TAB
              DISPLAY '*********************************************'
              DISPLAY '*       ERRO EM OPERACAO COM ARQUIVOS       *'
              DISPLAY '* CHECKPOINT COM QTDE DE AGENCIAS DIVERGENTE*'
              DISPLAY '* NO CONTROLE: 'WRK-QTD-AGEN-TAB
              DISPLAY '* CARREGADAS.: 'WRK-IDX-AGEN
              DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                 *'
              DISPLAY '*********************************************'
              MOVE 12                         TO RETURN-CODE
              PERFORM 9900-FINALIZAR
           END-IF
           .
      *----------------------------------------------------------------*
       1055-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    RECOMPOE, PARA UM REGISTRO REPOSTO DO GRUPO AINDA ABERTO,   *
      *    A ENTRADA DA TABELA DE DUPLICIDADE: APLICA OS MESMOS        *
      *    TESTES DE ACEITACAO DE 3100 (DIGITO DO CPF, AGENCIA, VALOR  *
      *    MAIOR QUE ZERO, DATA DENTRO DO PERIODO) E INCLUI NA TABELA  *
      *    O MOVIMENTO QUE NAO CASA COM UMA ENTRADA JA EXISTENTE.      *
      *    NAO GRAVA ARQDUP01 NEM MEXE EM ACUMULADOR - O QUE JA FOI    *
      *    APONTADO E ACUMULADO ANTES DO CHECKPOINT ESTA PRESERVADO    *
      *    NOS ARQUIVOS EM EXTENSAO E NOS CONTADORES RESTAURADOS       *
           PERFORM 3110-VALIDA-DIG-CPF

           IF WRK-CPF-VALIDO
              PERFORM 3190-VALIDA-AGENCIA
           END-IF

           IF WRK-CPF-VALIDO
           AND WRK-AGENCIA-VALIDA
           AND ARQENT01-VAL-DEPOS GREATER ZEROS
           AND ARQENT01-DAT-DEPOS GREATER OR EQUAL CTL-DATA-INICIAL
           AND ARQENT01-DAT-DEPOS LESS OR EQUAL CTL-DATA-FINAL
                                             WRK-DATA-RECENTE
                  MOVE ARQENT01-CPF       TO WRK-CPF-ANT
                  PERFORM 3060-CONSULTA-SITUACAO
                  PERFORM 3070-CONSULTA-SALDO
                  MOVE WRK-DATA-CONTR-INV TO WRK-DATA-ANT
                                             WRK-DATA-CORRENTE
           END-IF
              IF ARQMST01-SIT-FALECIDO
                 SET WRK-SIT-GRUPO-FALECIDO TO TRUE
              ELSE
                 IF ARQMST01-SIT-UNIFICADO
                    SET WRK-SIT-GRUPO-UNIFICADO TO TRUE
                 ELSE
                    SET WRK-SIT-GRUPO-ATIVO TO TRUE
                 END-IF
              END-IF
           END-IF
           .
       3060-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CONSULTA NO CADASTRO DE SALDOS ARQSLD01 O SALDO DE          *
      *    FECHAMENTO DA RODADA ANTERIOR DO GRUPO QUE ESTA ABRINDO     *
      *    (WRK-CPF-ANT) E ABRE COM ELE A POSICAO LIQUIDA CORRENTE     *
      *    (ACU-VALOR-LIQ). CPF SEM SALDO CADASTRADO ABRE EM ZEROS     *
      *----------------------------------------------------------------*
       3070-CONSULTA-SALDO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CN-READ            TO TRUE
           SET WRK-SALDO-CADASTRADO   TO TRUE

           MOVE WRK-CPF-ANT           TO ARQSLD01-CPF
           READ ARQSLD01
              INVALID KEY
                 SET WRK-SALDO-NAO-CADASTRADO TO TRUE
           END-READ

           IF NOT WRK-FS-SLD01-OK AND NOT WRK-FS-SLD01-NAO-ACHOU
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           IF WRK-SALDO-NAO-CADASTRADO
              MOVE ZEROS              TO WRK-SALDO-ANTERIOR
           ELSE
      *
      *       SALDO JA REGRAVADO POR ESTA MESMA TRANSMISSAO (MESMA
      *       DATA, HORA E ORIGEM DO HEADER): NO REINICIO POR
      *       CHECKPOINT, UM GRUPO FECHADO ENTRE O ULTIMO CHECKPOINT E
      *       O CANCELAMENTO; NUMA RODADA NORMAL, O REPROCESSAMENTO DO
      *       MESMO ARQENT01 (JOB RESUBMETIDO). ABRIR PELO SALDO
      *       REGRAVADO APLICARIA O MOVIMENTO DUAS VEZES - ABRE PELO
      *       SALDO DE ABERTURA GUARDADO NA ULTIMA ATUALIZACAO.
              IF ARQSLD01-DAT-GER-ORIG EQUAL WRK-HDR-DAT-GER
              AND ARQSLD01-HOR-GER-ORIG EQUAL WRK-HDR-HOR-GER
              AND ARQSLD01-COD-ORIG EQUAL WRK-HDR-COD-ORIG
                 MOVE ARQSLD01-SALDO-ANTERIOR TO WRK-SALDO-ANTERIOR
                 IF NOT CTL-EH-RESTART
                    ADD 1             TO ACU-SALDO-REAPLICADO
                 END-IF
              ELSE
                 MOVE ARQSLD01-SALDO  TO WRK-SALDO-ANTERIOR
              END-IF
           END-IF

           MOVE WRK-SALDO-ANTERIOR    TO ACU-VALOR-LIQ
           .
      *----------------------------------------------------------------*
       3070-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ACUMULAR DEPOSITOS E SALVAR DATA MAIS RECENTE               *
      *----------------------------------------------------------------*
       3100-TRATA-DEPOSITO SECTION.
      *
           PERFORM 3110-VALIDA-DIG-CPF

           IF WRK-CPF-VALIDO
              PERFORM 3190-VALIDA-AGENCIA
           END-IF

           IF WRK-CPF-INVALIDO
              MOVE '01'               TO WRK-COD-MOTIVO-REJ
              PERFORM 3120-GRAVAR-REJEITO
           ELSE
              IF WRK-AGENCIA-INVALIDA
                 MOVE '05'            TO WRK-COD-MOTIVO-REJ
                 PERFORM 3120-GRAVAR-REJEITO
              ELSE
                 IF WRK-SIT-GRUPO-BLOQUEADO OR WRK-SIT-GRUPO-FALECIDO
                 OR WRK-SIT-GRUPO-UNIFICADO
                    PERFORM 3140-GRAVAR-EXCECAO-SITUACAO
                 ELSE
                    IF ARQENT01-VAL-DEPOS NOT GREATER ZEROS
                       PERFORM 3130-GRAVAR-EXCECAO-VALOR
                    ELSE
                       PERFORM 3115-VALIDA-DATA-MOV
                       IF WRK-DATA-APROVADA
                          IF ARQENT01-DAT-DEPOS GREATER OR EQUAL
                             CTL-DATA-INICIAL
                          AND ARQENT01-DAT-DEPOS LESS OR EQUAL
                              CTL-DATA-FINAL
                             PERFORM 3150-ACUMULA-MOVIMENTO
                          ELSE
                             ADD 1 TO ACU-DESC-PERIODO
                          END-IF
                       END-IF
                    END-IF
                 END-IF
       3140-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA EM ARQINS01 O SAQUE OU ESTORNO RECUSADO POR SALDO     *
      *    INSUFICIENTE, COM O SALDO DISPONIVEL E O MOTIVO             *
      *----------------------------------------------------------------*
       3145-GRAVAR-SALDO-INSUF SECTION.
      *----------------------------------------------------------------*
           MOVE ARQENT01-CPF          TO ARQINS01-CPF
           MOVE ARQENT01-DAT-DEPOS    TO ARQINS01-DAT-DEPOS
           MOVE ARQENT01-VAL-DEPOS    TO ARQINS01-VAL-DEPOS
           MOVE ARQENT01-TIP-TRANS    TO ARQINS01-TIP-TRANS
           MOVE ARQENT01-COD-AGEN     TO ARQINS01-COD-AGEN
           MOVE ACU-VALOR-LIQ         TO ARQINS01-SALDO-DISP

           IF ARQENT01-TRANS-SAQUE
              SET ARQINS01-MOT-SAQUE  TO TRUE
           ELSE
              SET ARQINS01-MOT-ESTORNO TO TRUE
           END-IF

           SET WRK-CN-WRITE           TO TRUE

           WRITE FD-ARQINS01 FROM ARQINS01-REGISTRO

           IF NOT WRK-FS-INS01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1 TO ACU-GRAVA-ARQINS01
           .
      *----------------------------------------------------------------*
       3145-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ACUMULA O MOVIMENTO ACEITO CONFORME O TIPO DE TRANSACAO:    *
      *    DEPOSITO SOMA NO TOTAL BRUTO E NA POSICAO LIQUIDA; SAQUE    *
      *    E ESTORNO SO ABATEM DA POSICAO LIQUIDA (O ESTORNO NAO       *
      *    ENTRA NO TOTAL DE SAQUES), ASSIM COMO O DEBITO DE IRRF      *
      *    (I) E O DEBITO DE TARIFA (T), QUE NAO ENTRAM NOS TOTAIS     *
      *    DE SAQUES NEM ESTAO SUJEITOS A RECUSA POR SALDO             *
      *    INSUFICIENTE (SO SAQUE E ESTORNO SAO RECUSADOS); JUROS      *
      *    SOMAM NA POSICAO LIQUIDA. TIPOS NAO PREVISTOS SAO           *
      *    TRATADOS COMO DEPOSITO, COMPATIVEL COM OS EXTRATOS          *
      *    ANTIGOS QUE NAO TRAZIAM O TIPO DE TRANSACAO                 *
      *----------------------------------------------------------------*
           IF WRK-MOV-DUPLICADO AND CTL-DUP-SUPRIME
              ADD 1                   TO ACU-SUPR-DUP
           ELSE
      *
      *       SAQUE OU ESTORNO MAIOR QUE O SALDO CORRENTE DO CLIENTE
      *       (SALDO ANTERIOR MAIS O JA ACEITO NO GRUPO) E RECUSADO
      *       POR SALDO INSUFICIENTE E NAO ENTRA EM NENHUM TOTAL.
              IF (ARQENT01-TRANS-SAQUE OR ARQENT01-TRANS-ESTORNO)
              AND ARQENT01-VAL-DEPOS GREATER ACU-VALOR-LIQ
                 PERFORM 3145-GRAVAR-SALDO-INSUF
              ELSE
                 PERFORM 3158-ACUMULA-ACEITO
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
                                  TO TAB-AGEN-VAL-EST (WRK-IDX-AGEN)
                 END-IF
              ELSE
              IF ARQENT01-TRANS-IRRF OR ARQENT01-TRANS-TARIFA
      *
      *          O DEBITO DO IRRF RETIDO SOBRE OS JUROS (EXER0215)
      *          SO ABATE DA POSICAO LIQUIDA: NAO E SAQUE DO CLIENTE
      *          E O VALOR DE JUROS DO GRUPO CONTINUA SENDO O BRUTO.
      *          O MESMO VALE PARA O DEBITO DA TARIFA DE MANUTENCAO
      *          (EXER0226), QUE NAO CONTA COMO SAQUE DO CLIENTE.
                 COMPUTE ACU-VALOR-LIQ = ACU-VALOR-LIQ -
                                          ARQENT01-VAL-DEPOS
              ELSE
              IF ARQENT01-TRANS-JUROS
      *
      *          O CREDITO DE JUROS (EXER0215) SOMA NA POSICAO
                 END-IF
              END-IF
              END-IF
              END-IF
           END-IF

      *    UM GRUPO FLAGRADO POR 3050-VALIDA-SEQUENCIA NAO ENTRA
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA NO EXTRATO A LINHA DO MOVIMENTO ACEITO, COM O         *
      *    SALDO CORRENTE DO CLIENTE APOS O MOVIMENTO (SALDO DA        *
      *    RODADA ANTERIOR MAIS O MOVIMENTO ACEITO NO GRUPO)           *
      *----------------------------------------------------------------*
       3160-GRAVAR-EXTRATO SECTION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *    GRAVA NO EXTRATO A LINHA DE SUBTOTAL DO GRUPO DE CPF QUE    *
      *    ACABOU DE FECHAR: TOTAL BRUTO DE DEPOSITOS NO VALOR DO      *
      *    MOVIMENTO E SALDO DE FECHAMENTO DO CLIENTE NO SALDO         *
      *----------------------------------------------------------------*
       3170-GRAVAR-SUBTOTAL SECTION.
      *----------------------------------------------------------------*
           END-PERFORM

           IF WRK-IDX-AGEN EQUAL ZEROS
              IF WRK-QTD-AGEN-TAB LESS THAN 999
                 ADD 1                TO WRK-QTD-AGEN-TAB
                 MOVE WRK-QTD-AGEN-TAB TO WRK-IDX-AGEN
                 INITIALIZE TAB-AGEN (WRK-IDX-AGEN)
                 MOVE ARQENT01-COD-AGEN
                                  TO TAB-AGEN-COD (WRK-IDX-AGEN)
              ELSE
                 DISPLAY '* TABELA DE AGENCIAS CHEIA (999) - AGENCIA '
                         ARQENT01-COD-AGEN ' SEM TOTALIZACAO *'
              END-IF
           END-IF
       3180-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    CONSULTA NO CADASTRO ARQAGN01 A AGENCIA DO MOVIMENTO        *
      *    CORRENTE: AGENCIA NAO CADASTRADA, ENCERRADA SEM DATA OU     *
      *    COM DATA EFETIVA DE ENCERRAMENTO ATE A DATA DO MOVIMENTO    *
      *    TORNA O MOVIMENTO INVALIDO (MOTIVO 05). AS ORIGENS QUE NAO  *
      *    SAO AGENCIAS BANCARIAS (CREDITO DE JUROS, RECICLO, TARIFA   *
      *    SEM AGENCIA E AGENCIA EM BRANCO) NAO SAO CONSULTADAS        *
      *----------------------------------------------------------------*
       3190-VALIDA-AGENCIA SECTION.
      *----------------------------------------------------------------*
           SET WRK-AGENCIA-VALIDA     TO TRUE
           MOVE ARQENT01-COD-AGEN     TO WRK-COD-AGEN-MOV

           IF NOT WRK-AGEN-NAO-BANCARIA
              MOVE ARQENT01-COD-AGEN  TO ARQAGN01-COD-AGEN

              SET WRK-CN-READ         TO TRUE
              READ ARQAGN01
                 INVALID KEY
                    SET WRK-AGENCIA-INVALIDA TO TRUE
              END-READ

              IF (NOT WRK-FS-AGN01-OK)
              AND (NOT WRK-FS-AGN01-NAO-ACHOU)
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF

              IF WRK-AGENCIA-VALIDA
                 IF ARQAGN01-DAT-FECHAMENTO GREATER ZEROS
                    IF ARQENT01-DAT-DEPOS NOT LESS
                       ARQAGN01-DAT-FECHAMENTO
                       SET WRK-AGENCIA-INVALIDA TO TRUE
                    END-IF
                 ELSE
                    IF ARQAGN01-SIT-FECHADA
                       SET WRK-AGENCIA-INVALIDA TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3190-99-FIM.
           EXIT.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO ARQUIVO ARQENT01. NA RODADA
      *    PARTICIONADA OS DETALHES DE CPF FORA DA FAIXA SAO LIDOS E
      *    DESPREZADOS AQUI MESMO - ENTRAM SO NA CONFERENCIA DO
      *    TRAILER (QTDE E HASH) - E O PROCESSAMENTO RECEBE O PROXIMO
      *    DETALHE DA FAIXA OU O FIM DO ARQUIVO
      *----------------------------------------------------------------*
       3800-LER-DEPOSITO SECTION.
      *----------------------------------------------------------------*
           PERFORM 3805-LER-REGISTRO

           PERFORM UNTIL WRK-RODADA-UNICA
                      OR WRK-FS-ENT01-FIM
                      OR (ARQENT01-CPF NOT LESS CTL-CPF-INICIAL
                      AND ARQENT01-CPF NOT GREATER CTL-CPF-FINAL)
              COMPUTE ACU-HASH-VAL-DEP = ACU-HASH-VAL-DEP +
                                          ARQENT01-VAL-DEPOS
              ADD 1                       TO ACU-FORA-FAIXA
              PERFORM 3805-LER-REGISTRO
           END-PERFORM
           .
      *----------------------------------------------------------------*
       3800-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LEITURA FISICA DE UM REGISTRO DE ARQENT01
      *----------------------------------------------------------------*
       3805-LER-REGISTRO SECTION.
      *----------------------------------------------------------------*
           INITIALIZE                     ARQSAI01-REGISTRO
           SET WRK-CN-OPEN                TO TRUE
      *    ANTES DE WRK-CPF-ANT RECEBER SEU CPF - NAO HA GRUPO FECHADO
      *    AINDA PARA EXTERNALIZAR, POR ISSO NUNCA CHECKPOINTA NESSA
      *    PRIMEIRA LEITURA, MESMO QUANDO O INTERVALO CONFIGURADO E 1.
      *    NA PARTICAO VALE O MESMO ATE O PRIMEIRO CPF DA FAIXA: OS
      *    DESPREZADOS (ACU-FORA-FAIXA) NAO ABREM GRUPO.
                 IF CTL-QTD-INTERVALO-CKP GREATER ZEROS
                 AND ACU-LIDOS-ARQENT01 GREATER ACU-FORA-FAIXA + 1
                 AND FUNCTION MOD (ACU-LIDOS-ARQENT01,
                                   CTL-QTD-INTERVALO-CKP) EQUAL ZEROS
                    PERFORM 3850-GRAVAR-CHECKPOINT

      *
      *----------------------------------------------------------------*
       3805-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GUARDA A QTDE E O HASH INFORMADOS NO TRAILER DE ARQENT01    *
       3850-GRAVAR-CHECKPOINT SECTION.
      *----------------------------------------------------------------*
           ADD 1 TO ACU-GRAVA-ARQCKP01
      *
      *    PRIMEIRO UM REGISTRO POR AGENCIA DA TABELA DE TOTAIS, NA
      *    ORDEM DA TABELA; O REGISTRO DE CONTROLE, GRAVADO POR
      *    ULTIMO, FECHA O CHECKPOINT (VIDE 1050-RETOMAR-CHECKPOINT).
           PERFORM VARYING WRK-IDX-AGEN FROM 1 BY 1
                   UNTIL WRK-IDX-AGEN GREATER WRK-QTD-AGEN-TAB
              MOVE SPACES                TO ARQCKP01-REGISTRO
              SET CKP-REG-AGENCIA        TO TRUE
              MOVE TAB-AGEN (WRK-IDX-AGEN) TO CKP-AGEN

              WRITE FD-ARQCKP01 FROM ARQCKP01-REGISTRO

              IF NOT WRK-FS-CKP01-OK
                 PERFORM 9100-ERROS-ARQUIVOS
              END-IF
           END-PERFORM

           MOVE SPACES                TO ARQCKP01-REGISTRO
           SET CKP-REG-CONTROLE       TO TRUE
           MOVE ACU-LIDOS-ARQENT01    TO CKP-QTD-LIDOS
           MOVE WRK-CPF-ANT           TO CKP-CPF-ANT
           MOVE WRK-DIG-CPF-ANT       TO CKP-DIG-CPF-ANT
           MOVE ACU-GRAVA-ARQPOS01    TO CKP-GRAVA-ARQPOS01
           MOVE ACU-REJ-DATA          TO CKP-REJ-DATA
           MOVE ACU-QTD-ROLADOS       TO CKP-QTD-ROLADOS
           MOVE WRK-SALDO-ANTERIOR    TO CKP-SALDO-ANTERIOR
           MOVE ACU-GRAVA-ARQINS01    TO CKP-GRAVA-ARQINS01
           MOVE ACU-GRAVA-ARQSLD01    TO CKP-GRAVA-ARQSLD01

           MOVE WRK-QTD-AGEN-TAB      TO CKP-QTD-AGEN-TAB
           MOVE ACU-FORA-FAIXA        TO CKP-QTD-FORA-FAIXA

           WRITE FD-ARQCKP01 FROM ARQCKP01-REGISTRO.

           MOVE WRK-DIG-CPF-ANT    TO ARQSAI01-COD-DIG
           MOVE WRK-DATA-RECENTE   TO ARQSAI01-DAT-ULTD
           MOVE ACU-VALOR-DEP      TO ARQSAI01-VAL-TLD
      *
      *    ACU-VALOR-LIQ ABRE COM O SALDO DA RODADA ANTERIOR - A
      *    COLUNA VALOR LIQUIDO CONTINUA SENDO A MOVIMENTACAO DO
      *    PERIODO (HISTORICO ARQHST01 E RELATORIOS A SOMAM).
           COMPUTE ARQSAI01-VAL-LIQ = ACU-VALOR-LIQ - WRK-SALDO-ANTERIOR
           MOVE ACU-VALOR-SAQ      TO ARQSAI01-VAL-SAQ
           MOVE ACU-QTD-DEP-GRUPO  TO ARQSAI01-QTD-DEP
           MOVE ACU-QTD-SAQ-GRUPO  TO ARQSAI01-QTD-SAQ

           COMPUTE ACU-GRAVA-ARQSAI01 = ACU-GRAVA-ARQSAI01 + 1

           IF WRK-RODADA-PARTICAO
              PERFORM 3935-GRAVAR-POSICAO-PARTICAO
              PERFORM 3945-GRAVAR-SALDO-PARTICAO
           ELSE
              PERFORM 3930-GRAVAR-POSICAO
              PERFORM 3940-GRAVAR-SALDO
           END-IF

           IF CTL-VAL-LIMITE-COMPL GREATER ZEROS
           AND ACU-VALOR-DEP GREATER CTL-VAL-LIMITE-COMPL
           MOVE WRK-CPF-ANT           TO ARQPOS01-CPF
           MOVE WRK-DATA-RECENTE      TO ARQPOS01-DAT-ULTD
           MOVE ACU-VALOR-DEP         TO ARQPOS01-VAL-TLD
           MOVE ARQSAI01-VAL-LIQ      TO ARQPOS01-VAL-LIQ
           MOVE ACU-VALOR-SAQ         TO ARQPOS01-VAL-SAQ
           MOVE ACU-QTD-DEP-GRUPO     TO ARQPOS01-QTD-DEP
           MOVE ACU-QTD-SAQ-GRUPO     TO ARQPOS01-QTD-SAQ
           MOVE ARQMST01-NOME-CLIENTE TO ARQPOS01-NOME-CLIENTE
           MOVE WRK-SALDO-ANTERIOR    TO ARQPOS01-SALDO-ANTERIOR
           MOVE ACU-VALOR-LIQ         TO ARQPOS01-SALDO-ATUAL

           SET WRK-CN-WRITE           TO TRUE
      *
       3930-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    NA RODADA PARTICIONADA A POSICAO DO GRUPO VAI PARA O        *
      *    SEQUENCIAL ARQPSQ01 (MESMO CONTEUDO DE ARQPOS01) - O        *
      *    INDEXADO E CARREGADO PELA CONSOLIDACAO EXER0223, SEM        *
      *    DISPUTA ENTRE AS PARTICOES. NO REINICIO O GRUPO REPOSTO     *
      *    SAI DE NOVO EM EXTENSAO E A CARGA O REGRAVA                 *
      *----------------------------------------------------------------*
       3935-GRAVAR-POSICAO-PARTICAO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-CPF-ANT           TO PSQ-CPF
           MOVE WRK-DATA-RECENTE      TO PSQ-DAT-ULTD
           MOVE ACU-VALOR-DEP         TO PSQ-VAL-TLD
           MOVE ARQSAI01-VAL-LIQ      TO PSQ-VAL-LIQ
           MOVE ACU-VALOR-SAQ         TO PSQ-VAL-SAQ
           MOVE ACU-QTD-DEP-GRUPO     TO PSQ-QTD-DEP
           MOVE ACU-QTD-SAQ-GRUPO     TO PSQ-QTD-SAQ
           MOVE ARQMST01-NOME-CLIENTE TO PSQ-NOME-CLIENTE
           MOVE WRK-SALDO-ANTERIOR    TO PSQ-SALDO-ANTERIOR
           MOVE ACU-VALOR-LIQ         TO PSQ-SALDO-ATUAL

           SET WRK-CN-WRITE           TO TRUE
           WRITE FD-ARQPSQ01 FROM ARQPSQ01-REGISTRO

           IF NOT WRK-FS-PSQ01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1 TO ACU-GRAVA-ARQPOS01
           .
      *----------------------------------------------------------------*
       3935-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    REGRAVA NO CADASTRO DE SALDOS ARQSLD01 O SALDO DE           *
      *    FECHAMENTO DO GRUPO DE CPF, COM O SALDO DE ABERTURA E A     *
      *    TRANSMISSAO QUE O PRODUZIU (VER 3070-CONSULTA-SALDO)        *
      *----------------------------------------------------------------*
       3940-GRAVAR-SALDO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-CPF-ANT           TO ARQSLD01-CPF
           MOVE ACU-VALOR-LIQ         TO ARQSLD01-SALDO
           MOVE WRK-SALDO-ANTERIOR    TO ARQSLD01-SALDO-ANTERIOR
           MOVE WRK-DATA-HOJE         TO ARQSLD01-DAT-ATUALIZ
           MOVE WRK-HDR-DAT-GER       TO ARQSLD01-DAT-GER-ORIG
           MOVE WRK-HDR-COD-ORIG      TO ARQSLD01-COD-ORIG
           MOVE WRK-HDR-HOR-GER       TO ARQSLD01-HOR-GER-ORIG

           SET WRK-CN-WRITE           TO TRUE
      *
      *    CLIENTE NOVO E INCLUIDO; CLIENTE JA CADASTRADO (INCLUSIVE
      *    O GRUPO RESTAURADO DO CHECKPOINT) E REGRAVADO.
           WRITE ARQSLD01-REGISTRO
              INVALID KEY
                 REWRITE ARQSLD01-REGISTRO
           END-WRITE

           IF NOT WRK-FS-SLD01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1 TO ACU-GRAVA-ARQSLD01
           .
      *----------------------------------------------------------------*
       3940-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    NA RODADA PARTICIONADA ARQSLD01 E SO LIDO - O SALDO DE      *
      *    FECHAMENTO DO GRUPO VAI PARA O SEQUENCIAL ARQSLQ01, NO      *
      *    LAYOUT DE ARQSLD01, E E APLICADO PELA CONSOLIDACAO EXER0223 *
      *----------------------------------------------------------------*
       3945-GRAVAR-SALDO-PARTICAO SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-CPF-ANT           TO ARQSLD01-CPF
           MOVE ACU-VALOR-LIQ         TO ARQSLD01-SALDO
           MOVE WRK-SALDO-ANTERIOR    TO ARQSLD01-SALDO-ANTERIOR
           MOVE WRK-DATA-HOJE         TO ARQSLD01-DAT-ATUALIZ
           MOVE WRK-HDR-DAT-GER       TO ARQSLD01-DAT-GER-ORIG
           MOVE WRK-HDR-COD-ORIG      TO ARQSLD01-COD-ORIG
           MOVE WRK-HDR-HOR-GER       TO ARQSLD01-HOR-GER-ORIG

           SET WRK-CN-WRITE           TO TRUE
           WRITE FD-ARQSLQ01 FROM ARQSLD01-REGISTRO

           IF NOT WRK-FS-SLQ01-OK
              PERFORM 9100-ERROS-ARQUIVOS
           END-IF

           ADD 1 TO ACU-GRAVA-ARQSLD01
           .
      *----------------------------------------------------------------*
       3945-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    GRAVA O CLIENTE QUE ULTRAPASSOU O LIMITE DE COMPLIANCE      *
      *    CONFIGURADO EM ARQCTL01, PARA REVISAO POSTERIOR             *
      *----------------------------------------------------------------*
                                    OR (NOT WRK-FS-DUP01-OK)
                                    OR (NOT WRK-FS-AGE01-OK)
                                    OR (NOT WRK-FS-STA01-OK)
                                    OR (WRK-RODADA-UNICA
                                        AND NOT WRK-FS-POS01-OK)
                                    OR (WRK-RODADA-PARTICAO
                                        AND NOT WRK-FS-PSQ01-OK)
                                    OR (WRK-RODADA-PARTICAO
                                        AND NOT WRK-FS-SLQ01-OK)
                                    OR (NOT WRK-FS-SLD01-OK
                                        AND NOT WRK-FS-SLD01-NAO-ACHOU)
                                    OR (NOT WRK-FS-INS01-OK)
                                    OR (NOT WRK-FS-AGN01-OK
                                        AND NOT WRK-FS-AGN01-NAO-ACHOU)
              DISPLAY '************************************************'
              DISPLAY '*       ERRO EM OPERACAO COM ARQUIVOS          *'
              DISPLAY '* COMANDO: 'WRK-COMANDO'                       *'
              DISPLAY '* FILE-STATUS AGE:' WRK-FS-ARQAGE01           '*'
              DISPLAY '* FILE-STATUS STA:' WRK-FS-ARQSTA01           '*'
              DISPLAY '* FILE-STATUS POS:' WRK-FS-ARQPOS01           '*'
              DISPLAY '* FILE-STATUS SLD:' WRK-FS-ARQSLD01           '*'
              DISPLAY '* FILE-STATUS INS:' WRK-FS-ARQINS01           '*'
              DISPLAY '* FILE-STATUS AGN:' WRK-FS-ARQAGN01           '*'
              DISPLAY '* FILE-STATUS PSQ:' WRK-FS-ARQPSQ01           '*'
              DISPLAY '* FILE-STATUS SLQ:' WRK-FS-ARQSLQ01           '*'
              DISPLAY '* 'WRK-PROGRAMA'  CANCELADO                    *'
              DISPLAY '************************************************'
              MOVE 12 TO RETURN-CODE
      *    ARQSAI01: SE ESTA GRAVACAO FALHAR, 9100-ERROS-ARQUIVOS
      *    REENTRA NESTA SECAO E O TRAILER AINDA SAI UMA UNICA VEZ.
           IF WRK-FS-TOT01-OK AND WRK-ENT-INTEGRO
      *
      *       NA PARTICAO, LIDOS SAO SO OS DETALHES DA FAIXA - OS
      *       DESPREZADOS SAO LIDOS PELAS OUTRAS PARTICOES.
              COMPUTE TOT-QTD-LIDOS = ACU-LIDOS-ARQENT01 -
                                      ACU-FORA-FAIXA
              MOVE ACU-GRAVA-ARQSAI01    TO TOT-QTD-GRAVA-SAI
              MOVE ACU-GRAVA-ARQREJ01    TO TOT-QTD-GRAVA-REJ
              MOVE ACU-GRAVA-ARQSEQ01    TO TOT-QTD-GRAVA-SEQ
              MOVE ACU-SUPR-DUP          TO TOT-QTD-DUP-SUPR
              MOVE ACU-GRAVA-ARQSTA01    TO TOT-QTD-GRAVA-STA
              MOVE ACU-REJ-DATA          TO TOT-QTD-REJ-DATA
              MOVE ACU-GRAVA-ARQINS01    TO TOT-QTD-GRAVA-INS
              MOVE CTL-CPF-INICIAL       TO TOT-CPF-INICIAL
              MOVE CTL-CPF-FINAL         TO TOT-CPF-FINAL
              MOVE ACU-GRAVA-ARQEXT01    TO TOT-QTD-GRAVA-EXT
              MOVE WRK-QTD-AGEN-TAB      TO TOT-QTD-GRAVA-AGE
              MOVE ACU-GRAVA-ARQPOS01    TO TOT-QTD-GRAVA-POS
              MOVE ACU-GRAVA-ARQSLD01    TO TOT-QTD-GRAVA-SLD

              SET WRK-CN-WRITE           TO TRUE
              WRITE FD-ARQTOT01 FROM ARQTOT01-REGISTRO
           CLOSE ARQDUP01
           CLOSE ARQAGE01
           CLOSE ARQSTA01
           IF WRK-RODADA-PARTICAO
              CLOSE ARQPSQ01
              CLOSE ARQSLQ01
           ELSE
              CLOSE ARQPOS01
           END-IF
           CLOSE ARQSLD01
           CLOSE ARQINS01
           CLOSE ARQAGN01

           IF WRK-FS-ENT01-OK AND WRK-FS-SAI01-OK
              DISPLAY '************************************************'
              DISPLAY '* ORIGEM DO MOVIMENTO 'WRK-HDR-COD-ORIG'        '
              DISPLAY '* DATA DE GERACAO DO MOVIMENTO 'WRK-HDR-DAT-GER
              DISPLAY '* HORA DE GERACAO DO MOVIMENTO 'WRK-HDR-HOR-GER
              IF ACU-SALDO-REAPLICADO GREATER ZEROS
                 DISPLAY '* TRANSMISSAO JA APLICADA - SALDOS REABERTOS '
                         'PELA ABERTURA ANTERIOR: 'ACU-SALDO-REAPLICADO
              END-IF
              DISPLAY '* QTDE DE REGISTROS LIDOS 'ACU-LIDOS-ARQENT01'  '
              DISPLAY '* QTDE DE REGISTROS GRAVADOS'ACU-GRAVA-ARQSAI01
              DISPLAY '* QTDE DE REGISTROS REJEITADOS'ACU-GRAVA-ARQREJ01
                      ACU-GRAVA-ARQPOS01
              DISPLAY '* QTDE REJEITADA POR DATA 'ACU-REJ-DATA
              DISPLAY '* QTDE ROLADA P/ DIA UTIL 'ACU-QTD-ROLADOS
              DISPLAY '* QTDE RECUSADA POR SALDO 'ACU-GRAVA-ARQINS01
              DISPLAY '* QTDE DE SALDOS REGRAVADOS 'ACU-GRAVA-ARQSLD01
              IF WRK-RODADA-PARTICAO
                 DISPLAY '* FAIXA DE CPF 'CTL-CPF-INICIAL' A '
                         CTL-CPF-FINAL
                 DISPLAY '* QTDE DESPREZADA FORA DA FAIXA '
                         ACU-FORA-FAIXA
              END-IF
              DISPLAY '* 'WRK-PROGRAMA' - FIM DO PROGRAMA.             '
              DISPLAY '************************************************'
           END-IF
