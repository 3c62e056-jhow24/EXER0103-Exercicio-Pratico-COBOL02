      *                    IMAGEM ANTES/DEPOIS PARA AUDITORIA. O       *
      *                    MOVIMENTO TAMBEM MANTEM A SITUACAO DO       *
      *                    CLIENTE (BLOQUEIO, FALECIMENTO E            *
      *                    REATIVACAO), O SEGMENTO DO CADASTRO E A     *
      *                    TRIBUTACAO DE IRRF SOBRE OS JUROS, ALEM     *
      *                    DO ENDERECO, DO E-MAIL E DO CANAL           *
      *                    PREFERIDO PARA A CORRESPONDENCIA.           *
      *----------------------------------------------------------------*
      *    ARQUIVOS:                                                   *
      *       DDNAME                                 INCLUDE/BOOK      *
      *                 REGISTRO NO ENCERRAMENTO, INCLUSIVE NOS        *
      *                 CANCELAMENTOS, PARA O RELATORIO DE             *
      *                 OPERACAO (EXER0217).                           *
      *    15/10/2026 - INCLUSAO E ALTERACAO PASSAM A MANTER A         *
      *                 TRIBUTACAO DE IRRF DO CLIENTE (N/BRANCO =      *
      *                 NORMAL, R = ALIQUOTA REDUZIDA, I = ISENTO);    *
      *                 VALOR DIFERENTE E REJEITADO COM O MOTIVO 07.   *
      *                 A TRIBUTACAO ANTES/DEPOIS SAI NA AUDITORIA.    *
      *                 ARQMST01 LRECL 54 -> 55, ARQMOV01 56 -> 57,    *
      *                 ARQMRJ01 58 -> 59.                             *
      *    15/10/2026 - INCLUSAO E ALTERACAO PASSAM A MANTER O         *
      *                 ENDERECO, O E-MAIL E O CANAL PREFERIDO DO      *
      *                 CLIENTE (C/BRANCO = CORREIO, E = E-MAIL) PARA  *
      *                 A CORRESPONDENCIA DE EXER0227. NOVOS MOTIVOS   *
      *                 DE REJEICAO: 08 CANAL INVALIDO, 09 E-MAIL      *
      *                 AUSENTE NO CANAL E OU INVALIDO, 10 ENDERECO    *
      *                 INCOMPLETO. O CANAL ANTES/DEPOIS E A MARCA DE  *
      *                 CONTATO ALTERADO SAEM NA AUDITORIA.            *
      *                 ARQMST01 LRECL 55 -> 236, ARQMOV01 57 -> 238,  *
      *                 ARQMRJ01 59 -> 240.                            *
      *----------------------------------------------------------------*
      *    ROTINAS.....:                                               *
      *                                                                *
      *
      *----------------------------------------------------------------*
      *    INPUT:     MOVIMENTO DE MANUTENCAO DO CADASTRO              *
      *               ORG. SEQUENCIAL   -   LRECL = 238                *
      *----------------------------------------------------------------*

       FD  ARQMOV01
           RECORDING MODE IS F
           LABEL RECORD   IS STANDARD
           BLOCK CONTAINS  0 RECORDS.
       01 FD-ARQMOV01             PIC X(238).

      *---------------------------------------------------------------*
      *   IN/OUT:    CADASTRO DE CLIENTES (CPF X NOME X SITUACAO)     *
      *               ORG. INDEXADA     -   LRECL = 236               *
      *---------------------------------------------------------------*

       FD  ARQMST01

      *---------------------------------------------------------------*
      *   OUTPUT:    MOVIMENTOS DE MANUTENCAO REJEITADOS              *
      *               ORG. SEQUENCIAL   -   LRECL = 240               *
      *---------------------------------------------------------------*

       FD  ARQMRJ01
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 FD-ARQMRJ01             PIC X(240).

      *---------------------------------------------------------------*
      *   OUTPUT:    RELATORIO DE AUDITORIA (ANTES/DEPOIS)            *
       77 WRK-QTD-PAGINAS         PIC  9(004) VALUE ZEROS.
       77 WRK-NOME-ANTES          PIC  X(040) VALUE SPACES.
       77 WRK-NOME-DEPOIS         PIC  X(040) VALUE SPACES.
       77 WRK-IRRF-ANTES          PIC  X(001) VALUE SPACES.
       77 WRK-IRRF-DEPOIS         PIC  X(001) VALUE SPACES.
       77 WRK-CANAL-ANTES         PIC  X(001) VALUE SPACES.
       77 WRK-CANAL-DEPOIS        PIC  X(001) VALUE SPACES.
       77 WRK-QTD-ARROBA          PIC  9(003) VALUE ZEROS.

       77 WRK-FLAG-CONTATO        PIC  X(001) VALUE 'S'.
          88 WRK-CONTATO-VALIDO               VALUE 'S'.
          88 WRK-CONTATO-INVALIDO             VALUE 'N'.

       77 WRK-IND-CONTATO         PIC  X(003) VALUE SPACES.
          88 WRK-CONTATO-ALTERADO             VALUE 'ALT'.
          88 WRK-CONTATO-MANTIDO              VALUE SPACES.

       77 WRK-FLAG-MST-ACHOU      PIC  X(001) VALUE 'N'.
          88 WRK-MST-ACHOU                    VALUE 'S'.
          05 FILLER                  PIC  X(004) VALUE 'MOV '.
          05 FILLER                  PIC  X(016) VALUE 'CPF'.
          05 FILLER                  PIC  X(046) VALUE 'ANTES'.
          05 FILLER                  PIC  X(040) VALUE 'DEPOIS'.
          05 FILLER                  PIC  X(013) VALUE
             '    IRRF'.
          05 FILLER                  PIC  X(008) VALUE 'CANAL'.
          05 FILLER                  PIC  X(005) VALUE 'CTO'.

       01 WRK-REL-DETALHE.
          05 WRK-REL-TIP-MOV         PIC  X(001).
          05 WRK-REL-ANTES           PIC  X(040).
          05 FILLER                  PIC  X(006) VALUE SPACES.
          05 WRK-REL-DEPOIS          PIC  X(040).
          05 FILLER                  PIC  X(004) VALUE SPACES.
          05 WRK-REL-IRRF-ANTES      PIC  X(001).
          05 FILLER                  PIC  X(004) VALUE ' -> '.
          05 WRK-REL-IRRF-DEPOIS     PIC  X(001).
          05 FILLER                  PIC  X(003) VALUE SPACES.
          05 WRK-REL-CANAL-ANTES     PIC  X(001).
          05 FILLER                  PIC  X(004) VALUE ' -> '.
          05 WRK-REL-CANAL-DEPOIS    PIC  X(001).
          05 FILLER                  PIC  X(002) VALUE SPACES.
          05 WRK-REL-CONTATO         PIC  X(003).
          05 FILLER                  PIC  X(002) VALUE SPACES.

      *----------------------------------------------------------------*
       01 FILLER                  PIC  X(050) VALUE
       3000-PROCESSAR SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                TO WRK-IRRF-ANTES
                                         WRK-IRRF-DEPOIS
                                         WRK-CANAL-ANTES
                                         WRK-CANAL-DEPOIS
           SET WRK-CONTATO-MANTIDO    TO TRUE

           PERFORM 3110-VALIDA-DIG-CPF

           IF WRK-CPF-INVALIDO
       3110-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    VALIDA OS DADOS DE CONTATO DA INCLUSAO OU ALTERACAO: CANAL  *
      *    C/BRANCO OU E (MOTIVO 08); NO CANAL E O E-MAIL E            *
      *    OBRIGATORIO, E O E-MAIL INFORMADO TEM UM E SO UM @ (MOTIVO  *
      *    09); O ENDERECO INFORMADO (LOGRADOURO PREENCHIDO) TEM       *
      *    CIDADE, UF E CEP (MOTIVO 10). O CLIENTE SEM ENDERECO E      *
      *    ACEITO - SUA CORRESPONDENCIA VOLTA PARA A AGENCIA           *
      *----------------------------------------------------------------*
       3150-VALIDA-CONTATO SECTION.
      *----------------------------------------------------------------*
           SET WRK-CONTATO-VALIDO     TO TRUE

           MOVE ZEROS                 TO WRK-QTD-ARROBA
           INSPECT ARQMOV01-EMAIL TALLYING WRK-QTD-ARROBA FOR ALL '@'

           IF NOT ARQMOV01-CANAL-VALIDO
              SET WRK-CONTATO-INVALIDO        TO TRUE
              SET ARQMRJ01-MOT-CANAL-INVALIDO TO TRUE
           ELSE
              IF (ARQMOV01-CANAL-EMAIL AND ARQMOV01-EMAIL EQUAL SPACES)
              OR (ARQMOV01-EMAIL NOT EQUAL SPACES
                  AND WRK-QTD-ARROBA NOT EQUAL 1)
                 SET WRK-CONTATO-INVALIDO        TO TRUE
                 SET ARQMRJ01-MOT-EMAIL-INVALIDO TO TRUE
              ELSE
                 IF ARQMOV01-END-LOGRADOURO NOT EQUAL SPACES
                    IF ARQMOV01-END-CIDADE EQUAL SPACES
                    OR ARQMOV01-END-UF EQUAL SPACES
                    OR ARQMOV01-END-CEP NOT NUMERIC
                    OR ARQMOV01-END-CEP EQUAL ZEROS
                       SET WRK-CONTATO-INVALIDO        TO TRUE
                       SET ARQMRJ01-MOT-END-INCOMPLETO TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3150-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    LEVA O CONTATO DO MOVIMENTO AO CADASTRO. SEM LOGRADOURO O   *
      *    CEP EM BRANCO NO MOVIMENTO VAI ZERADO PARA O CADASTRO       *
      *----------------------------------------------------------------*
       3160-MOVE-CONTATO SECTION.
      *----------------------------------------------------------------*
           MOVE ARQMOV01-ENDERECO     TO ARQMST01-ENDERECO
           IF ARQMOV01-END-CEP NOT NUMERIC
              MOVE ZEROS              TO ARQMST01-END-CEP
           END-IF
           MOVE ARQMOV01-EMAIL        TO ARQMST01-EMAIL
           MOVE ARQMOV01-IND-CANAL    TO ARQMST01-IND-CANAL
           MOVE ARQMOV01-IND-CANAL    TO WRK-CANAL-DEPOIS
           .
      *----------------------------------------------------------------*
       3160-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    INCLUSAO: A CHAVE NAO PODE EXISTIR NO CADASTRO              *
      *----------------------------------------------------------------*
       3200-TRATA-INCLUSAO SECTION.
           IF WRK-MST-ACHOU
              SET ARQMRJ01-MOT-INCL-DUPLICADA TO TRUE
              PERFORM 3700-GRAVAR-REJEITO
           ELSE
           IF NOT ARQMOV01-IRRF-VALIDO
              SET ARQMRJ01-MOT-IRRF-INVALIDO  TO TRUE
              PERFORM 3700-GRAVAR-REJEITO
           ELSE
              PERFORM 3150-VALIDA-CONTATO
           IF WRK-CONTATO-INVALIDO
              PERFORM 3700-GRAVAR-REJEITO
           ELSE
              MOVE ARQMOV01-CPF          TO ARQMST01-CPF
              MOVE ARQMOV01-NOME-CLIENTE TO ARQMST01-NOME-CLIENTE
              MOVE 'A'                   TO ARQMST01-SIT-CLIENTE
              MOVE ARQMOV01-COD-SEGMENTO TO ARQMST01-COD-SEGMENTO
              MOVE ARQMOV01-IND-IRRF     TO ARQMST01-IND-IRRF
              MOVE ARQMOV01-IND-IRRF     TO WRK-IRRF-DEPOIS
              PERFORM 3160-MOVE-CONTATO
              IF ARQMST01-END-LOGRADOURO NOT EQUAL SPACES
              OR ARQMST01-EMAIL NOT EQUAL SPACES
                 SET WRK-CONTATO-ALTERADO TO TRUE
              END-IF
              PERFORM 8300-INCLUIR-MASTER

              ADD 1                      TO ACU-INCLUIDOS
              MOVE ARQMOV01-NOME-CLIENTE      TO WRK-NOME-DEPOIS
              PERFORM 3900-GRAVAR-AUDITORIA
           END-IF
           END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3200-99-FIM.
           EXIT.
      *----------------------------------------------------------------*
      *    ALTERACAO: A CHAVE PRECISA EXISTIR; GUARDA A IMAGEM         *
      *    ANTERIOR DO NOME PARA O RELATORIO DE AUDITORIA. A ALTERACAO *
      *    TRAZ A IMAGEM COMPLETA, INCLUSIVE O CONTATO                 *
      *----------------------------------------------------------------*
       3300-TRATA-ALTERACAO SECTION.
      *----------------------------------------------------------------*
           IF WRK-MST-NAO-ACHOU
              SET ARQMRJ01-MOT-ALT-INEXISTENTE TO TRUE
              PERFORM 3700-GRAVAR-REJEITO
           ELSE
           IF NOT ARQMOV01-IRRF-VALIDO
              SET ARQMRJ01-MOT-IRRF-INVALIDO  TO TRUE
              PERFORM 3700-GRAVAR-REJEITO
           ELSE
              PERFORM 3150-VALIDA-CONTATO
           IF WRK-CONTATO-INVALIDO
              PERFORM 3700-GRAVAR-REJEITO
           ELSE
              MOVE ARQMST01-NOME-CLIENTE TO WRK-NOME-ANTES
              MOVE ARQMST01-IND-IRRF     TO WRK-IRRF-ANTES
              MOVE ARQMST01-IND-CANAL    TO WRK-CANAL-ANTES
              IF ARQMST01-ENDERECO NOT EQUAL ARQMOV01-ENDERECO
              OR ARQMST01-EMAIL NOT EQUAL ARQMOV01-EMAIL
                 SET WRK-CONTATO-ALTERADO TO TRUE
              END-IF
              MOVE ARQMOV01-NOME-CLIENTE TO ARQMST01-NOME-CLIENTE
              MOVE ARQMOV01-COD-SEGMENTO TO ARQMST01-COD-SEGMENTO
              MOVE ARQMOV01-IND-IRRF     TO ARQMST01-IND-IRRF
              MOVE ARQMOV01-IND-IRRF     TO WRK-IRRF-DEPOIS
              PERFORM 3160-MOVE-CONTATO
              PERFORM 8400-REGRAVAR-MASTER

              ADD 1                      TO ACU-ALTERADOS
              MOVE ARQMOV01-NOME-CLIENTE TO WRK-NOME-DEPOIS
              PERFORM 3900-GRAVAR-AUDITORIA
           END-IF
           END-IF
           END-IF
           .
      *----------------------------------------------------------------*
       3300-99-FIM.
              PERFORM 3700-GRAVAR-REJEITO
           ELSE
              MOVE ARQMST01-NOME-CLIENTE TO WRK-NOME-ANTES
              MOVE ARQMST01-IND-IRRF     TO WRK-IRRF-ANTES
              MOVE ARQMST01-IND-CANAL    TO WRK-CANAL-ANTES
              PERFORM 8500-EXCLUIR-MASTER

              ADD 1                      TO ACU-EXCLUIDOS
              MOVE SPACES                TO WRK-NOME-ANTES
              STRING 'SITUACAO: ' ARQMST01-SIT-CLIENTE
                     DELIMITED BY SIZE INTO WRK-NOME-ANTES
              MOVE ARQMST01-IND-IRRF     TO WRK-IRRF-ANTES
                                            WRK-IRRF-DEPOIS
              MOVE ARQMST01-IND-CANAL    TO WRK-CANAL-ANTES
                                            WRK-CANAL-DEPOIS

              IF ARQMOV01-MOV-BLOQUEIO
                 MOVE 'B'                TO ARQMST01-SIT-CLIENTE
           MOVE ARQMOV01-DIG-CPF      TO ARQMRJ01-DIG-CPF
           MOVE ARQMOV01-NOME-CLIENTE TO ARQMRJ01-NOME-CLIENTE
           MOVE ARQMOV01-COD-SEGMENTO TO ARQMRJ01-COD-SEGMENTO
           MOVE ARQMOV01-IND-IRRF     TO ARQMRJ01-IND-IRRF
           MOVE ARQMOV01-ENDERECO     TO ARQMRJ01-ENDERECO
           MOVE ARQMOV01-EMAIL        TO ARQMRJ01-EMAIL
           MOVE ARQMOV01-IND-CANAL    TO ARQMRJ01-IND-CANAL

           SET WRK-CN-WRITE           TO TRUE
           SET WRK-CN-ARQMRJ01        TO TRUE
           MOVE ARQMOV01-DIG-CPF      TO WRK-REL-DIG
           MOVE WRK-NOME-ANTES        TO WRK-REL-ANTES
           MOVE WRK-NOME-DEPOIS       TO WRK-REL-DEPOIS
           MOVE WRK-IRRF-ANTES        TO WRK-REL-IRRF-ANTES
           MOVE WRK-IRRF-DEPOIS       TO WRK-REL-IRRF-DEPOIS
           MOVE WRK-CANAL-ANTES       TO WRK-REL-CANAL-ANTES
           MOVE WRK-CANAL-DEPOIS      TO WRK-REL-CANAL-DEPOIS
           MOVE WRK-IND-CONTATO       TO WRK-REL-CONTATO

           WRITE FD-ARQREL01 FROM WRK-REL-DETALHE

