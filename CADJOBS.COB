      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:controlador da cadeia de jobs noturnos da suite de
      *          CONTATOS: le a definicao da cadeia (CADJOBS.DEF) com
      *          os passos, a ordem e os pre-requisitos de cada um,
      *          executa os passos em sequencia, pula os que dependem
      *          de um passo que nao terminou com codigo de retorno 0
      *          e acrescenta a execucao ao historico CADJOBS.HST.
      *          Os passos concluidos ficam em CADJOBS.CKP, o que
      *          permite reiniciar a cadeia a partir do passo que
      *          falhou (linha 'CADJOBS=REINICIA' em CADCONT.PRM).
      * Tectonics: cobc
      * Modification history:
      *   15/10/2026 ROD  Criacao do programa. Roda sem nenhum prompt
      *                   e devolve 0/8 no codigo de retorno para o
      *                   escalonador, como os demais modos de lote
      *                   da suite.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADJOBS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT ARQ-DEFINICAO ASSIGN TO
            'CADJOBS.DEF'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS-DEF.

            SELECT ARQ-PARAMETROS ASSIGN TO
            'CADCONT.PRM'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS-PARM.

            SELECT ARQ-HISTORICO ASSIGN TO
            'CADJOBS.HST'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS-HST.

            SELECT ARQ-CHECKPOINT ASSIGN TO
            'CADJOBS.CKP'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS-CKP.

       DATA DIVISION.
       FILE SECTION.
      * Definicao da cadeia, uma linha por passo em colunas fixas:
      * numero do passo (01-99, em ordem crescente), nome, ate cinco
      * pre-requisitos (numeros de passos anteriores separados por
      * virgula ou espaco; em branco = nenhum) e o comando a executar.
      * Linha com '*' na coluna 1 ou em branco e comentario.
      *   01 BACKUP                     ./CADBACKUP
      *   02 EXPORTA    01              ./CADCONTT
       FD ARQ-DEFINICAO.
         01 REG-DEFINICAO.
           03 DEF-PASSO                     PIC X(02).
           03 FILLER                        PIC X(01).
           03 DEF-NOME                      PIC X(10).
           03 FILLER                        PIC X(01).
           03 DEF-PREREQ                    PIC X(15).
           03 FILLER                        PIC X(01).
           03 DEF-COMANDO                   PIC X(80).
         01 REG-DEFINICAO-NUM REDEFINES REG-DEFINICAO.
           03 DEF-PASSO-N                   PIC 9(02).
           03 FILLER                        PIC X(108).

       FD ARQ-PARAMETROS.
         01 REG-PARAMETROS                  PIC X(100).

       FD ARQ-HISTORICO.
         01 REG-HISTORICO                   PIC X(120).

      * Um registro por passo concluido com codigo de retorno 0 na
      * execucao corrente; esvaziado quando a cadeia termina sem
      * falhas.
       FD ARQ-CHECKPOINT.
         01 REG-CHECKPOINT.
           03 CKP-PASSO                     PIC 9(02).
           03 FILLER                        PIC X(01).
           03 CKP-NOME                      PIC X(10).

       WORKING-STORAGE SECTION.
         77 WS-FS-DEF                       PIC 99.
           88 FS-DEF-OK                             VALUE 0.
         77 WS-FS-PARM                      PIC 99.
           88 FS-PARM-OK                            VALUE 0.
         77 WS-FS-HST                       PIC 99.
           88 FS-HST-OK                             VALUE 0.
         77 WS-FS-CKP                       PIC 99.
           88 FS-CKP-OK                             VALUE 0.
         77 WS-EOF                          PIC X.
           88 EOF-OK                        VALUE 'S' FALSE 'N'.
         77 WS-EOF-PARM                     PIC X.
           88 EOF-PARM-OK                   VALUE 'S' FALSE 'N'.
         77 WS-MODO-REINICIO                PIC X     VALUE 'N'.
           88 MODO-REINICIO                 VALUE 'S' FALSE 'N'.
         77 WS-ACAO-LOTE                    PIC X(10) VALUE SPACES.
         77 WS-ERRO-DEFINICAO               PIC X     VALUE 'N'.
           88 ERRO-DEFINICAO                VALUE 'S' FALSE 'N'.
         77 WS-ERRO-HISTORICO               PIC X     VALUE 'N'.
           88 ERRO-HISTORICO                VALUE 'S' FALSE 'N'.
         77 WS-CKP-ABERTO                   PIC X     VALUE 'N'.
           88 CKP-ABERTO                    VALUE 'S' FALSE 'N'.
         77 WS-PREREQ-OK                    PIC X     VALUE 'N'.
           88 PREREQ-ATENDIDO               VALUE 'S' FALSE 'N'.
         77 WS-RETORNO-LOTE                 PIC 9(01) VALUE ZERO.
         77 WS-LINHA-DEF                    PIC 9(03) VALUE ZERO.
         77 WS-QTD-PASSOS                   PIC 9(02) VALUE ZERO.
         77 WS-IND-PASSO                    PIC 9(02) VALUE ZERO.
         77 WS-IND-BUSCA                    PIC 9(02) VALUE ZERO.
         77 WS-IND-PREREQ                   PIC 9(01) VALUE ZERO.
         77 WS-PASSO-ANTERIOR               PIC 9(02) VALUE ZERO.
         77 WS-PASSO-PROCURADO              PIC 9(02) VALUE ZERO.
         77 WS-PREREQ-FALHO                 PIC 9(02) VALUE ZERO.
         77 WS-MOTIVO-DEF                   PIC X(40) VALUE SPACES.
         77 WS-QTD-EXECUTADOS               PIC 9(02) VALUE ZERO.
         77 WS-QTD-PULADOS                  PIC 9(02) VALUE ZERO.
         77 WS-QTD-FALHAS                   PIC 9(02) VALUE ZERO.
         77 WS-QTD-JA-CONCLUIDOS            PIC 9(02) VALUE ZERO.
      * Situacao devolvida por CALL 'SYSTEM': o codigo de saida do
      * comando vem multiplicado por 256; resto diferente de zero
      * indica termino anormal (sinal) e vale como retorno 999.
         77 WS-STATUS-SISTEMA               PIC S9(09) VALUE ZERO.
         77 WS-STATUS-RESTO                 PIC S9(09) VALUE ZERO.
         77 WS-RC-PASSO                     PIC 9(03) VALUE ZERO.
         77 WS-DATA-INICIO                  PIC 9(08) VALUE ZERO.
         77 WS-HORA-INICIO                  PIC 9(08) VALUE ZERO.
         77 WS-DATA-AGORA                   PIC 9(08) VALUE ZERO.
         77 WS-HORA-AGORA                   PIC 9(08) VALUE ZERO.
      * Pre-requisitos de uma linha da definicao, separados pelo
      * UNSTRING antes da conferencia.
         01 WS-PREREQ-LIDOS.
           03 WS-PRQ-1                      PIC X(02).
           03 WS-PRQ-2                      PIC X(02).
           03 WS-PRQ-3                      PIC X(02).
           03 WS-PRQ-4                      PIC X(02).
           03 WS-PRQ-5                      PIC X(02).
           03 WS-PRQ-EXCESSO                PIC X(02).
         01 FILLER REDEFINES WS-PREREQ-LIDOS.
           03 WS-PRQ-CAMPO                  OCCURS 6 TIMES
                                            PIC X(02).
         01 FILLER REDEFINES WS-PREREQ-LIDOS.
           03 WS-PRQ-CAMPO-N                OCCURS 6 TIMES
                                            PIC 9(02).
      * Tabela de passos da cadeia. Situacao: ' ' ainda nao tratado,
      * 'E' executado (retorno em WS-PS-RC), 'P' pulado por
      * pre-requisito, 'J' ja concluido na execucao anterior.
         01 WS-TAB-PASSOS.
           03 WS-PASSO                      OCCURS 50 TIMES.
             05 WS-PS-NUMERO                PIC 9(02).
             05 WS-PS-NOME                  PIC X(10).
             05 WS-PS-QTD-PREREQ            PIC 9(01).
             05 WS-PS-PREREQ                OCCURS 5 TIMES
                                            PIC 9(02).
             05 WS-PS-COMANDO               PIC X(80).
             05 WS-PS-SITUACAO              PIC X(01).
               88 PS-EXECUTADO                      VALUE 'E'.
               88 PS-PULADO                         VALUE 'P'.
               88 PS-JA-CONCLUIDO                   VALUE 'J'.
             05 WS-PS-RC                    PIC 9(03).
         01 WS-LINHA-HST-EXECUCAO.
           03 FILLER                        PIC X(09)
              VALUE 'EXECUCAO '.
           03 WS-HE-DATA                    PIC 9(08).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 WS-HE-HORA                    PIC 9(08).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 WS-HE-TEXTO                   PIC X(93).
         01 WS-LINHA-HST-PASSO.
           03 FILLER                        PIC X(08)
              VALUE '  PASSO '.
           03 WS-HP-PASSO                   PIC 9(02).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 WS-HP-NOME                    PIC X(10).
           03 FILLER                        PIC X(08)
              VALUE ' INICIO '.
           03 WS-HP-HORA-INI                PIC 9(08).
           03 FILLER                        PIC X(05) VALUE ' FIM '.
           03 WS-HP-HORA-FIM                PIC 9(08).
           03 FILLER                        PIC X(04) VALUE ' RC '.
           03 WS-HP-RC                      PIC ZZ9.
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 WS-HP-SITUACAO                PIC X(40).
         01 WS-LINHA-HST-RESUMO.
           03 FILLER                        PIC X(20)
              VALUE '  PASSOS EXECUTADOS:'.
           03 WS-HR-EXECUTADOS              PIC Z9.
           03 FILLER                        PIC X(08)
              VALUE ' FALHAS:'.
           03 WS-HR-FALHAS                  PIC Z9.
           03 FILLER                        PIC X(09)
              VALUE ' PULADOS:'.
           03 WS-HR-PULADOS                 PIC Z9.
           03 FILLER                        PIC X(15)
              VALUE ' JA CONCLUIDOS:'.
           03 WS-HR-JA-CONCLUIDOS           PIC Z9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY '*** CONTROLADOR DA CADEIA DE JOBS ***'
           ACCEPT WS-DATA-INICIO     FROM DATE YYYYMMDD
           ACCEPT WS-HORA-INICIO     FROM TIME
           PERFORM P010-LE-PARAMETROS
           PERFORM P050-ABRE-HISTORICO THRU P050-FIM
           PERFORM P100-CARREGA-DEFINICAO THRU P100-FIM

           IF ERRO-DEFINICAO
               MOVE 8                TO WS-RETORNO-LOTE
               MOVE SPACES           TO WS-HE-TEXTO
               STRING 'DEFINICAO DA CADEIA INVALIDA, '
                      'NENHUM PASSO EXECUTADO'
                      DELIMITED BY SIZE INTO WS-HE-TEXTO
               END-STRING
               PERFORM P810-GRAVA-LINHA-EXECUCAO
           ELSE
               IF MODO-REINICIO
                   PERFORM P300-CARREGA-CHECKPOINT THRU P300-FIM
               END-IF
               PERFORM P400-ABRE-CHECKPOINT THRU P400-FIM
               PERFORM P500-EXECUTA-PASSO THRU P500-FIM
                   VARYING WS-IND-PASSO FROM 1 BY 1
                   UNTIL WS-IND-PASSO GREATER WS-QTD-PASSOS
               PERFORM P600-ENCERRA-CADEIA THRU P600-FIM
           END-IF

           CLOSE ARQ-HISTORICO
           DISPLAY 'RESUMO CADJOBS: EXECUTADOS=' WS-QTD-EXECUTADOS
                   ' FALHAS=' WS-QTD-FALHAS
                   ' PULADOS=' WS-QTD-PULADOS
                   ' RETORNO=' WS-RETORNO-LOTE
           PERFORM P900-FIM
           .

      ******************************************************************
      * P010-LE-PARAMETROS
      * Procura em CADCONT.PRM a linha 'CADJOBS=<ACAO>'. A acao
      * REINICIA retoma a cadeia a partir do passo que falhou,
      * pulando os passos concluidos registrados em CADJOBS.CKP; sem
      * a linha (ou com outra acao) a cadeia roda inteira. Linhas de
      * outros programas e a linha de caminho sao ignoradas.
      ******************************************************************
       P010-LE-PARAMETROS.
           SET MODO-REINICIO         TO FALSE
           MOVE SPACES               TO WS-ACAO-LOTE
           SET FS-PARM-OK            TO TRUE
           OPEN INPUT ARQ-PARAMETROS
           IF FS-PARM-OK THEN
               SET EOF-PARM-OK       TO FALSE
               PERFORM P011-LE-PARAMETRO
               PERFORM P012-TRATA-PARAMETRO UNTIL EOF-PARM-OK
               CLOSE ARQ-PARAMETROS
           END-IF

           IF WS-ACAO-LOTE EQUAL 'REINICIA'
               SET MODO-REINICIO     TO TRUE
           END-IF
           .

       P011-LE-PARAMETRO.
           READ ARQ-PARAMETROS
               AT END
                   SET EOF-PARM-OK   TO TRUE
           END-READ
           .

       P012-TRATA-PARAMETRO.
           IF REG-PARAMETROS (1:8) EQUAL 'CADJOBS=' THEN
               MOVE REG-PARAMETROS (9:10) TO WS-ACAO-LOTE
           END-IF
           PERFORM P011-LE-PARAMETRO
           .

      ******************************************************************
      * P050-ABRE-HISTORICO
      * Abre CADJOBS.HST por append (criado se nao existir) e grava
      * a linha de inicio da execucao. Sem historico a cadeia ainda
      * roda, mas termina com retorno 8.
      ******************************************************************
       P050-ABRE-HISTORICO.
           SET FS-HST-OK             TO TRUE
           OPEN EXTEND ARQ-HISTORICO

           IF WS-FS-HST EQUAL 35 THEN
               OPEN OUTPUT ARQ-HISTORICO
               CLOSE ARQ-HISTORICO
               OPEN EXTEND ARQ-HISTORICO
           END-IF

           IF NOT FS-HST-OK THEN
               DISPLAY 'ERRO AO ABRIR O HISTORICO CADJOBS.HST'
               DISPLAY 'FILE STATUS: ' WS-FS-HST
               SET ERRO-HISTORICO    TO TRUE
               GO TO P050-FIM
           END-IF

           IF MODO-REINICIO
               MOVE 'INICIO (REINICIO A PARTIR DO PASSO QUE FALHOU)'
                                     TO WS-HE-TEXTO
           ELSE
               MOVE 'INICIO'         TO WS-HE-TEXTO
           END-IF
           PERFORM P810-GRAVA-LINHA-EXECUCAO
           .
       P050-FIM.

      ******************************************************************
      * P100-CARREGA-DEFINICAO
      * Le CADJOBS.DEF para WS-TAB-PASSOS, conferindo cada linha em
      * P120-VALIDA-LINHA. Qualquer linha invalida (ou a falta de
      * passos) assinala ERRO-DEFINICAO e nenhum passo e executado:
      * uma cadeia pela metade e pior do que nenhuma.
      ******************************************************************
       P100-CARREGA-DEFINICAO.
           SET ERRO-DEFINICAO        TO FALSE
           MOVE ZERO                 TO WS-QTD-PASSOS
           MOVE ZERO                 TO WS-LINHA-DEF
           MOVE ZERO                 TO WS-PASSO-ANTERIOR

           SET FS-DEF-OK             TO TRUE
           OPEN INPUT ARQ-DEFINICAO

           IF NOT FS-DEF-OK THEN
               DISPLAY 'ERRO AO ABRIR A DEFINICAO CADJOBS.DEF'
               DISPLAY 'FILE STATUS: ' WS-FS-DEF
               SET ERRO-DEFINICAO    TO TRUE
               GO TO P100-FIM
           END-IF

           SET EOF-OK                TO FALSE
           PERFORM P110-LE-DEFINICAO
           PERFORM P120-VALIDA-LINHA THRU P120-FIM UNTIL EOF-OK
           CLOSE ARQ-DEFINICAO

           IF WS-QTD-PASSOS EQUAL ZERO AND NOT ERRO-DEFINICAO
               DISPLAY 'CADJOBS.DEF SEM NENHUM PASSO'
               SET ERRO-DEFINICAO    TO TRUE
           END-IF
           .
       P100-FIM.

       P110-LE-DEFINICAO.
           READ ARQ-DEFINICAO
               AT END
                   SET EOF-OK        TO TRUE
           END-READ
           .

      ******************************************************************
      * P120-VALIDA-LINHA
      * Confere uma linha da definicao: numero do passo numerico,
      * maior que zero e maior que o do passo anterior; nome e
      * comando preenchidos; pre-requisitos numericos de dois
      * digitos, no maximo cinco, cada um de um passo ja definido
      * acima. A linha valida entra em WS-TAB-PASSOS.
      ******************************************************************
       P120-VALIDA-LINHA.
           ADD 1                     TO WS-LINHA-DEF

           IF REG-DEFINICAO EQUAL SPACES
              OR REG-DEFINICAO (1:1) EQUAL '*'
               GO TO P120-PROXIMA
           END-IF

           MOVE SPACES               TO WS-MOTIVO-DEF
           EVALUATE TRUE
               WHEN DEF-PASSO NOT NUMERIC
                   MOVE 'NUMERO DO PASSO NAO NUMERICO'
                                     TO WS-MOTIVO-DEF
               WHEN DEF-PASSO-N EQUAL ZERO
                   MOVE 'NUMERO DO PASSO ZERO' TO WS-MOTIVO-DEF
               WHEN DEF-PASSO-N NOT GREATER WS-PASSO-ANTERIOR
                   MOVE 'PASSO FORA DE ORDEM OU REPETIDO'
                                     TO WS-MOTIVO-DEF
               WHEN DEF-NOME EQUAL SPACES
                   MOVE 'NOME DO PASSO EM BRANCO' TO WS-MOTIVO-DEF
               WHEN DEF-COMANDO EQUAL SPACES
                   MOVE 'COMANDO EM BRANCO' TO WS-MOTIVO-DEF
               WHEN WS-QTD-PASSOS NOT LESS 50
                   MOVE 'MAIS DE 50 PASSOS NA CADEIA'
                                     TO WS-MOTIVO-DEF
           END-EVALUATE

           IF WS-MOTIVO-DEF NOT EQUAL SPACES
               GO TO P120-REJEITA
           END-IF

           ADD 1                     TO WS-QTD-PASSOS
           MOVE DEF-PASSO-N          TO WS-PS-NUMERO (WS-QTD-PASSOS)
           MOVE DEF-NOME             TO WS-PS-NOME (WS-QTD-PASSOS)
           MOVE DEF-COMANDO          TO WS-PS-COMANDO (WS-QTD-PASSOS)
           MOVE SPACE              TO WS-PS-SITUACAO (WS-QTD-PASSOS)
           MOVE ZERO                 TO WS-PS-RC (WS-QTD-PASSOS)
           MOVE ZERO               TO WS-PS-QTD-PREREQ (WS-QTD-PASSOS)
           MOVE DEF-PASSO-N          TO WS-PASSO-ANTERIOR

           MOVE SPACES               TO WS-PREREQ-LIDOS
           UNSTRING DEF-PREREQ
               DELIMITED BY ',' OR ALL SPACE
               INTO WS-PRQ-1 WS-PRQ-2 WS-PRQ-3 WS-PRQ-4 WS-PRQ-5
                    WS-PRQ-EXCESSO
           END-UNSTRING

           PERFORM P130-VALIDA-PREREQ
               VARYING WS-IND-PREREQ FROM 1 BY 1
               UNTIL WS-IND-PREREQ GREATER 6
                  OR WS-MOTIVO-DEF NOT EQUAL SPACES

           IF WS-MOTIVO-DEF NOT EQUAL SPACES
               SUBTRACT 1            FROM WS-QTD-PASSOS
               GO TO P120-REJEITA
           END-IF
           GO TO P120-PROXIMA
           .
       P120-REJEITA.
           SET ERRO-DEFINICAO        TO TRUE
           DISPLAY 'CADJOBS.DEF LINHA ' WS-LINHA-DEF ': '
                   WS-MOTIVO-DEF
           .
       P120-PROXIMA.
           PERFORM P110-LE-DEFINICAO
           .
       P120-FIM.

       P130-VALIDA-PREREQ.
           IF WS-PRQ-CAMPO (WS-IND-PREREQ) NOT EQUAL SPACES
               EVALUATE TRUE
                   WHEN WS-IND-PREREQ GREATER 5
                       MOVE 'MAIS DE 5 PRE-REQUISITOS'
                                     TO WS-MOTIVO-DEF
                   WHEN WS-PRQ-CAMPO (WS-IND-PREREQ) NOT NUMERIC
                       MOVE 'PRE-REQUISITO NAO NUMERICO (2 DIGITOS)'
                                     TO WS-MOTIVO-DEF
                   WHEN OTHER
                       MOVE WS-PRQ-CAMPO-N (WS-IND-PREREQ)
                                     TO WS-PASSO-PROCURADO
                       PERFORM P140-BUSCA-PASSO
                       IF WS-IND-BUSCA EQUAL ZERO
                          OR WS-IND-BUSCA EQUAL WS-QTD-PASSOS
                           MOVE 'PRE-REQUISITO NAO E PASSO ANTERIOR'
                                     TO WS-MOTIVO-DEF
                       ELSE
                           ADD 1 TO WS-PS-QTD-PREREQ (WS-QTD-PASSOS)
                           MOVE WS-PASSO-PROCURADO
                             TO WS-PS-PREREQ (WS-QTD-PASSOS,
                                WS-PS-QTD-PREREQ (WS-QTD-PASSOS))
                       END-IF
               END-EVALUATE
           END-IF
           .

      ******************************************************************
      * P140-BUSCA-PASSO
      * Localiza WS-PASSO-PROCURADO em WS-TAB-PASSOS e devolve a
      * posicao em WS-IND-BUSCA (zero quando nao encontrado).
      ******************************************************************
       P140-BUSCA-PASSO.
           PERFORM P141-TESTA-PASSO
               VARYING WS-IND-BUSCA FROM 1 BY 1
               UNTIL WS-IND-BUSCA GREATER WS-QTD-PASSOS
                  OR WS-PS-NUMERO (WS-IND-BUSCA)
                                     EQUAL WS-PASSO-PROCURADO
           IF WS-IND-BUSCA GREATER WS-QTD-PASSOS
               MOVE ZERO             TO WS-IND-BUSCA
           END-IF
           .

       P141-TESTA-PASSO.
           CONTINUE
           .

      ******************************************************************
      * P300-CARREGA-CHECKPOINT
      * No reinicio, marca como ja concluidos os passos gravados em
      * CADJOBS.CKP pela execucao anterior. Checkpoint inexistente ou
      * vazio equivale a rodar a cadeia inteira.
      ******************************************************************
       P300-CARREGA-CHECKPOINT.
           SET FS-CKP-OK             TO TRUE
           OPEN INPUT ARQ-CHECKPOINT

           IF NOT FS-CKP-OK THEN
               DISPLAY 'SEM CHECKPOINT ANTERIOR, CADEIA SERA '
                       'EXECUTADA INTEIRA'
               GO TO P300-FIM
           END-IF

           SET EOF-OK                TO FALSE
           PERFORM P310-LE-CHECKPOINT
           PERFORM P320-MARCA-CONCLUIDO UNTIL EOF-OK
           CLOSE ARQ-CHECKPOINT
           .
       P300-FIM.

       P310-LE-CHECKPOINT.
           READ ARQ-CHECKPOINT
               AT END
                   SET EOF-OK        TO TRUE
           END-READ
           .

       P320-MARCA-CONCLUIDO.
           IF CKP-PASSO NUMERIC
               MOVE CKP-PASSO        TO WS-PASSO-PROCURADO
               PERFORM P140-BUSCA-PASSO
               IF WS-IND-BUSCA NOT EQUAL ZERO
                   SET PS-JA-CONCLUIDO (WS-IND-BUSCA) TO TRUE
               END-IF
           END-IF
           PERFORM P310-LE-CHECKPOINT
           .

      ******************************************************************
      * P400-ABRE-CHECKPOINT
      * Execucao normal recria CADJOBS.CKP vazio; o reinicio o abre
      * por append, preservando os passos ja concluidos.
      ******************************************************************
       P400-ABRE-CHECKPOINT.
           SET CKP-ABERTO            TO FALSE
           SET FS-CKP-OK             TO TRUE

           IF MODO-REINICIO
               OPEN EXTEND ARQ-CHECKPOINT
               IF WS-FS-CKP EQUAL 35 THEN
                   OPEN OUTPUT ARQ-CHECKPOINT
               END-IF
           ELSE
               OPEN OUTPUT ARQ-CHECKPOINT
           END-IF

           IF NOT FS-CKP-OK THEN
               DISPLAY 'ERRO AO ABRIR O CHECKPOINT CADJOBS.CKP'
               DISPLAY 'FILE STATUS: ' WS-FS-CKP
               DISPLAY 'A CADEIA RODA SEM CHECKPOINT'
               GO TO P400-FIM
           END-IF
           SET CKP-ABERTO            TO TRUE
           .
       P400-FIM.

      ******************************************************************
      * P500-EXECUTA-PASSO
      * Trata o passo WS-IND-PASSO: ja concluido na execucao anterior
      * so e registrado; com algum pre-requisito sem retorno 0 e
      * pulado; caso contrario o comando e executado e o retorno
      * conferido. Cada passo gera uma linha no historico.
      ******************************************************************
       P500-EXECUTA-PASSO.
           MOVE WS-PS-NUMERO (WS-IND-PASSO) TO WS-HP-PASSO
           MOVE WS-PS-NOME (WS-IND-PASSO)   TO WS-HP-NOME
           MOVE ZERO                 TO WS-HP-HORA-INI
           MOVE ZERO                 TO WS-HP-HORA-FIM
           MOVE ZERO                 TO WS-HP-RC

           IF PS-JA-CONCLUIDO (WS-IND-PASSO)
               ADD 1                 TO WS-QTD-JA-CONCLUIDOS
               MOVE 'JA CONCLUIDO NA EXECUCAO ANTERIOR'
                                     TO WS-HP-SITUACAO
               PERFORM P820-GRAVA-LINHA-PASSO
               GO TO P500-FIM
           END-IF

           SET PREREQ-ATENDIDO       TO TRUE
           PERFORM P510-CONFERE-PREREQ
               VARYING WS-IND-PREREQ FROM 1 BY 1
               UNTIL WS-IND-PREREQ
                         GREATER WS-PS-QTD-PREREQ (WS-IND-PASSO)
                  OR NOT PREREQ-ATENDIDO

           IF NOT PREREQ-ATENDIDO
               SET PS-PULADO (WS-IND-PASSO) TO TRUE
               ADD 1                 TO WS-QTD-PULADOS
               MOVE 8                TO WS-RETORNO-LOTE
               MOVE SPACES           TO WS-HP-SITUACAO
               STRING 'PULADO: PRE-REQUISITO ' DELIMITED BY SIZE
                      WS-PREREQ-FALHO          DELIMITED BY SIZE
                      ' SEM RETORNO 0'         DELIMITED BY SIZE
                      INTO WS-HP-SITUACAO
               END-STRING
               DISPLAY 'CADJOBS: PASSO ' WS-HP-PASSO ' ' WS-HP-NOME
                       ' ' WS-HP-SITUACAO
               PERFORM P820-GRAVA-LINHA-PASSO
               GO TO P500-FIM
           END-IF

           DISPLAY 'CADJOBS: INICIANDO PASSO ' WS-HP-PASSO ' '
                   WS-HP-NOME
           ACCEPT WS-HORA-AGORA      FROM TIME
           MOVE WS-HORA-AGORA        TO WS-HP-HORA-INI

           CALL 'SYSTEM' USING WS-PS-COMANDO (WS-IND-PASSO)
           MOVE RETURN-CODE          TO WS-STATUS-SISTEMA
           MOVE ZERO                 TO RETURN-CODE
           PERFORM P520-DECODIFICA-RETORNO

           ACCEPT WS-HORA-AGORA      FROM TIME
           MOVE WS-HORA-AGORA        TO WS-HP-HORA-FIM
           SET PS-EXECUTADO (WS-IND-PASSO) TO TRUE
           MOVE WS-RC-PASSO          TO WS-PS-RC (WS-IND-PASSO)
           MOVE WS-RC-PASSO          TO WS-HP-RC
           ADD 1                     TO WS-QTD-EXECUTADOS

           IF WS-RC-PASSO EQUAL ZERO
               MOVE 'EXECUTADO COM SUCESSO' TO WS-HP-SITUACAO
               PERFORM P530-GRAVA-CHECKPOINT
           ELSE
               ADD 1                 TO WS-QTD-FALHAS
               MOVE 8                TO WS-RETORNO-LOTE
               MOVE 'EXECUTADO COM FALHA' TO WS-HP-SITUACAO
           END-IF
           DISPLAY 'CADJOBS: PASSO ' WS-HP-PASSO ' ' WS-HP-NOME
                   ' RC=' WS-RC-PASSO
           PERFORM P820-GRAVA-LINHA-PASSO
           .
       P500-FIM.

      *    Pre-requisito atendido: passo executado com retorno 0 nesta
      *    execucao ou ja concluido na anterior.
       P510-CONFERE-PREREQ.
           MOVE WS-PS-PREREQ (WS-IND-PASSO, WS-IND-PREREQ)
                                     TO WS-PASSO-PROCURADO
           PERFORM P140-BUSCA-PASSO
           IF WS-IND-BUSCA EQUAL ZERO
               SET PREREQ-ATENDIDO   TO FALSE
           ELSE
               IF NOT PS-JA-CONCLUIDO (WS-IND-BUSCA)
                  AND NOT (PS-EXECUTADO (WS-IND-BUSCA)
                       AND WS-PS-RC (WS-IND-BUSCA) EQUAL ZERO)
                   SET PREREQ-ATENDIDO TO FALSE
               END-IF
           END-IF
           IF NOT PREREQ-ATENDIDO
               MOVE WS-PASSO-PROCURADO TO WS-PREREQ-FALHO
           END-IF
           .

       P520-DECODIFICA-RETORNO.
           IF WS-STATUS-SISTEMA LESS ZERO
               MOVE 999              TO WS-RC-PASSO
           ELSE
               DIVIDE WS-STATUS-SISTEMA BY 256
                   GIVING WS-STATUS-SISTEMA
                   REMAINDER WS-STATUS-RESTO
               IF WS-STATUS-RESTO NOT EQUAL ZERO
                  OR WS-STATUS-SISTEMA GREATER 998
                   MOVE 999          TO WS-RC-PASSO
               ELSE
                   MOVE WS-STATUS-SISTEMA TO WS-RC-PASSO
               END-IF
           END-IF
           .

       P530-GRAVA-CHECKPOINT.
           IF CKP-ABERTO
               MOVE SPACES           TO REG-CHECKPOINT
               MOVE WS-PS-NUMERO (WS-IND-PASSO) TO CKP-PASSO
               MOVE WS-PS-NOME (WS-IND-PASSO)   TO CKP-NOME
               WRITE REG-CHECKPOINT
               IF NOT FS-CKP-OK THEN
                   DISPLAY 'ERRO AO GRAVAR O CHECKPOINT CADJOBS.CKP'
                   DISPLAY 'FILE STATUS: ' WS-FS-CKP
               END-IF
           END-IF
           .

      ******************************************************************
      * P600-ENCERRA-CADEIA
      * Fecha o checkpoint (esvaziando-o quando a cadeia terminou sem
      * falhas nem passos pulados, para a proxima execucao comecar do
      * inicio) e grava o resumo e a linha de termino no historico.
      ******************************************************************
       P600-ENCERRA-CADEIA.
           IF CKP-ABERTO
               CLOSE ARQ-CHECKPOINT
               SET CKP-ABERTO        TO FALSE
           END-IF

           IF WS-RETORNO-LOTE EQUAL ZERO
               OPEN OUTPUT ARQ-CHECKPOINT
               IF FS-CKP-OK
                   CLOSE ARQ-CHECKPOINT
               END-IF
           END-IF

           MOVE WS-QTD-EXECUTADOS    TO WS-HR-EXECUTADOS
           MOVE WS-QTD-FALHAS        TO WS-HR-FALHAS
           MOVE WS-QTD-PULADOS       TO WS-HR-PULADOS
           MOVE WS-QTD-JA-CONCLUIDOS TO WS-HR-JA-CONCLUIDOS
           MOVE WS-LINHA-HST-RESUMO  TO REG-HISTORICO
           PERFORM P830-GRAVA-HISTORICO

           IF WS-RETORNO-LOTE EQUAL ZERO
               MOVE 'TERMINO - RESULTADO OK (RC 0)' TO WS-HE-TEXTO
           ELSE
               MOVE SPACES           TO WS-HE-TEXTO
               STRING 'TERMINO - RESULTADO COM FALHA (RC 8); '
                      'REINICIE COM CADJOBS=REINICIA'
                      DELIMITED BY SIZE INTO WS-HE-TEXTO
               END-STRING
           END-IF
           PERFORM P810-GRAVA-LINHA-EXECUCAO
           .
       P600-FIM.

       P810-GRAVA-LINHA-EXECUCAO.
           ACCEPT WS-DATA-AGORA      FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA      FROM TIME
           MOVE WS-DATA-AGORA        TO WS-HE-DATA
           MOVE WS-HORA-AGORA        TO WS-HE-HORA
           MOVE WS-LINHA-HST-EXECUCAO TO REG-HISTORICO
           PERFORM P830-GRAVA-HISTORICO
           .

       P820-GRAVA-LINHA-PASSO.
           MOVE WS-LINHA-HST-PASSO   TO REG-HISTORICO
           PERFORM P830-GRAVA-HISTORICO
           .

       P830-GRAVA-HISTORICO.
           IF NOT ERRO-HISTORICO
               WRITE REG-HISTORICO
               IF NOT FS-HST-OK THEN
                   SET ERRO-HISTORICO TO TRUE
                   DISPLAY 'ERRO AO GRAVAR O HISTORICO CADJOBS.HST'
                   DISPLAY 'FILE STATUS: ' WS-FS-HST
               END-IF
           END-IF
           .

       P900-FIM.

            IF ERRO-HISTORICO
                MOVE 8               TO WS-RETORNO-LOTE
            END-IF
            MOVE WS-RETORNO-LOTE TO RETURN-CODE
            STOP RUN.
       END PROGRAM CADJOBS.
