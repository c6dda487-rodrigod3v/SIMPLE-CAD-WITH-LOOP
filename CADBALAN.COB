      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:balanceamento diario dos cadastros de CONTATOS: apura
      *          os totais de controle de CONTATOS (registros por
      *          situacao e por departamento, total de hash dos IDs),
      *          de CONT_FONE.TXT (fones e e-mails) e de DEPTO.TXT
      *          (departamentos e hash dos codigos), grava-os no
      *          arquivo de totais CONT_CTRL.TXT e os compara com os
      *          totais da execucao anterior somados ao movimento do
      *          log de transacoes desde entao. Diferenca indica
      *          alteracao feita fora dos programas (copia antiga
      *          restaurada, edicao por utilitario) e sai como
      *          excecao em CONT_BALANC.TXT, com retorno 8.
      * Tectonics: cobc
      * Modification history:
      *   15/10/2026 ROD  Criacao do programa. Roda sem nenhum prompt
      *                   (job noturno, depois do expediente) e
      *                   devolve 0/8 no codigo de retorno para o
      *                   escalonador. A linha 'CADBALAN=BASE' em
      *                   CADCONT.PRM apenas registra os totais atuais
      *                   como nova base, sem comparar (usar depois de
      *                   restauracao ou conversao autorizada).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADBALAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CONTATOS ASSIGN TO
            WS-CAMINHO-CONTATOS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS ID-CONTATO
            ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
            FILE STATUS IS WS-FS-CONTATOS.

            SELECT CONT-FONES ASSIGN TO
            'CONT_FONE.TXT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS CHAVE-FONE
            FILE STATUS IS WS-FS-FONE.

            SELECT DEPARTAMENTOS ASSIGN TO
            'DEPTO.TXT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS COD-DEPTO
            FILE STATUS IS WS-FS-DEPTO.

            SELECT LOG-TRANSACOES ASSIGN TO
            'CONT_LOG.TXT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS-LOG.

            SELECT ARQ-LOG-MES ASSIGN TO
            WS-CAMINHO-ARQMES
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS-ARQMES.

            SELECT ARQ-PARAMETROS ASSIGN TO
            'CADCONT.PRM'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS-PARM.

            SELECT ARQ-TOTAIS ASSIGN TO
            'CONT_CTRL.TXT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS-TOTAIS.

            SELECT RELATORIO ASSIGN TO
            'CONT_BALANC.TXT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
           COPY DB_CONTT.

       FD CONT-FONES.
           COPY DB_FONE.

       FD DEPARTAMENTOS.
           COPY DB_DEPTO.

       FD LOG-TRANSACOES.
           COPY DB_LOG.

      * Arquivo mensal CONT_LOG_AAAAMM.TXT gerado por CADLOGARQ, no
      * layout de DB_LOG, lido em bloco e movido para REG-LOG.
       FD ARQ-LOG-MES.
         01 REG-LOG-MES                     PIC X(109).

       FD ARQ-PARAMETROS.
         01 REG-PARAMETROS                  PIC X(100).

      * Totais de controle, uma linha por item, todas as linhas de
      * uma execucao com a mesma data/hora. O arquivo so cresce; a
      * ultima execucao registrada e a base da comparacao seguinte.
       FD ARQ-TOTAIS.
         01 REG-TOTAIS.
           03 CTL-DATA                      PIC 9(08).
           03 FILLER                        PIC X(01).
           03 CTL-HORA                      PIC 9(08).
           03 FILLER                        PIC X(01).
           03 CTL-ITEM                      PIC X(12).
           03 FILLER                        PIC X(01).
           03 CTL-VALOR                     PIC 9(15).

       FD RELATORIO.
         01 REG-RELATORIO                   PIC X(80).

       WORKING-STORAGE SECTION.
         77 WS-CAMINHO-CONTATOS             PIC X(100) VALUE SPACES.
         77 WS-CAMINHO-ARQMES               PIC X(100) VALUE SPACES.
         77 WS-FS-CONTATOS                  PIC 99.
           88 FS-CONTATOS-OK                        VALUE 0.
         77 WS-FS-FONE                      PIC 99.
           88 FS-FONE-OK                            VALUE 0.
         77 WS-FS-DEPTO                     PIC 99.
           88 FS-DEPTO-OK                           VALUE 0.
         77 WS-FS-LOG                       PIC 99.
           88 FS-LOG-OK                             VALUE 0.
         77 WS-FS-ARQMES                    PIC 99.
           88 FS-ARQMES-OK                          VALUE 0.
         77 WS-FS-PARM                      PIC 99.
           88 FS-PARM-OK                            VALUE 0.
         77 WS-FS-TOTAIS                    PIC 99.
           88 FS-TOTAIS-OK                          VALUE 0.
         77 WS-FS-RELATORIO                 PIC 99.
           88 FS-RELATORIO-OK                       VALUE 0.
         77 WS-EOF                          PIC X.
           88 EOF-OK                        VALUE 'S' FALSE 'N'.
         77 WS-EOF-PARM                     PIC X.
           88 EOF-PARM-OK                   VALUE 'S' FALSE 'N'.
         77 WS-QTD-IGUAL                    PIC 9(02) VALUE ZERO.
         77 WS-ACAO-LOTE                    PIC X(10) VALUE SPACES.
         77 WS-MODO-BASE                    PIC X     VALUE 'N'.
           88 MODO-BASE                     VALUE 'S' FALSE 'N'.
         77 WS-TEM-ANTERIOR                 PIC X     VALUE 'N'.
           88 TEM-ANTERIOR                  VALUE 'S' FALSE 'N'.
         77 WS-ERRO-APURACAO                PIC X     VALUE 'N'.
           88 ERRO-APURACAO                 VALUE 'S' FALSE 'N'.
         77 WS-ERRO-MOVIMENTO               PIC X     VALUE 'N'.
           88 ERRO-MOVIMENTO                VALUE 'S' FALSE 'N'.
         77 WS-ERRO-RELATORIO               PIC X     VALUE 'N'.
           88 ERRO-RELATORIO                VALUE 'S' FALSE 'N'.
         77 WS-RELAT-ABERTO                 PIC X     VALUE 'N'.
           88 RELAT-ABERTO                  VALUE 'S' FALSE 'N'.
         77 WS-RETORNO-LOTE                 PIC 9(01) VALUE ZERO.
         77 WS-MES-LIMITE                   PIC 9(06) VALUE ZERO.
         77 WS-QTD-TRANSACOES               PIC 9(07) VALUE ZERO.
         77 WS-QTD-EXCECOES                 PIC 9(03) VALUE ZERO.
         77 WS-QTD-LINHAS-TOTAIS            PIC 9(03) VALUE ZERO.
         77 WS-ITEM-PROCURADO               PIC X(12) VALUE SPACES.
         77 WS-SIT-PROCURADA                PIC X(01) VALUE SPACES.
         77 WS-TIPO-PROCURADO               PIC X(01) VALUE SPACES.
         77 WS-DEPTO-PROCURADO              PIC 9(02) VALUE ZERO.
         77 WS-ESPERADO                     PIC S9(15) VALUE ZERO.
         77 WS-DIFERENCA                    PIC S9(15) VALUE ZERO.
      * Posicoes fixas da tabela de itens; os departamentos 00 a 99
      * ocupam as posicoes 10 a 109 (codigo + 10).
         77 WS-IX-CONTATOS                  PIC 9(03) VALUE 1.
         77 WS-IX-SIT-A                     PIC 9(03) VALUE 2.
         77 WS-IX-SIT-I                     PIC 9(03) VALUE 3.
         77 WS-IX-SIT-OUTRA                 PIC 9(03) VALUE 4.
         77 WS-IX-HASH-ID                   PIC 9(03) VALUE 5.
         77 WS-IX-FONES                     PIC 9(03) VALUE 6.
         77 WS-IX-EMAILS                    PIC 9(03) VALUE 7.
         77 WS-IX-DEPTOS                    PIC 9(03) VALUE 8.
         77 WS-IX-HASH-DEPTO                PIC 9(03) VALUE 9.
         77 WS-IND-ITEM                     PIC 9(03) VALUE ZERO.
         77 WS-IND-ACHADO                   PIC 9(03) VALUE ZERO.
         01 WS-TAB-ITENS.
           03 WS-ITEM                       OCCURS 109 TIMES.
             05 WS-IT-NOME                  PIC X(12).
             05 WS-IT-ANTERIOR              PIC 9(15).
             05 WS-IT-MOVIMENTO             PIC S9(15).
             05 WS-IT-ATUAL                 PIC 9(15).
         01 WS-NOME-DEPTO.
           03 FILLER                        PIC X(06) VALUE 'DEPTO-'.
           03 WS-ND-CODIGO                  PIC 9(02).
           03 FILLER                        PIC X(04) VALUE SPACES.
         01 WS-DEPTO-NUM                    PIC 9(03) VALUE ZERO.
      * Data/hora desta execucao, da execucao anterior registrada e
      * da transacao de log corrente, comparaveis como um numero.
         01 WS-ATUAL-GRP.
           03 WS-ATUAL-DATA                 PIC 9(08).
           03 WS-ATUAL-HORA                 PIC 9(08).
         01 WS-MARCA-ATUAL REDEFINES WS-ATUAL-GRP
                                            PIC 9(16).
         01 WS-ANT-GRP.
           03 WS-ANT-DATA                   PIC 9(08).
           03 WS-ANT-HORA                   PIC 9(08).
         01 WS-MARCA-ANT REDEFINES WS-ANT-GRP
                                            PIC 9(16).
         01 WS-LIDO-GRP.
           03 WS-LIDO-DATA                  PIC 9(08).
           03 WS-LIDO-HORA                  PIC 9(08).
         01 WS-MARCA-LIDO REDEFINES WS-LIDO-GRP
                                            PIC 9(16).
         01 WS-TRN-GRP.
           03 WS-TRN-DATA                   PIC 9(08).
           03 WS-TRN-HORA                   PIC 9(08).
         01 WS-MARCA-TRN REDEFINES WS-TRN-GRP
                                            PIC 9(16).
         01 WS-MES-CORR-GRP.
           03 WS-MC-ANO                     PIC 9(04).
           03 WS-MC-MES                     PIC 9(02).
         01 WS-MES-CORR-NUM REDEFINES WS-MES-CORR-GRP
                                            PIC 9(06).
         01 WS-LINHA-TITULO.
           03 FILLER                        PIC X(33)
              VALUE 'BALANCEAMENTO DOS CADASTROS - EM '.
           03 WS-LTI-DATA                   PIC 9(08).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 WS-LTI-HORA                   PIC 9(08).
         01 WS-LINHA-BASE.
           03 FILLER                        PIC X(33)
              VALUE 'TOTAIS ANTERIORES REGISTRADOS EM '.
           03 WS-LBA-DATA                   PIC 9(08).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 WS-LBA-HORA                   PIC 9(08).
         01 WS-LINHA-MOVIMENTO.
           03 FILLER                        PIC X(33)
              VALUE 'TRANSACOES DO LOG NO PERIODO:'.
           03 WS-LMO-QTD                    PIC Z(06)9.
         01 WS-LINHA-CABEC.
           03 FILLER                        PIC X(40)
              VALUE 'ITEM             ANTERIOR  MOVIMENTO    '.
           03 FILLER                        PIC X(40)
              VALUE 'ESPERADO        ATUAL  DIFERENCA'.
         01 WS-LINHA-TRACO.
           03 FILLER                        PIC X(40)
              VALUE '------------ ------------ ----------- --'.
           03 FILLER                        PIC X(40)
              VALUE '---------- ------------ -----------'.
         01 WS-LINHA-ITEM.
           03 WS-LI-NOME                    PIC X(12).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 WS-LI-ANTERIOR                PIC Z(11)9.
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 WS-LI-MOVIMENTO               PIC -(10)9.
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 WS-LI-ESPERADO                PIC -(11)9.
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 WS-LI-ATUAL                   PIC Z(11)9.
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 WS-LI-DIFERENCA               PIC -(10)9.
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 WS-LI-MARCA                   PIC X(01).
         01 WS-LINHA-ITEM-BASE.
           03 WS-LIB-NOME                   PIC X(12).
           03 FILLER                        PIC X(51) VALUE SPACES.
           03 WS-LIB-ATUAL                  PIC Z(11)9.
         01 WS-LINHA-RESULTADO.
           03 FILLER                        PIC X(11)
              VALUE 'RESULTADO: '.
           03 WS-LRE-TEXTO                  PIC X(60).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY '*** BALANCEAMENTO DOS CADASTROS DE CONTATOS ***'
           ACCEPT WS-ATUAL-DATA      FROM DATE YYYYMMDD
           ACCEPT WS-ATUAL-HORA      FROM TIME
           PERFORM P010-DEFINE-CAMINHO
           PERFORM P100-INICIALIZA-ITENS
           PERFORM P200-LE-TOTAIS-ANTERIORES THRU P200-FIM
           PERFORM P300-APURA-TOTAIS THRU P300-FIM

           IF ERRO-APURACAO
               MOVE 8                TO WS-RETORNO-LOTE
               DISPLAY 'TOTAIS NAO APURADOS, NADA REGISTRADO'
           ELSE
               IF TEM-ANTERIOR AND NOT MODO-BASE
                   PERFORM P400-APURA-MOVIMENTO THRU P400-FIM
               END-IF
               PERFORM P500-RELATORIO THRU P500-FIM
      *        Sem o movimento completo a comparacao nao vale; os
      *        totais nao sao registrados para a proxima execucao
      *        cobrir tambem o periodo desta.
               IF NOT ERRO-MOVIMENTO
                   PERFORM P600-GRAVA-TOTAIS THRU P600-FIM
               END-IF
           END-IF

           IF ERRO-MOVIMENTO OR ERRO-RELATORIO
              OR WS-QTD-EXCECOES GREATER ZERO
               MOVE 8                TO WS-RETORNO-LOTE
           END-IF

           DISPLAY 'RESUMO CADBALAN: TRANSACOES=' WS-QTD-TRANSACOES
                   ' EXCECOES=' WS-QTD-EXCECOES
                   ' RETORNO=' WS-RETORNO-LOTE
           PERFORM P900-FIM
           .

      ******************************************************************
      * P010-DEFINE-CAMINHO
      * Obtem o caminho de CONTATOS como os demais programas da suite
      * (variavel de ambiente CAMINHO_CONTATOS, primeira linha sem
      * '=' de CADCONT.PRM ou o padrao CONT.TXT) e a acao da linha
      * 'CADBALAN=' (BASE: so registra os totais, sem comparar).
      ******************************************************************
       P010-DEFINE-CAMINHO.
           MOVE SPACES                  TO WS-CAMINHO-CONTATOS
           MOVE SPACES                  TO WS-ACAO-LOTE
           SET MODO-BASE                TO FALSE
           DISPLAY 'CAMINHO_CONTATOS' UPON ENVIRONMENT-NAME
           ACCEPT WS-CAMINHO-CONTATOS FROM ENVIRONMENT-VALUE

           SET FS-PARM-OK            TO TRUE
           OPEN INPUT ARQ-PARAMETROS
           IF FS-PARM-OK THEN
               SET EOF-PARM-OK       TO FALSE
               PERFORM P011-LE-PARAMETRO
               PERFORM P012-TRATA-PARAMETRO UNTIL EOF-PARM-OK
               CLOSE ARQ-PARAMETROS
           END-IF

           IF WS-CAMINHO-CONTATOS EQUAL SPACES THEN
               MOVE 'CONT.TXT'           TO WS-CAMINHO-CONTATOS
           END-IF

           IF WS-ACAO-LOTE EQUAL 'BASE'
               SET MODO-BASE             TO TRUE
           END-IF
           .

       P011-LE-PARAMETRO.
           READ ARQ-PARAMETROS
               AT END
                   SET EOF-PARM-OK   TO TRUE
           END-READ
           .

       P012-TRATA-PARAMETRO.
           IF REG-PARAMETROS (1:9) EQUAL 'CADBALAN=' THEN
               MOVE REG-PARAMETROS (10:10) TO WS-ACAO-LOTE
           ELSE
               MOVE ZERO             TO WS-QTD-IGUAL
               INSPECT REG-PARAMETROS
                   TALLYING WS-QTD-IGUAL FOR ALL '='
               IF WS-QTD-IGUAL EQUAL ZERO
                  AND REG-PARAMETROS NOT EQUAL SPACES
                  AND WS-CAMINHO-CONTATOS EQUAL SPACES
                   MOVE REG-PARAMETROS TO WS-CAMINHO-CONTATOS
               END-IF
           END-IF
           PERFORM P011-LE-PARAMETRO
           .

      ******************************************************************
      * P100-INICIALIZA-ITENS
      * Zera a tabela de itens e da nome a cada posicao, que e o
      * nome gravado em CONT_CTRL.TXT.
      ******************************************************************
       P100-INICIALIZA-ITENS.
           PERFORM P110-LIMPA-ITEM
               VARYING WS-IND-ITEM FROM 1 BY 1
               UNTIL WS-IND-ITEM GREATER 109

           MOVE 'CONTATOS'           TO WS-IT-NOME (WS-IX-CONTATOS)
           MOVE 'SIT-A'              TO WS-IT-NOME (WS-IX-SIT-A)
           MOVE 'SIT-I'              TO WS-IT-NOME (WS-IX-SIT-I)
           MOVE 'SIT-OUTRA'          TO WS-IT-NOME (WS-IX-SIT-OUTRA)
           MOVE 'HASH-ID'            TO WS-IT-NOME (WS-IX-HASH-ID)
           MOVE 'FONES'              TO WS-IT-NOME (WS-IX-FONES)
           MOVE 'EMAILS'             TO WS-IT-NOME (WS-IX-EMAILS)
           MOVE 'DEPTOS'             TO WS-IT-NOME (WS-IX-DEPTOS)
           MOVE 'HASH-DEPTO'         TO WS-IT-NOME (WS-IX-HASH-DEPTO)

           PERFORM P120-NOMEIA-DEPTO
               VARYING WS-DEPTO-NUM FROM 0 BY 1
               UNTIL WS-DEPTO-NUM GREATER 99
           .

       P110-LIMPA-ITEM.
           MOVE SPACES               TO WS-IT-NOME (WS-IND-ITEM)
           MOVE ZERO                 TO WS-IT-ANTERIOR (WS-IND-ITEM)
           MOVE ZERO                 TO WS-IT-MOVIMENTO (WS-IND-ITEM)
           MOVE ZERO                 TO WS-IT-ATUAL (WS-IND-ITEM)
           .

       P120-NOMEIA-DEPTO.
           MOVE WS-DEPTO-NUM         TO WS-ND-CODIGO
           COMPUTE WS-IND-ITEM = WS-DEPTO-NUM + 10
           MOVE WS-NOME-DEPTO        TO WS-IT-NOME (WS-IND-ITEM)
           .

      ******************************************************************
      * P200-LE-TOTAIS-ANTERIORES
      * Le CONT_CTRL.TXT e guarda em WS-IT-ANTERIOR os totais da
      * ultima execucao registrada (a troca de data/hora entre as
      * linhas descarta o grupo anterior). Arquivo inexistente ou
      * vazio e a primeira execucao: os totais atuais viram a base.
      ******************************************************************
       P200-LE-TOTAIS-ANTERIORES.
           SET TEM-ANTERIOR          TO FALSE
           MOVE ZERO                 TO WS-MARCA-ANT
           SET FS-TOTAIS-OK          TO TRUE
           OPEN INPUT ARQ-TOTAIS

           IF WS-FS-TOTAIS EQUAL 35 THEN
               GO TO P200-FIM
           END-IF

           IF NOT FS-TOTAIS-OK THEN
               DISPLAY 'ERRO AO ABRIR OS TOTAIS DE CONTROLE'
               DISPLAY 'FILE STATUS: ' WS-FS-TOTAIS
               SET ERRO-APURACAO     TO TRUE
               GO TO P200-FIM
           END-IF

           SET EOF-OK                TO FALSE
           PERFORM P210-LE-TOTAL
           PERFORM P220-GUARDA-TOTAL UNTIL EOF-OK
           CLOSE ARQ-TOTAIS
           .
       P200-FIM.

       P210-LE-TOTAL.
           READ ARQ-TOTAIS
               AT END
                   SET EOF-OK        TO TRUE
           END-READ
           .

       P220-GUARDA-TOTAL.
           IF CTL-DATA NUMERIC AND CTL-HORA NUMERIC
              AND CTL-VALOR NUMERIC
               MOVE CTL-DATA         TO WS-LIDO-DATA
               MOVE CTL-HORA         TO WS-LIDO-HORA
               IF NOT TEM-ANTERIOR
                  OR WS-MARCA-LIDO NOT EQUAL WS-MARCA-ANT
                   PERFORM P221-ZERA-ANTERIOR
                       VARYING WS-IND-ITEM FROM 1 BY 1
                       UNTIL WS-IND-ITEM GREATER 109
                   MOVE WS-MARCA-LIDO TO WS-MARCA-ANT
                   SET TEM-ANTERIOR  TO TRUE
               END-IF
               MOVE CTL-ITEM         TO WS-ITEM-PROCURADO
               PERFORM P230-LOCALIZA-ITEM
               IF WS-IND-ACHADO NOT EQUAL ZERO
                   MOVE CTL-VALOR
                     TO WS-IT-ANTERIOR (WS-IND-ACHADO)
               END-IF
           END-IF
           PERFORM P210-LE-TOTAL
           .

       P221-ZERA-ANTERIOR.
           MOVE ZERO                 TO WS-IT-ANTERIOR (WS-IND-ITEM)
           .

      *    Devolve em WS-IND-ACHADO a posicao do item de nome
      *    WS-ITEM-PROCURADO (zero quando o nome nao e conhecido).
       P230-LOCALIZA-ITEM.
           MOVE ZERO                 TO WS-IND-ACHADO
           PERFORM P231-TESTA-ITEM
               VARYING WS-IND-ITEM FROM 1 BY 1
               UNTIL WS-IND-ITEM GREATER 109
                  OR WS-IND-ACHADO NOT EQUAL ZERO
           .

       P231-TESTA-ITEM.
           IF WS-IT-NOME (WS-IND-ITEM) EQUAL WS-ITEM-PROCURADO
               MOVE WS-IND-ITEM      TO WS-IND-ACHADO
           END-IF
           .

      ******************************************************************
      * P300-APURA-TOTAIS
      * Le os tres cadastros do inicio ao fim e acumula os totais
      * atuais. CONTATOS ausente ou ilegivel impede o balanceamento;
      * arquivo de fones ou de departamentos inexistente vale zero.
      ******************************************************************
       P300-APURA-TOTAIS.
           SET FS-CONTATOS-OK        TO TRUE
           OPEN INPUT CONTATOS

           IF NOT FS-CONTATOS-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
               DISPLAY 'FILE STATUS: ' WS-FS-CONTATOS
               SET ERRO-APURACAO     TO TRUE
               GO TO P300-FIM
           END-IF

           SET EOF-OK                TO FALSE
           PERFORM P311-LE-CONTATO
           PERFORM P312-SOMA-CONTATO UNTIL EOF-OK
           CLOSE CONTATOS

           SET FS-FONE-OK            TO TRUE
           OPEN INPUT CONT-FONES

           IF FS-FONE-OK THEN
               SET EOF-OK            TO FALSE
               PERFORM P321-LE-FONE
               PERFORM P322-SOMA-FONE UNTIL EOF-OK
               CLOSE CONT-FONES
           ELSE
               IF WS-FS-FONE NOT EQUAL 35
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO DE FONES/E-MAILS'
                   DISPLAY 'FILE STATUS: ' WS-FS-FONE
                   SET ERRO-APURACAO TO TRUE
               END-IF
           END-IF

           SET FS-DEPTO-OK           TO TRUE
           OPEN INPUT DEPARTAMENTOS

           IF FS-DEPTO-OK THEN
               SET EOF-OK            TO FALSE
               PERFORM P331-LE-DEPTO
               PERFORM P332-SOMA-DEPTO UNTIL EOF-OK
               CLOSE DEPARTAMENTOS
           ELSE
               IF WS-FS-DEPTO NOT EQUAL 35
                   DISPLAY 'ERRO AO ABRIR O CADASTRO DE DEPARTAMENTOS'
                   DISPLAY 'FILE STATUS: ' WS-FS-DEPTO
                   SET ERRO-APURACAO TO TRUE
               END-IF
           END-IF
           .
       P300-FIM.

       P311-LE-CONTATO.
           READ CONTATOS NEXT RECORD
               AT END
                   SET EOF-OK        TO TRUE
           END-READ
           .

       P312-SOMA-CONTATO.
           ADD 1                     TO WS-IT-ATUAL (WS-IX-CONTATOS)
           ADD ID-CONTATO            TO WS-IT-ATUAL (WS-IX-HASH-ID)
           MOVE SIT-CONTATO          TO WS-SIT-PROCURADA
           PERFORM P350-POSICAO-SIT
           ADD 1                     TO WS-IT-ATUAL (WS-IND-ITEM)
           MOVE DEPTO-CONTATO        TO WS-DEPTO-PROCURADO
           PERFORM P360-POSICAO-DEPTO
           ADD 1                     TO WS-IT-ATUAL (WS-IND-ITEM)
           PERFORM P311-LE-CONTATO
           .

       P321-LE-FONE.
           READ CONT-FONES NEXT RECORD
               AT END
                   SET EOF-OK        TO TRUE
           END-READ
           .

       P322-SOMA-FONE.
           MOVE TIPO-FONE            TO WS-TIPO-PROCURADO
           PERFORM P370-POSICAO-TIPO
           ADD 1                     TO WS-IT-ATUAL (WS-IND-ITEM)
           PERFORM P321-LE-FONE
           .

       P331-LE-DEPTO.
           READ DEPARTAMENTOS NEXT RECORD
               AT END
                   SET EOF-OK        TO TRUE
           END-READ
           .

       P332-SOMA-DEPTO.
           ADD 1                     TO WS-IT-ATUAL (WS-IX-DEPTOS)
           ADD COD-DEPTO             TO WS-IT-ATUAL (WS-IX-HASH-DEPTO)
           PERFORM P331-LE-DEPTO
           .

      *    Posicao na tabela da situacao, do departamento e do tipo
      *    de fone procurados, em WS-IND-ITEM.
       P350-POSICAO-SIT.
           EVALUATE WS-SIT-PROCURADA
               WHEN 'A'
                   MOVE WS-IX-SIT-A      TO WS-IND-ITEM
               WHEN 'I'
                   MOVE WS-IX-SIT-I      TO WS-IND-ITEM
               WHEN OTHER
                   MOVE WS-IX-SIT-OUTRA  TO WS-IND-ITEM
           END-EVALUATE
           .

       P360-POSICAO-DEPTO.
           IF WS-DEPTO-PROCURADO NUMERIC
               COMPUTE WS-IND-ITEM = WS-DEPTO-PROCURADO + 10
           ELSE
               MOVE 10               TO WS-IND-ITEM
           END-IF
           .

       P370-POSICAO-TIPO.
           IF WS-TIPO-PROCURADO EQUAL 'E'
               MOVE WS-IX-EMAILS     TO WS-IND-ITEM
           ELSE
               MOVE WS-IX-FONES      TO WS-IND-ITEM
           END-IF
           .

      ******************************************************************
      * P400-APURA-MOVIMENTO
      * Soma em WS-IT-MOVIMENTO o efeito de cada transacao do log
      * gravada depois da execucao anterior e ate o inicio desta. Os
      * meses ja cortados por CADLOGARQ sao lidos dos arquivos
      * mensais CONT_LOG_AAAAMM.TXT, do mes da execucao anterior ate
      * o corrente, e depois o log vivo, como em CADLOGRPT.
      ******************************************************************
       P400-APURA-MOVIMENTO.
           MOVE WS-ANT-DATA (1:6)    TO WS-MES-CORR-NUM
           MOVE WS-ATUAL-DATA (1:6)  TO WS-MES-LIMITE

           IF WS-MES-CORR-NUM LESS THAN 190001
               MOVE 190001           TO WS-MES-CORR-NUM
           END-IF

           PERFORM P410-PROCESSA-UM-MES THRU P410-FIM
               UNTIL WS-MES-CORR-NUM GREATER THAN WS-MES-LIMITE

           SET FS-LOG-OK             TO TRUE
           OPEN INPUT LOG-TRANSACOES

           IF WS-FS-LOG EQUAL 35 THEN
               GO TO P400-FIM
           END-IF

           IF NOT FS-LOG-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE LOG'
               DISPLAY 'FILE STATUS: ' WS-FS-LOG
               SET ERRO-MOVIMENTO    TO TRUE
               GO TO P400-FIM
           END-IF

           SET EOF-OK                TO FALSE
           PERFORM P430-LE-LOG-VIVO
           PERFORM P431-TRATA-REG-VIVO UNTIL EOF-OK
           CLOSE LOG-TRANSACOES
           .
       P400-FIM.

       P410-PROCESSA-UM-MES.
           MOVE SPACES               TO WS-CAMINHO-ARQMES
           STRING 'CONT_LOG_'        DELIMITED BY SIZE
                  WS-MES-CORR-GRP    DELIMITED BY SIZE
                  '.TXT'             DELIMITED BY SIZE
                  INTO WS-CAMINHO-ARQMES
           END-STRING

           SET FS-ARQMES-OK          TO TRUE
           OPEN INPUT ARQ-LOG-MES

           IF WS-FS-ARQMES EQUAL 35 THEN
               PERFORM P414-AVANCA-MES
               GO TO P410-FIM
           END-IF

           IF NOT FS-ARQMES-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO MENSAL: '
                       WS-CAMINHO-ARQMES
               DISPLAY 'FILE STATUS: ' WS-FS-ARQMES
               SET ERRO-MOVIMENTO    TO TRUE
               PERFORM P414-AVANCA-MES
               GO TO P410-FIM
           END-IF

           SET EOF-OK                TO FALSE
           PERFORM P412-LE-LOG-MES
           PERFORM P413-TRATA-REG-MES UNTIL EOF-OK
           CLOSE ARQ-LOG-MES

           PERFORM P414-AVANCA-MES
           .
       P410-FIM.

       P412-LE-LOG-MES.
           READ ARQ-LOG-MES
               AT END
                   SET EOF-OK        TO TRUE
               NOT AT END
                   MOVE REG-LOG-MES  TO REG-LOG
           END-READ
           .

       P413-TRATA-REG-MES.
           PERFORM P440-TRATA-TRANSACAO THRU P440-FIM
           PERFORM P412-LE-LOG-MES
           .

       P414-AVANCA-MES.
           ADD 1                     TO WS-MC-MES
           IF WS-MC-MES GREATER THAN 12
               MOVE 1                TO WS-MC-MES
               ADD 1                 TO WS-MC-ANO
           END-IF
           .

       P430-LE-LOG-VIVO.
           READ LOG-TRANSACOES
               AT END
                   SET EOF-OK        TO TRUE
           END-READ
           .

       P431-TRATA-REG-VIVO.
           PERFORM P440-TRATA-TRANSACAO THRU P440-FIM
           PERFORM P430-LE-LOG-VIVO
           .

      ******************************************************************
      * P440-TRATA-TRANSACAO
      * Efeito de uma transacao sobre os totais:
      *   INCLUSAO   +1 contato na situacao/departamento 'depois'
      *   ALTERACAO  situacao/departamento passam de 'antes' a
      *              'depois'
      *   EXCLUSAO   com 'depois' preenchido e inativacao (igual a
      *              ALTERACAO); em branco e exclusao definitiva,
      *              -1 contato na situacao/departamento 'antes'
      *   FONE-INCL/FONE-ALT/FONE-EXCL  tipo F/E em LOG-SIT-ANTES e
      *              LOG-SIT-DEPOIS
      *   DEPTO-INCL/DEPTO-EXCL  codigo em LOG-DEPTO-DEPOIS/ANTES
      * As demais operacoes nao alteram os totais.
      ******************************************************************
       P440-TRATA-TRANSACAO.
           IF LOG-DATA NOT NUMERIC OR LOG-HORA NOT NUMERIC
               GO TO P440-FIM
           END-IF

           MOVE LOG-DATA             TO WS-TRN-DATA
           MOVE LOG-HORA             TO WS-TRN-HORA
           IF WS-MARCA-TRN NOT GREATER WS-MARCA-ANT
              OR WS-MARCA-TRN GREATER WS-MARCA-ATUAL
               GO TO P440-FIM
           END-IF

           ADD 1                     TO WS-QTD-TRANSACOES
           EVALUATE LOG-OPERACAO
               WHEN 'INCLUSAO'
                   PERFORM P441-MOVE-CONTATO-DEPOIS
                   ADD 1 TO WS-IT-MOVIMENTO (WS-IX-CONTATOS)
                   ADD LOG-ID-CONTATO
                                  TO WS-IT-MOVIMENTO (WS-IX-HASH-ID)
               WHEN 'ALTERACAO'
                   PERFORM P442-MOVE-CONTATO-ANTES
                   PERFORM P441-MOVE-CONTATO-DEPOIS
               WHEN 'EXCLUSAO'
                   PERFORM P442-MOVE-CONTATO-ANTES
                   IF LOG-SIT-DEPOIS EQUAL SPACES
                       SUBTRACT 1
                                FROM WS-IT-MOVIMENTO (WS-IX-CONTATOS)
                       SUBTRACT LOG-ID-CONTATO
                                FROM WS-IT-MOVIMENTO (WS-IX-HASH-ID)
                   ELSE
                       PERFORM P441-MOVE-CONTATO-DEPOIS
                   END-IF
               WHEN 'FONE-INCL'
                   MOVE LOG-SIT-DEPOIS TO WS-TIPO-PROCURADO
                   PERFORM P370-POSICAO-TIPO
                   ADD 1 TO WS-IT-MOVIMENTO (WS-IND-ITEM)
               WHEN 'FONE-ALT'
                   MOVE LOG-SIT-ANTES TO WS-TIPO-PROCURADO
                   PERFORM P370-POSICAO-TIPO
                   SUBTRACT 1 FROM WS-IT-MOVIMENTO (WS-IND-ITEM)
                   MOVE LOG-SIT-DEPOIS TO WS-TIPO-PROCURADO
                   PERFORM P370-POSICAO-TIPO
                   ADD 1 TO WS-IT-MOVIMENTO (WS-IND-ITEM)
               WHEN 'FONE-EXCL'
                   MOVE LOG-SIT-ANTES TO WS-TIPO-PROCURADO
                   PERFORM P370-POSICAO-TIPO
                   SUBTRACT 1 FROM WS-IT-MOVIMENTO (WS-IND-ITEM)
               WHEN 'DEPTO-INCL'
                   ADD 1 TO WS-IT-MOVIMENTO (WS-IX-DEPTOS)
                   ADD LOG-DEPTO-DEPOIS
                                  TO WS-IT-MOVIMENTO (WS-IX-HASH-DEPTO)
               WHEN 'DEPTO-EXCL'
                   SUBTRACT 1 FROM WS-IT-MOVIMENTO (WS-IX-DEPTOS)
                   SUBTRACT LOG-DEPTO-ANTES
                                FROM WS-IT-MOVIMENTO (WS-IX-HASH-DEPTO)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       P440-FIM.

       P441-MOVE-CONTATO-DEPOIS.
           MOVE LOG-SIT-DEPOIS       TO WS-SIT-PROCURADA
           PERFORM P350-POSICAO-SIT
           ADD 1                     TO WS-IT-MOVIMENTO (WS-IND-ITEM)
           MOVE LOG-DEPTO-DEPOIS     TO WS-DEPTO-PROCURADO
           PERFORM P360-POSICAO-DEPTO
           ADD 1                     TO WS-IT-MOVIMENTO (WS-IND-ITEM)
           .

       P442-MOVE-CONTATO-ANTES.
           MOVE LOG-SIT-ANTES        TO WS-SIT-PROCURADA
           PERFORM P350-POSICAO-SIT
           SUBTRACT 1              FROM WS-IT-MOVIMENTO (WS-IND-ITEM)
           MOVE LOG-DEPTO-ANTES      TO WS-DEPTO-PROCURADO
           PERFORM P360-POSICAO-DEPTO
           SUBTRACT 1              FROM WS-IT-MOVIMENTO (WS-IND-ITEM)
           .

      ******************************************************************
      * P500-RELATORIO
      * Grava CONT_BALANC.TXT: na comparacao, uma linha por item com
      * anterior, movimento, esperado (anterior + movimento), atual e
      * diferenca, marcando com '*' cada item fora de balanco; na
      * primeira execucao ou em CADBALAN=BASE, apenas os totais
      * registrados como base. Itens zerados em todas as colunas
      * sao omitidos.
      ******************************************************************
       P500-RELATORIO.
           SET FS-RELATORIO-OK       TO TRUE
           OPEN OUTPUT RELATORIO

           IF NOT FS-RELATORIO-OK THEN
               DISPLAY 'ERRO AO CRIAR O RELATORIO DE BALANCEAMENTO'
               DISPLAY 'FILE STATUS: ' WS-FS-RELATORIO
               SET ERRO-RELATORIO    TO TRUE
           ELSE
               SET RELAT-ABERTO      TO TRUE
           END-IF

           MOVE WS-ATUAL-DATA        TO WS-LTI-DATA
           MOVE WS-ATUAL-HORA        TO WS-LTI-HORA
           MOVE WS-LINHA-TITULO      TO REG-RELATORIO
           PERFORM P590-GRAVA-RELATORIO

           IF NOT TEM-ANTERIOR OR MODO-BASE
               PERFORM P510-RELATORIO-BASE THRU P510-FIM
               GO TO P500-FECHA
           END-IF

           MOVE WS-ANT-DATA          TO WS-LBA-DATA
           MOVE WS-ANT-HORA          TO WS-LBA-HORA
           MOVE WS-LINHA-BASE        TO REG-RELATORIO
           PERFORM P590-GRAVA-RELATORIO
           MOVE WS-QTD-TRANSACOES    TO WS-LMO-QTD
           MOVE WS-LINHA-MOVIMENTO   TO REG-RELATORIO
           PERFORM P590-GRAVA-RELATORIO
           MOVE SPACES               TO REG-RELATORIO
           PERFORM P590-GRAVA-RELATORIO
           MOVE WS-LINHA-CABEC       TO REG-RELATORIO
           PERFORM P590-GRAVA-RELATORIO
           MOVE WS-LINHA-TRACO       TO REG-RELATORIO
           PERFORM P590-GRAVA-RELATORIO

           MOVE ZERO                 TO WS-QTD-EXCECOES
           PERFORM P520-COMPARA-ITEM
               VARYING WS-IND-ITEM FROM 1 BY 1
               UNTIL WS-IND-ITEM GREATER 109

           MOVE SPACES               TO REG-RELATORIO
           PERFORM P590-GRAVA-RELATORIO
           MOVE SPACES               TO WS-LRE-TEXTO
           EVALUATE TRUE
               WHEN ERRO-MOVIMENTO
                   MOVE 'LOG INCOMPLETO, COMPARACAO NAO CONCLUSIVA'
                                     TO WS-LRE-TEXTO
               WHEN WS-QTD-EXCECOES GREATER ZERO
                   STRING 'FORA DE BALANCO EM ' DELIMITED BY SIZE
                          WS-QTD-EXCECOES       DELIMITED BY SIZE
                          ' ITEM(NS), VER ITENS MARCADOS COM *'
                                                DELIMITED BY SIZE
                          INTO WS-LRE-TEXTO
                   END-STRING
               WHEN OTHER
                   MOVE 'BALANCEADO' TO WS-LRE-TEXTO
           END-EVALUATE
           MOVE WS-LINHA-RESULTADO   TO REG-RELATORIO
           PERFORM P590-GRAVA-RELATORIO
           .
       P500-FECHA.
           IF RELAT-ABERTO
               CLOSE RELATORIO
               SET RELAT-ABERTO      TO FALSE
           END-IF
           DISPLAY WS-LINHA-RESULTADO
           .
       P500-FIM.

       P510-RELATORIO-BASE.
           MOVE SPACES               TO REG-RELATORIO
           PERFORM P590-GRAVA-RELATORIO
           PERFORM P511-LISTA-ITEM-BASE
               VARYING WS-IND-ITEM FROM 1 BY 1
               UNTIL WS-IND-ITEM GREATER 109
           MOVE SPACES               TO REG-RELATORIO
           PERFORM P590-GRAVA-RELATORIO
           IF MODO-BASE
               MOVE 'TOTAIS REGISTRADOS COMO NOVA BASE (CADBALAN=BASE)'
                                     TO WS-LRE-TEXTO
           ELSE
               MOVE 'PRIMEIRA EXECUCAO, TOTAIS REGISTRADOS COMO BASE'
                                     TO WS-LRE-TEXTO
           END-IF
           MOVE WS-LINHA-RESULTADO   TO REG-RELATORIO
           PERFORM P590-GRAVA-RELATORIO
           .
       P510-FIM.

       P511-LISTA-ITEM-BASE.
           IF WS-IND-ITEM NOT GREATER WS-IX-HASH-DEPTO
              OR WS-IT-ATUAL (WS-IND-ITEM) NOT EQUAL ZERO
               MOVE WS-IT-NOME (WS-IND-ITEM)  TO WS-LIB-NOME
               MOVE WS-IT-ATUAL (WS-IND-ITEM) TO WS-LIB-ATUAL
               MOVE WS-LINHA-ITEM-BASE   TO REG-RELATORIO
               PERFORM P590-GRAVA-RELATORIO
           END-IF
           .

       P520-COMPARA-ITEM.
           COMPUTE WS-ESPERADO = WS-IT-ANTERIOR (WS-IND-ITEM)
                               + WS-IT-MOVIMENTO (WS-IND-ITEM)
           COMPUTE WS-DIFERENCA = WS-IT-ATUAL (WS-IND-ITEM)
                                - WS-ESPERADO

           IF WS-IND-ITEM GREATER WS-IX-HASH-DEPTO
              AND WS-IT-ANTERIOR (WS-IND-ITEM) EQUAL ZERO
              AND WS-IT-MOVIMENTO (WS-IND-ITEM) EQUAL ZERO
              AND WS-IT-ATUAL (WS-IND-ITEM) EQUAL ZERO
               CONTINUE
           ELSE
               MOVE WS-IT-NOME (WS-IND-ITEM)      TO WS-LI-NOME
               MOVE WS-IT-ANTERIOR (WS-IND-ITEM)  TO WS-LI-ANTERIOR
               MOVE WS-IT-MOVIMENTO (WS-IND-ITEM) TO WS-LI-MOVIMENTO
               MOVE WS-ESPERADO                   TO WS-LI-ESPERADO
               MOVE WS-IT-ATUAL (WS-IND-ITEM)     TO WS-LI-ATUAL
               MOVE WS-DIFERENCA                  TO WS-LI-DIFERENCA
               IF WS-DIFERENCA EQUAL ZERO
                   MOVE SPACES       TO WS-LI-MARCA
               ELSE
                   MOVE '*'          TO WS-LI-MARCA
                   ADD 1             TO WS-QTD-EXCECOES
                   DISPLAY 'FORA DE BALANCO: ' WS-LI-NOME
                           ' ESPERADO=' WS-LI-ESPERADO
                           ' ATUAL=' WS-LI-ATUAL
               END-IF
               MOVE WS-LINHA-ITEM    TO REG-RELATORIO
               PERFORM P590-GRAVA-RELATORIO
           END-IF
           .

       P590-GRAVA-RELATORIO.
           IF NOT ERRO-RELATORIO
               WRITE REG-RELATORIO
               IF NOT FS-RELATORIO-OK THEN
                   DISPLAY 'ERRO AO GRAVAR O RELATORIO DE '
                           'BALANCEAMENTO'
                   DISPLAY 'FILE STATUS: ' WS-FS-RELATORIO
                   SET ERRO-RELATORIO TO TRUE
               END-IF
           END-IF
           .

      ******************************************************************
      * P600-GRAVA-TOTAIS
      * Acrescenta em CONT_CTRL.TXT (criado se nao existir) os totais
      * atuais com a data/hora desta execucao: os itens fixos sempre,
      * os departamentos so quando tem contatos.
      ******************************************************************
       P600-GRAVA-TOTAIS.
           SET FS-TOTAIS-OK          TO TRUE
           OPEN EXTEND ARQ-TOTAIS

           IF WS-FS-TOTAIS EQUAL 35 THEN
               OPEN OUTPUT ARQ-TOTAIS
               CLOSE ARQ-TOTAIS
               OPEN EXTEND ARQ-TOTAIS
           END-IF

           IF NOT FS-TOTAIS-OK THEN
               DISPLAY 'ERRO AO ABRIR OS TOTAIS DE CONTROLE'
               DISPLAY 'FILE STATUS: ' WS-FS-TOTAIS
               MOVE 8                TO WS-RETORNO-LOTE
               GO TO P600-FIM
           END-IF

           MOVE ZERO                 TO WS-QTD-LINHAS-TOTAIS
           PERFORM P610-GRAVA-ITEM
               VARYING WS-IND-ITEM FROM 1 BY 1
               UNTIL WS-IND-ITEM GREATER 109
           CLOSE ARQ-TOTAIS
           DISPLAY 'TOTAIS DE CONTROLE REGISTRADOS: '
                   WS-QTD-LINHAS-TOTAIS
           .
       P600-FIM.

       P610-GRAVA-ITEM.
           IF WS-IND-ITEM NOT GREATER WS-IX-HASH-DEPTO
              OR WS-IT-ATUAL (WS-IND-ITEM) NOT EQUAL ZERO
               MOVE SPACES                    TO REG-TOTAIS
               MOVE WS-ATUAL-DATA             TO CTL-DATA
               MOVE WS-ATUAL-HORA             TO CTL-HORA
               MOVE WS-IT-NOME (WS-IND-ITEM)  TO CTL-ITEM
               MOVE WS-IT-ATUAL (WS-IND-ITEM) TO CTL-VALOR
               WRITE REG-TOTAIS
               IF FS-TOTAIS-OK
                   ADD 1             TO WS-QTD-LINHAS-TOTAIS
               ELSE
                   DISPLAY 'ERRO AO GRAVAR OS TOTAIS DE CONTROLE'
                   DISPLAY 'FILE STATUS: ' WS-FS-TOTAIS
                   MOVE 8            TO WS-RETORNO-LOTE
               END-IF
           END-IF
           .

       P900-FIM.

            MOVE WS-RETORNO-LOTE TO RETURN-CODE
            STOP RUN.
       END PROGRAM CADBALAN.
