      *                   alterados (com antes/depois) e removidos
      *                   desde aquela copia, para avaliar uma
      *                   restauracao antes de executa-la.
      *   15/10/2026 ROD  Inclui a recuperacao de CONTATOS em uma
      *                   data/hora (opcao 6): gera um backup de
      *                   seguranca, restaura o backup do catalogo
      *                   anterior ao instante pedido e reaplica as
      *                   INCLUSAO/ALTERACAO/EXCLUSAO dos arquivos
      *                   mensais CONT_LOG_AAAAMM.TXT e do log vivo
      *                   ate aquele instante, gravando em
      *                   CONT_RECUP.TXT as transacoes aplicadas,
      *                   ignoradas e as divergencias de antes.
      *   15/10/2026 ROD  Inclui a conversao unica do cadastro de
      *                   DEPARTAMENTOS (opcao 7) do layout anterior
      *                   (22 bytes) para o layout com superior e
      *                   responsavel, gravando 0 nos dois campos.
      *   15/10/2026 ROD  Conversao de DEPARTAMENTOS guarda o original
      *                   em DEPTO.ANT, recusa cadastro ja convertido
      *                   e cancela em vez de descartar departamentos
      *                   quando a tabela de conversao enche.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADBACKUP.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS-DELTA.

            SELECT ARQ-LOG-MES ASSIGN TO
            WS-CAMINHO-ARQMES
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS-ARQMES.

            SELECT ARQ-RECUP ASSIGN TO
            'CONT_RECUP.TXT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS-RECUP.

            SELECT DEPARTAMENTOS ASSIGN TO
            'DEPTO.TXT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS COD-DEPTO
            FILE STATUS IS WS-FS-DEPTO.

            SELECT DEPARTAMENTOS-ANT ASSIGN TO
            'DEPTO.TXT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS COD-DEPTO-ANT
            FILE STATUS IS WS-FS-DEPANT.

            SELECT ARQ-DEPTO-COPIA ASSIGN TO
            'DEPTO.ANT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS-DEPCOPIA.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
       FD ARQ-DELTA.
         01 REG-DELTA                       PIC X(132).

      * Arquivo mensal gravado pelo corte de CADLOGARQ; mesmo layout
      * de DB_LOG, lido em bloco e movido para REG-LOG.
       FD ARQ-LOG-MES.
         01 REG-LOG-MES                     PIC X(109).

       FD ARQ-RECUP.
         01 REG-RECUP                       PIC X(132).

       FD DEPARTAMENTOS.
           COPY DB_DEPTO.

      * Layout de DEPARTAMENTOS anterior a inclusao do superior e do
      * responsavel, lido somente pela conversao (P800-CONVERTE-DEPTO).
       FD DEPARTAMENTOS-ANT.
         01 REG-DEPARTAMENTOS-ANT.
           03 COD-DEPTO-ANT                 PIC 9(02).
           03 DESC-DEPTO-ANT                PIC X(20).

      * Copia de seguranca de DEPARTAMENTOS no layout anterior, gravada
      * pela conversao antes de recriar DEPTO.TXT.
       FD ARQ-DEPTO-COPIA.
         01 REG-DEPTO-COPIA                 PIC X(22).

      * Copia de seguranca do log original, gravada pela conversao
      * antes de regravar CONT_LOG.TXT no layout novo.
       FD ARQ-LOG-ANT.
           88 OPCAO-CONVERTER                       VALUE 3.
           88 OPCAO-CONVERTE-ID                     VALUE 4.
           88 OPCAO-COMPARAR                        VALUE 5.
           88 OPCAO-RECUPERAR                       VALUE 6.
           88 OPCAO-CONVERTE-DEPTO                  VALUE 7.
           88 OPCAO-SAIR                            VALUE 9.
         77 WS-DATA-ATUAL                   PIC 9(08) VALUE ZERO.
         77 WS-HORA-ATUAL                   PIC 9(08) VALUE ZERO.
           03 WS-DL-ID                      PIC 9(05).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 WS-DL-NOME                    PIC X(30).
         77 WS-FS-ARQMES                    PIC 99.
           88 FS-ARQMES-OK                          VALUE 0.
         77 WS-CAMINHO-ARQMES               PIC X(100) VALUE SPACES.
         77 WS-FS-RECUP                     PIC 99.
           88 FS-RECUP-OK                           VALUE 0.
         77 WS-ERRO-RECUP                   PIC X     VALUE 'N'.
           88 ERRO-RECUP                    VALUE 'S' FALSE 'N'.
         77 WS-EOF-LOG                      PIC X.
           88 EOF-LOG-OK                    VALUE 'S' FALSE 'N'.
         77 WS-ALVO-VALIDO                  PIC X     VALUE 'N'.
           88 ALVO-VALIDO                   VALUE 'S' FALSE 'N'.
         77 WS-BKP-NO-CATALOGO              PIC X     VALUE 'N'.
           88 BKP-NO-CATALOGO               VALUE 'S' FALSE 'N'.
         77 WS-DATA-HOJE                    PIC 9(08) VALUE ZERO.
         77 WS-BKP-ESCOLHIDO                PIC X(30) VALUE SPACES.
         77 WS-BKP-SUGERIDO                 PIC X(30) VALUE SPACES.
         77 WS-BKP-SEGURANCA                PIC X(30) VALUE SPACES.
         77 WS-MARCA-SUGERIDO               PIC 9(16) VALUE ZERO.
      * Instantes comparaveis (data AAAAMMDD seguida da hora
      * HHMMSScc, como gravadas no log e no catalogo).
         01 WS-ALVO-GRP.
           03 WS-ALVO-DATA.
             05 WS-ALVO-ANO                 PIC 9(04).
             05 WS-ALVO-MES                 PIC 9(02).
             05 WS-ALVO-DIA                 PIC 9(02).
           03 WS-ALVO-HORA.
             05 WS-ALVO-HH                  PIC 9(02).
             05 WS-ALVO-MI                  PIC 9(02).
             05 WS-ALVO-SS                  PIC 9(02).
           03 WS-ALVO-CENT                  PIC 9(02).
         01 WS-MARCA-ALVO REDEFINES WS-ALVO-GRP
                                            PIC 9(16).
         01 WS-BKP-GRP.
           03 WS-BKP-DATA                   PIC 9(08).
           03 WS-BKP-HORA                   PIC 9(08).
         01 WS-MARCA-BKP REDEFINES WS-BKP-GRP
                                            PIC 9(16).
         01 WS-CAT-GRP.
           03 WS-CAT-DATA                   PIC 9(08).
           03 WS-CAT-HORA                   PIC 9(08).
         01 WS-MARCA-CAT REDEFINES WS-CAT-GRP
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
         77 WS-MES-LIMITE                   PIC 9(06) VALUE ZERO.
         77 WS-QTD-REC-LIDAS                PIC 9(07) VALUE ZERO.
         77 WS-QTD-REC-APLICADAS            PIC 9(07) VALUE ZERO.
         77 WS-QTD-REC-FORA                 PIC 9(07) VALUE ZERO.
         77 WS-QTD-REC-DESCARTADAS          PIC 9(07) VALUE ZERO.
         77 WS-QTD-REC-DIVERG               PIC 9(07) VALUE ZERO.
         77 WS-QTD-REC-FALHAS               PIC 9(07) VALUE ZERO.
         77 WS-REC-MOTIVO                   PIC X(20) VALUE SPACES.
         77 WS-REC-ENCONTRADO               PIC X     VALUE 'N'.
           88 REC-ENCONTRADO                VALUE 'S' FALSE 'N'.
         01 WS-LINHA-RECUP.
           03 WS-LR-TIPO                    PIC X(12).
           03 WS-LR-OPERACAO                PIC X(10).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 WS-LR-ID                      PIC 9(05).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 WS-LR-DATA                    PIC 9(08).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 WS-LR-HORA                    PIC 9(08).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 WS-LR-MOTIVO                  PIC X(20).
         77 WS-FS-DEPTO                     PIC 99.
           88 FS-DEPTO-OK                           VALUE 0.
         77 WS-FS-DEPANT                    PIC 99.
           88 FS-DEPANT-OK                          VALUE 0.
         77 WS-FS-DEPANT-FINAL              PIC 99    VALUE ZERO.
         77 WS-FS-DEPCOPIA                  PIC 99.
           88 FS-DEPCOPIA-OK                        VALUE 0.
         77 WS-CONV-CHEIA                   PIC X     VALUE 'N'.
           88 CONV-CHEIA                    VALUE 'S' FALSE 'N'.
         77 WS-ERRO-COPIA                   PIC X     VALUE 'N'.
           88 ERRO-COPIA                    VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.

           DISPLAY '3 - CONVERTER CADASTRO DO LAYOUT ANTERIOR'
           DISPLAY '4 - CONVERTER ID DE CONTATO PARA 5 DIGITOS'
           DISPLAY '5 - COMPARAR BACKUP COM O CADASTRO'
           DISPLAY '6 - RECUPERAR CONTATOS EM UMA DATA/HORA (BACKUP '
                   '+ LOG)'
           DISPLAY '7 - CONVERTER DEPARTAMENTOS PARA A HIERARQUIA'
           DISPLAY '9 - SAIR'
           DISPLAY 'OPCAO: '
           ACCEPT WS-OPCAO
                   PERFORM P500-CONVERTE-ID THRU P500-FIM
               WHEN OPCAO-COMPARAR
                   PERFORM P600-COMPARA-BACKUP THRU P600-FIM
               WHEN OPCAO-RECUPERAR
                   PERFORM P700-RECUPERA-PONTO THRU P700-FIM
               WHEN OPCAO-CONVERTE-DEPTO
                   PERFORM P800-CONVERTE-DEPTO THRU P800-FIM
               WHEN OPCAO-SAIR
                   SET EXIT-OK           TO TRUE
               WHEN OTHER
           END-IF
           .

      ******************************************************************
      * P700-RECUPERA-PONTO
      * Recuperacao de CONTATOS em uma data/hora escolhida: parte de
      * um backup do catalogo gerado antes desse instante e reaplica
      * as transacoes INCLUSAO/ALTERACAO/EXCLUSAO do log (arquivos
      * mensais CONT_LOG_AAAAMM.TXT e log vivo CONT_LOG.TXT) gravadas
      * depois do backup e ate o instante pedido, inclusive. Antes de
      * recriar o cadastro gera um backup de seguranca do estado
      * atual, para a recuperacao poder ser desfeita por P300. O
      * resultado vai para CONT_RECUP.TXT: transacoes aplicadas, fora
      * da janela, descartadas e cada divergencia entre o 'antes' do
      * log e o registro reconstruido. Exige operador de nivel 'A',
      * como a restauracao.
      ******************************************************************
       P700-RECUPERA-PONTO.
           IF NOT OPERADOR-AUTORIZADO
               PERFORM P305-LOGIN-OPERADOR THRU P305-FIM
           END-IF

           IF NOT OPERADOR-AUTORIZADO
               DISPLAY 'RECUPERACAO RESTRITA A OPERADORES AUTORIZADOS'
               GO TO P700-FIM
           END-IF

           PERFORM P705-ACEITA-ALVO THRU P705-FIM
           IF NOT ALVO-VALIDO
               GO TO P700-FIM
           END-IF

           SET FS-CAT-OK             TO TRUE
           OPEN INPUT ARQ-CATALOGO

           IF NOT FS-CAT-OK THEN
               DISPLAY 'NENHUM BACKUP DISPONIVEL'
               GO TO P700-FIM
           END-IF

           DISPLAY ' '
           DISPLAY 'BACKUPS DISPONIVEIS:'
           DISPLAY 'ARQUIVO                        REGISTROS  DATA'
           MOVE SPACES               TO WS-BKP-SUGERIDO
           MOVE ZERO                 TO WS-MARCA-SUGERIDO
           SET EOF-CAT-OK            TO FALSE
           PERFORM P310-LE-CATALOGO
           PERFORM P710-AVALIA-CATALOGO
               UNTIL EOF-CAT-OK
           CLOSE ARQ-CATALOGO

           IF WS-BKP-SUGERIDO EQUAL SPACES THEN
               DISPLAY 'NENHUM BACKUP DO CATALOGO E ANTERIOR A '
                       WS-ALVO-DATA SPACE WS-ALVO-HORA
               GO TO P700-FIM
           END-IF

           DISPLAY ' '
           DISPLAY 'BACKUP MAIS RECENTE ANTERIOR AO INSTANTE PEDIDO: '
                   WS-BKP-SUGERIDO
           DISPLAY 'NOME DO BACKUP DE PARTIDA (VAZIO = SUGERIDO): '
           MOVE SPACES               TO WS-BKP-ESCOLHIDO
           ACCEPT WS-BKP-ESCOLHIDO

           IF WS-BKP-ESCOLHIDO EQUAL SPACES
               MOVE WS-BKP-SUGERIDO  TO WS-BKP-ESCOLHIDO
           END-IF

      *    A data/hora do backup de partida vem do catalogo; e ela que
      *    delimita o inicio da janela de transacoes a reaplicar.
           SET BKP-NO-CATALOGO       TO FALSE
           SET FS-CAT-OK             TO TRUE
           OPEN INPUT ARQ-CATALOGO
           IF FS-CAT-OK THEN
               SET EOF-CAT-OK        TO FALSE
               PERFORM P310-LE-CATALOGO
               PERFORM P715-LOCALIZA-BACKUP
                   UNTIL EOF-CAT-OK
               CLOSE ARQ-CATALOGO
           END-IF

           IF NOT BKP-NO-CATALOGO THEN
               DISPLAY 'BACKUP NAO CONSTA DO CATALOGO: '
                       WS-BKP-ESCOLHIDO
               GO TO P700-FIM
           END-IF

           IF WS-MARCA-BKP GREATER WS-MARCA-ALVO THEN
               DISPLAY 'O BACKUP ESCOLHIDO E POSTERIOR AO INSTANTE '
                       'PEDIDO'
               GO TO P700-FIM
           END-IF

           MOVE SPACES               TO WS-CAMINHO-BACKUP
           MOVE WS-BKP-ESCOLHIDO     TO WS-CAMINHO-BACKUP
           SET FS-BACKUP-OK          TO TRUE
           OPEN INPUT ARQ-BACKUP

           IF NOT FS-BACKUP-OK THEN
               DISPLAY 'ARQUIVO DE BACKUP NAO ENCONTRADO'
               DISPLAY 'FILE STATUS: ' WS-FS-BACKUP
               GO TO P700-FIM
           END-IF
           CLOSE ARQ-BACKUP

           DISPLAY 'O CADASTRO ATUAL DE CONTATOS SERA SUBSTITUIDO PELO '
           DISPLAY 'BACKUP ' WS-BKP-ESCOLHIDO
           DISPLAY 'COM AS TRANSACOES DO LOG ATE ' WS-ALVO-DATA SPACE
                   WS-ALVO-HORA '.'
           DISPLAY 'UM BACKUP DE SEGURANCA SERA GERADO ANTES. '
                   'CONFIRMA? (S/N) '
           MOVE SPACES               TO WS-RESTAURAR-CONFIRMA
           ACCEPT WS-RESTAURAR-CONFIRMA

           IF NOT RESTAURAR-CONFIRMADO THEN
               DISPLAY 'OPERACAO CANCELADA'
               GO TO P700-FIM
           END-IF

           SET ERRO-BACKUP           TO FALSE
           PERFORM P200-GERA-BACKUP THRU P200-FIM
           IF ERRO-BACKUP THEN
               DISPLAY 'NAO FOI POSSIVEL GERAR O BACKUP DE SEGURANCA'
               DISPLAY 'RECUPERACAO CANCELADA, NADA FOI ALTERADO'
               GO TO P700-FIM
           END-IF
           MOVE WS-NOME-BACKUP       TO WS-BKP-SEGURANCA

           SET FS-RECUP-OK           TO TRUE
           OPEN OUTPUT ARQ-RECUP

           IF NOT FS-RECUP-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RECUPERACAO'
               DISPLAY 'FILE STATUS: ' WS-FS-RECUP
               GO TO P700-FIM
           END-IF

           SET ERRO-RECUP            TO FALSE
           MOVE SPACES               TO REG-RECUP
           STRING 'RECUPERACAO DE CONTATOS EM '  DELIMITED BY SIZE
                  WS-ALVO-DATA                   DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  WS-ALVO-HORA                   DELIMITED BY SIZE
                  ' A PARTIR DE '                DELIMITED BY SIZE
                  WS-BKP-ESCOLHIDO               DELIMITED BY SPACE
                  INTO REG-RECUP
           END-STRING
           WRITE REG-RECUP
           PERFORM P769-TESTA-ERRO-RECUP
           MOVE SPACES               TO REG-RECUP
           STRING 'BACKUP DE SEGURANCA DO CADASTRO ANTERIOR: '
                                                 DELIMITED BY SIZE
                  WS-BKP-SEGURANCA               DELIMITED BY SPACE
                  INTO REG-RECUP
           END-STRING
           WRITE REG-RECUP
           PERFORM P769-TESTA-ERRO-RECUP
           MOVE SPACES               TO REG-RECUP
           WRITE REG-RECUP
           PERFORM P769-TESTA-ERRO-RECUP

           PERFORM P720-RECONSTROI THRU P720-FIM
           IF ERRO-RECUP THEN
               CLOSE ARQ-RECUP
               DISPLAY 'RECUPERACAO INTERROMPIDA NA RESTAURACAO DO '
                       'BACKUP'
               DISPLAY 'O CADASTRO ANTERIOR ESTA EM ' WS-BKP-SEGURANCA
               GO TO P700-FIM
           END-IF

           MOVE ZERO                 TO WS-QTD-REC-LIDAS
           MOVE ZERO                 TO WS-QTD-REC-APLICADAS
           MOVE ZERO                 TO WS-QTD-REC-FORA
           MOVE ZERO                 TO WS-QTD-REC-DESCARTADAS
           MOVE ZERO                 TO WS-QTD-REC-DIVERG
           MOVE ZERO                 TO WS-QTD-REC-FALHAS

           SET FS-CONTATOS-OK        TO TRUE
           OPEN I-O CONTATOS

           IF NOT FS-CONTATOS-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
               DISPLAY 'FILE STATUS: ' WS-FS-CONTATOS
               SET ERRO-RECUP        TO TRUE
               CLOSE ARQ-RECUP
               GO TO P700-FIM
           END-IF

           PERFORM P730-PROCESSA-MESES THRU P730-FIM
           PERFORM P735-PROCESSA-LOG-VIVO THRU P735-FIM

           CLOSE CONTATOS

           MOVE SPACES               TO REG-RECUP
           WRITE REG-RECUP
           PERFORM P769-TESTA-ERRO-RECUP
           MOVE SPACES               TO REG-RECUP
           STRING 'REGISTROS RESTAURADOS DO BACKUP: '
                                                 DELIMITED BY SIZE
                  WS-TOTAL-REGISTROS             DELIMITED BY SIZE
                  '  TRANSACOES LIDAS: '         DELIMITED BY SIZE
                  WS-QTD-REC-LIDAS               DELIMITED BY SIZE
                  INTO REG-RECUP
           END-STRING
           WRITE REG-RECUP
           PERFORM P769-TESTA-ERRO-RECUP
           MOVE SPACES               TO REG-RECUP
           STRING 'APLICADAS: '                  DELIMITED BY SIZE
                  WS-QTD-REC-APLICADAS           DELIMITED BY SIZE
                  '  FORA DA JANELA: '           DELIMITED BY SIZE
                  WS-QTD-REC-FORA                DELIMITED BY SIZE
                  '  DESCARTADAS: '              DELIMITED BY SIZE
                  WS-QTD-REC-DESCARTADAS         DELIMITED BY SIZE
                  INTO REG-RECUP
           END-STRING
           WRITE REG-RECUP
           PERFORM P769-TESTA-ERRO-RECUP
           MOVE SPACES               TO REG-RECUP
           STRING 'DIVERGENCIAS DE ANTES: '      DELIMITED BY SIZE
                  WS-QTD-REC-DIVERG              DELIMITED BY SIZE
                  '  FALHAS DE GRAVACAO: '       DELIMITED BY SIZE
                  WS-QTD-REC-FALHAS              DELIMITED BY SIZE
                  INTO REG-RECUP
           END-STRING
           WRITE REG-RECUP
           PERFORM P769-TESTA-ERRO-RECUP

           CLOSE ARQ-RECUP

           DISPLAY 'REGISTROS RESTAURADOS DO BACKUP: '
                   WS-TOTAL-REGISTROS
           DISPLAY 'TRANSACOES APLICADAS:     ' WS-QTD-REC-APLICADAS
           DISPLAY 'TRANSACOES FORA DA JANELA: ' WS-QTD-REC-FORA
           DISPLAY 'TRANSACOES DESCARTADAS:   ' WS-QTD-REC-DESCARTADAS
           DISPLAY 'DIVERGENCIAS DE ANTES:    ' WS-QTD-REC-DIVERG
           DISPLAY 'FALHAS DE GRAVACAO:       ' WS-QTD-REC-FALHAS
           DISPLAY 'BACKUP DE SEGURANCA: ' WS-BKP-SEGURANCA
           IF ERRO-RECUP OR WS-QTD-REC-FALHAS GREATER ZERO
               DISPLAY 'RECUPERACAO CONCLUIDA COM ERROS!'
           ELSE
               IF WS-QTD-REC-DIVERG GREATER ZERO
                   DISPLAY 'RECUPERACAO CONCLUIDA COM DIVERGENCIAS, '
                           'VER CONT_RECUP.TXT'
               ELSE
                   DISPLAY 'RECUPERACAO CONCLUIDA SEM DIVERGENCIAS'
               END-IF
           END-IF
           .
       P700-FIM.

      ******************************************************************
      * P705-ACEITA-ALVO
      * Recebe a data (AAAAMMDD) e a hora (HHMMSS) ate as quais o log
      * sera reaplicado; transacoes gravadas naquele segundo entram.
      ******************************************************************
       P705-ACEITA-ALVO.
           SET ALVO-VALIDO           TO FALSE
           DISPLAY 'RECUPERAR O CADASTRO COMO ESTAVA EM'
           DISPLAY 'DATA (AAAAMMDD): '
           MOVE SPACES               TO WS-ALVO-DATA
           ACCEPT WS-ALVO-DATA
           DISPLAY 'HORA (HHMMSS): '
           MOVE SPACES               TO WS-ALVO-HORA
           ACCEPT WS-ALVO-HORA

           IF WS-ALVO-DATA NOT NUMERIC OR WS-ALVO-HORA NOT NUMERIC
               DISPLAY 'DATA OU HORA INVALIDA'
               GO TO P705-FIM
           END-IF

           IF WS-ALVO-MES LESS 1 OR WS-ALVO-MES GREATER 12
              OR WS-ALVO-DIA LESS 1 OR WS-ALVO-DIA GREATER 31
              OR WS-ALVO-HH GREATER 23 OR WS-ALVO-MI GREATER 59
              OR WS-ALVO-SS GREATER 59
               DISPLAY 'DATA OU HORA INVALIDA'
               GO TO P705-FIM
           END-IF

           MOVE 99                   TO WS-ALVO-CENT
           SET ALVO-VALIDO           TO TRUE
           .
       P705-FIM.

      *    Exibe a linha do catalogo e guarda como sugestao o backup
      *    mais recente gerado ate o instante pedido.
       P710-AVALIA-CATALOGO.
           DISPLAY CAT-NOME-ARQUIVO SPACE CAT-QTD-REGISTROS SPACE
                   CAT-DATA SPACE CAT-HORA
           MOVE CAT-DATA             TO WS-CAT-DATA
           MOVE CAT-HORA             TO WS-CAT-HORA
           IF WS-MARCA-CAT NOT GREATER WS-MARCA-ALVO
              AND WS-MARCA-CAT NOT LESS WS-MARCA-SUGERIDO
               MOVE CAT-NOME-ARQUIVO TO WS-BKP-SUGERIDO
               MOVE WS-MARCA-CAT     TO WS-MARCA-SUGERIDO
           END-IF
           PERFORM P310-LE-CATALOGO
           .

       P715-LOCALIZA-BACKUP.
           IF CAT-NOME-ARQUIVO EQUAL WS-BKP-ESCOLHIDO
               SET BKP-NO-CATALOGO   TO TRUE
               MOVE CAT-DATA         TO WS-BKP-DATA
               MOVE CAT-HORA         TO WS-BKP-HORA
           END-IF
           PERFORM P310-LE-CATALOGO
           .

      ******************************************************************
      * P720-RECONSTROI
      * Recria CONTATOS com o conteudo do backup de partida, como em
      * P300-RESTAURA.
      ******************************************************************
       P720-RECONSTROI.
           MOVE SPACES               TO WS-CAMINHO-BACKUP
           MOVE WS-BKP-ESCOLHIDO     TO WS-CAMINHO-BACKUP
           SET FS-BACKUP-OK          TO TRUE
           OPEN INPUT ARQ-BACKUP

           IF NOT FS-BACKUP-OK THEN
               DISPLAY 'ARQUIVO DE BACKUP NAO ENCONTRADO'
               DISPLAY 'FILE STATUS: ' WS-FS-BACKUP
               SET ERRO-RECUP        TO TRUE
               GO TO P720-FIM
           END-IF

           SET FS-CONTATOS-OK        TO TRUE
           OPEN OUTPUT CONTATOS
           CLOSE CONTATOS
           OPEN I-O CONTATOS

           IF NOT FS-CONTATOS-OK THEN
               DISPLAY 'ERRO AO RECRIAR O ARQUIVO DE CONTATOS'
               DISPLAY 'FILE STATUS: ' WS-FS-CONTATOS
               SET ERRO-RECUP        TO TRUE
               CLOSE ARQ-BACKUP
               GO TO P720-FIM
           END-IF

           MOVE ZERO                 TO WS-TOTAL-REGISTROS
           SET EOF-OK                TO FALSE
           PERFORM P330-LE-BACKUP
           PERFORM P340-GRAVA-CONTATO
               UNTIL EOF-OK

           CLOSE ARQ-BACKUP
           CLOSE CONTATOS
           .
       P720-FIM.

      ******************************************************************
      * P730-PROCESSA-MESES
      * Percorre em ordem cronologica os arquivos mensais
      * CONT_LOG_AAAAMM.TXT do mes do backup de partida ate o mes do
      * instante pedido (limitado ao mes corrente), como em
      * CADLOGRPT; mes sem arquivo em disco e simplesmente pulado.
      ******************************************************************
       P730-PROCESSA-MESES.
           MOVE WS-BKP-DATA (1:6)    TO WS-MES-CORR-NUM
           MOVE WS-ALVO-DATA (1:6)   TO WS-MES-LIMITE

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           IF WS-MES-LIMITE GREATER THAN WS-DATA-HOJE (1:6)
               MOVE WS-DATA-HOJE (1:6) TO WS-MES-LIMITE
           END-IF

           IF WS-MES-CORR-NUM LESS THAN 190001
               MOVE 190001           TO WS-MES-CORR-NUM
           END-IF

           PERFORM P731-PROCESSA-UM-MES THRU P731-FIM
               UNTIL WS-MES-CORR-NUM GREATER THAN WS-MES-LIMITE
           .
       P730-FIM.

       P731-PROCESSA-UM-MES.
           MOVE SPACES               TO WS-CAMINHO-ARQMES
           STRING 'CONT_LOG_'        DELIMITED BY SIZE
                  WS-MES-CORR-GRP    DELIMITED BY SIZE
                  '.TXT'             DELIMITED BY SIZE
                  INTO WS-CAMINHO-ARQMES
           END-STRING

           SET FS-ARQMES-OK          TO TRUE
           OPEN INPUT ARQ-LOG-MES

           IF WS-FS-ARQMES EQUAL 35 THEN
               PERFORM P734-AVANCA-MES
               GO TO P731-FIM
           END-IF

           IF NOT FS-ARQMES-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO MENSAL: '
                       WS-CAMINHO-ARQMES
               DISPLAY 'FILE STATUS: ' WS-FS-ARQMES
               SET ERRO-RECUP        TO TRUE
               PERFORM P734-AVANCA-MES
               GO TO P731-FIM
           END-IF

           SET EOF-LOG-OK            TO FALSE
           PERFORM P732-LE-LOG-MES
           PERFORM P733-TRATA-REG-MES UNTIL EOF-LOG-OK
           CLOSE ARQ-LOG-MES

           PERFORM P734-AVANCA-MES
           .
       P731-FIM.

       P732-LE-LOG-MES.
           READ ARQ-LOG-MES
               AT END
                   SET EOF-LOG-OK    TO TRUE
               NOT AT END
                   MOVE REG-LOG-MES  TO REG-LOG
           END-READ
           .

       P733-TRATA-REG-MES.
           PERFORM P740-TRATA-TRANSACAO THRU P740-FIM
           PERFORM P732-LE-LOG-MES
           .

       P734-AVANCA-MES.
           ADD 1                     TO WS-MC-MES
           IF WS-MC-MES GREATER THAN 12
               MOVE 1                TO WS-MC-MES
               ADD 1                 TO WS-MC-ANO
           END-IF
           .

       P735-PROCESSA-LOG-VIVO.
           SET FS-LOG-OK             TO TRUE
           OPEN INPUT LOG-TRANSACOES

           IF WS-FS-LOG EQUAL 35 THEN
               GO TO P735-FIM
           END-IF

           IF NOT FS-LOG-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE LOG'
               DISPLAY 'FILE STATUS: ' WS-FS-LOG
               SET ERRO-RECUP        TO TRUE
               GO TO P735-FIM
           END-IF

           SET EOF-LOG-OK            TO FALSE
           PERFORM P736-LE-LOG-VIVO
           PERFORM P737-TRATA-REG-VIVO UNTIL EOF-LOG-OK
           CLOSE LOG-TRANSACOES
           .
       P735-FIM.

       P736-LE-LOG-VIVO.
           READ LOG-TRANSACOES
               AT END
                   SET EOF-LOG-OK    TO TRUE
           END-READ
           .

       P737-TRATA-REG-VIVO.
           PERFORM P740-TRATA-TRANSACAO THRU P740-FIM
           PERFORM P736-LE-LOG-VIVO
           .

      ******************************************************************
      * P740-TRATA-TRANSACAO
      * Reaplica no cadastro reconstruido uma transacao do log, se
      * ela foi gravada depois do backup de partida e ate o instante
      * pedido. Somente INCLUSAO, ALTERACAO e EXCLUSAO alteram
      * CONTATOS; as demais operacoes e as transacoes gravadas antes
      * do log ter antes/depois sao descartadas. O 'antes' do log e
      * conferido com o registro reconstruido e toda diferenca vai
      * para o relatorio como divergencia, mas a transacao e
      * aplicada assim mesmo, para o cadastro terminar no estado que
      * o log descreve.
      ******************************************************************
       P740-TRATA-TRANSACAO.
           ADD 1                     TO WS-QTD-REC-LIDAS

           IF LOG-DATA NOT NUMERIC OR LOG-HORA NOT NUMERIC
               ADD 1                 TO WS-QTD-REC-DESCARTADAS
               GO TO P740-FIM
           END-IF

           MOVE LOG-DATA             TO WS-TRN-DATA
           MOVE LOG-HORA             TO WS-TRN-HORA
           IF WS-MARCA-TRN NOT GREATER WS-MARCA-BKP
              OR WS-MARCA-TRN GREATER WS-MARCA-ALVO
               ADD 1                 TO WS-QTD-REC-FORA
               GO TO P740-FIM
           END-IF

           IF LOG-OPERACAO NOT EQUAL 'INCLUSAO'
              AND LOG-OPERACAO NOT EQUAL 'ALTERACAO'
              AND LOG-OPERACAO NOT EQUAL 'EXCLUSAO'
               ADD 1                 TO WS-QTD-REC-DESCARTADAS
               GO TO P740-FIM
           END-IF

      *    Transacao anterior ao antes/depois no log: nao ha valores
      *    para reaplicar.
           IF LOG-NM-ANTES EQUAL SPACES AND LOG-NM-DEPOIS EQUAL SPACES
               ADD 1                 TO WS-QTD-REC-DESCARTADAS
               MOVE 'DESCARTADA'     TO WS-LR-TIPO
               MOVE 'SEM ANTES/DEPOIS' TO WS-LR-MOTIVO
               PERFORM P760-GRAVA-LINHA-RECUP
               GO TO P740-FIM
           END-IF

           MOVE LOG-ID-CONTATO       TO ID-CONTATO
           SET REC-ENCONTRADO        TO TRUE
           READ CONTATOS KEY IS ID-CONTATO
               INVALID KEY
                   SET REC-ENCONTRADO TO FALSE
           END-READ

           EVALUATE LOG-OPERACAO
               WHEN 'INCLUSAO'
                   PERFORM P741-REAPLICA-INCLUSAO
               WHEN 'ALTERACAO'
                   PERFORM P742-REAPLICA-ALTERACAO
               WHEN OTHER
                   PERFORM P743-REAPLICA-EXCLUSAO
           END-EVALUATE
           .
       P740-FIM.

       P741-REAPLICA-INCLUSAO.
           IF REC-ENCONTRADO
               MOVE 'ID JA EXISTE'   TO WS-REC-MOTIVO
               PERFORM P751-GRAVA-DIVERGENCIA
           END-IF

           MOVE LOG-ID-CONTATO       TO ID-CONTATO
           MOVE LOG-NM-DEPOIS        TO NM-CONTATO
           MOVE LOG-DEPTO-DEPOIS     TO DEPTO-CONTATO
           IF LOG-SIT-DEPOIS EQUAL 'A' OR LOG-SIT-DEPOIS EQUAL 'I'
               MOVE LOG-SIT-DEPOIS   TO SIT-CONTATO
           ELSE
               MOVE 'A'              TO SIT-CONTATO
           END-IF

           IF REC-ENCONTRADO
               REWRITE REG-CONTATOS
           ELSE
               WRITE REG-CONTATOS
           END-IF
           PERFORM P745-TESTA-GRAVACAO
           .

       P742-REAPLICA-ALTERACAO.
           IF NOT REC-ENCONTRADO
               MOVE 'NAO ENCONTRADO' TO WS-REC-MOTIVO
               PERFORM P751-GRAVA-DIVERGENCIA
               MOVE LOG-ID-CONTATO   TO ID-CONTATO
               MOVE 'A'              TO SIT-CONTATO
           ELSE
               PERFORM P750-CONFERE-ANTES
      *        Log sem a situacao: alteracao sem mudanca de nome nem
      *        de departamento sobre contato inativo e reativacao.
               IF LOG-SIT-DEPOIS NOT EQUAL 'A'
                  AND LOG-SIT-DEPOIS NOT EQUAL 'I'
                  AND SIT-CONTATO EQUAL 'I'
                  AND LOG-NM-ANTES EQUAL LOG-NM-DEPOIS
                  AND LOG-DEPTO-ANTES EQUAL LOG-DEPTO-DEPOIS
                   MOVE 'A'          TO SIT-CONTATO
               END-IF
           END-IF

           MOVE LOG-NM-DEPOIS        TO NM-CONTATO
           MOVE LOG-DEPTO-DEPOIS     TO DEPTO-CONTATO
           IF LOG-SIT-DEPOIS EQUAL 'A' OR LOG-SIT-DEPOIS EQUAL 'I'
               MOVE LOG-SIT-DEPOIS   TO SIT-CONTATO
           END-IF

           IF REC-ENCONTRADO
               REWRITE REG-CONTATOS
           ELSE
               WRITE REG-CONTATOS
           END-IF
           PERFORM P745-TESTA-GRAVACAO
           .

      *    EXCLUSAO com 'depois' em branco e a exclusao definitiva;
      *    com 'depois' preenchido e a inativacao.
       P743-REAPLICA-EXCLUSAO.
           IF NOT REC-ENCONTRADO
               MOVE 'NAO ENCONTRADO' TO WS-REC-MOTIVO
               PERFORM P751-GRAVA-DIVERGENCIA
               ADD 1                 TO WS-QTD-REC-APLICADAS
           ELSE
               PERFORM P750-CONFERE-ANTES
               IF LOG-NM-DEPOIS EQUAL SPACES
                   DELETE CONTATOS RECORD
               ELSE
                   MOVE 'I'          TO SIT-CONTATO
                   REWRITE REG-CONTATOS
               END-IF
               PERFORM P745-TESTA-GRAVACAO
           END-IF
           .

       P745-TESTA-GRAVACAO.
           IF FS-CONTATOS-OK THEN
               ADD 1                 TO WS-QTD-REC-APLICADAS
           ELSE
               ADD 1                 TO WS-QTD-REC-FALHAS
               MOVE 'FALHA'          TO WS-LR-TIPO
               MOVE SPACES           TO WS-LR-MOTIVO
               STRING 'FILE STATUS '  DELIMITED BY SIZE
                      WS-FS-CONTATOS DELIMITED BY SIZE
                      INTO WS-LR-MOTIVO
               END-STRING
               PERFORM P760-GRAVA-LINHA-RECUP
           END-IF
           .

       P750-CONFERE-ANTES.
           IF LOG-NM-ANTES NOT EQUAL NM-CONTATO
              OR LOG-DEPTO-ANTES NOT EQUAL DEPTO-CONTATO
               MOVE 'ANTES DIFERENTE' TO WS-REC-MOTIVO
               PERFORM P751-GRAVA-DIVERGENCIA
           ELSE
               IF (LOG-SIT-ANTES EQUAL 'A' OR LOG-SIT-ANTES EQUAL 'I')
                  AND LOG-SIT-ANTES NOT EQUAL SIT-CONTATO
                   MOVE 'SITUACAO DIFERENTE' TO WS-REC-MOTIVO
                   PERFORM P751-GRAVA-DIVERGENCIA
               END-IF
           END-IF
           .

      ******************************************************************
      * P751-GRAVA-DIVERGENCIA
      * Registra a transacao cujo 'antes' nao confere com o cadastro
      * reconstruido, com os valores do log e os do registro.
      ******************************************************************
       P751-GRAVA-DIVERGENCIA.
           ADD 1                     TO WS-QTD-REC-DIVERG
           MOVE 'DIVERGENCIA'        TO WS-LR-TIPO
           MOVE WS-REC-MOTIVO        TO WS-LR-MOTIVO
           PERFORM P760-GRAVA-LINHA-RECUP

           MOVE SPACES               TO REG-RECUP
           STRING '   ANTES NO LOG: '  DELIMITED BY SIZE
                  LOG-NM-ANTES        DELIMITED BY SIZE
                  ' DEPTO: '          DELIMITED BY SIZE
                  LOG-DEPTO-ANTES     DELIMITED BY SIZE
                  ' SIT: '            DELIMITED BY SIZE
                  LOG-SIT-ANTES       DELIMITED BY SIZE
                  INTO REG-RECUP
           END-STRING
           WRITE REG-RECUP
           PERFORM P769-TESTA-ERRO-RECUP

           IF REC-ENCONTRADO
               MOVE SPACES           TO REG-RECUP
               STRING '   NO CADASTRO : ' DELIMITED BY SIZE
                      NM-CONTATO      DELIMITED BY SIZE
                      ' DEPTO: '      DELIMITED BY SIZE
                      DEPTO-CONTATO   DELIMITED BY SIZE
                      ' SIT: '        DELIMITED BY SIZE
                      SIT-CONTATO     DELIMITED BY SIZE
                      INTO REG-RECUP
               END-STRING
               WRITE REG-RECUP
               PERFORM P769-TESTA-ERRO-RECUP
           END-IF
           .

       P760-GRAVA-LINHA-RECUP.
           MOVE LOG-OPERACAO         TO WS-LR-OPERACAO
           MOVE LOG-ID-CONTATO       TO WS-LR-ID
           MOVE LOG-DATA             TO WS-LR-DATA
           MOVE LOG-HORA             TO WS-LR-HORA
           MOVE WS-LINHA-RECUP       TO REG-RECUP
           WRITE REG-RECUP
           PERFORM P769-TESTA-ERRO-RECUP
           .

       P769-TESTA-ERRO-RECUP.
           IF NOT FS-RECUP-OK THEN
               SET ERRO-RECUP        TO TRUE
               DISPLAY 'ERRO AO GRAVAR O ARQUIVO DE RECUPERACAO'
               DISPLAY 'FILE STATUS: ' WS-FS-RECUP
           END-IF
           .

      ******************************************************************
      * P800-CONVERTE-DEPTO
      * Conversao unica do cadastro DEPARTAMENTOS do layout anterior
      * (codigo + descricao, 22 bytes) para o layout com superior
      * (COD-DEPTO-PAI) e responsavel (ID-GESTOR-DEPTO). Carrega os
      * registros antigos em WS-TAB-CONVERSAO (codigo em WS-CONV-ID,
      * descricao em WS-CONV-NOME; no maximo 99, o limite do codigo
      * de dois digitos), recria o arquivo no mesmo caminho e regrava
      * todos como diretoria sem responsavel, para a hierarquia ser
      * montada depois pela manutencao de departamentos de CADCONTT.
      * Como em P400-CONVERTE, a recriacao so ocorre apos a leitura
      * completa do arquivo antigo ter terminado sem erro; exige
      * operador de nivel 'A' como P500-CONVERTE-ID. Como em
      * P520-CONVERTE-LOG, os registros originais sao copiados para
      * DEPTO.ANT durante a leitura. Cadastro que ja abre no layout
      * novo nao e convertido de novo (zeraria superior e
      * responsavel), e mais de 99 departamentos cancelam a conversao
      * em vez de descartar os excedentes.
      ******************************************************************
       P800-CONVERTE-DEPTO.
           IF NOT OPERADOR-AUTORIZADO
               PERFORM P305-LOGIN-OPERADOR THRU P305-FIM
           END-IF

           IF NOT OPERADOR-AUTORIZADO
               DISPLAY 'CONVERSAO RESTRITA A OPERADORES AUTORIZADOS'
               GO TO P800-FIM
           END-IF

           SET FS-DEPTO-OK           TO TRUE
           OPEN INPUT DEPARTAMENTOS

           IF FS-DEPTO-OK THEN
               CLOSE DEPARTAMENTOS
               DISPLAY 'CADASTRO JA CONVERTIDO'
               DISPLAY 'NADA FOI ALTERADO'
               GO TO P800-FIM
           END-IF

           DISPLAY 'CONVERTE O CADASTRO DE DEPARTAMENTOS PARA O'
           DISPLAY 'LAYOUT COM SUPERIOR E RESPONSAVEL. O ARQUIVO SERA'
           DISPLAY 'RECRIADO NO MESMO CAMINHO, COM SUPERIOR 0'
           DISPLAY '(DIRETORIA) E RESPONSAVEL 0 EM TODOS.'
           DISPLAY 'CONFIRMA A CONVERSAO? (S/N) '
           MOVE SPACES               TO WS-RESTAURAR-CONFIRMA
           ACCEPT WS-RESTAURAR-CONFIRMA

           IF NOT RESTAURAR-CONFIRMADO THEN
               DISPLAY 'OPERACAO CANCELADA'
               GO TO P800-FIM
           END-IF

           SET FS-DEPANT-OK          TO TRUE
           OPEN INPUT DEPARTAMENTOS-ANT

           IF NOT FS-DEPANT-OK THEN
               DISPLAY 'ERRO AO ABRIR DEPARTAMENTOS NO LAYOUT ANTERIOR'
               DISPLAY 'FILE STATUS: ' WS-FS-DEPANT
               DISPLAY 'NADA FOI ALTERADO'
               GO TO P800-FIM
           END-IF

           SET FS-DEPCOPIA-OK        TO TRUE
           OPEN OUTPUT ARQ-DEPTO-COPIA

           IF NOT FS-DEPCOPIA-OK THEN
               DISPLAY 'ERRO AO CRIAR A COPIA DE DEPARTAMENTOS '
                       '(DEPTO.ANT)'
               DISPLAY 'FILE STATUS: ' WS-FS-DEPCOPIA
               DISPLAY 'NADA FOI ALTERADO'
               CLOSE DEPARTAMENTOS-ANT
               GO TO P800-FIM
           END-IF

           MOVE ZERO                 TO WS-QTD-CONV
           SET CONV-CHEIA            TO FALSE
           SET ERRO-COPIA            TO FALSE
           SET EOF-ANT-OK            TO FALSE
           PERFORM P810-LE-DEPTO-ANT
           PERFORM P820-GUARDA-DEPTO-ANT
               UNTIL EOF-ANT-OK
           MOVE WS-FS-DEPANT         TO WS-FS-DEPANT-FINAL
           CLOSE DEPARTAMENTOS-ANT
           CLOSE ARQ-DEPTO-COPIA

           IF WS-FS-DEPANT-FINAL NOT EQUAL 10 THEN
               DISPLAY 'ERRO AO LER DEPARTAMENTOS NO LAYOUT ANTERIOR'
               DISPLAY 'FILE STATUS: ' WS-FS-DEPANT-FINAL
               DISPLAY 'NADA FOI ALTERADO'
               GO TO P800-FIM
           END-IF

           IF ERRO-COPIA THEN
               DISPLAY 'COPIA DE DEPARTAMENTOS (DEPTO.ANT) INCOMPLETA'
               DISPLAY 'NADA FOI ALTERADO'
               GO TO P800-FIM
           END-IF

           IF CONV-CHEIA THEN
               DISPLAY 'MAIS DE 99 DEPARTAMENTOS NO CADASTRO'
               DISPLAY 'NADA FOI ALTERADO'
               GO TO P800-FIM
           END-IF

           SET FS-DEPTO-OK           TO TRUE
           OPEN OUTPUT DEPARTAMENTOS

           IF NOT FS-DEPTO-OK THEN
               DISPLAY 'ERRO AO RECRIAR O ARQUIVO DE DEPARTAMENTOS'
               DISPLAY 'FILE STATUS: ' WS-FS-DEPTO
               GO TO P800-FIM
           END-IF

           MOVE ZERO                 TO WS-TOTAL-REGISTROS
           PERFORM P830-GRAVA-DEPTO-NOVO
               VARYING WS-IND-CONV FROM 1 BY 1
               UNTIL WS-IND-CONV GREATER WS-QTD-CONV
           CLOSE DEPARTAMENTOS

           DISPLAY 'DEPARTAMENTOS CONVERTIDOS: ' WS-TOTAL-REGISTROS
           DISPLAY 'CADASTRO ORIGINAL PRESERVADO EM DEPTO.ANT'
           .
       P800-FIM.

       P810-LE-DEPTO-ANT.
           READ DEPARTAMENTOS-ANT NEXT RECORD
               AT END
                   SET EOF-ANT-OK    TO TRUE
           END-READ
           IF NOT FS-DEPANT-OK AND NOT EOF-ANT-OK
               SET EOF-ANT-OK        TO TRUE
           END-IF
           .

       P820-GUARDA-DEPTO-ANT.
           WRITE REG-DEPTO-COPIA FROM REG-DEPARTAMENTOS-ANT
           IF NOT FS-DEPCOPIA-OK THEN
               SET ERRO-COPIA        TO TRUE
               DISPLAY 'ERRO AO GRAVAR A COPIA DE DEPARTAMENTOS'
               DISPLAY 'FILE STATUS: ' WS-FS-DEPCOPIA
           END-IF

           IF WS-QTD-CONV LESS THAN 99
               ADD 1                 TO WS-QTD-CONV
               MOVE COD-DEPTO-ANT    TO WS-CONV-ID (WS-QTD-CONV)
               MOVE DESC-DEPTO-ANT   TO WS-CONV-NOME (WS-QTD-CONV)
           ELSE
               SET CONV-CHEIA        TO TRUE
               DISPLAY 'TABELA DE CONVERSAO CHEIA: ' COD-DEPTO-ANT
           END-IF
           PERFORM P810-LE-DEPTO-ANT
           .

       P830-GRAVA-DEPTO-NOVO.
           MOVE WS-CONV-ID (WS-IND-CONV)   TO COD-DEPTO
           MOVE WS-CONV-NOME (WS-IND-CONV) TO DESC-DEPTO
           MOVE ZERO                 TO COD-DEPTO-PAI
           MOVE ZERO                 TO ID-GESTOR-DEPTO
           WRITE REG-DEPARTAMENTOS
           IF FS-DEPTO-OK THEN
               ADD 1 TO WS-TOTAL-REGISTROS
           ELSE
               DISPLAY 'ERRO AO GRAVAR DEPARTAMENTO CONVERTIDO: '
                       WS-CONV-ID (WS-IND-CONV)
               DISPLAY 'FILE STATUS: ' WS-FS-DEPTO
           END-IF
           .

       P900-FIM.

            MOVE WS-RETORNO-LOTE TO RETURN-CODE
