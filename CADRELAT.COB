      *                   os prompts; a execucao grava a linha de
      *                   resumo e devolve 0/8 no codigo de retorno
      *                   para o escalonador.
      *   15/10/2026 ROD  Inclui o relatorio de qualidade dos dados
      *                   (opcao 3, lote 'CADRELAT=3'): formato de
      *                   fones e e-mails de CONT-FONES, contatos
      *                   ativos sem fone nem e-mail, departamento 0,
      *                   nomes em minusculas ou com espacos a
      *                   esquerda e fones/e-mails orfaos, com nota
      *                   percentual por departamento. CONTATOS passa
      *                   a acesso dinamico para a busca dos orfaos.
      *   15/10/2026 ROD  Inclui o organograma (opcao 4, lote
      *                   'CADRELAT=4'): arvore indentada dos
      *                   departamentos a partir das diretorias, com
      *                   responsavel, fone e contatos diretos e
      *                   acumulados em cada nivel; departamentos em
      *                   ciclo de superiores saem em lista a parte.
      *   15/10/2026 ROD  Inclui o relatorio de grupos de contatos
      *                   (opcao 5, lote 'CADRELAT=5'): membros de
      *                   cada grupo de CONT-GRUPOS/CONT-MEMBROS com
      *                   contagem de ativos e inativos, resumo por
      *                   grupo e totais de participacoes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADRELAT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           CLASS CARACTERE-FONE IS '0' THRU '9' ' ' '(' ')' '-' '+'
                                   '.'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CONTATOS ASSIGN TO
            WS-CAMINHO-CONTATOS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ID-CONTATO
            ALTERNATE RECORD KEY IS NM-CONTATO WITH DUPLICATES
            FILE STATUS IS WS-FS-CONTATOS.
            RECORD KEY IS COD-DEPTO
            FILE STATUS IS WS-FS-DEPTO.

            SELECT CONT-FONES ASSIGN TO
            'CONT_FONE.TXT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CHAVE-FONE
            FILE STATUS IS WS-FS-FONE.

            SELECT WORK-CONTATOS ASSIGN TO
            'CONT_RELAT.WRK'.

            SELECT CONT-GRUPOS ASSIGN TO
            'CONT_GRUPO.TXT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS COD-GRUPO
            FILE STATUS IS WS-FS-GRUPO.

            SELECT CONT-MEMBROS ASSIGN TO
            'CONT_MEMBRO.TXT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CHAVE-MEMBRO
            ALTERNATE RECORD KEY IS MBR-ID-CONTATO WITH DUPLICATES
            FILE STATUS IS WS-FS-MEMBRO.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
       FD DEPARTAMENTOS.
           COPY DB_DEPTO.

       FD CONT-FONES.
           COPY DB_FONE.

       SD WORK-CONTATOS.
         01 WK-REG-CONTATOS.
           03 WK-ID-CONTATO                 PIC 9(05).
           03 WK-DEPTO-CONTATO              PIC 9(02).
           03 WK-SIT-CONTATO                PIC X(01).

       FD CONT-GRUPOS.
           COPY DB_GRUPO.

       FD CONT-MEMBROS.
           COPY DB_MEMBRO.

       WORKING-STORAGE SECTION.
         77 WS-CAMINHO-CONTATOS             PIC X(100) VALUE SPACES.
         77 WS-FS-PARM                      PIC 99.
         77 WS-OPCAO-RELAT                  PIC 9(01) VALUE ZERO.
           88 OPCAO-POR-DEPTO                       VALUE 1.
           88 OPCAO-ALFABETICA                      VALUE 2.
           88 OPCAO-QUALIDADE                       VALUE 3.
           88 OPCAO-ORGANOGRAMA                     VALUE 4.
           88 OPCAO-GRUPOS                          VALUE 5.
         77 WS-INCLUI-INATIVOS              PIC X     VALUE 'N'.
           88 INCLUI-INATIVOS               VALUE 'S' FALSE 'N'.
         77 WS-MODO-LOTE                    PIC X     VALUE 'N'.
           03 WS-RES-DESC                   PIC X(20).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 WS-RES-TOTAL                  PIC ZZZZ9.
         77 WS-FS-FONE                      PIC 99.
           88 FS-FONE-OK                            VALUE 0.
         77 WS-EOF-FONE                     PIC X.
           88 EOF-FONE-OK                   VALUE 'S' FALSE 'N'.
         77 WS-SEM-FONES                    PIC X     VALUE 'N'.
           88 SEM-CADASTRO-FONES            VALUE 'S' FALSE 'N'.
         77 WS-TIPO-FONE                    PIC X(01) VALUE SPACES.
         77 WS-VALOR-FONE                   PIC X(40) VALUE SPACES.
         77 WS-MOTIVO-FONE                  PIC X(25) VALUE SPACES.
         77 WS-VF-QTD                       PIC 9(02) VALUE ZERO.
         77 WS-VF-POS                       PIC 9(02) VALUE ZERO.
         77 WS-VF-FIM                       PIC 9(02) VALUE ZERO.
         77 WS-VF-TAM                       PIC 9(02) VALUE ZERO.
         77 WS-VF-DOMINIO                   PIC X(40) VALUE SPACES.
         77 WS-QL-TEM-PROBLEMA              PIC X     VALUE 'N'.
           88 QL-TEM-PROBLEMA               VALUE 'S' FALSE 'N'.
         77 WS-QL-CONTATO-EXISTE            PIC X     VALUE 'N'.
           88 QL-CONTATO-EXISTE             VALUE 'S' FALSE 'N'.
         77 WS-QL-IND                       PIC 9(03) VALUE ZERO.
         77 WS-QL-QTD-FONES                 PIC 9(03) VALUE ZERO.
         77 WS-QL-QTD-EMAILS                PIC 9(03) VALUE ZERO.
         77 WS-QL-ID-CONSULTADO             PIC 9(05) VALUE ZERO.
         77 WS-QL-NOTA                      PIC 9(03)V9 VALUE ZERO.
         77 WS-QL-NOME-MAIUSC               PIC X(30) VALUE SPACES.
         77 WS-QL-NOME-MINUSC               PIC X(30) VALUE SPACES.
         77 WS-QL-EXAMINADOS                PIC 9(05) VALUE ZERO.
         77 WS-QL-COM-PROBLEMA              PIC 9(05) VALUE ZERO.
         77 WS-QP-EMAIL-INVALIDO            PIC 9(05) VALUE ZERO.
         77 WS-QP-FONE-INVALIDO             PIC 9(05) VALUE ZERO.
         77 WS-QP-SEM-FONE-EMAIL            PIC 9(05) VALUE ZERO.
         77 WS-QP-SEM-DEPTO                 PIC 9(05) VALUE ZERO.
         77 WS-QP-NOME-MINUSC               PIC 9(05) VALUE ZERO.
         77 WS-QP-NOME-ESPACOS              PIC 9(05) VALUE ZERO.
         77 WS-QP-ORFAOS                    PIC 9(05) VALUE ZERO.
      * Totais do relatorio de qualidade por departamento; a posicao
      * e o codigo do departamento mais 1 (posicao 1 = depto 0).
         01 WS-TAB-QUALIDADE.
           03 WS-QD-DEPTO                   OCCURS 100 TIMES.
             05 WS-QD-EXAMINADOS            PIC 9(05) VALUE ZERO.
             05 WS-QD-COM-PROBLEMA          PIC 9(05) VALUE ZERO.
         01 WS-LINHA-QUALIDADE.
           03 WS-LQ-ID                      PIC ZZZZ9.
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 WS-LQ-NOME                    PIC X(30).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 WS-LQ-PROBLEMA                PIC X(40).
         01 WS-LINHA-QUAL-FONE.
           03 FILLER                        PIC X(07)
              VALUE '   SEQ '.
           03 WS-LQF-SEQ                    PIC 99.
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 WS-LQF-TIPO                   PIC X(01).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 WS-LQF-VALOR                  PIC X(40).
         01 WS-LINHA-NOTA.
           03 WS-LN-COD                     PIC Z9.
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 WS-LN-DESC                    PIC X(20).
           03 FILLER                        PIC X(08) VALUE SPACES.
           03 WS-LN-EXAMINADOS              PIC ZZZZ9.
           03 FILLER                        PIC X(09) VALUE SPACES.
           03 WS-LN-COM-PROBLEMA            PIC ZZZZ9.
           03 FILLER                        PIC X(03) VALUE SPACES.
           03 WS-LN-NOTA                    PIC ZZ9,9.
         01 WS-LINHA-TOTAL-PROB.
           03 WS-LTP-DESC                   PIC X(40).
           03 WS-LTP-QTD                    PIC ZZZZ9.
      * Organograma: tabela de departamentos indexada pelo codigo
      * (departamento 0 fica em WS-TOT-SEM-DEPTO) e pilha da
      * travessia da arvore, com o codigo e o nivel de cada item.
         01 WS-TAB-ORGANOGRAMA.
           03 WS-OG-DEPTO                   OCCURS 99 TIMES.
             05 WS-OG-EXISTE                PIC X(01) VALUE 'N'.
             05 WS-OG-DESC                  PIC X(20) VALUE SPACES.
             05 WS-OG-PAI                   PIC 9(02) VALUE ZERO.
             05 WS-OG-GESTOR                PIC 9(05) VALUE ZERO.
             05 WS-OG-DIRETOS               PIC 9(05) VALUE ZERO.
             05 WS-OG-TOTAL                 PIC 9(05) VALUE ZERO.
             05 WS-OG-IMPRESSO              PIC X(01) VALUE 'N'.
         01 WS-PILHA-ORGANOGRAMA.
           03 WS-PO-ITEM                    OCCURS 100 TIMES.
             05 WS-PO-COD                   PIC 9(02).
             05 WS-PO-NIVEL                 PIC 9(03).
         77 WS-OG-TOPO                      PIC 9(03) VALUE ZERO.
         77 WS-OG-IND                       PIC 9(03) VALUE ZERO.
         77 WS-OG-FILHO                     PIC 9(03) VALUE ZERO.
         77 WS-OG-COD                       PIC 9(02) VALUE ZERO.
         77 WS-OG-NIVEL                     PIC 9(03) VALUE ZERO.
         77 WS-OG-SUBIDA                    PIC 9(02) VALUE ZERO.
         77 WS-OG-PASSOS                    PIC 9(03) VALUE ZERO.
         77 WS-OG-POS                       PIC 9(02) VALUE ZERO.
         77 WS-OG-FORA-HIERARQUIA           PIC 9(03) VALUE ZERO.
         77 WS-OG-DEPTO-NAO-CAD             PIC 9(05) VALUE ZERO.
         01 WS-LINHA-ORG.
           03 WS-LO-COD                     PIC Z9.
           03 FILLER                        PIC X(03) VALUE ' - '.
           03 WS-LO-DESC                    PIC X(20).
           03 FILLER                        PIC X(09)
              VALUE ' DIRETOS:'.
           03 WS-LO-DIRETOS                 PIC ZZZZ9.
           03 FILLER                        PIC X(07)
              VALUE ' TOTAL:'.
           03 WS-LO-TOTAL                   PIC ZZZZ9.
         01 WS-LINHA-ORG-RESP.
           03 FILLER                        PIC X(03) VALUE SPACES.
           03 FILLER                        PIC X(06) VALUE 'RESP: '.
           03 WS-LOR-NOME                   PIC X(30).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 WS-LOR-FONE                   PIC X(20).
         01 WS-LINHA-ORG-AVISO.
           03 FILLER                        PIC X(03) VALUE SPACES.
           03 FILLER                        PIC X(09)
              VALUE 'SUPERIOR '.
           03 WS-LOA-PAI                    PIC Z9.
           03 FILLER                        PIC X(15)
              VALUE ' NAO CADASTRADO'.
      * Relatorio de grupos: contagens do grupo corrente e do
      * relatorio inteiro.
         77 WS-FS-GRUPO                     PIC 99.
           88 FS-GRUPO-OK                           VALUE 0.
         77 WS-EOF-GRUPO                    PIC X.
           88 EOF-GRUPO-OK                  VALUE 'S' FALSE 'N'.
         77 WS-FS-MEMBRO                    PIC 99.
           88 FS-MEMBRO-OK                          VALUE 0.
         77 WS-EOF-MEMBRO                   PIC X.
           88 EOF-MEMBRO-OK                 VALUE 'S' FALSE 'N'.
         77 WS-GR-COD                       PIC 9(03) VALUE ZERO.
         77 WS-GR-ATIVOS                    PIC 9(05) VALUE ZERO.
         77 WS-GR-INATIVOS                  PIC 9(05) VALUE ZERO.
         77 WS-GR-QTD-GRUPOS                PIC 9(05) VALUE ZERO.
         77 WS-GR-SEM-MEMBROS               PIC 9(05) VALUE ZERO.
         77 WS-GR-TOT-ATIVOS                PIC 9(05) VALUE ZERO.
         77 WS-GR-TOT-INATIVOS              PIC 9(05) VALUE ZERO.
         77 WS-GR-ORFAOS                    PIC 9(05) VALUE ZERO.
         01 WS-LINHA-GRUPO.
           03 FILLER                        PIC X(06) VALUE 'GRUPO '.
           03 WS-LG-COD                     PIC 9(03).
           03 FILLER                        PIC X(03) VALUE ' - '.
           03 WS-LG-DESC                    PIC X(30).
         01 WS-LINHA-MEMBRO.
           03 FILLER                        PIC X(03) VALUE SPACES.
           03 WS-LM-ID                      PIC ZZZZ9.
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 WS-LM-NOME                    PIC X(30).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 WS-LM-DEPTO                   PIC Z9.
           03 FILLER                        PIC X(03) VALUE SPACES.
           03 WS-LM-SIT                     PIC X(09).
         01 WS-LINHA-SUBT-GRUPO.
           03 FILLER                        PIC X(11)
              VALUE '   ATIVOS: '.
           03 WS-LSG-ATIVOS                 PIC ZZZZ9.
           03 FILLER                        PIC X(12)
              VALUE '  INATIVOS: '.
           03 WS-LSG-INATIVOS               PIC ZZZZ9.
           03 FILLER                        PIC X(09)
              VALUE '  TOTAL: '.
           03 WS-LSG-TOTAL                  PIC ZZZZ9.
         01 WS-LINHA-RES-GRUPO.
           03 WS-LRG-COD                    PIC 9(03).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 WS-LRG-DESC                   PIC X(30).
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 WS-LRG-ATIVOS                 PIC ZZZZ9.
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 WS-LRG-INATIVOS               PIC ZZZZ9.
           03 FILLER                        PIC X(02) VALUE SPACES.
           03 WS-LRG-TOTAL                  PIC ZZZZ9.

       PROCEDURE DIVISION.

           PERFORM P010-DEFINE-CAMINHO
           PERFORM P020-ACEITA-OPCAO     THRU P020-FIM
           PERFORM P100-ABRE-ARQUIVOS    THRU P100-FIM
           EVALUATE TRUE
               WHEN OPCAO-ALFABETICA
                   PERFORM P600-PROCESSA-ALFA    THRU P600-FIM
               WHEN OPCAO-QUALIDADE
                   PERFORM P700-QUALIDADE        THRU P700-FIM
               WHEN OPCAO-ORGANOGRAMA
                   PERFORM P800-ORGANOGRAMA      THRU P800-FIM
               WHEN OPCAO-GRUPOS
                   PERFORM P400-GRUPOS           THRU P400-FIM
               WHEN OTHER
                   PERFORM P200-CABECALHO        THRU P200-FIM
                   PERFORM P300-PROCESSA-GRUPOS  THRU P300-FIM
           END-EVALUATE
           PERFORM P500-RODAPE           THRU P500-FIM
           IF MODO-LOTE
               IF ERRO-RELATORIO
      ******************************************************************
       P020-ACEITA-OPCAO.
           IF MODO-LOTE
               EVALUATE WS-TIPO-LOTE
                   WHEN '2'
                       SET OPCAO-ALFABETICA  TO TRUE
                   WHEN '3'
                       SET OPCAO-QUALIDADE   TO TRUE
                   WHEN '4'
                       SET OPCAO-ORGANOGRAMA TO TRUE
                   WHEN '5'
                       SET OPCAO-GRUPOS      TO TRUE
                   WHEN OTHER
                       SET OPCAO-POR-DEPTO   TO TRUE
               END-EVALUATE
               SET INCLUI-INATIVOS           TO FALSE
               GO TO P020-FIM
           END-IF
           DISPLAY 'TIPO DE RELATORIO:'
           DISPLAY '1 - POR DEPARTAMENTO (COM SUBTOTAIS)'
           DISPLAY '2 - ALFABETICO PAGINADO'
           DISPLAY '3 - QUALIDADE DOS DADOS (FONES, E-MAILS, NOMES)'
           DISPLAY '4 - ORGANOGRAMA DOS DEPARTAMENTOS'
           DISPLAY '5 - GRUPOS DE CONTATOS (LISTAS DE DISTRIBUICAO)'
           DISPLAY 'OPCAO: '
           ACCEPT WS-OPCAO-RELAT
           IF NOT OPCAO-POR-DEPTO AND NOT OPCAO-ALFABETICA
              AND NOT OPCAO-QUALIDADE AND NOT OPCAO-ORGANOGRAMA
              AND NOT OPCAO-GRUPOS
               DISPLAY 'OPCAO INVALIDA, ASSUMINDO RELATORIO POR '
                       'DEPARTAMENTO'
               SET OPCAO-POR-DEPTO           TO TRUE
           .
       P340-FIM.

      ******************************************************************
      * P400-GRUPOS
      * Relatorio dos grupos de contatos (listas de distribuicao):
      * para cada grupo de CONT-GRUPOS, os membros de CONT-MEMBROS em
      * ordem de ID com nome e departamento lidos em CONTATOS (os de
      * contato inativado so quando o operador pede) e a contagem de
      * ativos e inativos; depois um resumo com uma linha por grupo e
      * os totais, inclusive participacoes de contatos que nao
      * existem mais em CONTATOS.
      ******************************************************************
       P400-GRUPOS.
           MOVE 'RELATORIO DE GRUPOS DE CONTATOS'
                                             TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM P250-VERIFICA-RELATORIO THRU P250-FIM

           SET FS-GRUPO-OK                   TO TRUE
           OPEN INPUT CONT-GRUPOS
           IF NOT FS-GRUPO-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE GRUPOS'
               DISPLAY 'FILE STATUS: ' WS-FS-GRUPO
               MOVE 'CADASTRO DE GRUPOS INDISPONIVEL'
                                             TO REG-RELATORIO
               WRITE REG-RELATORIO
               PERFORM P250-VERIFICA-RELATORIO THRU P250-FIM
               SET ERRO-RELATORIO            TO TRUE
               GO TO P400-FIM
           END-IF

           SET FS-MEMBRO-OK                  TO TRUE
           OPEN INPUT CONT-MEMBROS
           IF NOT FS-MEMBRO-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MEMBROS DE GRUPOS'
               DISPLAY 'FILE STATUS: ' WS-FS-MEMBRO
               MOVE 'CADASTRO DE MEMBROS DE GRUPOS INDISPONIVEL'
                                             TO REG-RELATORIO
               WRITE REG-RELATORIO
               PERFORM P250-VERIFICA-RELATORIO THRU P250-FIM
               SET ERRO-RELATORIO            TO TRUE
               CLOSE CONT-GRUPOS
               GO TO P400-FIM
           END-IF

           SET FS-CONTATOS-OK                TO TRUE
           OPEN INPUT CONTATOS
           IF NOT FS-CONTATOS-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
               DISPLAY 'FILE STATUS: ' WS-FS-CONTATOS
               SET ERRO-RELATORIO            TO TRUE
               CLOSE CONT-GRUPOS
               CLOSE CONT-MEMBROS
               GO TO P400-FIM
           END-IF

           MOVE ZERO                         TO WS-GR-QTD-GRUPOS
           MOVE ZERO                         TO WS-GR-SEM-MEMBROS
           MOVE ZERO                         TO WS-GR-TOT-ATIVOS
           MOVE ZERO                         TO WS-GR-TOT-INATIVOS
           MOVE ZERO                         TO WS-GR-ORFAOS

           PERFORM P405-INICIA-GRUPOS
           PERFORM P410-TRATA-GRUPO THRU P410-FIM
               UNTIL EOF-GRUPO-OK

           MOVE SPACES                       TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM P250-VERIFICA-RELATORIO THRU P250-FIM
           MOVE 'RESUMO POR GRUPO'           TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM P250-VERIFICA-RELATORIO THRU P250-FIM
           MOVE 'COD DESCRICAO                       ATIVOS  INATIV'
                                             TO REG-RELATORIO
           MOVE 'TOTAL'                      TO REG-RELATORIO (54:5)
           WRITE REG-RELATORIO
           PERFORM P250-VERIFICA-RELATORIO THRU P250-FIM

           PERFORM P405-INICIA-GRUPOS
           PERFORM P430-RESUMO-GRUPO UNTIL EOF-GRUPO-OK

           MOVE SPACES                       TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM P250-VERIFICA-RELATORIO THRU P250-FIM
           MOVE 'GRUPOS CADASTRADOS:'        TO WS-LTP-DESC
           MOVE WS-GR-QTD-GRUPOS             TO WS-LTP-QTD
           PERFORM P450-GRAVA-TOTAL-GRUPOS
           MOVE 'GRUPOS SEM MEMBROS:'        TO WS-LTP-DESC
           MOVE WS-GR-SEM-MEMBROS            TO WS-LTP-QTD
           PERFORM P450-GRAVA-TOTAL-GRUPOS
           MOVE 'PARTICIPACOES DE CONTATOS ATIVOS:'
                                             TO WS-LTP-DESC
           MOVE WS-GR-TOT-ATIVOS             TO WS-LTP-QTD
           PERFORM P450-GRAVA-TOTAL-GRUPOS
           MOVE 'PARTICIPACOES DE CONTATOS INATIVOS:'
                                             TO WS-LTP-DESC
           MOVE WS-GR-TOT-INATIVOS           TO WS-LTP-QTD
           PERFORM P450-GRAVA-TOTAL-GRUPOS
           MOVE 'PARTICIPACOES DE CONTATOS NAO CADASTR.:'
                                             TO WS-LTP-DESC
           MOVE WS-GR-ORFAOS                 TO WS-LTP-QTD
           PERFORM P450-GRAVA-TOTAL-GRUPOS

           CLOSE CONTATOS
           CLOSE CONT-GRUPOS
           CLOSE CONT-MEMBROS
           .
       P400-FIM.

       P405-INICIA-GRUPOS.
           MOVE ZERO                         TO COD-GRUPO
           SET EOF-GRUPO-OK                  TO FALSE
           START CONT-GRUPOS KEY IS NOT LESS THAN COD-GRUPO
               INVALID KEY
                   SET EOF-GRUPO-OK          TO TRUE
           END-START

           IF NOT EOF-GRUPO-OK
               PERFORM P406-LE-GRUPO
           END-IF
           .

       P406-LE-GRUPO.
           READ CONT-GRUPOS NEXT RECORD
               AT END
                   SET EOF-GRUPO-OK          TO TRUE
           END-READ
           .

       P407-LE-MEMBRO.
           READ CONT-MEMBROS NEXT RECORD
               AT END
                   SET EOF-MEMBRO-OK         TO TRUE
           END-READ
           .

      *    Posiciona CONT-MEMBROS no primeiro membro do grupo WS-GR-COD
      *    e zera as contagens do grupo.
       P408-INICIA-MEMBROS.
           MOVE ZERO                         TO WS-GR-ATIVOS
           MOVE ZERO                         TO WS-GR-INATIVOS
           MOVE WS-GR-COD                    TO MBR-COD-GRUPO
           MOVE ZERO                         TO MBR-ID-CONTATO
           SET EOF-MEMBRO-OK                 TO FALSE
           START CONT-MEMBROS KEY IS NOT LESS THAN CHAVE-MEMBRO
               INVALID KEY
                   SET EOF-MEMBRO-OK         TO TRUE
           END-START

           IF NOT EOF-MEMBRO-OK
               PERFORM P407-LE-MEMBRO
           END-IF
           .

      ******************************************************************
      * P410-TRATA-GRUPO
      * Cabecalho, membros e subtotal do grupo corrente em
      * REG-GRUPOS; le o proximo grupo.
      ******************************************************************
       P410-TRATA-GRUPO.
           ADD 1                             TO WS-GR-QTD-GRUPOS
           MOVE COD-GRUPO                    TO WS-GR-COD

           MOVE SPACES                       TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM P250-VERIFICA-RELATORIO THRU P250-FIM
           MOVE COD-GRUPO                    TO WS-LG-COD
           MOVE DESC-GRUPO                   TO WS-LG-DESC
           MOVE WS-LINHA-GRUPO               TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM P250-VERIFICA-RELATORIO THRU P250-FIM
           MOVE '      ID  NOME                           DEPTO'
                                             TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM P250-VERIFICA-RELATORIO THRU P250-FIM

           PERFORM P408-INICIA-MEMBROS
           PERFORM P420-TRATA-MEMBRO THRU P420-FIM
               UNTIL EOF-MEMBRO-OK
                  OR MBR-COD-GRUPO NOT EQUAL WS-GR-COD

           IF WS-GR-ATIVOS EQUAL ZERO AND WS-GR-INATIVOS EQUAL ZERO
               ADD 1                         TO WS-GR-SEM-MEMBROS
               MOVE '   (GRUPO SEM MEMBROS)'  TO REG-RELATORIO
               WRITE REG-RELATORIO
               PERFORM P250-VERIFICA-RELATORIO THRU P250-FIM
           END-IF

           MOVE WS-GR-ATIVOS                 TO WS-LSG-ATIVOS
           MOVE WS-GR-INATIVOS               TO WS-LSG-INATIVOS
           COMPUTE WS-LSG-TOTAL = WS-GR-ATIVOS + WS-GR-INATIVOS
           MOVE WS-LINHA-SUBT-GRUPO          TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM P250-VERIFICA-RELATORIO THRU P250-FIM

           ADD WS-GR-ATIVOS                  TO WS-GR-TOT-ATIVOS
           ADD WS-GR-INATIVOS                TO WS-GR-TOT-INATIVOS
           PERFORM P406-LE-GRUPO
           .
       P410-FIM.

      ******************************************************************
      * P420-TRATA-MEMBRO
      * Conta o membro corrente e grava a linha dele; participacao de
      * contato inativado so e listada quando o operador pede, e a de
      * contato que nao existe mais sai como 'NAO CADASTRADO'.
      ******************************************************************
       P420-TRATA-MEMBRO.
           MOVE MBR-ID-CONTATO               TO WS-LM-ID
           MOVE MBR-ID-CONTATO               TO ID-CONTATO
           READ CONTATOS KEY IS ID-CONTATO
               INVALID KEY
                   ADD 1                     TO WS-GR-ORFAOS
                   MOVE 'CONTATO NAO CADASTRADO' TO WS-LM-NOME
                   MOVE ZERO                 TO WS-LM-DEPTO
                   MOVE SPACES               TO WS-LM-SIT
                   GO TO P420-GRAVA
           END-READ

           IF SIT-MEMBRO EQUAL 'I'
               ADD 1                         TO WS-GR-INATIVOS
           ELSE
               ADD 1                         TO WS-GR-ATIVOS
           END-IF

           IF SIT-MEMBRO EQUAL 'I' AND NOT INCLUI-INATIVOS
               GO TO P420-PROXIMO
           END-IF

           MOVE NM-CONTATO                   TO WS-LM-NOME
           MOVE DEPTO-CONTATO                TO WS-LM-DEPTO
           IF SIT-MEMBRO EQUAL 'I'
               MOVE '(INATIVO)'              TO WS-LM-SIT
           ELSE
               MOVE SPACES                   TO WS-LM-SIT
           END-IF
           .
       P420-GRAVA.
           MOVE WS-LINHA-MEMBRO              TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM P250-VERIFICA-RELATORIO THRU P250-FIM
           ADD 1                             TO WS-TOTAL-REGISTROS
           .
       P420-PROXIMO.
           PERFORM P407-LE-MEMBRO
           .
       P420-FIM.

       P430-RESUMO-GRUPO.
           MOVE COD-GRUPO                    TO WS-GR-COD
           PERFORM P408-INICIA-MEMBROS
           PERFORM P431-CONTA-MEMBRO THRU P431-FIM
               UNTIL EOF-MEMBRO-OK
                  OR MBR-COD-GRUPO NOT EQUAL WS-GR-COD

           MOVE COD-GRUPO                    TO WS-LRG-COD
           MOVE DESC-GRUPO                   TO WS-LRG-DESC
           MOVE WS-GR-ATIVOS                 TO WS-LRG-ATIVOS
           MOVE WS-GR-INATIVOS               TO WS-LRG-INATIVOS
           COMPUTE WS-LRG-TOTAL = WS-GR-ATIVOS + WS-GR-INATIVOS
           MOVE WS-LINHA-RES-GRUPO           TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM P250-VERIFICA-RELATORIO THRU P250-FIM
           PERFORM P406-LE-GRUPO
           .

      *    Participacao de contato que nao existe mais em CONTATOS
      *    nao entra na contagem do grupo (ja totalizada no P420).
       P431-CONTA-MEMBRO.
           MOVE MBR-ID-CONTATO               TO ID-CONTATO
           READ CONTATOS KEY IS ID-CONTATO
               INVALID KEY
                   GO TO P431-PROXIMO
           END-READ

           IF SIT-MEMBRO EQUAL 'I'
               ADD 1                         TO WS-GR-INATIVOS
           ELSE
               ADD 1                         TO WS-GR-ATIVOS
           END-IF
           .
       P431-PROXIMO.
           PERFORM P407-LE-MEMBRO
           .
       P431-FIM.

       P450-GRAVA-TOTAL-GRUPOS.
           MOVE WS-LINHA-TOTAL-PROB          TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM P250-VERIFICA-RELATORIO THRU P250-FIM
           .

      ******************************************************************
      * P600-PROCESSA-ALFA
      * Ordena CONTATOS por NM-CONTATO (SORT) e grava a listagem
           END-IF
           .

      ******************************************************************
      * P700-QUALIDADE
      * Relatorio de qualidade dos dados: ordena os contatos por
      * departamento e ID (a input procedure P305-SELECIONA aplica o
      * filtro de situacao) e, na output procedure P710-AVALIA-
      * CONTATOS, confere cada contato e seus fones/e-mails em
      * CONT-FONES, listando os problemas agrupados por departamento.
      * Em seguida lista os fones/e-mails orfaos (contato inexistente)
      * e grava a nota por departamento (percentual de contatos sem
      * nenhum problema) e os totais por tipo de problema.
      ******************************************************************
       P700-QUALIDADE.
           MOVE 'RELATORIO DE QUALIDADE DOS DADOS DE CONTATOS'
                                             TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM P250-VERIFICA-RELATORIO THRU P250-FIM

           SET SEM-CADASTRO-FONES            TO FALSE
           SET FS-FONE-OK                    TO TRUE
           OPEN INPUT CONT-FONES
           IF NOT FS-FONE-OK THEN
               SET SEM-CADASTRO-FONES        TO TRUE
               DISPLAY 'AVISO: CADASTRO DE FONES/E-MAILS INDISPONIVEL'
               DISPLAY 'FILE STATUS: ' WS-FS-FONE
           END-IF

           SORT WORK-CONTATOS
               ON ASCENDING KEY WK-DEPTO-CONTATO
               ON ASCENDING KEY WK-ID-CONTATO
               INPUT PROCEDURE IS P305-SELECIONA THRU P305-FIM
               OUTPUT PROCEDURE IS P710-AVALIA-CONTATOS THRU P710-FIM

           IF NOT SEM-CADASTRO-FONES
               PERFORM P760-LISTA-ORFAOS THRU P760-FIM
               CLOSE CONT-FONES
           END-IF

           PERFORM P780-GRAVA-NOTAS THRU P780-FIM
           .
       P700-FIM.

       P710-AVALIA-CONTATOS.
           SET PRIMEIRO-GRUPO               TO TRUE
           SET EOF-OK                       TO FALSE
           RETURN WORK-CONTATOS
               AT END
                   SET EOF-OK               TO TRUE
           END-RETURN
           PERFORM P720-AVALIA-CONTATO THRU P720-FIM UNTIL EOF-OK
           .
       P710-FIM.

      ******************************************************************
      * P720-AVALIA-CONTATO
      * Confere um contato: departamento 0, nome todo em minusculas
      * ou com espacos a esquerda, formato de cada fone/e-mail e, se
      * ativo, a falta de qualquer fone ou e-mail. Cada problema sai
      * numa linha; o contato conta uma unica vez como 'com problema'
      * na nota do departamento.
      ******************************************************************
       P720-AVALIA-CONTATO.
           SET QL-TEM-PROBLEMA               TO FALSE
           COMPUTE WS-QL-IND = WK-DEPTO-CONTATO + 1
           ADD 1                             TO WS-TOTAL-REGISTROS
           ADD 1                             TO WS-QD-EXAMINADOS
                                                (WS-QL-IND)

           IF WK-DEPTO-CONTATO EQUAL ZERO
               ADD 1                         TO WS-QP-SEM-DEPTO
               MOVE 'SEM DEPARTAMENTO (DEPTO 0)' TO WS-LQ-PROBLEMA
               PERFORM P740-GRAVA-PROBLEMA THRU P740-FIM
           END-IF

           MOVE WK-NM-CONTATO                TO WS-QL-NOME-MAIUSC
           MOVE WK-NM-CONTATO                TO WS-QL-NOME-MINUSC
           INSPECT WS-QL-NOME-MAIUSC CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-QL-NOME-MINUSC CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
               'abcdefghijklmnopqrstuvwxyz'
           IF WS-QL-NOME-MINUSC EQUAL WK-NM-CONTATO
              AND WS-QL-NOME-MAIUSC NOT EQUAL WK-NM-CONTATO
               ADD 1                         TO WS-QP-NOME-MINUSC
               MOVE 'NOME TODO EM MINUSCULAS' TO WS-LQ-PROBLEMA
               PERFORM P740-GRAVA-PROBLEMA THRU P740-FIM
           END-IF

           IF WK-NM-CONTATO (1:1) EQUAL SPACE
              AND WK-NM-CONTATO NOT EQUAL SPACES
               ADD 1                         TO WS-QP-NOME-ESPACOS
               MOVE 'NOME COM ESPACOS A ESQUERDA' TO WS-LQ-PROBLEMA
               PERFORM P740-GRAVA-PROBLEMA THRU P740-FIM
           END-IF

           MOVE ZERO                         TO WS-QL-QTD-FONES
           MOVE ZERO                         TO WS-QL-QTD-EMAILS
           IF NOT SEM-CADASTRO-FONES
               PERFORM P730-CONFERE-FONES THRU P730-FIM
           END-IF

           IF WK-SIT-CONTATO NOT EQUAL 'I'
              AND WS-QL-QTD-FONES EQUAL ZERO
              AND WS-QL-QTD-EMAILS EQUAL ZERO
               ADD 1                         TO WS-QP-SEM-FONE-EMAIL
               MOVE 'ATIVO SEM FONE E SEM E-MAIL' TO WS-LQ-PROBLEMA
               PERFORM P740-GRAVA-PROBLEMA THRU P740-FIM
           END-IF

           IF QL-TEM-PROBLEMA
               ADD 1                         TO WS-QD-COM-PROBLEMA
                                                (WS-QL-IND)
           END-IF

           RETURN WORK-CONTATOS
               AT END
                   SET EOF-OK               TO TRUE
           END-RETURN
           .
       P720-FIM.

      ******************************************************************
      * P730-CONFERE-FONES
      * Percorre em CONT-FONES a faixa de chaves do contato corrente
      * e confere o formato de cada fone/e-mail com P750-VALIDA-FONE.
      ******************************************************************
       P730-CONFERE-FONES.
           MOVE WK-ID-CONTATO                TO FONE-ID-CONTATO
           MOVE ZERO                         TO FONE-SEQ
           SET EOF-FONE-OK                   TO FALSE
           START CONT-FONES KEY IS NOT LESS THAN CHAVE-FONE
               INVALID KEY
                   SET EOF-FONE-OK           TO TRUE
           END-START

           IF NOT EOF-FONE-OK
               PERFORM P735-LE-FONE
           END-IF
           PERFORM P731-CONFERE-UM-FONE
               UNTIL EOF-FONE-OK
                  OR FONE-ID-CONTATO NOT EQUAL WK-ID-CONTATO
           .
       P730-FIM.

       P731-CONFERE-UM-FONE.
           IF TIPO-FONE EQUAL 'E'
               ADD 1                         TO WS-QL-QTD-EMAILS
           ELSE
               ADD 1                         TO WS-QL-QTD-FONES
           END-IF

           MOVE TIPO-FONE                    TO WS-TIPO-FONE
           MOVE VALOR-FONE                   TO WS-VALOR-FONE
           PERFORM P750-VALIDA-FONE THRU P750-FIM

           IF WS-MOTIVO-FONE NOT EQUAL SPACES
               IF TIPO-FONE EQUAL 'E'
                   ADD 1                     TO WS-QP-EMAIL-INVALIDO
               ELSE
                   ADD 1                     TO WS-QP-FONE-INVALIDO
               END-IF
               MOVE WS-MOTIVO-FONE           TO WS-LQ-PROBLEMA
               PERFORM P740-GRAVA-PROBLEMA THRU P740-FIM
               MOVE FONE-SEQ                 TO WS-LQF-SEQ
               MOVE TIPO-FONE                TO WS-LQF-TIPO
               MOVE VALOR-FONE               TO WS-LQF-VALOR
               MOVE WS-LINHA-QUAL-FONE       TO REG-RELATORIO
               WRITE REG-RELATORIO
               PERFORM P250-VERIFICA-RELATORIO THRU P250-FIM
           END-IF

           PERFORM P735-LE-FONE
           .

       P735-LE-FONE.
           READ CONT-FONES NEXT RECORD
               AT END
                   SET EOF-FONE-OK           TO TRUE
           END-READ
           .

      ******************************************************************
      * P740-GRAVA-PROBLEMA
      * Grava a linha de um problema do contato corrente, abrindo o
      * grupo do departamento no primeiro problema encontrado nele.
      ******************************************************************
       P740-GRAVA-PROBLEMA.
           IF PRIMEIRO-GRUPO
              OR WK-DEPTO-CONTATO NOT EQUAL WS-DEPTO-ANTERIOR THEN
               MOVE WK-DEPTO-CONTATO         TO WS-DEPTO-ANTERIOR
               SET PRIMEIRO-GRUPO            TO FALSE
               PERFORM P330-CABECALHO-DEPTO THRU P330-FIM
           END-IF

           SET QL-TEM-PROBLEMA               TO TRUE
           MOVE WK-ID-CONTATO                TO WS-LQ-ID
           MOVE WK-NM-CONTATO                TO WS-LQ-NOME
           MOVE WS-LINHA-QUALIDADE           TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM P250-VERIFICA-RELATORIO THRU P250-FIM
           .
       P740-FIM.

      ******************************************************************
      * P750-VALIDA-FONE
      * Confere o formato de WS-VALOR-FONE conforme WS-TIPO-FONE e
      * devolve em WS-MOTIVO-FONE o problema encontrado (brancos
      * quando o valor e aceito). E-mail: um unico '@', usuario antes
      * dele, dominio com ponto e sem ponto nas pontas, nenhum espaco.
      * Fone: somente algarismos, espaco, parenteses, hifen, '+' e
      * ponto, com no minimo 8 algarismos. Mesmas regras aplicadas na
      * digitacao por P558-VALIDA-FONE de CADCONTT.
      ******************************************************************
       P750-VALIDA-FONE.
           MOVE SPACES               TO WS-MOTIVO-FONE

           IF WS-TIPO-FONE NOT EQUAL 'F' AND
              WS-TIPO-FONE NOT EQUAL 'E' THEN
               MOVE 'TIPO INVALIDO'  TO WS-MOTIVO-FONE
               GO TO P750-FIM
           END-IF

           IF WS-VALOR-FONE EQUAL SPACES THEN
               MOVE 'VALOR EM BRANCO' TO WS-MOTIVO-FONE
               GO TO P750-FIM
           END-IF

           IF WS-TIPO-FONE EQUAL 'F'
               GO TO P750-VALIDA-NUMERO
           END-IF

           PERFORM P7501-TESTA-POS THRU P7501-FIM
               VARYING WS-VF-FIM FROM 40 BY -1
               UNTIL WS-VALOR-FONE (WS-VF-FIM:1) NOT EQUAL SPACE

           MOVE ZERO                 TO WS-VF-QTD
           INSPECT WS-VALOR-FONE (1:WS-VF-FIM)
               TALLYING WS-VF-QTD FOR ALL SPACE
           IF WS-VF-QTD GREATER ZERO
               MOVE 'E-MAIL COM ESPACOS' TO WS-MOTIVO-FONE
               GO TO P750-FIM
           END-IF

           MOVE ZERO                 TO WS-VF-QTD
           INSPECT WS-VALOR-FONE TALLYING WS-VF-QTD FOR ALL '@'
           IF WS-VF-QTD EQUAL ZERO
               MOVE 'E-MAIL SEM @'   TO WS-MOTIVO-FONE
               GO TO P750-FIM
           END-IF
           IF WS-VF-QTD GREATER 1
               MOVE 'E-MAIL COM MAIS DE UM @' TO WS-MOTIVO-FONE
               GO TO P750-FIM
           END-IF

           MOVE ZERO                 TO WS-VF-POS
           INSPECT WS-VALOR-FONE TALLYING WS-VF-POS
               FOR CHARACTERS BEFORE INITIAL '@'
           IF WS-VF-POS EQUAL ZERO
               MOVE 'E-MAIL SEM USUARIO' TO WS-MOTIVO-FONE
               GO TO P750-FIM
           END-IF
           IF WS-VF-POS + 1 NOT LESS WS-VF-FIM
               MOVE 'E-MAIL SEM DOMINIO' TO WS-MOTIVO-FONE
               GO TO P750-FIM
           END-IF

      *    Dominio: do caractere seguinte ao '@' ate o ultimo nao
      *    branco; precisa de ao menos um ponto, sem ponto nas pontas.
           COMPUTE WS-VF-TAM = WS-VF-FIM - WS-VF-POS - 1
           MOVE SPACES               TO WS-VF-DOMINIO
           MOVE WS-VALOR-FONE (WS-VF-POS + 2:WS-VF-TAM)
                                     TO WS-VF-DOMINIO
           MOVE ZERO                 TO WS-VF-QTD
           INSPECT WS-VF-DOMINIO (1:WS-VF-TAM)
               TALLYING WS-VF-QTD FOR ALL '.'
           IF WS-VF-QTD EQUAL ZERO
               MOVE 'DOMINIO SEM PONTO' TO WS-MOTIVO-FONE
               GO TO P750-FIM
           END-IF
           IF WS-VF-DOMINIO (1:1) EQUAL '.'
              OR WS-VF-DOMINIO (WS-VF-TAM:1) EQUAL '.'
               MOVE 'DOMINIO INVALIDO' TO WS-MOTIVO-FONE
           END-IF
           GO TO P750-FIM
           .
       P750-VALIDA-NUMERO.
           IF WS-VALOR-FONE IS NOT CARACTERE-FONE
               MOVE 'FONE COM LETRAS/SIMBOLOS' TO WS-MOTIVO-FONE
               GO TO P750-FIM
           END-IF

           MOVE ZERO                 TO WS-VF-QTD
           INSPECT WS-VALOR-FONE TALLYING
               WS-VF-QTD FOR ALL '0' ALL '1' ALL '2' ALL '3' ALL '4'
                             ALL '5' ALL '6' ALL '7' ALL '8' ALL '9'
           IF WS-VF-QTD LESS 8
               MOVE 'FONE COM MENOS DE 8 DIG.' TO WS-MOTIVO-FONE
           END-IF
           .
       P750-FIM.

       P7501-TESTA-POS.
           CONTINUE
           .
       P7501-FIM.

      ******************************************************************
      * P760-LISTA-ORFAOS
      * Percorre todo o CONT-FONES e lista os fones/e-mails cujo
      * FONE-ID-CONTATO nao existe mais em CONTATOS (consulta direta
      * pela chave, uma vez por contato).
      ******************************************************************
       P760-LISTA-ORFAOS.
           SET FS-CONTATOS-OK                TO TRUE
           OPEN INPUT CONTATOS
           IF NOT FS-CONTATOS-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
               DISPLAY 'FILE STATUS: ' WS-FS-CONTATOS
               SET ERRO-RELATORIO            TO TRUE
               GO TO P760-FIM
           END-IF

           MOVE SPACES                       TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM P250-VERIFICA-RELATORIO THRU P250-FIM
           MOVE 'FONES/E-MAILS DE CONTATOS INEXISTENTES (ORFAOS)'
                                             TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM P250-VERIFICA-RELATORIO THRU P250-FIM

           MOVE ZERO                         TO WS-QL-ID-CONSULTADO
           SET QL-CONTATO-EXISTE             TO TRUE
           MOVE ZERO                         TO FONE-ID-CONTATO
           MOVE ZERO                         TO FONE-SEQ
           SET EOF-FONE-OK                   TO FALSE
           START CONT-FONES KEY IS NOT LESS THAN CHAVE-FONE
               INVALID KEY
                   SET EOF-FONE-OK           TO TRUE
           END-START

           IF NOT EOF-FONE-OK
               PERFORM P735-LE-FONE
           END-IF
           PERFORM P761-CONFERE-ORFAO UNTIL EOF-FONE-OK

           CLOSE CONTATOS
           .
       P760-FIM.

       P761-CONFERE-ORFAO.
           IF FONE-ID-CONTATO NOT EQUAL WS-QL-ID-CONSULTADO
              OR WS-QL-ID-CONSULTADO EQUAL ZERO
               MOVE FONE-ID-CONTATO          TO WS-QL-ID-CONSULTADO
               MOVE FONE-ID-CONTATO          TO ID-CONTATO
               SET QL-CONTATO-EXISTE         TO TRUE
               READ CONTATOS KEY IS ID-CONTATO
                   INVALID KEY
                       SET QL-CONTATO-EXISTE TO FALSE
               END-READ
           END-IF

           IF NOT QL-CONTATO-EXISTE
               ADD 1                         TO WS-QP-ORFAOS
               MOVE FONE-ID-CONTATO          TO WS-LQ-ID
               MOVE '(CONTATO INEXISTENTE)'  TO WS-LQ-NOME
               MOVE 'FONE/E-MAIL ORFAO'      TO WS-LQ-PROBLEMA
               MOVE WS-LINHA-QUALIDADE       TO REG-RELATORIO
               WRITE REG-RELATORIO
               PERFORM P250-VERIFICA-RELATORIO THRU P250-FIM
               MOVE FONE-SEQ                 TO WS-LQF-SEQ
               MOVE TIPO-FONE                TO WS-LQF-TIPO
               MOVE VALOR-FONE               TO WS-LQF-VALOR
               MOVE WS-LINHA-QUAL-FONE       TO REG-RELATORIO
               WRITE REG-RELATORIO
               PERFORM P250-VERIFICA-RELATORIO THRU P250-FIM
           END-IF

           PERFORM P735-LE-FONE
           .

      ******************************************************************
      * P780-GRAVA-NOTAS
      * Grava a nota de cada departamento examinado (percentual de
      * contatos sem nenhum problema), a nota geral e os totais por
      * tipo de problema.
      ******************************************************************
       P780-GRAVA-NOTAS.
           MOVE SPACES                       TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM P250-VERIFICA-RELATORIO THRU P250-FIM
           MOVE 'NOTA POR DEPARTAMENTO (% DE CONTATOS SEM PROBLEMA)'
                                             TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM P250-VERIFICA-RELATORIO THRU P250-FIM
           MOVE 'DP DESCRICAO              EXAMINADOS  COM PROBLEMA  '
                                             TO REG-RELATORIO
           MOVE 'NOTA'                       TO REG-RELATORIO (55:4)
           WRITE REG-RELATORIO
           PERFORM P250-VERIFICA-RELATORIO THRU P250-FIM

           MOVE ZERO                         TO WS-QL-EXAMINADOS
           MOVE ZERO                         TO WS-QL-COM-PROBLEMA
           PERFORM P781-LINHA-NOTA
               VARYING WS-QL-IND FROM 1 BY 1
               UNTIL WS-QL-IND GREATER 100

           MOVE ZERO                         TO WS-LN-COD
           MOVE 'TOTAL GERAL'                TO WS-LN-DESC
           MOVE WS-QL-EXAMINADOS             TO WS-LN-EXAMINADOS
           MOVE WS-QL-COM-PROBLEMA           TO WS-LN-COM-PROBLEMA
           IF WS-QL-EXAMINADOS GREATER ZERO
               COMPUTE WS-QL-NOTA ROUNDED =
                   (WS-QL-EXAMINADOS - WS-QL-COM-PROBLEMA) * 100
                   / WS-QL-EXAMINADOS
           ELSE
               MOVE 100                      TO WS-QL-NOTA
           END-IF
           MOVE WS-QL-NOTA                   TO WS-LN-NOTA
           MOVE WS-LINHA-NOTA                TO REG-RELATORIO
           MOVE SPACES                       TO REG-RELATORIO (1:2)
           WRITE REG-RELATORIO
           PERFORM P250-VERIFICA-RELATORIO THRU P250-FIM

           MOVE SPACES                       TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM P250-VERIFICA-RELATORIO THRU P250-FIM
           MOVE 'PROBLEMAS ENCONTRADOS POR TIPO'
                                             TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM P250-VERIFICA-RELATORIO THRU P250-FIM
           MOVE 'E-MAILS COM FORMATO INVALIDO'
                                             TO WS-LTP-DESC
           MOVE WS-QP-EMAIL-INVALIDO         TO WS-LTP-QTD
           PERFORM P782-GRAVA-TOTAL-PROB
           MOVE 'FONES COM FORMATO INVALIDO' TO WS-LTP-DESC
           MOVE WS-QP-FONE-INVALIDO          TO WS-LTP-QTD
           PERFORM P782-GRAVA-TOTAL-PROB
           MOVE 'CONTATOS ATIVOS SEM FONE E SEM E-MAIL'
                                             TO WS-LTP-DESC
           MOVE WS-QP-SEM-FONE-EMAIL         TO WS-LTP-QTD
           PERFORM P782-GRAVA-TOTAL-PROB
           MOVE 'CONTATOS SEM DEPARTAMENTO (DEPTO 0)'
                                             TO WS-LTP-DESC
           MOVE WS-QP-SEM-DEPTO              TO WS-LTP-QTD
           PERFORM P782-GRAVA-TOTAL-PROB
           MOVE 'NOMES TODOS EM MINUSCULAS'  TO WS-LTP-DESC
           MOVE WS-QP-NOME-MINUSC            TO WS-LTP-QTD
           PERFORM P782-GRAVA-TOTAL-PROB
           MOVE 'NOMES COM ESPACOS A ESQUERDA'
                                             TO WS-LTP-DESC
           MOVE WS-QP-NOME-ESPACOS           TO WS-LTP-QTD
           PERFORM P782-GRAVA-TOTAL-PROB
           MOVE 'FONES/E-MAILS ORFAOS'       TO WS-LTP-DESC
           MOVE WS-QP-ORFAOS                 TO WS-LTP-QTD
           PERFORM P782-GRAVA-TOTAL-PROB

           DISPLAY 'CONTATOS EXAMINADOS: ' WS-QL-EXAMINADOS
                   '  COM PROBLEMA: ' WS-QL-COM-PROBLEMA
           DISPLAY 'FONES/E-MAILS ORFAOS: ' WS-QP-ORFAOS
           .
       P780-FIM.

       P781-LINHA-NOTA.
           IF WS-QD-EXAMINADOS (WS-QL-IND) GREATER ZERO
               ADD WS-QD-EXAMINADOS (WS-QL-IND)
                                             TO WS-QL-EXAMINADOS
               ADD WS-QD-COM-PROBLEMA (WS-QL-IND)
                                             TO WS-QL-COM-PROBLEMA
               COMPUTE WS-LN-COD = WS-QL-IND - 1
               IF WS-QL-IND EQUAL 1
                   MOVE 'SEM DEPARTAMENTO'   TO WS-LN-DESC
               ELSE
                   IF SEM-CADASTRO-DEPTOS
                       MOVE 'NAO CADASTRADO' TO WS-LN-DESC
                   ELSE
                       COMPUTE COD-DEPTO = WS-QL-IND - 1
                       READ DEPARTAMENTOS KEY IS COD-DEPTO
                           INVALID KEY
                               MOVE 'NAO CADASTRADO'
                                             TO WS-LN-DESC
                           NOT INVALID KEY
                               MOVE DESC-DEPTO
                                             TO WS-LN-DESC
                       END-READ
                   END-IF
               END-IF
               MOVE WS-QD-EXAMINADOS (WS-QL-IND)
                                             TO WS-LN-EXAMINADOS
               MOVE WS-QD-COM-PROBLEMA (WS-QL-IND)
                                             TO WS-LN-COM-PROBLEMA
               COMPUTE WS-QL-NOTA ROUNDED =
                   (WS-QD-EXAMINADOS (WS-QL-IND)
                    - WS-QD-COM-PROBLEMA (WS-QL-IND)) * 100
                   / WS-QD-EXAMINADOS (WS-QL-IND)
               MOVE WS-QL-NOTA               TO WS-LN-NOTA
               MOVE WS-LINHA-NOTA            TO REG-RELATORIO
               WRITE REG-RELATORIO
               PERFORM P250-VERIFICA-RELATORIO THRU P250-FIM
           END-IF
           .

       P782-GRAVA-TOTAL-PROB.
           MOVE WS-LINHA-TOTAL-PROB          TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM P250-VERIFICA-RELATORIO THRU P250-FIM
           .

      ******************************************************************
      * P800-ORGANOGRAMA
      * Grava o organograma dos departamentos: carrega DEPARTAMENTOS
      * em WS-TAB-ORGANOGRAMA, conta os contatos de cada departamento
      * (com o mesmo filtro de situacao dos demais relatorios), soma
      * essas contagens em todos os superiores e percorre a arvore a
      * partir de cada diretoria (superior 0 ou nao cadastrado),
      * indentando 2 posicoes por nivel. Cada departamento sai com
      * os contatos diretos e o total acumulado abaixo dele, seguido
      * do nome e do primeiro fone do responsavel. Departamentos que
      * a travessia nao alcanca (ciclo de superiores) saem numa lista
      * a parte.
      ******************************************************************
       P800-ORGANOGRAMA.
           MOVE 'ORGANOGRAMA DOS DEPARTAMENTOS'
                                             TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM P250-VERIFICA-RELATORIO THRU P250-FIM

           IF SEM-CADASTRO-DEPTOS
               MOVE 'CADASTRO DE DEPARTAMENTOS INDISPONIVEL'
                                             TO REG-RELATORIO
               WRITE REG-RELATORIO
               PERFORM P250-VERIFICA-RELATORIO THRU P250-FIM
               SET ERRO-RELATORIO            TO TRUE
               GO TO P800-FIM
           END-IF

           SET SEM-CADASTRO-FONES            TO FALSE
           SET FS-FONE-OK                    TO TRUE
           OPEN INPUT CONT-FONES
           IF NOT FS-FONE-OK THEN
               SET SEM-CADASTRO-FONES        TO TRUE
               DISPLAY 'AVISO: CADASTRO DE FONES/E-MAILS INDISPONIVEL'
               DISPLAY 'FILE STATUS: ' WS-FS-FONE
           END-IF

           SET FS-CONTATOS-OK                TO TRUE
           OPEN INPUT CONTATOS
           IF NOT FS-CONTATOS-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
               DISPLAY 'FILE STATUS: ' WS-FS-CONTATOS
               SET ERRO-RELATORIO            TO TRUE
               IF NOT SEM-CADASTRO-FONES
                   CLOSE CONT-FONES
               END-IF
               GO TO P800-FIM
           END-IF
           PERFORM P810-CARREGA-DEPTOS THRU P810-FIM
           PERFORM P820-CONTA-CONTATOS THRU P820-FIM
           PERFORM P830-ACUMULA-SUPERIORES
               VARYING WS-OG-IND FROM 1 BY 1
               UNTIL WS-OG-IND GREATER 99

           MOVE SPACES                       TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM P250-VERIFICA-RELATORIO THRU P250-FIM

           MOVE ZERO                         TO WS-OG-TOPO
           PERFORM P840-TRATA-DIRETORIA
               VARYING WS-OG-IND FROM 1 BY 1
               UNTIL WS-OG-IND GREATER 99

           MOVE ZERO                         TO WS-OG-FORA-HIERARQUIA
           PERFORM P880-LISTA-FORA-HIERARQUIA
               VARYING WS-OG-IND FROM 1 BY 1
               UNTIL WS-OG-IND GREATER 99

           MOVE SPACES                       TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM P250-VERIFICA-RELATORIO THRU P250-FIM
           MOVE 'CONTATOS SEM DEPARTAMENTO (DEPTO 0):'
                                             TO WS-LTP-DESC
           MOVE WS-TOT-SEM-DEPTO             TO WS-LTP-QTD
           MOVE WS-LINHA-TOTAL-PROB          TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM P250-VERIFICA-RELATORIO THRU P250-FIM
           MOVE 'CONTATOS EM DEPARTAMENTO NAO CADASTRADO:'
                                             TO WS-LTP-DESC
           MOVE WS-OG-DEPTO-NAO-CAD          TO WS-LTP-QTD
           MOVE WS-LINHA-TOTAL-PROB          TO REG-RELATORIO
           WRITE REG-RELATORIO
           PERFORM P250-VERIFICA-RELATORIO THRU P250-FIM

           CLOSE CONTATOS
           IF NOT SEM-CADASTRO-FONES
               CLOSE CONT-FONES
           END-IF
           .
       P800-FIM.

      ******************************************************************
      * P810-CARREGA-DEPTOS
      * Carrega em WS-TAB-ORGANOGRAMA todos os departamentos de
      * codigo 1 a 99, na posicao do proprio codigo.
      ******************************************************************
       P810-CARREGA-DEPTOS.
           MOVE ZERO                         TO COD-DEPTO
           SET EOF-OK                        TO FALSE
           START DEPARTAMENTOS KEY IS NOT LESS THAN COD-DEPTO
               INVALID KEY
                   GO TO P810-FIM
           END-START

           PERFORM P811-LE-DEPTO
           PERFORM P812-GUARDA-DEPTO UNTIL EOF-OK
           .
       P810-FIM.

       P811-LE-DEPTO.
           READ DEPARTAMENTOS NEXT RECORD
               AT END
                   SET EOF-OK                TO TRUE
           END-READ
           .

       P812-GUARDA-DEPTO.
           IF COD-DEPTO GREATER ZERO
               MOVE 'S'              TO WS-OG-EXISTE (COD-DEPTO)
               MOVE DESC-DEPTO       TO WS-OG-DESC (COD-DEPTO)
               MOVE COD-DEPTO-PAI    TO WS-OG-PAI (COD-DEPTO)
               MOVE ID-GESTOR-DEPTO  TO WS-OG-GESTOR (COD-DEPTO)
           END-IF
           PERFORM P811-LE-DEPTO
           .

      ******************************************************************
      * P820-CONTA-CONTATOS
      * Conta os contatos de cada departamento em WS-OG-DIRETOS;
      * inativos so entram com INCLUI-INATIVOS. Departamento 0 soma
      * em WS-TOT-SEM-DEPTO e codigo sem cadastro em
      * WS-OG-DEPTO-NAO-CAD.
      ******************************************************************
       P820-CONTA-CONTATOS.
           SET EOF-OK                        TO FALSE
           PERFORM P821-LE-CONTATO
           PERFORM P822-CONTA-UM-CONTATO UNTIL EOF-OK
           .
       P820-FIM.

       P821-LE-CONTATO.
           READ CONTATOS NEXT RECORD
               AT END
                   SET EOF-OK                TO TRUE
           END-READ
           .

       P822-CONTA-UM-CONTATO.
           IF SIT-CONTATO EQUAL 'I' AND NOT INCLUI-INATIVOS
               PERFORM P821-LE-CONTATO
           ELSE
               ADD 1                         TO WS-TOTAL-REGISTROS
               EVALUATE TRUE
                   WHEN DEPTO-CONTATO EQUAL ZERO
                       ADD 1                 TO WS-TOT-SEM-DEPTO
                   WHEN WS-OG-EXISTE (DEPTO-CONTATO) EQUAL 'S'
                       ADD 1         TO WS-OG-DIRETOS (DEPTO-CONTATO)
                   WHEN OTHER
                       ADD 1                 TO WS-OG-DEPTO-NAO-CAD
               END-EVALUATE
               PERFORM P821-LE-CONTATO
           END-IF
           .

      ******************************************************************
      * P830-ACUMULA-SUPERIORES
      * Soma os contatos diretos de WS-OG-IND no total dele e de cada
      * superior acima, ate a diretoria. A subida para ao voltar ao
      * proprio departamento ou apos 99 niveis (ciclo ja gravado).
      ******************************************************************
       P830-ACUMULA-SUPERIORES.
           IF WS-OG-EXISTE (WS-OG-IND) EQUAL 'S'
               ADD WS-OG-DIRETOS (WS-OG-IND)
                                     TO WS-OG-TOTAL (WS-OG-IND)
               MOVE WS-OG-PAI (WS-OG-IND)    TO WS-OG-SUBIDA
               MOVE ZERO                     TO WS-OG-PASSOS
               PERFORM P831-SOBE-SUPERIOR
                   UNTIL WS-OG-SUBIDA EQUAL ZERO
                      OR WS-OG-SUBIDA EQUAL WS-OG-IND
                      OR WS-OG-PASSOS GREATER 99
           END-IF
           .

       P831-SOBE-SUPERIOR.
           IF WS-OG-EXISTE (WS-OG-SUBIDA) EQUAL 'S'
               ADD WS-OG-DIRETOS (WS-OG-IND)
                                     TO WS-OG-TOTAL (WS-OG-SUBIDA)
               MOVE WS-OG-PAI (WS-OG-SUBIDA) TO WS-OG-SUBIDA
           ELSE
               MOVE ZERO                     TO WS-OG-SUBIDA
           END-IF
           ADD 1                             TO WS-OG-PASSOS
           .

      ******************************************************************
      * P840-TRATA-DIRETORIA
      * Departamento sem superior (ou com superior nao cadastrado)
      * inicia uma arvore: e empilhado no nivel 0 e a pilha e
      * esvaziada, imprimindo cada departamento e empilhando seus
      * subordinados em ordem decrescente de codigo, para que saiam
      * em ordem crescente.
      ******************************************************************
       P840-TRATA-DIRETORIA.
           IF WS-OG-EXISTE (WS-OG-IND) EQUAL 'S'
              AND WS-OG-IMPRESSO (WS-OG-IND) NOT EQUAL 'S'
              AND (WS-OG-PAI (WS-OG-IND) EQUAL ZERO
                OR WS-OG-EXISTE (WS-OG-PAI (WS-OG-IND)) NOT EQUAL 'S')
               MOVE 1                        TO WS-OG-TOPO
               MOVE WS-OG-IND                TO WS-PO-COD (1)
               MOVE ZERO                     TO WS-PO-NIVEL (1)
               PERFORM P850-DESEMPILHA UNTIL WS-OG-TOPO EQUAL ZERO
           END-IF
           .

       P850-DESEMPILHA.
           MOVE WS-PO-COD (WS-OG-TOPO)       TO WS-OG-COD
           MOVE WS-PO-NIVEL (WS-OG-TOPO)     TO WS-OG-NIVEL
           SUBTRACT 1                        FROM WS-OG-TOPO

           PERFORM P860-IMPRIME-DEPTO THRU P860-FIM
           PERFORM P855-EMPILHA-SUBORDINADO
               VARYING WS-OG-FILHO FROM 99 BY -1
               UNTIL WS-OG-FILHO LESS 1
           .

       P855-EMPILHA-SUBORDINADO.
           IF WS-OG-EXISTE (WS-OG-FILHO) EQUAL 'S'
              AND WS-OG-PAI (WS-OG-FILHO) EQUAL WS-OG-COD
              AND WS-OG-IMPRESSO (WS-OG-FILHO) NOT EQUAL 'S'
              AND WS-OG-TOPO LESS 100
               ADD 1                         TO WS-OG-TOPO
               MOVE WS-OG-FILHO      TO WS-PO-COD (WS-OG-TOPO)
               COMPUTE WS-PO-NIVEL (WS-OG-TOPO) = WS-OG-NIVEL + 1
           END-IF
           .

      ******************************************************************
      * P860-IMPRIME-DEPTO
      * Grava as linhas do departamento WS-OG-COD no nivel
      * WS-OG-NIVEL: codigo, descricao e contagens; responsavel com
      * nome e primeiro fone; aviso de superior nao cadastrado. A
      * indentacao e limitada a 20 posicoes (nivel 10).
      ******************************************************************
       P860-IMPRIME-DEPTO.
           MOVE 'S'                  TO WS-OG-IMPRESSO (WS-OG-COD)
           IF WS-OG-NIVEL GREATER 10
               MOVE 21                       TO WS-OG-POS
           ELSE
               COMPUTE WS-OG-POS = WS-OG-NIVEL * 2 + 1
           END-IF

           MOVE WS-OG-COD                    TO WS-LO-COD
           MOVE WS-OG-DESC (WS-OG-COD)       TO WS-LO-DESC
           MOVE WS-OG-DIRETOS (WS-OG-COD)    TO WS-LO-DIRETOS
           MOVE WS-OG-TOTAL (WS-OG-COD)      TO WS-LO-TOTAL
           MOVE SPACES                       TO REG-RELATORIO
           MOVE WS-LINHA-ORG         TO REG-RELATORIO (WS-OG-POS:)
           WRITE REG-RELATORIO
           PERFORM P250-VERIFICA-RELATORIO THRU P250-FIM

           PERFORM P870-DADOS-RESPONSAVEL THRU P870-FIM
           MOVE SPACES                       TO REG-RELATORIO
           MOVE WS-LINHA-ORG-RESP    TO REG-RELATORIO (WS-OG-POS:)
           WRITE REG-RELATORIO
           PERFORM P250-VERIFICA-RELATORIO THRU P250-FIM

           IF WS-OG-PAI (WS-OG-COD) NOT EQUAL ZERO
              AND WS-OG-EXISTE (WS-OG-PAI (WS-OG-COD)) NOT EQUAL 'S'
               MOVE WS-OG-PAI (WS-OG-COD)    TO WS-LOA-PAI
               MOVE SPACES                   TO REG-RELATORIO
               MOVE WS-LINHA-ORG-AVISO
                                     TO REG-RELATORIO (WS-OG-POS:)
               WRITE REG-RELATORIO
               PERFORM P250-VERIFICA-RELATORIO THRU P250-FIM
           END-IF
           .
       P860-FIM.

      ******************************************************************
      * P870-DADOS-RESPONSAVEL
      * Monta em WS-LINHA-ORG-RESP o nome do responsavel de
      * WS-OG-COD (lido em CONTATOS) e o primeiro fone dele em
      * CONT-FONES; responsavel inativo sai marcado '(INATIVO)' no
      * lugar do fone.
      ******************************************************************
       P870-DADOS-RESPONSAVEL.
           MOVE SPACES                       TO WS-LOR-NOME
           MOVE SPACES                       TO WS-LOR-FONE

           IF WS-OG-GESTOR (WS-OG-COD) EQUAL ZERO
               MOVE 'SEM RESPONSAVEL'        TO WS-LOR-NOME
               GO TO P870-FIM
           END-IF

           MOVE WS-OG-GESTOR (WS-OG-COD)     TO ID-CONTATO
           READ CONTATOS KEY IS ID-CONTATO
               INVALID KEY
                   MOVE 'RESPONSAVEL NAO CADASTRADO' TO WS-LOR-NOME
                   GO TO P870-FIM
           END-READ
           MOVE NM-CONTATO                   TO WS-LOR-NOME

           IF SIT-CONTATO EQUAL 'I'
               MOVE '(INATIVO)'              TO WS-LOR-FONE
               GO TO P870-FIM
           END-IF

           IF SEM-CADASTRO-FONES
               GO TO P870-FIM
           END-IF

           MOVE WS-OG-GESTOR (WS-OG-COD)     TO FONE-ID-CONTATO
           MOVE ZERO                         TO FONE-SEQ
           SET EOF-FONE-OK                   TO FALSE
           START CONT-FONES KEY IS NOT LESS THAN CHAVE-FONE
               INVALID KEY
                   SET EOF-FONE-OK           TO TRUE
           END-START

           IF NOT EOF-FONE-OK
               PERFORM P735-LE-FONE
           END-IF
           PERFORM P871-PROCURA-FONE
               UNTIL EOF-FONE-OK
                  OR FONE-ID-CONTATO NOT EQUAL WS-OG-GESTOR (WS-OG-COD)
                  OR WS-LOR-FONE NOT EQUAL SPACES

           IF WS-LOR-FONE EQUAL SPACES
               MOVE 'SEM FONE'               TO WS-LOR-FONE
           END-IF
           .
       P870-FIM.

       P871-PROCURA-FONE.
           IF TIPO-FONE EQUAL 'F' AND VALOR-FONE NOT EQUAL SPACES
               MOVE VALOR-FONE               TO WS-LOR-FONE
           ELSE
               PERFORM P735-LE-FONE
           END-IF
           .

      ******************************************************************
      * P880-LISTA-FORA-HIERARQUIA
      * Lista os departamentos que a travessia nao alcancou: estao
      * num ciclo de superiores ou abaixo de um. O titulo da lista
      * sai antes do primeiro.
      ******************************************************************
       P880-LISTA-FORA-HIERARQUIA.
           IF WS-OG-EXISTE (WS-OG-IND) EQUAL 'S'
              AND WS-OG-IMPRESSO (WS-OG-IND) NOT EQUAL 'S'
               IF WS-OG-FORA-HIERARQUIA EQUAL ZERO
                   MOVE SPACES               TO REG-RELATORIO
                   WRITE REG-RELATORIO
                   PERFORM P250-VERIFICA-RELATORIO THRU P250-FIM
                   MOVE 'DEPARTAMENTOS FORA DA HIERARQUIA (CICLO)'
                                             TO REG-RELATORIO
                   WRITE REG-RELATORIO
                   PERFORM P250-VERIFICA-RELATORIO THRU P250-FIM
               END-IF
               ADD 1                         TO WS-OG-FORA-HIERARQUIA
               MOVE WS-OG-IND                TO WS-OG-COD
               MOVE 1                        TO WS-OG-NIVEL
               PERFORM P860-IMPRIME-DEPTO THRU P860-FIM
               MOVE WS-OG-PAI (WS-OG-IND)    TO WS-LOA-PAI
               MOVE SPACES                   TO REG-RELATORIO
               STRING '     SUPERIOR: ' WS-LOA-PAI
                   DELIMITED BY SIZE INTO REG-RELATORIO
               WRITE REG-RELATORIO
               PERFORM P250-VERIFICA-RELATORIO THRU P250-FIM
           END-IF
           .

      ******************************************************************
      * P500-RODAPE
      * Grava a linha de totalizacao de registros e fecha os
