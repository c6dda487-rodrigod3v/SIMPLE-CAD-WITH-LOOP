      *                   outros programas sao ignoradas e a linha
      *                   sem '=' segue valendo como caminho de
      *                   CONTATOS.
      *   15/10/2026 ROD  Inclui a sincronizacao de CONTATOS com o
      *                   quadro do RH (opcao 15 e lote
      *                   'CADCONTT=SINCRONIZA'): le RH_QUADRO.TXT,
      *                   grava a conciliacao em CONT_SINC.TXT (novos,
      *                   diferencas, ausentes e linhas rejeitadas) e
      *                   aplica inclusoes, alteracoes e inativacoes
      *                   com antes/depois no LOG-TRANSACOES; quadro
      *                   sem linhas validas nunca e aplicado.
      *   15/10/2026 ROD  LOG-TRANSACOES passa a gravar a situacao do
      *                   contato antes e depois de cada operacao.
      *   15/10/2026 ROD  Inclusao e correcao de fone/e-mail passam a
      *                   conferir o formato do valor
      *                   (P558-VALIDA-FONE), com as mesmas regras do
      *                   relatorio de qualidade de CADRELAT.
      *   15/10/2026 ROD  Departamento passa a ter superior e contato
      *                   responsavel: inclusao e correcao conferem
      *                   superior cadastrado, sem ciclo na hierarquia,
      *                   e responsavel ativo em CONTATOS; exclusao de
      *                   departamento com subordinados e bloqueada.
      *   15/10/2026 ROD  Inclui a exportacao vCard (opcao 16 e lote
      *                   'CADCONTT=VCARD', com filtro opcional
      *                   'DEPTO nn'): CONT_EXPORT.VCF com um cartao
      *                   por contato ativo, todos os fones/e-mails e
      *                   o departamento como unidade (ORG). A linha
      *                   de lote passa a aceitar filtro e valor apos
      *                   a acao.
      *   15/10/2026 ROD  LOG-TRANSACOES passa a registrar tambem a
      *                   manutencao de fones/e-mails (FONE-INCL,
      *                   FONE-ALT, FONE-EXCL, inclusive na exclusao
      *                   definitiva e na fusao de contatos) e de
      *                   departamentos (DEPTO-INCL, DEPTO-ALT,
      *                   DEPTO-EXCL), para o balanceamento diario de
      *                   CADBALAN conferir os tres cadastros;
      *                   P800-GRAVA-LOG ganha a entrada
      *                   P802-GRAVA-LOG-ID (ID em WS-LOG-ID).
      *   15/10/2026 ROD  Inclui as alteracoes programadas (opcao 17,
      *                   arquivo indexado CONT_AGENDA.TXT, copybook
      *                   DB_AGEND): transferencia de contato,
      *                   inativacao e transferencia de departamento
      *                   inteiro registradas com data de efetivacao,
      *                   com listagem, correcao e cancelamento; o lote
      *                   'CADCONTT=AGENDA' aplica as vencidas com
      *                   antes/depois no LOG-TRANSACOES, marca cada
      *                   uma como aplicada ou com falha e relaciona
      *                   as nao aplicadas em CONT_AGENDA_REJ.TXT.
      *   15/10/2026 ROD  Exclusao definitiva, fusao de duplicados,
      *                   transferencia em massa e transferencia
      *                   programada de departamento inteiro passam a
      *                   exigir aprovacao de um segundo operador
      *                   (opcao 18, arquivo indexado CONT_APROV.TXT,
      *                   copybook DB_APROV, trilha em
      *                   CONT_APROV_LOG.TXT); pendentes expiram apos
      *                   WS-APV-PRAZO-DIAS dias, tambem pelo lote
      *                   'CADCONTT=EXPIRA'.
      *   15/10/2026 ROD  Inclui os grupos de contatos / listas de
      *                   distribuicao (opcao 19, arquivos indexados
      *                   CONT_GRUPO.TXT e CONT_MEMBRO.TXT, copybooks
      *                   DB_GRUPO e DB_MEMBRO); inativacao,
      *                   reativacao, exclusao definitiva e fusao
      *                   atualizam as participacoes; CSV e etiquetas
      *                   aceitam um grupo (lote 'GRUPO nnn').
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCONTT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           CLASS CARACTERE-FONE IS '0' THRU '9' ' ' '(' ')' '-' '+'
                                   '.'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CONTATOS ASSIGN TO
            SELECT WORK-DUPL ASSIGN TO
            'CONT_DUPL.WRK'.

            SELECT ARQ-QUADRO-RH ASSIGN TO
            'RH_QUADRO.TXT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS-RH.

            SELECT ARQ-SINCRONIA ASSIGN TO
            'CONT_SINC.TXT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS-SINC.

            SELECT ARQ-SINC-PEND ASSIGN TO
            'CONT_SINC.PND'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS-SINC-PEND.

            SELECT WORK-RH ASSIGN TO
            'CONT_RH.WRK'.

            SELECT ARQ-VCARD ASSIGN TO
            'CONT_EXPORT.VCF'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS-VCARD.

            SELECT CONT-AGENDA ASSIGN TO
            'CONT_AGENDA.TXT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AGD-NUMERO
            ALTERNATE RECORD KEY IS AGD-DATA-EFETIVA WITH DUPLICATES
            FILE STATUS IS WS-FS-AGENDA.

            SELECT ARQ-AGENDA-REJ ASSIGN TO
            'CONT_AGENDA_REJ.TXT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS-AGD-REJ.

            SELECT CONT-APROV ASSIGN TO
            'CONT_APROV.TXT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS APV-NUMERO
            FILE STATUS IS WS-FS-APROV.

            SELECT ARQ-APROV-LOG ASSIGN TO
            'CONT_APROV_LOG.TXT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FS-APROV-LOG.

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
           03 WD-NM-CONTATO                 PIC X(30).
           03 WD-DEPTO-CONTATO              PIC 9(02).

       FD ARQ-QUADRO-RH.
         01 REG-QUADRO-RH                   PIC X(100).

       FD ARQ-SINCRONIA.
         01 REG-SINCRONIA                   PIC X(80).

       FD ARQ-SINC-PEND.
         01 REG-SINC-PEND.
           03 SPD-ACAO                      PIC X(01).
             88 SPD-INCLUIR                         VALUE 'I'.
             88 SPD-ALTERAR                         VALUE 'A'.
             88 SPD-INATIVAR                        VALUE 'N'.
           03 SPD-ID-CONTATO                PIC 9(05).
           03 SPD-NM-CONTATO                PIC X(30).
           03 SPD-DEPTO-CONTATO             PIC 9(02).

       SD WORK-RH.
         01 WR-REG-RH.
           03 WR-ID-CONTATO                 PIC 9(05).
           03 WR-NM-CONTATO                 PIC X(30).
           03 WR-DEPTO-CONTATO              PIC 9(02).
           03 WR-LINHA                      PIC 9(05).

       FD ARQ-VCARD.
         01 REG-VCARD                       PIC X(132).

       FD CONT-AGENDA.
           COPY DB_AGEND.

       FD ARQ-AGENDA-REJ.
         01 REG-AGENDA-REJ                  PIC X(80).

       FD CONT-APROV.
           COPY DB_APROV.

       FD ARQ-APROV-LOG.
         01 REG-APROV-LOG.
           03 ALG-DATA                      PIC 9(08).
           03 ALG-HORA                      PIC 9(08).
           03 ALG-EVENTO                    PIC X(10).
           03 ALG-SOLICITACAO               PIC X(92).

       FD CONT-GRUPOS.
           COPY DB_GRUPO.

       FD CONT-MEMBROS.
           COPY DB_MEMBRO.

       WORKING-STORAGE SECTION.
         77 WS-CAMINHO-CONTATOS             PIC X(100) VALUE SPACES.
         77 WS-FS-PARM                      PIC 99.
           88 OPCAO-AUDITORIA                       VALUE 12.
           88 OPCAO-TRANSFERE                       VALUE 13.
           88 OPCAO-DUPLICADOS                      VALUE 14.
           88 OPCAO-SINCRONIZA-RH                   VALUE 15.
           88 OPCAO-VCARD                           VALUE 16.
           88 OPCAO-AGENDA                          VALUE 17.
           88 OPCAO-APROVACOES                      VALUE 18.
           88 OPCAO-GRUPOS                          VALUE 19.
           88 OPCAO-SAIR                            VALUE 9.
         77 WS-OPCAO-DEPTO                   PIC 9(01) VALUE 0.
           88 DEPTO-INCLUIR                         VALUE 1.
           88 FS-DEPTO-OK                           VALUE 0.
         77 WS-COD-DEPTO                     PIC 9(02) VALUE ZERO.
         77 WS-DESC-DEPTO                    PIC X(20) VALUE SPACES.
         77 WS-DEPTO-PAI                     PIC 9(02) VALUE ZERO.
         77 WS-GESTOR-DEPTO                  PIC 9(05) VALUE ZERO.
         77 WS-DEPTO-SUBIDA                  PIC 9(02) VALUE ZERO.
         77 WS-NIVEL-SUBIDA                  PIC 9(03) VALUE ZERO.
         77 WS-QTD-SUBORDINADOS              PIC 9(02) VALUE ZERO.
         77 WS-HIERARQUIA-OK                 PIC X     VALUE 'N'.
           88 HIERARQUIA-VALIDA              VALUE 'S' FALSE 'N'.
         77 WS-DEPTO-VALIDO                  PIC X     VALUE 'N'.
           88 DEPTO-VALIDO                   VALUE 'S' FALSE 'N'.
         77 WS-NOME-PESQUISA                 PIC X(30) VALUE SPACES.
         77 WS-SEQ-FONE                     PIC 9(02) VALUE ZERO.
         77 WS-TIPO-FONE                    PIC X(01) VALUE SPACES.
         77 WS-VALOR-FONE                   PIC X(40) VALUE SPACES.
         77 WS-MOTIVO-FONE                  PIC X(25) VALUE SPACES.
         77 WS-VF-QTD                       PIC 9(02) VALUE ZERO.
         77 WS-VF-POS                       PIC 9(02) VALUE ZERO.
         77 WS-VF-FIM                       PIC 9(02) VALUE ZERO.
         77 WS-VF-TAM                       PIC 9(02) VALUE ZERO.
         77 WS-VF-DOMINIO                   PIC X(40) VALUE SPACES.
         77 WS-PROX-SEQ                     PIC 9(02) VALUE ZERO.
         77 WS-SEQ-TESTE                    PIC 9(03) VALUE ZERO.
         77 WS-SEM-FONES                    PIC X     VALUE 'N'.
         77 WS-DEPTO-SOBREV                 PIC 9(02) VALUE ZERO.
         77 WS-NOME-DUPL                    PIC X(30) VALUE SPACES.
         77 WS-DEPTO-DUPL                   PIC 9(02) VALUE ZERO.
         77 WS-SIT-DUPL                     PIC X(01) VALUE SPACES.
         77 WS-NORM-SOBREV                  PIC X(30) VALUE SPACES.
         77 WS-NORM-DUPL                    PIC X(30) VALUE SPACES.
         77 WS-QTD-FONES-MOVIDOS            PIC 9(02) VALUE ZERO.
         77 WS-FS-LOG                       PIC 99.
           88 FS-LOG-OK                             VALUE 0.
         77 WS-LOG-OPERACAO                 PIC X(10) VALUE SPACES.
         77 WS-LOG-ID                       PIC 9(05) VALUE ZERO.
         77 WS-LOG-NM-ANTES                 PIC X(30) VALUE SPACES.
         77 WS-LOG-NM-DEPOIS                PIC X(30) VALUE SPACES.
         77 WS-LOG-DEPTO-ANTES              PIC 9(02) VALUE ZERO.
         77 WS-LOG-DEPTO-DEPOIS             PIC 9(02) VALUE ZERO.
         77 WS-LOG-SIT-ANTES                PIC X(01) VALUE SPACES.
         77 WS-LOG-SIT-DEPOIS               PIC X(01) VALUE SPACES.
         77 WS-FS-LOTE                      PIC 99.
           88 FS-LOTE-OK                            VALUE 0.
         77 WS-TOTAL-LOTE                   PIC 9(05) VALUE ZERO.
         77 WS-MODO-LOTE                    PIC X     VALUE 'N'.
           88 MODO-LOTE                     VALUE 'S' FALSE 'N'.
         77 WS-ACAO-LOTE                    PIC X(10) VALUE SPACES.
         77 WS-FILTRO-LOTE                  PIC X(10) VALUE SPACES.
         77 WS-VALOR-FILTRO-LOTE            PIC X(10) VALUE SPACES.
         77 WS-QTD-IGUAL                    PIC 9(03) VALUE ZERO.
         77 WS-RETORNO-LOTE                 PIC 9(01) VALUE ZERO.
         77 WS-FS-RH                        PIC 99.
           88 FS-RH-OK                              VALUE 0.
         77 WS-EOF-RH                       PIC X.
           88 EOF-RH-OK                     VALUE 'S' FALSE 'N'.
         77 WS-FS-SINC                      PIC 99.
           88 FS-SINC-OK                            VALUE 0.
         77 WS-FS-SINC-PEND                 PIC 99.
           88 FS-SINC-PEND-OK                       VALUE 0.
         77 WS-EOF-SINC-PEND                PIC X.
           88 EOF-SINC-PEND-OK              VALUE 'S' FALSE 'N'.
         77 WS-ERRO-SINC                    PIC X     VALUE 'N'.
           88 ERRO-SINC                     VALUE 'S' FALSE 'N'.
         77 WS-RH-SEM-DEPTOS                PIC X     VALUE 'N'.
           88 RH-SEM-DEPTOS                 VALUE 'S' FALSE 'N'.
         77 WS-RH-SEM-CONTATOS              PIC X     VALUE 'N'.
           88 RH-SEM-CONTATOS               VALUE 'S' FALSE 'N'.
         77 WS-CONFIRMA-SINC                PIC X     VALUE 'N'.
           88 SINCRONIA-CONFIRMADA          VALUE 'S'.
         77 WS-RH-CAMPO-ID                  PIC X(10) VALUE SPACES.
         77 WS-RH-CAMPO-DEPTO               PIC X(10) VALUE SPACES.
         77 WS-RH-NOME                      PIC X(30) VALUE SPACES.
         77 WS-RH-NOME-AUX                  PIC X(30) VALUE SPACES.
         77 WS-RH-BRANCOS                   PIC 9(02) VALUE ZERO.
         77 WS-RH-MOTIVO                    PIC X(18) VALUE SPACES.
         77 WS-RH-LINHA                     PIC 9(05) VALUE ZERO.
         77 WS-CAMPO-NUMERO                 PIC X(10) VALUE SPACES.
         01 WS-NUMERO                       PIC X(05) JUSTIFIED RIGHT.
         01 WS-NUMERO-N REDEFINES WS-NUMERO PIC 9(05).
         77 WS-NUMERO-VALIDO                PIC X     VALUE 'N'.
           88 NUMERO-OK                     VALUE 'S' FALSE 'N'.
         77 WS-NUM-BRANCOS                  PIC 9(02) VALUE ZERO.
         77 WS-NUM-FIM-CAMPO                PIC 9(02) VALUE ZERO.
         77 WS-RH-ID-ANTERIOR               PIC 9(05) VALUE ZERO.
         77 WS-CHAVE-CONT                   PIC 9(06) VALUE ZERO.
         77 WS-CHAVE-RH                     PIC 9(06) VALUE ZERO.
         77 WS-QTD-RH-LIDOS                 PIC 9(05) VALUE ZERO.
         77 WS-QTD-RH-VALIDOS               PIC 9(05) VALUE ZERO.
         77 WS-QTD-SINC-NOVOS               PIC 9(05) VALUE ZERO.
         77 WS-QTD-SINC-DIFER               PIC 9(05) VALUE ZERO.
         77 WS-QTD-SINC-AUSENTES            PIC 9(05) VALUE ZERO.
         77 WS-QTD-SINC-REJEIT              PIC 9(05) VALUE ZERO.
         77 WS-QTD-SINC-INCL                PIC 9(05) VALUE ZERO.
         77 WS-QTD-SINC-ALTER               PIC 9(05) VALUE ZERO.
         77 WS-QTD-SINC-INATIV              PIC 9(05) VALUE ZERO.
         77 WS-QTD-SINC-FALHAS              PIC 9(05) VALUE ZERO.
         01 WS-LINHA-SINC.
           03 WS-LSI-TIPO                   PIC X(12).
           03 WS-LSI-ID                     PIC 9(05).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 WS-LSI-NOME                   PIC X(30).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 WS-LSI-DEPTO                  PIC Z9.
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 WS-LSI-OBS                    PIC X(28).
         77 WS-FS-VCARD                     PIC 99.
           88 FS-VCARD-OK                           VALUE 0.
         77 WS-ERRO-VCARD                   PIC X     VALUE 'N'.
           88 ERRO-VCARD                    VALUE 'S' FALSE 'N'.
         77 WS-VC-SEM-DEPTOS                PIC X     VALUE 'N'.
           88 VC-SEM-DEPTOS                 VALUE 'S' FALSE 'N'.
         77 WS-VC-FILTRA                    PIC X     VALUE 'N'.
           88 VC-FILTRA-DEPTO               VALUE 'S' FALSE 'N'.
         77 WS-VC-DEPTO-FILTRO              PIC 9(02) VALUE ZERO.
         77 WS-VC-RESPOSTA                  PIC X     VALUE 'N'.
         77 WS-QTD-VCARD                    PIC 9(05) VALUE ZERO.
         77 WS-VC-ENTRADA                   PIC X(40) VALUE SPACES.
         77 WS-VC-SAIDA                     PIC X(80) VALUE SPACES.
         77 WS-VC-TAM                       PIC 9(02) VALUE ZERO.
         77 WS-VC-FIM                       PIC 9(02) VALUE ZERO.
         77 WS-VC-POS                       PIC 9(02) VALUE ZERO.
         77 WS-VC-PREFIXO                   PIC X(20) VALUE SPACES.
         77 WS-VC-SUFIXO                    PIC X(04) VALUE SPACES.
         77 WS-FS-AGENDA                    PIC 99.
           88 FS-AGENDA-OK                          VALUE 0.
         77 WS-EOF-AGENDA                   PIC X.
           88 EOF-AGENDA-OK                 VALUE 'S' FALSE 'N'.
         77 WS-FS-AGD-REJ                   PIC 99.
           88 FS-AGD-REJ-OK                         VALUE 0.
         77 WS-ERRO-AGENDA                  PIC X     VALUE 'N'.
           88 ERRO-AGENDA                   VALUE 'S' FALSE 'N'.
         77 WS-OPCAO-AGENDA                 PIC 9(01) VALUE 0.
           88 AGENDA-INCLUIR                        VALUE 1.
           88 AGENDA-LISTAR                         VALUE 2.
           88 AGENDA-CORRIGIR                       VALUE 3.
           88 AGENDA-CANCELAR                       VALUE 4.
           88 AGENDA-APLICAR                        VALUE 5.
           88 AGENDA-VOLTAR                         VALUE 9.
         77 WS-AGD-NUMERO                   PIC 9(05) VALUE ZERO.
         77 WS-AGD-ULTIMO                   PIC 9(05) VALUE ZERO.
         77 WS-AGD-TIPO                     PIC X(01) VALUE SPACES.
         77 WS-AGD-ID-CONTATO               PIC 9(05) VALUE ZERO.
         77 WS-AGD-ORIGEM                   PIC 9(02) VALUE ZERO.
         77 WS-AGD-DESTINO                  PIC 9(02) VALUE ZERO.
         77 WS-AGD-MOTIVO                   PIC X(30) VALUE SPACES.
         77 WS-AGD-HOJE                     PIC 9(08) VALUE ZERO.
         01 WS-AGD-DATA                     PIC 9(08) VALUE ZERO.
         01 FILLER REDEFINES WS-AGD-DATA.
           03 WS-AGD-ANO                    PIC 9(04).
           03 WS-AGD-MES                    PIC 9(02).
           03 WS-AGD-DIA                    PIC 9(02).
         77 WS-AGD-DIAS-MES                 PIC 9(02) VALUE ZERO.
         77 WS-AGD-QUOCIENTE                PIC 9(04) VALUE ZERO.
         77 WS-AGD-RESTO                    PIC 9(04) VALUE ZERO.
         77 WS-AGD-DATA-OK                  PIC X     VALUE 'N'.
           88 AGD-DATA-VALIDA               VALUE 'S' FALSE 'N'.
         77 WS-AGD-TODAS                    PIC X     VALUE 'N'.
           88 AGD-LISTA-TODAS               VALUE 'S' FALSE 'N'.
         77 WS-CONFIRMA-AGENDA              PIC X     VALUE 'N'.
           88 AGENDA-CONFIRMADA             VALUE 'S'.
         77 WS-AGD-FECHADA                  PIC X     VALUE 'N'.
           88 AGD-FECHADA                   VALUE 'S' FALSE 'N'.
         77 WS-QTD-AGD-APLICADAS            PIC 9(05) VALUE ZERO.
         77 WS-QTD-AGD-FALHAS               PIC 9(05) VALUE ZERO.
         01 WS-AGD-DATA-LIN                 PIC 9(08) VALUE ZERO.
         01 FILLER REDEFINES WS-AGD-DATA-LIN.
           03 WS-ADL-ANO                    PIC 9(04).
           03 WS-ADL-MES                    PIC 9(02).
           03 WS-ADL-DIA                    PIC 9(02).
         01 WS-AGD-DATA-EDIT.
           03 WS-ADE-DIA                    PIC 9(02).
           03 FILLER                        PIC X(01) VALUE '/'.
           03 WS-ADE-MES                    PIC 9(02).
           03 FILLER                        PIC X(01) VALUE '/'.
           03 WS-ADE-ANO                    PIC 9(04).
         77 WS-FS-APROV                     PIC 99.
           88 FS-APROV-OK                           VALUE 0.
         77 WS-EOF-APROV                    PIC X.
           88 EOF-APROV-OK                  VALUE 'S' FALSE 'N'.
         77 WS-FS-APROV-LOG                 PIC 99.
           88 FS-APROV-LOG-OK                       VALUE 0.
         77 WS-ERRO-APROV                   PIC X     VALUE 'N'.
           88 ERRO-APROV                    VALUE 'S' FALSE 'N'.
         77 WS-OPCAO-APROV                  PIC 9(01) VALUE 0.
           88 APROV-LISTAR                          VALUE 1.
           88 APROV-APROVAR                         VALUE 2.
           88 APROV-REJEITAR                        VALUE 3.
           88 APROV-HISTORICO                       VALUE 4.
           88 APROV-VOLTAR                          VALUE 9.
         77 WS-APV-PRAZO-DIAS               PIC 9(03) VALUE 7.
         77 WS-APV-NUMERO                   PIC 9(05) VALUE ZERO.
         77 WS-APV-ULTIMO                   PIC 9(05) VALUE ZERO.
         77 WS-APV-EXISTENTE                PIC 9(05) VALUE ZERO.
         77 WS-APV-TIPO                     PIC X(01) VALUE SPACES.
         77 WS-APV-ID-CONTATO               PIC 9(05) VALUE ZERO.
         77 WS-APV-ID-DUPL                  PIC 9(05) VALUE ZERO.
         77 WS-APV-ORIGEM                   PIC 9(02) VALUE ZERO.
         77 WS-APV-DESTINO                  PIC 9(02) VALUE ZERO.
         77 WS-APV-NUM-AGENDA               PIC 9(05) VALUE ZERO.
         77 WS-APV-HORA                     PIC 9(08) VALUE ZERO.
         77 WS-APV-MOTIVO                   PIC X(30) VALUE SPACES.
         77 WS-APV-EVENTO                   PIC X(10) VALUE SPACES.
         77 WS-APV-EXECUCAO                 PIC X     VALUE 'N'.
           88 EXECUCAO-OK                   VALUE 'S' FALSE 'N'.
         77 WS-APV-REGISTRADA               PIC X     VALUE 'N'.
           88 SOLICITACAO-REGISTRADA        VALUE 'S' FALSE 'N'.
         77 WS-APV-TODAS                    PIC X     VALUE 'N'.
           88 APV-LISTA-TODAS               VALUE 'S' FALSE 'N'.
         77 WS-CONFIRMA-APROV               PIC X     VALUE 'N'.
           88 APROVACAO-CONFIRMADA          VALUE 'S'.
         77 WS-QTD-APV-EXPIRADAS            PIC 9(05) VALUE ZERO.
         77 WS-APV-ID-EXIBE                 PIC 9(05) VALUE ZERO.
         77 WS-APV-SELECIONADA              PIC X     VALUE 'N'.
           88 SOLICITACAO-SELECIONADA       VALUE 'S' FALSE 'N'.
         77 WS-FS-GRUPO                     PIC 99.
           88 FS-GRUPO-OK                           VALUE 0.
         77 WS-EOF-GRUPO                    PIC X.
           88 EOF-GRUPO-OK                  VALUE 'S' FALSE 'N'.
         77 WS-FS-MEMBRO                    PIC 99.
           88 FS-MEMBRO-OK                          VALUE 0.
         77 WS-EOF-MEMBRO                   PIC X.
           88 EOF-MEMBRO-OK                 VALUE 'S' FALSE 'N'.
         77 WS-OPCAO-GRUPO                  PIC 9(01) VALUE 0.
           88 GRUPO-INCLUIR                         VALUE 1.
           88 GRUPO-LISTAR                          VALUE 2.
           88 GRUPO-INCLUIR-MEMBRO                  VALUE 3.
           88 GRUPO-RETIRAR-MEMBRO                  VALUE 4.
           88 GRUPO-LISTAR-MEMBROS                  VALUE 5.
           88 GRUPO-CANCELAR                        VALUE 9.
         77 WS-COD-GRUPO                    PIC 9(03) VALUE ZERO.
         77 WS-DESC-GRUPO                   PIC X(30) VALUE SPACES.
         77 WS-GRUPO-OK                     PIC X     VALUE 'N'.
           88 GRUPO-VALIDO                  VALUE 'S' FALSE 'N'.
         77 WS-MBR-ID-CONTATO               PIC 9(05) VALUE ZERO.
         77 WS-MBR-SITUACAO                 PIC X(01) VALUE SPACES.
         77 WS-QTD-MBR-ATUALIZ              PIC 9(05) VALUE ZERO.
         77 WS-QTD-MBR-ATIVOS               PIC 9(05) VALUE ZERO.
         77 WS-QTD-MBR-INATIVOS             PIC 9(05) VALUE ZERO.
         77 WS-EXP-FILTRA                   PIC X     VALUE 'N'.
           88 EXP-FILTRA-GRUPO              VALUE 'S' FALSE 'N'.
         77 WS-EXP-ERRO                     PIC X     VALUE 'N'.
           88 ERRO-FILTRO-GRUPO             VALUE 'S' FALSE 'N'.
         77 WS-EXP-GRUPO                    PIC 9(03) VALUE ZERO.
         77 WS-EXP-RESPOSTA                 PIC X     VALUE 'N'.
         01 WS-LINHA-APROV.
           03 WS-LAP-NUMERO                 PIC 9(05).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 WS-LAP-TIPO                   PIC X(01).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 WS-LAP-OPER-SOLIC             PIC 9(02).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 WS-LAP-DATA                   PIC X(10).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 WS-LAP-ID                     PIC 9(05).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 WS-LAP-ID-DUPL                PIC 9(05).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 WS-LAP-ORIGEM                 PIC Z9.
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 WS-LAP-DESTINO                PIC Z9.
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 WS-LAP-AGENDA                 PIC 9(05).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 WS-LAP-SIT                    PIC X(01).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 WS-LAP-OPER-DECISAO           PIC 9(02).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 WS-LAP-MOTIVO                 PIC X(28).
         01 WS-LINHA-AGENDA.
           03 WS-LAG-NUMERO                 PIC 9(05).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 WS-LAG-DATA                   PIC X(10).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 WS-LAG-TIPO                   PIC X(01).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 WS-LAG-ID                     PIC 9(05).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 WS-LAG-ORIGEM                 PIC Z9.
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 WS-LAG-DESTINO                PIC Z9.
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 WS-LAG-SIT                    PIC X(01).
           03 FILLER                        PIC X(01) VALUE SPACES.
           03 WS-LAG-MOTIVO                 PIC X(30).
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
      ******************************************************************
      * P030-EXECUTA-LOTE
      * Modo de lote nao assistido: executa a acao pedida na linha
      * 'CADCONTT=' de CADCONT.PRM (EXPORTA, ETIQUETAS, SINCRONIZA,
      * VCARD, AGENDA ou EXPIRA) sem nenhum prompt, grava a linha de
      * resumo da execucao e deixa o codigo de retorno
      * (0 sucesso, 8 falha) em WS-RETORNO-LOTE para o P900-FIM
      * devolver ao escalonador.
      ******************************************************************
       P030-EXECUTA-LOTE.
           MOVE ZERO                 TO WS-RETORNO-LOTE
                   IF ERRO-ETIQ
                       MOVE 8        TO WS-RETORNO-LOTE
                   END-IF
               WHEN 'SINCRONIZA'
                   PERFORM P680-SINCRONIZA-RH THRU P680-FIM
                   IF ERRO-SINC
                       MOVE 8        TO WS-RETORNO-LOTE
                   END-IF
               WHEN 'VCARD'
                   PERFORM P740-EXPORTA-VCARD THRU P740-FIM
                   IF ERRO-VCARD
                       MOVE 8        TO WS-RETORNO-LOTE
                   END-IF
               WHEN 'AGENDA'
                   PERFORM P760-APLICA-AGENDA THRU P760-FIM
                   IF ERRO-AGENDA
                       MOVE 8        TO WS-RETORNO-LOTE
                   END-IF
               WHEN 'EXPIRA'
                   PERFORM P774-EXPIRA-LOTE THRU P774-FIM
                   IF ERRO-APROV
                       MOVE 8        TO WS-RETORNO-LOTE
                   END-IF
               WHEN OTHER
                   DISPLAY 'ACAO DE LOTE INVALIDA: ' WS-ACAO-LOTE
                   MOVE 8            TO WS-RETORNO-LOTE
      * CAMINHO_CONTATOS, arquivo de parametros CADCONT.PRM e, na
      * falta dos dois, um caminho padrao relativo. No CADCONT.PRM, a
      * primeira linha sem '=' e o caminho (formato original); a
      * linha 'CADCONTT=<ACAO> [<FILTRO> <VALOR>]' arma o modo de
      * lote nao assistido deste programa e linhas 'OUTROPROG=' sao
      * ignoradas.
      ******************************************************************
       P010-DEFINE-CAMINHO.
           MOVE SPACES                  TO WS-CAMINHO-CONTATOS
           SET MODO-LOTE                TO FALSE
           MOVE SPACES                  TO WS-ACAO-LOTE
           MOVE SPACES                  TO WS-FILTRO-LOTE
           MOVE SPACES                  TO WS-VALOR-FILTRO-LOTE
           DISPLAY 'CAMINHO_CONTATOS' UPON ENVIRONMENT-NAME
           ACCEPT WS-CAMINHO-CONTATOS FROM ENVIRONMENT-VALUE

       P012-TRATA-PARAMETRO.
           IF REG-PARAMETROS (1:9) EQUAL 'CADCONTT=' THEN
               SET MODO-LOTE         TO TRUE
               MOVE SPACES           TO WS-ACAO-LOTE
               MOVE SPACES           TO WS-FILTRO-LOTE
               MOVE SPACES           TO WS-VALOR-FILTRO-LOTE
               UNSTRING REG-PARAMETROS (10:91)
                   DELIMITED BY ALL SPACE
                   INTO WS-ACAO-LOTE WS-FILTRO-LOTE
                        WS-VALOR-FILTRO-LOTE
               END-UNSTRING
           ELSE
               MOVE ZERO             TO WS-QTD-IGUAL
               INSPECT REG-PARAMETROS
           DISPLAY '12 - AUDITORIA DE INTEGRIDADE DE DEPARTAMENTOS'
           DISPLAY '13 - TRANSFERIR DEPARTAMENTO EM MASSA'
           DISPLAY '14 - CONTATOS DUPLICADOS (RELATORIO/FUSAO)'
           DISPLAY '15 - SINCRONIZAR CONTATOS COM O QUADRO DO RH'
           DISPLAY '16 - EXPORTAR CONTATOS PARA VCARD (.VCF)'
           DISPLAY '17 - ALTERACOES PROGRAMADAS (AGENDA)'
           DISPLAY '18 - APROVACOES PENDENTES (SEGUNDO OPERADOR)'
           DISPLAY '19 - GRUPOS DE CONTATOS (LISTAS DE DISTRIBUICAO)'
           DISPLAY '9 - SAIR'
           DISPLAY 'OPCAO: '
           ACCEPT WS-OPCAO
                   PERFORM P490-TRANSFERE-DEPTO THRU P490-FIM
               WHEN OPCAO-DUPLICADOS
                   PERFORM P660-DUPLICADOS THRU P660-FIM
               WHEN OPCAO-SINCRONIZA-RH
                   PERFORM P680-SINCRONIZA-RH THRU P680-FIM
               WHEN OPCAO-VCARD
                   PERFORM P740-EXPORTA-VCARD THRU P740-FIM
               WHEN OPCAO-AGENDA
                   PERFORM P750-AGENDA THRU P750-FIM
               WHEN OPCAO-APROVACOES
                   PERFORM P770-APROVACOES THRU P770-FIM
               WHEN OPCAO-GRUPOS
                   PERFORM P270-GRUPOS THRU P270-FIM
               WHEN OPCAO-SAIR
                   SET EXIT-OK           TO TRUE
               WHEN OTHER
      ******************************************************************
      * P200-DEPARTAMENTOS
      * Menu de manutencao do cadastro DEPARTAMENTOS (incluir, listar,
      * corrigir, excluir), usado para validar o campo DEPTO-CONTATO
      * de CONTATOS. Cada departamento tem um superior (0 = diretoria)
      * e um contato responsavel (0 = sem responsavel).
      ******************************************************************
       P200-DEPARTAMENTOS.
           SET FS-DEPTO-OK          TO TRUE
           DISPLAY ' '
           DISPLAY '1 - INCLUIR DEPARTAMENTO'
           DISPLAY '2 - LISTAR DEPARTAMENTOS'
           DISPLAY '3 - CORRIGIR DEPARTAMENTO'
           DISPLAY '4 - EXCLUIR DEPARTAMENTO'
           DISPLAY '9 - CANCELAR'
           DISPLAY 'OPCAO: '

           DISPLAY 'DESCRICAO DO DEPARTAMENTO: '
           ACCEPT WS-DESC-DEPTO
           PERFORM P215-ACEITA-HIERARQUIA THRU P215-FIM

           IF NOT HIERARQUIA-VALIDA THEN
               DISPLAY 'DEPARTAMENTO NAO INCLUIDO'
               GO TO P210-FIM
           END-IF

           PERFORM P216-MONTA-DEPTO
           WRITE REG-DEPARTAMENTOS

           IF FS-DEPTO-OK THEN
               DISPLAY 'DEPARTAMENTO SALVO COM SUCESSO!'
               MOVE 'DEPTO-INCL'     TO WS-LOG-OPERACAO
               MOVE SPACES           TO WS-LOG-NM-ANTES
               MOVE WS-DESC-DEPTO    TO WS-LOG-NM-DEPOIS
               MOVE ZERO             TO WS-LOG-DEPTO-ANTES
               MOVE WS-COD-DEPTO     TO WS-LOG-DEPTO-DEPOIS
               PERFORM P804-GRAVA-LOG-DEPTO
           ELSE
               DISPLAY 'ERRO AO GRAVAR O DEPARTAMENTO'
               DISPLAY 'FILE STATUS: ' WS-FS-DEPTO
           .
       P210-FIM.

      ******************************************************************
      * P215-ACEITA-HIERARQUIA
      * Solicita o departamento superior e o contato responsavel de
      * WS-COD-DEPTO e os confere em P247-VALIDA-HIERARQUIA.
      ******************************************************************
       P215-ACEITA-HIERARQUIA.
           DISPLAY 'DEPARTAMENTO SUPERIOR (0 = DIRETORIA): '
           ACCEPT WS-DEPTO-PAI
           DISPLAY 'ID DO CONTATO RESPONSAVEL (0 = SEM RESPONSAVEL): '
           ACCEPT WS-GESTOR-DEPTO
           PERFORM P247-VALIDA-HIERARQUIA THRU P247-FIM
           .
       P215-FIM.

      *    A conferencia le outros departamentos na mesma area de
      *    registro; o registro e remontado antes de WRITE/REWRITE.
       P216-MONTA-DEPTO.
           MOVE WS-COD-DEPTO         TO COD-DEPTO
           MOVE WS-DESC-DEPTO        TO DESC-DEPTO
           MOVE WS-DEPTO-PAI         TO COD-DEPTO-PAI
           MOVE WS-GESTOR-DEPTO      TO ID-GESTOR-DEPTO
           .

       P220-LISTA-DEPTO.
           SET EOF-OK                TO FALSE
           DISPLAY ' '
           DISPLAY 'COD DESCRICAO            SUP RESP.'
           DISPLAY '--- -------------------- --- -----'
           PERFORM P221-LE-DEPTO
           PERFORM P222-EXIBE-DEPTO UNTIL EOF-OK
           .
           .

       P222-EXIBE-DEPTO.
           DISPLAY COD-DEPTO SPACE SPACE DESC-DEPTO SPACE
                   COD-DEPTO-PAI SPACE SPACE ID-GESTOR-DEPTO
           PERFORM P221-LE-DEPTO
           .

           END-READ

           DISPLAY 'DESCRICAO ATUAL: ' DESC-DEPTO
           DISPLAY 'SUPERIOR ATUAL: ' COD-DEPTO-PAI
           DISPLAY 'RESPONSAVEL ATUAL: ' ID-GESTOR-DEPTO
           MOVE DESC-DEPTO           TO WS-LOG-NM-ANTES
           DISPLAY 'NOVA DESCRICAO (EM BRANCO MANTEM A ATUAL): '
           MOVE SPACES               TO WS-DESC-DEPTO
           ACCEPT WS-DESC-DEPTO
           IF WS-DESC-DEPTO EQUAL SPACES
               MOVE DESC-DEPTO       TO WS-DESC-DEPTO
           END-IF
           PERFORM P215-ACEITA-HIERARQUIA THRU P215-FIM

           IF NOT HIERARQUIA-VALIDA THEN
               DISPLAY 'DEPARTAMENTO NAO ALTERADO'
               GO TO P230-FIM
           END-IF

           PERFORM P216-MONTA-DEPTO
           REWRITE REG-DEPARTAMENTOS

           IF FS-DEPTO-OK THEN
               DISPLAY 'DEPARTAMENTO ATUALIZADO COM SUCESSO!'
               MOVE 'DEPTO-ALT'      TO WS-LOG-OPERACAO
               MOVE WS-DESC-DEPTO    TO WS-LOG-NM-DEPOIS
               MOVE WS-COD-DEPTO     TO WS-LOG-DEPTO-ANTES
               MOVE WS-COD-DEPTO     TO WS-LOG-DEPTO-DEPOIS
               PERFORM P804-GRAVA-LOG-DEPTO
           ELSE
               DISPLAY 'ERRO AO ATUALIZAR O DEPARTAMENTO'
               DISPLAY 'FILE STATUS: ' WS-FS-DEPTO
      * Exclui um departamento do cadastro, desde que nenhum contato
      * ainda o referencie em DEPTO-CONTATO: a exclusao com contatos
      * vinculados deixaria grupos sem descricao no relatorio por
      * departamento e codigos invalidos nos proprios registros. Pelo
      * mesmo motivo, departamento que e superior de outro nao pode
      * ser excluido.
      ******************************************************************
       P240-EXCLUI-DEPTO.
           DISPLAY 'CODIGO DO DEPARTAMENTO: '
                   DISPLAY 'DEPARTAMENTO NAO ENCONTRADO'
                   GO TO P240-FIM
           END-READ
           MOVE DESC-DEPTO           TO WS-LOG-NM-ANTES

           PERFORM P245-CONTA-USO-DEPTO THRU P245-FIM

               GO TO P240-FIM
           END-IF

           PERFORM P243-CONTA-SUBORDINADOS THRU P243-FIM

           IF WS-QTD-SUBORDINADOS GREATER ZERO THEN
               DISPLAY 'DEPARTAMENTO COM SUBORDINADOS, EXCLUSAO '
                       'BLOQUEADA'
               DISPLAY 'DEPARTAMENTOS SUBORDINADOS: '
                       WS-QTD-SUBORDINADOS
               DISPLAY 'CORRIJA O SUPERIOR DELES ANTES DE EXCLUIR'
               GO TO P240-FIM
           END-IF

           MOVE WS-COD-DEPTO         TO COD-DEPTO
           DELETE DEPARTAMENTOS RECORD

           IF FS-DEPTO-OK THEN
               DISPLAY 'DEPARTAMENTO EXCLUIDO COM SUCESSO!'
               MOVE 'DEPTO-EXCL'     TO WS-LOG-OPERACAO
               MOVE SPACES           TO WS-LOG-NM-DEPOIS
               MOVE WS-COD-DEPTO     TO WS-LOG-DEPTO-ANTES
               MOVE ZERO             TO WS-LOG-DEPTO-DEPOIS
               PERFORM P804-GRAVA-LOG-DEPTO
           ELSE
               DISPLAY 'ERRO AO EXCLUIR O DEPARTAMENTO'
               DISPLAY 'FILE STATUS: ' WS-FS-DEPTO
           .
       P240-FIM.

      ******************************************************************
      * P243-CONTA-SUBORDINADOS
      * Conta em WS-QTD-SUBORDINADOS os departamentos cujo superior
      * (COD-DEPTO-PAI) e WS-COD-DEPTO, percorrendo DEPARTAMENTOS
      * desde o primeiro codigo.
      ******************************************************************
       P243-CONTA-SUBORDINADOS.
           MOVE ZERO                 TO WS-QTD-SUBORDINADOS
           MOVE ZERO                 TO COD-DEPTO
           START DEPARTAMENTOS KEY IS NOT LESS THAN COD-DEPTO
               INVALID KEY
                   GO TO P243-FIM
           END-START

           SET EOF-OK                TO FALSE
           PERFORM P221-LE-DEPTO
           PERFORM P244-TESTA-SUBORDINADO UNTIL EOF-OK
           .
       P243-FIM.

       P244-TESTA-SUBORDINADO.
           IF COD-DEPTO-PAI EQUAL WS-COD-DEPTO
               ADD 1                 TO WS-QTD-SUBORDINADOS
           END-IF
           PERFORM P221-LE-DEPTO
           .

      ******************************************************************
      * P245-CONTA-USO-DEPTO
      * Conta em WS-QTD-USO-DEPTO quantos contatos (ativos ou
           PERFORM P410-LE-CONTATO
           .

      ******************************************************************
      * P247-VALIDA-HIERARQUIA
      * Confere WS-DEPTO-PAI e WS-GESTOR-DEPTO para WS-COD-DEPTO. O
      * superior, quando informado, deve estar cadastrado, ser outro
      * departamento e nao ter WS-COD-DEPTO acima dele na cadeia de
      * superiores (o que fecharia um ciclo). O responsavel, quando
      * informado, deve ser contato ativo em CONTATOS. Resultado em
      * HIERARQUIA-VALIDA.
      ******************************************************************
       P247-VALIDA-HIERARQUIA.
           SET HIERARQUIA-VALIDA     TO TRUE

           IF WS-DEPTO-PAI NOT EQUAL ZERO
               IF WS-DEPTO-PAI EQUAL WS-COD-DEPTO
                   DISPLAY 'DEPARTAMENTO NAO PODE SER SUPERIOR DELE '
                           'MESMO'
                   SET HIERARQUIA-VALIDA TO FALSE
                   GO TO P247-FIM
               END-IF

               MOVE WS-DEPTO-PAI     TO COD-DEPTO
               READ DEPARTAMENTOS KEY IS COD-DEPTO
                   INVALID KEY
                       DISPLAY 'DEPARTAMENTO SUPERIOR NAO CADASTRADO'
                       SET HIERARQUIA-VALIDA TO FALSE
                       GO TO P247-FIM
               END-READ

      *        Sobe a cadeia a partir do superior ate a diretoria; o
      *        limite de niveis protege contra ciclo ja gravado.
               MOVE COD-DEPTO-PAI    TO WS-DEPTO-SUBIDA
               MOVE 1                TO WS-NIVEL-SUBIDA
               PERFORM P248-SOBE-NIVEL
                   UNTIL WS-DEPTO-SUBIDA EQUAL ZERO
                      OR WS-DEPTO-SUBIDA EQUAL WS-COD-DEPTO
                      OR WS-NIVEL-SUBIDA GREATER 99

               IF WS-DEPTO-SUBIDA NOT EQUAL ZERO
                   DISPLAY 'CICLO NA HIERARQUIA: ' WS-COD-DEPTO
                           ' JA ESTA ACIMA DE ' WS-DEPTO-PAI
                   SET HIERARQUIA-VALIDA TO FALSE
                   GO TO P247-FIM
               END-IF
           END-IF

           IF WS-GESTOR-DEPTO NOT EQUAL ZERO
               PERFORM P249-VALIDA-GESTOR THRU P249-FIM
           END-IF
           .
       P247-FIM.

       P248-SOBE-NIVEL.
           MOVE WS-DEPTO-SUBIDA      TO COD-DEPTO
           READ DEPARTAMENTOS KEY IS COD-DEPTO
               INVALID KEY
                   MOVE ZERO         TO WS-DEPTO-SUBIDA
               NOT INVALID KEY
                   MOVE COD-DEPTO-PAI TO WS-DEPTO-SUBIDA
           END-READ
           ADD 1                     TO WS-NIVEL-SUBIDA
           .

      ******************************************************************
      * P249-VALIDA-GESTOR
      * Confere que WS-GESTOR-DEPTO e contato ativo em CONTATOS,
      * abrindo o cadastro so para a consulta.
      ******************************************************************
       P249-VALIDA-GESTOR.
           SET FS-OK                 TO TRUE
           OPEN INPUT CONTATOS

           IF NOT FS-OK THEN
               DISPLAY 'CADASTRO DE CONTATOS INDISPONIVEL'
               DISPLAY 'FILE STATUS: ' WS-FS
               SET HIERARQUIA-VALIDA TO FALSE
               GO TO P249-FIM
           END-IF

           MOVE WS-GESTOR-DEPTO      TO ID-CONTATO
           READ CONTATOS KEY IS ID-CONTATO
               INVALID KEY
                   DISPLAY 'CONTATO RESPONSAVEL NAO CADASTRADO'
                   SET HIERARQUIA-VALIDA TO FALSE
               NOT INVALID KEY
                   IF SIT-CONTATO NOT EQUAL 'A'
                       DISPLAY 'CONTATO RESPONSAVEL INATIVO: '
                               NM-CONTATO
                       SET HIERARQUIA-VALIDA TO FALSE
                   ELSE
                       DISPLAY 'RESPONSAVEL: ' NM-CONTATO
                   END-IF
           END-READ

           CLOSE CONTATOS
           .
       P249-FIM.

      ******************************************************************
      * P250-VALIDA-DEPTO
      * Confere se WS-DEPTO-CONTATO corresponde a um departamento
       P265-FIM.

      ******************************************************************
      * P270-GRUPOS
      * Menu dos grupos de contatos (listas de distribuicao): cadastro
      * de grupos em CONT-GRUPOS e participacao dos contatos em
      * CONT-MEMBROS (um contato pode estar em varios grupos,
      * independentemente do DEPTO-CONTATO). A consulta e livre; a
      * manutencao e restrita a operadores autorizados.
      ******************************************************************
       P270-GRUPOS.
           SET FS-GRUPO-OK           TO TRUE
           OPEN I-O CONT-GRUPOS

           IF WS-FS-GRUPO EQUAL 35 THEN
               OPEN OUTPUT CONT-GRUPOS
               CLOSE CONT-GRUPOS
               OPEN I-O CONT-GRUPOS
           END-IF

           IF NOT FS-GRUPO-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE GRUPOS'
               DISPLAY 'FILE STATUS: ' WS-FS-GRUPO
               GO TO P270-FIM
           END-IF

           SET FS-MEMBRO-OK          TO TRUE
           OPEN I-O CONT-MEMBROS

           IF WS-FS-MEMBRO EQUAL 35 THEN
               OPEN OUTPUT CONT-MEMBROS
               CLOSE CONT-MEMBROS
               OPEN I-O CONT-MEMBROS
           END-IF

           IF NOT FS-MEMBRO-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MEMBROS DE GRUPOS'
               DISPLAY 'FILE STATUS: ' WS-FS-MEMBRO
               CLOSE CONT-GRUPOS
               GO TO P270-FIM
           END-IF

           DISPLAY ' '
           DISPLAY '1 - INCLUIR GRUPO'
           DISPLAY '2 - LISTAR GRUPOS'
           DISPLAY '3 - INCLUIR CONTATO EM GRUPO'
           DISPLAY '4 - RETIRAR CONTATO DE GRUPO'
           DISPLAY '5 - LISTAR MEMBROS DE UM GRUPO'
           DISPLAY '9 - CANCELAR'
           DISPLAY 'OPCAO: '
           ACCEPT WS-OPCAO-GRUPO

           IF NOT OPERADOR-AUTORIZADO
              AND (GRUPO-INCLUIR OR GRUPO-INCLUIR-MEMBRO
                   OR GRUPO-RETIRAR-MEMBRO) THEN
               DISPLAY 'OPERACAO RESTRITA A OPERADORES AUTORIZADOS'
               MOVE 9                TO WS-OPCAO-GRUPO
           END-IF

           EVALUATE TRUE
               WHEN GRUPO-INCLUIR
                   PERFORM P271-INCLUI-GRUPO THRU P271-FIM
               WHEN GRUPO-LISTAR
                   PERFORM P272-LISTA-GRUPOS
               WHEN GRUPO-INCLUIR-MEMBRO
                   PERFORM P273-INCLUI-MEMBRO THRU P273-FIM
               WHEN GRUPO-RETIRAR-MEMBRO
                   PERFORM P274-RETIRA-MEMBRO THRU P274-FIM
               WHEN GRUPO-LISTAR-MEMBROS
                   PERFORM P275-LISTA-MEMBROS THRU P275-FIM
               WHEN OTHER
                   DISPLAY 'OPERACAO CANCELADA'
           END-EVALUATE

           CLOSE CONT-GRUPOS
           CLOSE CONT-MEMBROS
           .
       P270-FIM.

       P271-INCLUI-GRUPO.
           DISPLAY 'CODIGO DO GRUPO (1 A 999): '
           ACCEPT WS-COD-GRUPO

           IF WS-COD-GRUPO EQUAL ZERO THEN
               DISPLAY 'CODIGO DE GRUPO INVALIDO'
               GO TO P271-FIM
           END-IF

           MOVE WS-COD-GRUPO         TO COD-GRUPO
           READ CONT-GRUPOS KEY IS COD-GRUPO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'JA EXISTE GRUPO COM ESSE CODIGO'
                   GO TO P271-FIM
           END-READ

           DISPLAY 'DESCRICAO DO GRUPO: '
           MOVE SPACES               TO WS-DESC-GRUPO
           ACCEPT WS-DESC-GRUPO

           IF WS-DESC-GRUPO EQUAL SPACES THEN
               DISPLAY 'DESCRICAO DO GRUPO OBRIGATORIA'
               GO TO P271-FIM
           END-IF

           MOVE WS-COD-GRUPO         TO COD-GRUPO
           MOVE WS-DESC-GRUPO        TO DESC-GRUPO
           ACCEPT GRP-DATA-CADASTRO  FROM DATE YYYYMMDD
           MOVE WS-COD-LOGIN         TO GRP-OPER-CADASTRO
           WRITE REG-GRUPOS

           IF FS-GRUPO-OK THEN
               DISPLAY 'GRUPO SALVO COM SUCESSO!'
           ELSE
               DISPLAY 'ERRO AO GRAVAR O GRUPO'
               DISPLAY 'FILE STATUS: ' WS-FS-GRUPO
           END-IF
           .
       P271-FIM.

      *    Lista os grupos com a quantidade de membros ativos e de
      *    membros com o contato inativado.
       P272-LISTA-GRUPOS.
           MOVE ZERO                 TO COD-GRUPO
           SET EOF-GRUPO-OK          TO FALSE
           START CONT-GRUPOS KEY IS NOT LESS THAN COD-GRUPO
               INVALID KEY
                   SET EOF-GRUPO-OK  TO TRUE
           END-START

           DISPLAY ' '
           DISPLAY 'COD DESCRICAO                      ATIVOS INATIV'
           DISPLAY '--- ------------------------------ ------ ------'

           IF NOT EOF-GRUPO-OK THEN
               PERFORM P279-LE-GRUPO
           END-IF
           PERFORM P2721-EXIBE-GRUPO UNTIL EOF-GRUPO-OK
           .

       P2721-EXIBE-GRUPO.
           MOVE COD-GRUPO            TO WS-COD-GRUPO
           PERFORM P277-CONTA-MEMBROS
           DISPLAY COD-GRUPO SPACE DESC-GRUPO SPACE
                   WS-QTD-MBR-ATIVOS SPACE SPACE WS-QTD-MBR-INATIVOS
           PERFORM P279-LE-GRUPO
           .

      ******************************************************************
      * P273-INCLUI-MEMBRO
      * Inclui um contato ativo em um grupo existente. A participacao
      * guarda a data e o operador da inclusao.
      ******************************************************************
       P273-INCLUI-MEMBRO.
           PERFORM P276-ACEITA-GRUPO THRU P276-FIM
           IF NOT GRUPO-VALIDO
               GO TO P273-FIM
           END-IF

           DISPLAY 'ID DO CONTATO: '
           ACCEPT WS-MBR-ID-CONTATO

           SET FS-OK                 TO TRUE
           OPEN INPUT CONTATOS

           IF NOT FS-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               GO TO P273-FIM
           END-IF

           MOVE WS-MBR-ID-CONTATO    TO ID-CONTATO
           READ CONTATOS KEY IS ID-CONTATO
               INVALID KEY
                   DISPLAY 'CONTATO NAO ENCONTRADO'
                   CLOSE CONTATOS
                   GO TO P273-FIM
           END-READ
           CLOSE CONTATOS

           IF SIT-CONTATO EQUAL 'I' THEN
               DISPLAY 'CONTATO INATIVO NAO PODE SER INCLUIDO EM GRUPO'
               GO TO P273-FIM
           END-IF
           DISPLAY 'CONTATO: ' NM-CONTATO

           MOVE WS-COD-GRUPO         TO MBR-COD-GRUPO
           MOVE WS-MBR-ID-CONTATO    TO MBR-ID-CONTATO
           MOVE 'A'                  TO SIT-MEMBRO
           ACCEPT MBR-DATA-INCLUSAO  FROM DATE YYYYMMDD
           MOVE WS-COD-LOGIN         TO MBR-OPER-INCLUSAO
           MOVE MBR-DATA-INCLUSAO    TO MBR-DATA-SIT
           WRITE REG-MEMBROS

           EVALUATE TRUE
               WHEN FS-MEMBRO-OK
                   DISPLAY 'CONTATO INCLUIDO NO GRUPO!'
               WHEN WS-FS-MEMBRO EQUAL 22
                   DISPLAY 'CONTATO JA PERTENCE AO GRUPO'
               WHEN OTHER
                   DISPLAY 'ERRO AO INCLUIR O CONTATO NO GRUPO'
                   DISPLAY 'FILE STATUS: ' WS-FS-MEMBRO
           END-EVALUATE
           .
       P273-FIM.

       P274-RETIRA-MEMBRO.
           PERFORM P276-ACEITA-GRUPO THRU P276-FIM
           IF NOT GRUPO-VALIDO
               GO TO P274-FIM
           END-IF

           DISPLAY 'ID DO CONTATO: '
           ACCEPT WS-MBR-ID-CONTATO
           MOVE WS-COD-GRUPO         TO MBR-COD-GRUPO
           MOVE WS-MBR-ID-CONTATO    TO MBR-ID-CONTATO

           READ CONT-MEMBROS KEY IS CHAVE-MEMBRO
               INVALID KEY
                   DISPLAY 'CONTATO NAO PERTENCE AO GRUPO'
                   GO TO P274-FIM
           END-READ

           DELETE CONT-MEMBROS RECORD

           IF FS-MEMBRO-OK THEN
               DISPLAY 'CONTATO RETIRADO DO GRUPO!'
           ELSE
               DISPLAY 'ERRO AO RETIRAR O CONTATO DO GRUPO'
               DISPLAY 'FILE STATUS: ' WS-FS-MEMBRO
           END-IF
           .
       P274-FIM.

      ******************************************************************
      * P275-LISTA-MEMBROS
      * Lista os membros de um grupo em ordem de ID, com nome,
      * departamento e situacao da participacao ('I' = contato
      * inativado), e os totais de membros ativos e inativos.
      ******************************************************************
       P275-LISTA-MEMBROS.
           PERFORM P276-ACEITA-GRUPO THRU P276-FIM
           IF NOT GRUPO-VALIDO
               GO TO P275-FIM
           END-IF

           SET FS-OK                 TO TRUE
           OPEN INPUT CONTATOS

           IF NOT FS-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               GO TO P275-FIM
           END-IF

           MOVE ZERO                 TO WS-QTD-MBR-ATIVOS
           MOVE ZERO                 TO WS-QTD-MBR-INATIVOS
           MOVE WS-COD-GRUPO         TO MBR-COD-GRUPO
           MOVE ZERO                 TO MBR-ID-CONTATO
           SET EOF-MEMBRO-OK         TO FALSE
           START CONT-MEMBROS KEY IS NOT LESS THAN CHAVE-MEMBRO
               INVALID KEY
                   SET EOF-MEMBRO-OK TO TRUE
           END-START

           DISPLAY ' '
           DISPLAY 'ID    NOME                           DEPTO SIT'
           DISPLAY '----- ------------------------------ ----- ---'

           IF NOT EOF-MEMBRO-OK THEN
               PERFORM P278-LE-MEMBRO
           END-IF
           PERFORM P2751-EXIBE-MEMBRO
               UNTIL EOF-MEMBRO-OK
                  OR MBR-COD-GRUPO NOT EQUAL WS-COD-GRUPO

           CLOSE CONTATOS
           DISPLAY 'MEMBROS ATIVOS: ' WS-QTD-MBR-ATIVOS
                   '  INATIVOS: ' WS-QTD-MBR-INATIVOS
           .
       P275-FIM.

       P2751-EXIBE-MEMBRO.
           IF SIT-MEMBRO EQUAL 'I'
               ADD 1                 TO WS-QTD-MBR-INATIVOS
           ELSE
               ADD 1                 TO WS-QTD-MBR-ATIVOS
           END-IF

           MOVE MBR-ID-CONTATO       TO ID-CONTATO
           READ CONTATOS KEY IS ID-CONTATO
               INVALID KEY
                   DISPLAY MBR-ID-CONTATO ' (CONTATO NAO ENCONTRADO)'
               NOT INVALID KEY
                   DISPLAY MBR-ID-CONTATO SPACE NM-CONTATO SPACE
                           DEPTO-CONTATO '    ' SIT-MEMBRO
           END-READ
           PERFORM P278-LE-MEMBRO
           .

      *    Pede o codigo do grupo e o confere em CONT-GRUPOS (aberto
      *    pelo chamador).
       P276-ACEITA-GRUPO.
           SET GRUPO-VALIDO          TO FALSE
           DISPLAY 'CODIGO DO GRUPO: '
           ACCEPT WS-COD-GRUPO
           MOVE WS-COD-GRUPO         TO COD-GRUPO

           READ CONT-GRUPOS KEY IS COD-GRUPO
               INVALID KEY
                   DISPLAY 'GRUPO NAO ENCONTRADO'
                   GO TO P276-FIM
           END-READ

           DISPLAY 'GRUPO: ' DESC-GRUPO
           SET GRUPO-VALIDO          TO TRUE
           .
       P276-FIM.

      *    Conta os membros do grupo WS-COD-GRUPO (CONT-MEMBROS aberto
      *    pelo chamador) em WS-QTD-MBR-ATIVOS / -INATIVOS.
       P277-CONTA-MEMBROS.
           MOVE ZERO                 TO WS-QTD-MBR-ATIVOS
           MOVE ZERO                 TO WS-QTD-MBR-INATIVOS
           MOVE WS-COD-GRUPO         TO MBR-COD-GRUPO
           MOVE ZERO                 TO MBR-ID-CONTATO
           SET EOF-MEMBRO-OK         TO FALSE
           START CONT-MEMBROS KEY IS NOT LESS THAN CHAVE-MEMBRO
               INVALID KEY
                   SET EOF-MEMBRO-OK TO TRUE
           END-START

           IF NOT EOF-MEMBRO-OK THEN
               PERFORM P278-LE-MEMBRO
           END-IF
           PERFORM P2771-CONTA-UM-MEMBRO
               UNTIL EOF-MEMBRO-OK
                  OR MBR-COD-GRUPO NOT EQUAL WS-COD-GRUPO
           .

       P2771-CONTA-UM-MEMBRO.
           IF SIT-MEMBRO EQUAL 'I'
               ADD 1                 TO WS-QTD-MBR-INATIVOS
           ELSE
               ADD 1                 TO WS-QTD-MBR-ATIVOS
           END-IF
           PERFORM P278-LE-MEMBRO
           .

       P278-LE-MEMBRO.
           READ CONT-MEMBROS NEXT RECORD
               AT END
                   SET EOF-MEMBRO-OK TO TRUE
           END-READ
           .

       P279-LE-GRUPO.
           READ CONT-GRUPOS NEXT RECORD
               AT END
                   SET EOF-GRUPO-OK  TO TRUE
           END-READ
           .

      ******************************************************************
      * P340-ACEITA-DEPTO
      * Le WS-DEPTO-CONTATO do terminal e valida contra o cadastro
      * DEPARTAMENTOS (opcao 6 do menu). O codigo 0 e aceito como
      * 'sem departamento', o que tambem serve de saida quando o
      * cadastro de departamentos ainda esta vazio.
      ******************************************************************
       P340-ACEITA-DEPTO.
           DISPLAY 'CODIGO DO DEPARTAMENTO (0 = SEM DEPARTAMENTO): '
           ACCEPT WS-DEPTO-CONTATO
           IF WS-DEPTO-CONTATO EQUAL ZERO
               SET DEPTO-VALIDO      TO TRUE
           ELSE
               PERFORM P250-VALIDA-DEPTO
               IF NOT DEPTO-VALIDO
                   DISPLAY
                      'DEPARTAMENTO INEXISTENTE, CADASTRE-O NA OPCAO 6'
               END-IF
           END-IF
           .

       P300-CADASTRA.
           SET FS-OK                TO TRUE
           MOVE ZERO                TO WS-PROX-ID

           OPEN I-O CONTATOS

           IF WS-FS EQUAL 35 THEN
               OPEN OUTPUT CONTATOS
               CLOSE CONTATOS
               OPEN I-O CONTATOS
           END-IF

           IF FS-OK  THEN
            PERFORM P305-CALCULA-PROX-ID THRU P305-FIM

            DISPLAY 'PARA REGISTRAR CONTATO, INFORME: '
            MOVE ZERO                TO WS-ID-CONTATO
            MOVE SPACES               TO WS-NM-CONTATO
            PERFORM P320-ACEITA-ID  WITH TEST AFTER
                UNTIL WS-ID-CONTATO NOT EQUAL ZERO
            PERFORM P330-ACEITA-NOME WITH TEST AFTER
                UNTIL WS-NM-CONTATO NOT EQUAL SPACES
            SET DEPTO-VALIDO          TO FALSE
            PERFORM P340-ACEITA-DEPTO WITH TEST AFTER
                UNTIL DEPTO-VALIDO

            MOVE WS-ID-CONTATO            TO ID-CONTATO
            PERFORM P310-VERIFICA-DUPLICIDADE

            IF ID-DUPLICADO
                DISPLAY 'JA EXISTE CONTATO CADASTRADO COM ESSE NUMERO'
            ELSE
                MOVE WS-NM-CONTATO        TO NM-CONTATO
                MOVE WS-DEPTO-CONTATO     TO DEPTO-CONTATO
                MOVE 'A'                  TO SIT-CONTATO
                WRITE REG-CONTATOS

                IF FS-OK THEN
                    DISPLAY 'CONTATO SALVO COM SUCESSO!'
                    MOVE 'INCLUSAO'       TO WS-LOG-OPERACAO
                    MOVE SPACES           TO WS-LOG-NM-ANTES
                    MOVE ZERO             TO WS-LOG-DEPTO-ANTES
                    MOVE SPACES           TO WS-LOG-SIT-ANTES
                    MOVE NM-CONTATO       TO WS-LOG-NM-DEPOIS
                    MOVE DEPTO-CONTATO    TO WS-LOG-DEPTO-DEPOIS
                    MOVE SIT-CONTATO      TO WS-LOG-SIT-DEPOIS
                    PERFORM P800-GRAVA-LOG
                ELSE
                    DISPLAY 'ERRO AO GRAVAR O CONTATO'
                    DISPLAY 'FILE STATUS: ' WS-FS
                END-IF
            END-IF
            ELSE
            DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
            DISPLAY 'FILE STATUS: ' WS-FS
           END-IF

           CLOSE CONTATOS
           .
       P300-FIM.

      ******************************************************************
      * P310-VERIFICA-DUPLICIDADE
      * Verifica se ja existe registro gravado com o ID-CONTATO
      * informado, sem afastar o cursor de um WRITE subsequente.
      ******************************************************************
       P310-VERIFICA-DUPLICIDADE.
           SET ID-DUPLICADO             TO FALSE
           READ CONTATOS KEY IS ID-CONTATO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ID-DUPLICADO     TO TRUE
           END-READ
           .

      ******************************************************************
      * P305-CALCULA-PROX-ID
      * Percorre a faixa de ID-CONTATO (1 a 99999) e determina o
      * menor numero ainda livre, para oferecer como sugestao ao
      * operador. A busca para no primeiro numero livre, entao na
      * pratica poucos acessos sao feitos.
      ******************************************************************
       P305-CALCULA-PROX-ID.
           MOVE ZERO                TO WS-PROX-ID
           PERFORM P306-TESTA-PROX-ID THRU P306-FIM
               VARYING WS-ID-TESTE FROM 1 BY 1
               UNTIL WS-ID-TESTE > 99999 OR WS-PROX-ID NOT EQUAL ZERO

           IF WS-PROX-ID EQUAL ZERO THEN
               DISPLAY 'NAO HA NUMEROS DISPONIVEIS PARA CADASTRO'
           ELSE
               DISPLAY 'PROXIMO NUMERO DISPONIVEL: ' WS-PROX-ID
               DISPLAY 'TECLE ENTER PARA ACEITAR O NUMERO SUGERIDO'
           END-IF
           .
       P305-FIM.

       P306-TESTA-PROX-ID.
           MOVE WS-ID-TESTE          TO ID-CONTATO
           READ CONTATOS KEY IS ID-CONTATO
               INVALID KEY
                   MOVE WS-ID-TESTE  TO WS-PROX-ID
               NOT INVALID KEY
                   CONTINUE
           END-READ
           .
       P306-FIM.

      ******************************************************************
      * P320-ACEITA-ID
      * P250-VALIDA-DEPTO (0 aceito como 'sem departamento'). Grava
      * uma ALTERACAO no log por contato movido e informa o total ao
      * final. Operacao restrita a operadores autorizados, como a
      * manutencao individual, e sujeita a aprovacao de um segundo
      * operador: aqui a transferencia e apenas validada e registrada
      * em CONT-APROV; a execucao fica em P495-EXECUTA-TRANSFERENCIA,
      * chamada pela aprovacao (P770-APROVACOES).
      ******************************************************************
       P490-TRANSFERE-DEPTO.
           IF NOT OPERADOR-AUTORIZADO THEN
               GO TO P490-FIM
           END-IF

           MOVE 'T'                  TO WS-APV-TIPO
           MOVE ZERO                 TO WS-APV-ID-CONTATO
           MOVE ZERO                 TO WS-APV-ID-DUPL
           MOVE WS-DEPTO-ORIGEM      TO WS-APV-ORIGEM
           MOVE WS-DEPTO-DESTINO     TO WS-APV-DESTINO
           MOVE ZERO                 TO WS-APV-NUM-AGENDA
           PERFORM P771-REGISTRA-SOLICITACAO THRU P771-FIM
           .
       P490-FIM.

           IF DEPTO-CONTATO EQUAL WS-DEPTO-ORIGEM THEN
               MOVE NM-CONTATO       TO WS-LOG-NM-ANTES
               MOVE DEPTO-CONTATO    TO WS-LOG-DEPTO-ANTES
               MOVE SIT-CONTATO      TO WS-LOG-SIT-ANTES
               MOVE WS-DEPTO-DESTINO TO DEPTO-CONTATO
               REWRITE REG-CONTATOS

                   MOVE 'ALTERACAO'  TO WS-LOG-OPERACAO
                   MOVE NM-CONTATO   TO WS-LOG-NM-DEPOIS
                   MOVE DEPTO-CONTATO TO WS-LOG-DEPTO-DEPOIS
                   MOVE SIT-CONTATO   TO WS-LOG-SIT-DEPOIS
                   PERFORM P800-GRAVA-LOG
               ELSE
                   DISPLAY 'ERRO AO TRANSFERIR O CONTATO: ' ID-CONTATO
           .

      ******************************************************************
      * P495-EXECUTA-TRANSFERENCIA
      * Execucao aprovada da transferencia em massa de
      * WS-DEPTO-ORIGEM para WS-DEPTO-DESTINO: confere de novo o
      * destino, move os contatos (P491-TRANSFERE-CONTATO) e devolve
      * o resultado em EXECUCAO-OK / WS-APV-MOTIVO.
      ******************************************************************
       P495-EXECUTA-TRANSFERENCIA.
           SET EXECUCAO-OK           TO FALSE

           IF WS-DEPTO-DESTINO EQUAL ZERO
               SET DEPTO-VALIDO      TO TRUE
           ELSE
               MOVE WS-DEPTO-DESTINO TO WS-DEPTO-CONTATO
               PERFORM P250-VALIDA-DEPTO
           END-IF

           IF NOT DEPTO-VALIDO THEN
               MOVE 'DEPTO DE DESTINO INEXISTENTE' TO WS-APV-MOTIVO
               GO TO P495-FIM
           END-IF

           SET FS-OK                 TO TRUE
           OPEN I-O CONTATOS

           IF NOT FS-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               MOVE 'CONTATOS INDISPONIVEL' TO WS-APV-MOTIVO
               GO TO P495-FIM
           END-IF

           MOVE ZERO                 TO WS-QTD-TRANSFERIDOS
           SET EOF-OK                TO FALSE
           PERFORM P410-LE-CONTATO
           PERFORM P491-TRANSFERE-CONTATO UNTIL EOF-OK

           CLOSE CONTATOS

           DISPLAY 'CONTATOS TRANSFERIDOS: ' WS-QTD-TRANSFERIDOS
           MOVE SPACES               TO WS-APV-MOTIVO
           STRING 'CONTATOS TRANSFERIDOS: ' DELIMITED BY SIZE
                  WS-QTD-TRANSFERIDOS DELIMITED BY SIZE
                  INTO WS-APV-MOTIVO
           END-STRING
           SET EXECUCAO-OK           TO TRUE
           .
       P495-FIM.

      ******************************************************************
      * P500-MANUTENCAO
      * Localiza um contato existente por ID-CONTATO e permite
      * corrigir o NM-CONTATO (REWRITE), inativar o registro (a
      * 'exclusao' comum, que preserva o ID e o historico do log),
      * reativa-lo, manter seus fones/e-mails ou, como acao separada
      * e confirmada, exclui-lo definitivamente do arquivo (DELETE).
      * A exclusao definitiva depende da aprovacao de um segundo
      * operador: aqui ela so e registrada em CONT-APROV e a execucao
      * fica em P505-EXCLUI-DEFINITIVO.
      ******************************************************************
       P500-MANUTENCAO.
           IF NOT OPERADOR-AUTORIZADO THEN
               DISPLAY 'OPERACAO RESTRITA A OPERADORES AUTORIZADOS'
               GO TO P500-FIM
           END-IF

           SET FS-OK                TO TRUE
      *    Valores originais do registro, para o antes/depois do log.
           MOVE NM-CONTATO               TO WS-LOG-NM-ANTES
           MOVE DEPTO-CONTATO            TO WS-LOG-DEPTO-ANTES
           MOVE SIT-CONTATO              TO WS-LOG-SIT-ANTES

           DISPLAY 'NOME ATUAL: ' NM-CONTATO
           IF SIT-CONTATO EQUAL 'I'
                       MOVE 'ALTERACAO'  TO WS-LOG-OPERACAO
                       MOVE NM-CONTATO   TO WS-LOG-NM-DEPOIS
                       MOVE DEPTO-CONTATO TO WS-LOG-DEPTO-DEPOIS
                       MOVE SIT-CONTATO   TO WS-LOG-SIT-DEPOIS
                       PERFORM P800-GRAVA-LOG
                   ELSE
                       DISPLAY 'ERRO AO ATUALIZAR O CONTATO'
                           MOVE NM-CONTATO   TO WS-LOG-NM-DEPOIS
                           MOVE DEPTO-CONTATO
                                             TO WS-LOG-DEPTO-DEPOIS
                           MOVE SIT-CONTATO  TO WS-LOG-SIT-DEPOIS
                           PERFORM P800-GRAVA-LOG
                           MOVE ID-CONTATO   TO WS-MBR-ID-CONTATO
                           MOVE 'I'          TO WS-MBR-SITUACAO
                           PERFORM P580-ATUALIZA-GRUPOS-CONTATO
                               THRU P580-FIM
                       ELSE
                           DISPLAY 'ERRO AO INATIVAR O CONTATO'
                           DISPLAY 'FILE STATUS: ' WS-FS
                           MOVE NM-CONTATO   TO WS-LOG-NM-DEPOIS
                           MOVE DEPTO-CONTATO
                                             TO WS-LOG-DEPTO-DEPOIS
                           MOVE SIT-CONTATO  TO WS-LOG-SIT-DEPOIS
                           PERFORM P800-GRAVA-LOG
                           MOVE ID-CONTATO   TO WS-MBR-ID-CONTATO
                           MOVE 'A'          TO WS-MBR-SITUACAO
                           PERFORM P580-ATUALIZA-GRUPOS-CONTATO
                               THRU P580-FIM
                       ELSE
                           DISPLAY 'ERRO AO REATIVAR O CONTATO'
                           DISPLAY 'FILE STATUS: ' WS-FS
                   IF NOT EXCLUSAO-CONFIRMADA
                       DISPLAY 'OPERACAO CANCELADA'
                   ELSE
                       MOVE 'E'          TO WS-APV-TIPO
                       MOVE WS-ID-CONTATO
                                         TO WS-APV-ID-CONTATO
                       MOVE ZERO         TO WS-APV-ID-DUPL
                       MOVE ZERO         TO WS-APV-ORIGEM
                       MOVE ZERO         TO WS-APV-DESTINO
                       MOVE ZERO         TO WS-APV-NUM-AGENDA
                       PERFORM P771-REGISTRA-SOLICITACAO THRU P771-FIM
                   END-IF
               WHEN OTHER
                   DISPLAY 'OPERACAO CANCELADA'
           .
       P500-FIM.

      ******************************************************************
      * P505-EXCLUI-DEFINITIVO
      * Execucao aprovada da exclusao definitiva do contato
      * WS-ID-CONTATO: remove o registro de CONTATOS (EXCLUSAO no log,
      * sem valores 'depois') e os fones/e-mails dele. Resultado em
      * EXECUCAO-OK / WS-APV-MOTIVO.
      ******************************************************************
       P505-EXCLUI-DEFINITIVO.
           SET EXECUCAO-OK           TO FALSE
           SET FS-OK                 TO TRUE
           OPEN I-O CONTATOS

           IF NOT FS-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               MOVE 'CONTATOS INDISPONIVEL' TO WS-APV-MOTIVO
               GO TO P505-FIM
           END-IF

           MOVE WS-ID-CONTATO        TO ID-CONTATO
           READ CONTATOS KEY IS ID-CONTATO
               INVALID KEY
                   MOVE 'CONTATO NAO ENCONTRADO' TO WS-APV-MOTIVO
                   CLOSE CONTATOS
                   GO TO P505-FIM
           END-READ

           MOVE NM-CONTATO           TO WS-LOG-NM-ANTES
           MOVE DEPTO-CONTATO        TO WS-LOG-DEPTO-ANTES
           MOVE SIT-CONTATO          TO WS-LOG-SIT-ANTES
           DELETE CONTATOS RECORD

           IF FS-OK THEN
               DISPLAY 'CONTATO EXCLUIDO DEFINITIVAMENTE!'
               MOVE 'EXCLUSAO'       TO WS-LOG-OPERACAO
               MOVE SPACES           TO WS-LOG-NM-DEPOIS
               MOVE ZERO             TO WS-LOG-DEPTO-DEPOIS
               MOVE SPACES           TO WS-LOG-SIT-DEPOIS
               PERFORM P800-GRAVA-LOG
               PERFORM P560-EXCLUI-FONES-CONTATO THRU P560-FIM
               MOVE WS-ID-CONTATO    TO WS-MBR-ID-CONTATO
               MOVE 'E'              TO WS-MBR-SITUACAO
               PERFORM P580-ATUALIZA-GRUPOS-CONTATO THRU P580-FIM
               MOVE 'CONTATO EXCLUIDO'  TO WS-APV-MOTIVO
               SET EXECUCAO-OK       TO TRUE
           ELSE
               DISPLAY 'ERRO AO EXCLUIR O CONTATO'
               DISPLAY 'FILE STATUS: ' WS-FS
               MOVE SPACES           TO WS-APV-MOTIVO
               STRING 'FALHA NA EXCLUSAO, STATUS ' DELIMITED BY SIZE
                      WS-FS          DELIMITED BY SIZE
                      INTO WS-APV-MOTIVO
               END-STRING
           END-IF

           CLOSE CONTATOS
           .
       P505-FIM.

      ******************************************************************
      * P550-FONES-MENU
      * Menu de manutencao dos fones/e-mails do contato corrente em
               GO TO P551-FIM
           END-IF

           PERFORM P558-VALIDA-FONE THRU P558-FIM
           IF WS-MOTIVO-FONE NOT EQUAL SPACES THEN
               DISPLAY 'VALOR INVALIDO: ' WS-MOTIVO-FONE
               GO TO P551-FIM
           END-IF

           MOVE WS-ID-CONTATO        TO FONE-ID-CONTATO
           MOVE WS-PROX-SEQ          TO FONE-SEQ
           MOVE WS-TIPO-FONE         TO TIPO-FONE
           IF FS-FONE-OK THEN
               DISPLAY 'FONE/E-MAIL SALVO COM SUCESSO, SEQUENCIA: '
                       WS-PROX-SEQ
               MOVE 'FONE-INCL'      TO WS-LOG-OPERACAO
               MOVE WS-ID-CONTATO    TO WS-LOG-ID
               MOVE SPACES           TO WS-LOG-NM-ANTES
               MOVE WS-VALOR-FONE    TO WS-LOG-NM-DEPOIS
               MOVE WS-PROX-SEQ      TO WS-LOG-DEPTO-ANTES
               MOVE WS-PROX-SEQ      TO WS-LOG-DEPTO-DEPOIS
               MOVE SPACES           TO WS-LOG-SIT-ANTES
               MOVE WS-TIPO-FONE     TO WS-LOG-SIT-DEPOIS
               PERFORM P802-GRAVA-LOG-ID
           ELSE
               DISPLAY 'ERRO AO GRAVAR O FONE/E-MAIL'
               DISPLAY 'FILE STATUS: ' WS-FS-FONE
               GO TO P553-FIM
           END-IF

           PERFORM P558-VALIDA-FONE THRU P558-FIM
           IF WS-MOTIVO-FONE NOT EQUAL SPACES THEN
               DISPLAY 'VALOR INVALIDO: ' WS-MOTIVO-FONE
               GO TO P553-FIM
           END-IF

           MOVE VALOR-FONE           TO WS-LOG-NM-ANTES
           MOVE TIPO-FONE            TO WS-LOG-SIT-ANTES
           MOVE WS-TIPO-FONE         TO TIPO-FONE
           MOVE WS-VALOR-FONE        TO VALOR-FONE
           REWRITE REG-FONES

           IF FS-FONE-OK THEN
               DISPLAY 'FONE/E-MAIL ATUALIZADO COM SUCESSO!'
               MOVE 'FONE-ALT'       TO WS-LOG-OPERACAO
               MOVE WS-ID-CONTATO    TO WS-LOG-ID
               MOVE WS-VALOR-FONE    TO WS-LOG-NM-DEPOIS
               MOVE WS-SEQ-FONE      TO WS-LOG-DEPTO-ANTES
               MOVE WS-SEQ-FONE      TO WS-LOG-DEPTO-DEPOIS
               MOVE WS-TIPO-FONE     TO WS-LOG-SIT-DEPOIS
               PERFORM P802-GRAVA-LOG-ID
           ELSE
               DISPLAY 'ERRO AO ATUALIZAR O FONE/E-MAIL'
               DISPLAY 'FILE STATUS: ' WS-FS-FONE
                   GO TO P554-FIM
           END-READ

           MOVE VALOR-FONE           TO WS-LOG-NM-ANTES
           MOVE TIPO-FONE            TO WS-LOG-SIT-ANTES
           DELETE CONT-FONES RECORD

           IF FS-FONE-OK THEN
               DISPLAY 'FONE/E-MAIL EXCLUIDO COM SUCESSO!'
               MOVE 'FONE-EXCL'      TO WS-LOG-OPERACAO
               MOVE WS-ID-CONTATO    TO WS-LOG-ID
               MOVE SPACES           TO WS-LOG-NM-DEPOIS
               MOVE WS-SEQ-FONE      TO WS-LOG-DEPTO-ANTES
               MOVE ZERO             TO WS-LOG-DEPTO-DEPOIS
               MOVE SPACES           TO WS-LOG-SIT-DEPOIS
               PERFORM P802-GRAVA-LOG-ID
           ELSE
               DISPLAY 'ERRO AO EXCLUIR O FONE/E-MAIL'
               DISPLAY 'FILE STATUS: ' WS-FS-FONE
           PERFORM P556-LE-FONE
           .

      ******************************************************************
      * P558-VALIDA-FONE
      * Confere o formato de WS-VALOR-FONE conforme WS-TIPO-FONE e
      * devolve em WS-MOTIVO-FONE o problema encontrado (brancos
      * quando o valor e aceito). E-mail: um unico '@', usuario antes
      * dele, dominio com ponto e sem ponto nas pontas, nenhum espaco.
      * Fone: somente algarismos, espaco, parenteses, hifen, '+' e
      * ponto, com no minimo 8 algarismos. As mesmas regras sao
      * aplicadas pelo relatorio de qualidade de CADRELAT.
      ******************************************************************
       P558-VALIDA-FONE.
           MOVE SPACES               TO WS-MOTIVO-FONE

           IF WS-TIPO-FONE NOT EQUAL 'F' AND
              WS-TIPO-FONE NOT EQUAL 'E' THEN
               MOVE 'TIPO INVALIDO'  TO WS-MOTIVO-FONE
               GO TO P558-FIM
           END-IF

           IF WS-VALOR-FONE EQUAL SPACES THEN
               MOVE 'VALOR EM BRANCO' TO WS-MOTIVO-FONE
               GO TO P558-FIM
           END-IF

           IF WS-TIPO-FONE EQUAL 'F'
               GO TO P558-VALIDA-NUMERO
           END-IF

           PERFORM P5581-TESTA-POS THRU P5581-FIM
               VARYING WS-VF-FIM FROM 40 BY -1
               UNTIL WS-VALOR-FONE (WS-VF-FIM:1) NOT EQUAL SPACE

           MOVE ZERO                 TO WS-VF-QTD
           INSPECT WS-VALOR-FONE (1:WS-VF-FIM)
               TALLYING WS-VF-QTD FOR ALL SPACE
           IF WS-VF-QTD GREATER ZERO
               MOVE 'E-MAIL COM ESPACOS' TO WS-MOTIVO-FONE
               GO TO P558-FIM
           END-IF

           MOVE ZERO                 TO WS-VF-QTD
           INSPECT WS-VALOR-FONE TALLYING WS-VF-QTD FOR ALL '@'
           IF WS-VF-QTD EQUAL ZERO
               MOVE 'E-MAIL SEM @'   TO WS-MOTIVO-FONE
               GO TO P558-FIM
           END-IF
           IF WS-VF-QTD GREATER 1
               MOVE 'E-MAIL COM MAIS DE UM @' TO WS-MOTIVO-FONE
               GO TO P558-FIM
           END-IF

           MOVE ZERO                 TO WS-VF-POS
           INSPECT WS-VALOR-FONE TALLYING WS-VF-POS
               FOR CHARACTERS BEFORE INITIAL '@'
           IF WS-VF-POS EQUAL ZERO
               MOVE 'E-MAIL SEM USUARIO' TO WS-MOTIVO-FONE
               GO TO P558-FIM
           END-IF
           IF WS-VF-POS + 1 NOT LESS WS-VF-FIM
               MOVE 'E-MAIL SEM DOMINIO' TO WS-MOTIVO-FONE
               GO TO P558-FIM
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
               GO TO P558-FIM
           END-IF
           IF WS-VF-DOMINIO (1:1) EQUAL '.'
              OR WS-VF-DOMINIO (WS-VF-TAM:1) EQUAL '.'
               MOVE 'DOMINIO INVALIDO' TO WS-MOTIVO-FONE
           END-IF
           GO TO P558-FIM
           .
       P558-VALIDA-NUMERO.
           IF WS-VALOR-FONE IS NOT CARACTERE-FONE
               MOVE 'FONE COM LETRAS/SIMBOLOS' TO WS-MOTIVO-FONE
               GO TO P558-FIM
           END-IF

           MOVE ZERO                 TO WS-VF-QTD
           INSPECT WS-VALOR-FONE TALLYING
               WS-VF-QTD FOR ALL '0' ALL '1' ALL '2' ALL '3' ALL '4'
                             ALL '5' ALL '6' ALL '7' ALL '8' ALL '9'
           IF WS-VF-QTD LESS 8
               MOVE 'FONE COM MENOS DE 8 DIG.' TO WS-MOTIVO-FONE
           END-IF
           .
       P558-FIM.

       P5581-TESTA-POS.
           CONTINUE
           .
       P5581-FIM.

      ******************************************************************
      * P560-EXCLUI-FONES-CONTATO
      * Remove de CONT-FONES todos os fones/e-mails do contato recem
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VALOR-FONE   TO WS-LOG-NM-ANTES
                   MOVE TIPO-FONE    TO WS-LOG-SIT-ANTES
                   DELETE CONT-FONES RECORD
                   IF FS-FONE-OK
                       ADD 1         TO WS-QTD-FONES-EXCL
                       PERFORM P562-LOG-EXCLUI-FONE
                   ELSE
                       DISPLAY 'ERRO AO EXCLUIR FONE/E-MAIL: '
                               FONE-SEQ
           .
       P561-FIM.

       P562-LOG-EXCLUI-FONE.
           MOVE 'FONE-EXCL'          TO WS-LOG-OPERACAO
           MOVE WS-ID-CONTATO        TO WS-LOG-ID
           MOVE SPACES               TO WS-LOG-NM-DEPOIS
           MOVE WS-SEQ-TESTE         TO WS-LOG-DEPTO-ANTES
           MOVE ZERO                 TO WS-LOG-DEPTO-DEPOIS
           MOVE SPACES               TO WS-LOG-SIT-DEPOIS
           PERFORM P802-GRAVA-LOG-ID
           .

      ******************************************************************
      * P580-ATUALIZA-GRUPOS-CONTATO
      * Acompanha nas participacoes em grupos (CONT-MEMBROS) a
      * mudanca de situacao do contato WS-MBR-ID-CONTATO, conforme
      * WS-MBR-SITUACAO: 'I' marca as participacoes como inativas,
      * 'A' as reativa e 'E' (exclusao definitiva) as remove. A falta
      * do arquivo de membros nao e erro (nenhum grupo cadastrado).
      ******************************************************************
       P580-ATUALIZA-GRUPOS-CONTATO.
           MOVE ZERO                 TO WS-QTD-MBR-ATUALIZ
           SET FS-MEMBRO-OK          TO TRUE
           OPEN I-O CONT-MEMBROS

           IF WS-FS-MEMBRO EQUAL 35 THEN
               GO TO P580-FIM
           END-IF

           IF NOT FS-MEMBRO-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MEMBROS DE GRUPOS'
               DISPLAY 'FILE STATUS: ' WS-FS-MEMBRO
               GO TO P580-FIM
           END-IF

           MOVE WS-MBR-ID-CONTATO    TO MBR-ID-CONTATO
           SET EOF-MEMBRO-OK         TO FALSE
           START CONT-MEMBROS KEY IS EQUAL TO MBR-ID-CONTATO
               INVALID KEY
                   SET EOF-MEMBRO-OK TO TRUE
           END-START

           IF NOT EOF-MEMBRO-OK THEN
               PERFORM P278-LE-MEMBRO
           END-IF
           PERFORM P581-ATUALIZA-UM-MEMBRO THRU P581-FIM
               UNTIL EOF-MEMBRO-OK
                  OR MBR-ID-CONTATO NOT EQUAL WS-MBR-ID-CONTATO

           CLOSE CONT-MEMBROS

           IF WS-QTD-MBR-ATUALIZ GREATER ZERO
               IF WS-MBR-SITUACAO EQUAL 'E'
                   DISPLAY 'PARTICIPACOES EM GRUPOS REMOVIDAS: '
                           WS-QTD-MBR-ATUALIZ
               ELSE
                   DISPLAY 'PARTICIPACOES EM GRUPOS ATUALIZADAS: '
                           WS-QTD-MBR-ATUALIZ
               END-IF
           END-IF
           .
       P580-FIM.

       P581-ATUALIZA-UM-MEMBRO.
           IF WS-MBR-SITUACAO EQUAL 'E'
               DELETE CONT-MEMBROS RECORD
           ELSE
               IF SIT-MEMBRO EQUAL WS-MBR-SITUACAO
                   GO TO P581-PROXIMO
               END-IF
               MOVE WS-MBR-SITUACAO  TO SIT-MEMBRO
               ACCEPT MBR-DATA-SIT   FROM DATE YYYYMMDD
               REWRITE REG-MEMBROS
           END-IF

           IF FS-MEMBRO-OK
               ADD 1                 TO WS-QTD-MBR-ATUALIZ
           ELSE
               DISPLAY 'ERRO AO ATUALIZAR PARTICIPACAO NO GRUPO: '
                       MBR-COD-GRUPO
               DISPLAY 'FILE STATUS: ' WS-FS-MEMBRO
           END-IF
           .
       P581-PROXIMO.
           PERFORM P278-LE-MEMBRO
           .
       P581-FIM.

      ******************************************************************
      * P585-TRANSFERE-GRUPOS
      * Na fusao, passa as participacoes do duplicado WS-ID-DUPL para
      * o sobrevivente WS-ID-SOBREV, com a situacao do sobrevivente em
      * WS-MBR-SITUACAO; grupos em que o sobrevivente ja estava ficam
      * so com a participacao dele. Cada participacao e tratada a
      * partir de um novo START, porque a gravacao do sobrevivente
      * desfaz o posicionamento da leitura pela chave alternativa.
      ******************************************************************
       P585-TRANSFERE-GRUPOS.
           MOVE ZERO                 TO WS-QTD-MBR-ATUALIZ
           SET FS-MEMBRO-OK          TO TRUE
           OPEN I-O CONT-MEMBROS

           IF WS-FS-MEMBRO EQUAL 35 THEN
               GO TO P585-FIM
           END-IF

           IF NOT FS-MEMBRO-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MEMBROS DE GRUPOS'
               DISPLAY 'FILE STATUS: ' WS-FS-MEMBRO
               GO TO P585-FIM
           END-IF

           SET EOF-MEMBRO-OK         TO FALSE
           PERFORM P586-TRANSFERE-UM-GRUPO THRU P586-FIM
               UNTIL EOF-MEMBRO-OK

           CLOSE CONT-MEMBROS

           IF WS-QTD-MBR-ATUALIZ GREATER ZERO
               DISPLAY 'PARTICIPACOES EM GRUPOS TRANSFERIDAS: '
                       WS-QTD-MBR-ATUALIZ
           END-IF
           .
       P585-FIM.

       P586-TRANSFERE-UM-GRUPO.
           MOVE WS-ID-DUPL           TO MBR-ID-CONTATO
           START CONT-MEMBROS KEY IS EQUAL TO MBR-ID-CONTATO
               INVALID KEY
                   SET EOF-MEMBRO-OK TO TRUE
                   GO TO P586-FIM
           END-START

           PERFORM P278-LE-MEMBRO
           IF EOF-MEMBRO-OK OR MBR-ID-CONTATO NOT EQUAL WS-ID-DUPL
               SET EOF-MEMBRO-OK     TO TRUE
               GO TO P586-FIM
           END-IF

           DELETE CONT-MEMBROS RECORD
           IF NOT FS-MEMBRO-OK THEN
               DISPLAY 'ERRO AO TRANSFERIR PARTICIPACAO NO GRUPO: '
                       MBR-COD-GRUPO
               DISPLAY 'FILE STATUS: ' WS-FS-MEMBRO
               SET EOF-MEMBRO-OK     TO TRUE
               GO TO P586-FIM
           END-IF

           MOVE WS-ID-SOBREV         TO MBR-ID-CONTATO
           MOVE WS-MBR-SITUACAO      TO SIT-MEMBRO
           ACCEPT MBR-DATA-SIT       FROM DATE YYYYMMDD
           WRITE REG-MEMBROS

           EVALUATE TRUE
               WHEN FS-MEMBRO-OK
                   ADD 1             TO WS-QTD-MBR-ATUALIZ
               WHEN WS-FS-MEMBRO EQUAL 22
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO AO TRANSFERIR PARTICIPACAO NO GRUPO: '
                           MBR-COD-GRUPO
                   DISPLAY 'FILE STATUS: ' WS-FS-MEMBRO
           END-EVALUATE
           .
       P586-FIM.

      ******************************************************************
      * P600-CARGA-LOTE
      * Le TRANSACOES-LOTE do inicio ao fim e grava em CONTATOS cada
                       MOVE 'INCLUSAO'   TO WS-LOG-OPERACAO
                       MOVE SPACES       TO WS-LOG-NM-ANTES
                       MOVE ZERO         TO WS-LOG-DEPTO-ANTES
                       MOVE SPACES       TO WS-LOG-SIT-ANTES
                       MOVE NM-CONTATO   TO WS-LOG-NM-DEPOIS
                       MOVE DEPTO-CONTATO TO WS-LOG-DEPTO-DEPOIS
                       MOVE SIT-CONTATO   TO WS-LOG-SIT-DEPOIS
                       PERFORM P800-GRAVA-LOG
                   ELSE
                       ADD 1             TO WS-TOTAL-LOTE-FALHAS
      * avisam; a fusao sempre pede confirmacao. Cada passo vai para
      * o LOG-TRANSACOES (EXCLUSAO do duplicado, ALTERACAO do
      * sobrevivente quando o departamento e herdado). Operacao
      * restrita a operadores autorizados e sujeita a aprovacao de um
      * segundo operador: aqui a fusao e conferida, confirmada e
      * registrada em CONT-APROV; a execucao fica em
      * P675-EXECUTA-FUSAO, chamada pela aprovacao.
      ******************************************************************
       P670-FUNDE-CONTATOS.
           IF NOT OPERADOR-AUTORIZADO THEN
           END-READ
           MOVE NM-CONTATO           TO WS-NOME-DUPL
           MOVE DEPTO-CONTATO        TO WS-DEPTO-DUPL
           MOVE SIT-CONTATO          TO WS-SIT-DUPL

           MOVE WS-NOME-SOBREV       TO WS-NOME-NORM
           PERFORM P663-NORMALIZA-NOME
           DISPLAY 'FUNDIR: ' WS-ID-DUPL SPACE WS-NOME-DUPL
           DISPLAY 'NO     : ' WS-ID-SOBREV SPACE WS-NOME-SOBREV
           DISPLAY 'O CONTATO DUPLICADO SERA EXCLUIDO DO ARQUIVO.'
           DISPLAY 'CONFIRMA A SOLICITACAO DE FUSAO? (S/N) '
           MOVE SPACES               TO WS-CONFIRMA-FUSAO
           ACCEPT WS-CONFIRMA-FUSAO

               GO TO P670-FIM
           END-IF

           CLOSE CONTATOS

           MOVE 'F'                  TO WS-APV-TIPO
           MOVE WS-ID-SOBREV         TO WS-APV-ID-CONTATO
           MOVE WS-ID-DUPL           TO WS-APV-ID-DUPL
           MOVE ZERO                 TO WS-APV-ORIGEM
           MOVE ZERO                 TO WS-APV-DESTINO
           MOVE ZERO                 TO WS-APV-NUM-AGENDA
           PERFORM P771-REGISTRA-SOLICITACAO THRU P771-FIM
           .
       P670-FIM.

               GO TO P672-FIM
           END-IF

           MOVE 'FONE-INCL'          TO WS-LOG-OPERACAO
           MOVE WS-ID-SOBREV         TO WS-LOG-ID
           MOVE SPACES               TO WS-LOG-NM-ANTES
           MOVE WS-VALOR-FONE        TO WS-LOG-NM-DEPOIS
           MOVE WS-PROX-SEQ          TO WS-LOG-DEPTO-ANTES
           MOVE WS-PROX-SEQ          TO WS-LOG-DEPTO-DEPOIS
           MOVE SPACES               TO WS-LOG-SIT-ANTES
           MOVE WS-TIPO-FONE         TO WS-LOG-SIT-DEPOIS
           PERFORM P802-GRAVA-LOG-ID

           MOVE WS-ID-DUPL           TO FONE-ID-CONTATO
           MOVE WS-SEQ-DUPL          TO FONE-SEQ
           READ CONT-FONES KEY IS CHAVE-FONE

           IF FS-FONE-OK THEN
               ADD 1                 TO WS-QTD-FONES-MOVIDOS
               MOVE 'FONE-EXCL'      TO WS-LOG-OPERACAO
               MOVE WS-ID-DUPL       TO WS-LOG-ID
               MOVE WS-VALOR-FONE    TO WS-LOG-NM-ANTES
               MOVE SPACES           TO WS-LOG-NM-DEPOIS
               MOVE WS-SEQ-DUPL      TO WS-LOG-DEPTO-ANTES
               MOVE ZERO             TO WS-LOG-DEPTO-DEPOIS
               MOVE WS-TIPO-FONE     TO WS-LOG-SIT-ANTES
               MOVE SPACES           TO WS-LOG-SIT-DEPOIS
               PERFORM P802-GRAVA-LOG-ID
           ELSE
               DISPLAY 'ERRO AO REMOVER FONE/E-MAIL DO DUPLICADO: '
                       WS-SEQ-DUPL
       P672-FIM.

      ******************************************************************
      * P675-EXECUTA-FUSAO
      * Execucao aprovada da fusao do contato WS-ID-DUPL no
      * sobrevivente WS-ID-SOBREV: rele os dois contatos (algum deles
      * pode ter sido excluido desde a solicitacao) e executa os
      * passos descritos em P670-FUNDE-CONTATOS. Resultado em
      * EXECUCAO-OK / WS-APV-MOTIVO.
      ******************************************************************
       P675-EXECUTA-FUSAO.
           SET EXECUCAO-OK           TO FALSE
           SET FS-OK                 TO TRUE
           OPEN I-O CONTATOS

           IF NOT FS-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               MOVE 'CONTATOS INDISPONIVEL' TO WS-APV-MOTIVO
               GO TO P675-FIM
           END-IF

           MOVE 'SOBREVIVENTE NAO ENCONTRADO' TO WS-APV-MOTIVO
           MOVE WS-ID-SOBREV         TO ID-CONTATO
           READ CONTATOS KEY IS ID-CONTATO
               INVALID KEY
                   DISPLAY 'CONTATO SOBREVIVENTE NAO ENCONTRADO'
                   CLOSE CONTATOS
                   GO TO P675-FIM
           END-READ
           MOVE NM-CONTATO           TO WS-NOME-SOBREV
           MOVE DEPTO-CONTATO        TO WS-DEPTO-SOBREV
           MOVE SIT-CONTATO          TO WS-MBR-SITUACAO

           MOVE 'CONTATO DUPLICADO NAO EXISTE' TO WS-APV-MOTIVO
           MOVE WS-ID-DUPL           TO ID-CONTATO
           READ CONTATOS KEY IS ID-CONTATO
               INVALID KEY
                   DISPLAY 'CONTATO DUPLICADO NAO ENCONTRADO'
                   CLOSE CONTATOS
                   GO TO P675-FIM
           END-READ
           MOVE NM-CONTATO           TO WS-NOME-DUPL
           MOVE DEPTO-CONTATO        TO WS-DEPTO-DUPL
           MOVE SIT-CONTATO          TO WS-SIT-DUPL

           PERFORM P671-TRANSFERE-FONES THRU P671-FIM

           MOVE WS-ID-DUPL           TO ID-CONTATO
           READ CONTATOS KEY IS ID-CONTATO
               INVALID KEY
                   DISPLAY 'CONTATO DUPLICADO NAO ENCONTRADO'
                   CLOSE CONTATOS
                   GO TO P675-FIM
           END-READ
           DELETE CONTATOS RECORD

           IF FS-OK THEN
               DISPLAY 'CONTATO DUPLICADO EXCLUIDO: ' WS-ID-DUPL
               MOVE 'EXCLUSAO'       TO WS-LOG-OPERACAO
               MOVE WS-NOME-DUPL     TO WS-LOG-NM-ANTES
               MOVE WS-DEPTO-DUPL    TO WS-LOG-DEPTO-ANTES
               MOVE WS-SIT-DUPL      TO WS-LOG-SIT-ANTES
               MOVE SPACES           TO WS-LOG-NM-DEPOIS
               MOVE ZERO             TO WS-LOG-DEPTO-DEPOIS
               MOVE SPACES           TO WS-LOG-SIT-DEPOIS
               PERFORM P800-GRAVA-LOG
      *        Restos de fones que nao couberam no sobrevivente.
               MOVE WS-ID-DUPL       TO WS-ID-CONTATO
               PERFORM P560-EXCLUI-FONES-CONTATO THRU P560-FIM
               PERFORM P585-TRANSFERE-GRUPOS THRU P585-FIM
           ELSE
               DISPLAY 'ERRO AO EXCLUIR O CONTATO DUPLICADO'
               DISPLAY 'FILE STATUS: ' WS-FS
               MOVE SPACES           TO WS-APV-MOTIVO
               STRING 'FALHA NA EXCLUSAO, STATUS ' DELIMITED BY SIZE
                      WS-FS          DELIMITED BY SIZE
                      INTO WS-APV-MOTIVO
               END-STRING
               CLOSE CONTATOS
               GO TO P675-FIM
           END-IF

           IF WS-DEPTO-SOBREV EQUAL ZERO
              AND WS-DEPTO-DUPL NOT EQUAL ZERO THEN
               MOVE WS-ID-SOBREV     TO ID-CONTATO
               READ CONTATOS KEY IS ID-CONTATO
                   INVALID KEY
                       DISPLAY 'CONTATO SOBREVIVENTE NAO ENCONTRADO'
                       MOVE 'DUPLICADO EXCLUIDO SEM HERANCA'
                                     TO WS-APV-MOTIVO
                       CLOSE CONTATOS
                       GO TO P675-FIM
               END-READ
               MOVE NM-CONTATO       TO WS-LOG-NM-ANTES
               MOVE DEPTO-CONTATO    TO WS-LOG-DEPTO-ANTES
               MOVE SIT-CONTATO      TO WS-LOG-SIT-ANTES
               MOVE WS-DEPTO-DUPL    TO DEPTO-CONTATO
               REWRITE REG-CONTATOS

               IF FS-OK THEN
                   DISPLAY 'DEPARTAMENTO HERDADO DO DUPLICADO: '
                           WS-DEPTO-DUPL
                   MOVE 'ALTERACAO'  TO WS-LOG-OPERACAO
                   MOVE NM-CONTATO   TO WS-LOG-NM-DEPOIS
                   MOVE DEPTO-CONTATO TO WS-LOG-DEPTO-DEPOIS
                   MOVE SIT-CONTATO   TO WS-LOG-SIT-DEPOIS
                   PERFORM P800-GRAVA-LOG
               ELSE
                   DISPLAY 'ERRO AO ATUALIZAR O SOBREVIVENTE'
                   DISPLAY 'FILE STATUS: ' WS-FS
               END-IF
           END-IF

           CLOSE CONTATOS

           DISPLAY 'FONES/E-MAILS TRANSFERIDOS: '
                   WS-QTD-FONES-MOVIDOS
           DISPLAY 'FUSAO CONCLUIDA'
           MOVE SPACES               TO WS-APV-MOTIVO
           STRING 'FUNDIDO, FONES MOVIDOS: ' DELIMITED BY SIZE
                  WS-QTD-FONES-MOVIDOS DELIMITED BY SIZE
                  INTO WS-APV-MOTIVO
           END-STRING
           SET EXECUCAO-OK           TO TRUE
           .
       P675-FIM.

      ******************************************************************
      * P680-SINCRONIZA-RH
      * Sincronizacao periodica de CONTATOS com o quadro de pessoal
      * enviado pelo RH em RH_QUADRO.TXT (uma pessoa por linha, campos
      * ID;NOME;DEPTO separados por ponto e virgula). Primeiro grava
      * o relatorio de conciliacao CONT_SINC.TXT (novos no RH,
      * diferencas de nome/departamento e contatos ativos ausentes
      * do RH), guardando as acoes correspondentes em CONT_SINC.PND;
      * depois aplica as inclusoes, alteracoes e inativacoes, cada
      * uma com antes/depois no LOG-TRANSACOES. No modo interativo a
      * aplicacao exige operador autorizado e confirmacao; no modo de
      * lote nao assistido (CADCONTT=SINCRONIZA) ela e automatica.
      * Quadro sem nenhuma linha valida nunca e aplicado, para que um
      * arquivo vazio nao inative o cadastro inteiro.
      ******************************************************************
       P680-SINCRONIZA-RH.
           SET ERRO-SINC             TO FALSE
           MOVE ZERO                 TO WS-QTD-RH-LIDOS
           MOVE ZERO                 TO WS-QTD-RH-VALIDOS
           MOVE ZERO                 TO WS-QTD-SINC-NOVOS
           MOVE ZERO                 TO WS-QTD-SINC-DIFER
           MOVE ZERO                 TO WS-QTD-SINC-AUSENTES
           MOVE ZERO                 TO WS-QTD-SINC-REJEIT

           SET FS-SINC-OK            TO TRUE
           OPEN OUTPUT ARQ-SINCRONIA

           IF NOT FS-SINC-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONCILIACAO'
               DISPLAY 'FILE STATUS: ' WS-FS-SINC
               SET ERRO-SINC         TO TRUE
               GO TO P680-FIM
           END-IF

           SET FS-SINC-PEND-OK       TO TRUE
           OPEN OUTPUT ARQ-SINC-PEND

           IF NOT FS-SINC-PEND-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PENDENCIAS DA '
                       'SINCRONIZACAO'
               DISPLAY 'FILE STATUS: ' WS-FS-SINC-PEND
               SET ERRO-SINC         TO TRUE
               CLOSE ARQ-SINCRONIA
               GO TO P680-FIM
           END-IF

           MOVE 'CONCILIACAO CONTATOS X QUADRO DO RH'
                                     TO REG-SINCRONIA
           WRITE REG-SINCRONIA
           PERFORM P6899-TESTA-ERRO-SINC
           MOVE SPACES               TO REG-SINCRONIA
           WRITE REG-SINCRONIA
           PERFORM P6899-TESTA-ERRO-SINC
           MOVE 'TIPO        ID    NOME                           DP '
                                     TO REG-SINCRONIA
           MOVE 'OBSERVACAO'         TO REG-SINCRONIA (52:10)
           WRITE REG-SINCRONIA
           PERFORM P6899-TESTA-ERRO-SINC

           SORT WORK-RH
               ON ASCENDING KEY WR-ID-CONTATO
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS P682-LE-QUADRO-RH THRU P682-FIM
               OUTPUT PROCEDURE IS P685-CONCILIA-RH THRU P685-FIM

           MOVE SPACES               TO REG-SINCRONIA
           WRITE REG-SINCRONIA
           PERFORM P6899-TESTA-ERRO-SINC
           MOVE SPACES               TO REG-SINCRONIA
           STRING 'LINHAS DO RH: '    DELIMITED BY SIZE
                  WS-QTD-RH-LIDOS     DELIMITED BY SIZE
                  '  VALIDAS: '       DELIMITED BY SIZE
                  WS-QTD-RH-VALIDOS   DELIMITED BY SIZE
                  '  REJEITADAS: '    DELIMITED BY SIZE
                  WS-QTD-SINC-REJEIT  DELIMITED BY SIZE
                  INTO REG-SINCRONIA
           END-STRING
           WRITE REG-SINCRONIA
           PERFORM P6899-TESTA-ERRO-SINC
           MOVE SPACES               TO REG-SINCRONIA
           STRING 'NOVOS NO RH: '     DELIMITED BY SIZE
                  WS-QTD-SINC-NOVOS   DELIMITED BY SIZE
                  '  DIFERENCAS: '    DELIMITED BY SIZE
                  WS-QTD-SINC-DIFER   DELIMITED BY SIZE
                  '  AUSENTES DO RH: ' DELIMITED BY SIZE
                  WS-QTD-SINC-AUSENTES DELIMITED BY SIZE
                  INTO REG-SINCRONIA
           END-STRING
           WRITE REG-SINCRONIA
           PERFORM P6899-TESTA-ERRO-SINC

           CLOSE ARQ-SINC-PEND
           CLOSE ARQ-SINCRONIA

           DISPLAY 'LINHAS DO QUADRO DO RH: ' WS-QTD-RH-LIDOS
                   '  REJEITADAS: ' WS-QTD-SINC-REJEIT
           DISPLAY 'NOVOS NO RH: ' WS-QTD-SINC-NOVOS
                   '  DIFERENCAS: ' WS-QTD-SINC-DIFER
                   '  AUSENTES DO RH: ' WS-QTD-SINC-AUSENTES
           DISPLAY 'RELATORIO DE CONCILIACAO GRAVADO EM CONT_SINC.TXT'

           IF ERRO-SINC THEN
               DISPLAY 'CONCILIACAO CONCLUIDA COM ERROS, NADA SERA '
                       'APLICADO'
               GO TO P680-FIM
           END-IF

           IF WS-QTD-RH-VALIDOS EQUAL ZERO THEN
               DISPLAY 'QUADRO DO RH SEM LINHAS VALIDAS, NADA SERA '
                       'APLICADO'
               SET ERRO-SINC         TO TRUE
               GO TO P680-FIM
           END-IF

           IF WS-QTD-SINC-NOVOS + WS-QTD-SINC-DIFER
              + WS-QTD-SINC-AUSENTES EQUAL ZERO THEN
               DISPLAY 'CONTATOS JA SINCRONIZADOS COM O QUADRO DO RH'
               GO TO P680-FIM
           END-IF

           IF NOT MODO-LOTE
               IF NOT OPERADOR-AUTORIZADO THEN
                   DISPLAY 'APLICACAO RESTRITA A OPERADORES AUTORIZADOS'
                   GO TO P680-FIM
               END-IF
               DISPLAY 'APLICAR AS INCLUSOES, ALTERACOES E '
                       'INATIVACOES DA CONCILIACAO? (S/N) '
               MOVE SPACES           TO WS-CONFIRMA-SINC
               ACCEPT WS-CONFIRMA-SINC
               IF NOT SINCRONIA-CONFIRMADA THEN
                   DISPLAY 'OPERACAO CANCELADA, NADA FOI APLICADO'
                   GO TO P680-FIM
               END-IF
           END-IF

           PERFORM P690-APLICA-SINC THRU P690-FIM
           .
       P680-FIM.

      ******************************************************************
      * P682-LE-QUADRO-RH
      * Input procedure do SORT da sincronizacao: le RH_QUADRO.TXT,
      * separa os campos ID;NOME;DEPTO de cada linha e libera para a
      * ordenacao por ID as linhas validas. Linhas em branco sao
      * ignoradas; linhas com ID, nome ou departamento invalidos vao
      * para o relatorio como rejeitadas, com o numero da linha.
      ******************************************************************
       P682-LE-QUADRO-RH.
           SET FS-RH-OK              TO TRUE
           OPEN INPUT ARQ-QUADRO-RH

           IF NOT FS-RH-OK THEN
               DISPLAY 'ERRO AO ABRIR O QUADRO DO RH (RH_QUADRO.TXT)'
               DISPLAY 'FILE STATUS: ' WS-FS-RH
               SET ERRO-SINC         TO TRUE
               GO TO P682-FIM
           END-IF

           MOVE ZERO                 TO WS-RH-LINHA
           SET EOF-RH-OK             TO FALSE
           PERFORM P683-LE-LINHA-RH
           PERFORM P684-LIBERA-RH THRU P684-FIM UNTIL EOF-RH-OK

           CLOSE ARQ-QUADRO-RH
           .
       P682-FIM.

       P683-LE-LINHA-RH.
           READ ARQ-QUADRO-RH
               AT END
                   SET EOF-RH-OK     TO TRUE
               NOT AT END
                   ADD 1             TO WS-RH-LINHA
           END-READ
           .

       P684-LIBERA-RH.
           IF REG-QUADRO-RH EQUAL SPACES
               GO TO P684-PROXIMO
           END-IF

           ADD 1                     TO WS-QTD-RH-LIDOS
           MOVE SPACES               TO WS-RH-CAMPO-ID
           MOVE SPACES               TO WS-RH-NOME
           MOVE SPACES               TO WS-RH-CAMPO-DEPTO
           UNSTRING REG-QUADRO-RH DELIMITED BY ';'
               INTO WS-RH-CAMPO-ID
                    WS-RH-NOME
                    WS-RH-CAMPO-DEPTO
           END-UNSTRING

      *    Nome sem os espacos a esquerda que o extrator possa deixar.
           MOVE ZERO                 TO WS-RH-BRANCOS
           INSPECT WS-RH-NOME TALLYING WS-RH-BRANCOS
               FOR LEADING SPACE
           IF WS-RH-BRANCOS GREATER ZERO AND WS-RH-BRANCOS LESS 30
               MOVE WS-RH-NOME (WS-RH-BRANCOS + 1:)
                                     TO WS-RH-NOME-AUX
               MOVE WS-RH-NOME-AUX   TO WS-RH-NOME
           END-IF

           MOVE WS-RH-LINHA          TO WR-LINHA
           MOVE WS-RH-NOME           TO WR-NM-CONTATO
           MOVE ZERO                 TO WR-ID-CONTATO
           MOVE ZERO                 TO WR-DEPTO-CONTATO

           MOVE WS-RH-CAMPO-ID       TO WS-CAMPO-NUMERO
           PERFORM P6841-CONVERTE-NUMERO THRU P6841-FIM
           IF NOT NUMERO-OK OR WS-NUMERO-N EQUAL ZERO
               MOVE 'ID INVALIDO'    TO WS-RH-MOTIVO
               PERFORM P6856-REJEITA-RH
               GO TO P684-PROXIMO
           END-IF
           MOVE WS-NUMERO-N          TO WR-ID-CONTATO

           MOVE WS-RH-CAMPO-DEPTO    TO WS-CAMPO-NUMERO
           PERFORM P6841-CONVERTE-NUMERO THRU P6841-FIM
           IF NOT NUMERO-OK OR WS-NUMERO-N GREATER 99
               MOVE 'DEPTO INVALIDO' TO WS-RH-MOTIVO
               PERFORM P6856-REJEITA-RH
               GO TO P684-PROXIMO
           END-IF
           MOVE WS-NUMERO-N          TO WR-DEPTO-CONTATO

           IF WR-NM-CONTATO EQUAL SPACES
               MOVE 'NOME EM BRANCO' TO WS-RH-MOTIVO
               PERFORM P6856-REJEITA-RH
               GO TO P684-PROXIMO
           END-IF

           ADD 1                     TO WS-QTD-RH-VALIDOS
           RELEASE WR-REG-RH
           .
       P684-PROXIMO.
           PERFORM P683-LE-LINHA-RH
           .
       P684-FIM.

      ******************************************************************
      * P6841-CONVERTE-NUMERO
      * Converte o campo numerico WS-CAMPO-NUMERO, como veio do arquivo
      * delimitado (alinhado a esquerda, com ou sem zeros e espacos em
      * volta), para WS-NUMERO-N. Campo em branco vale zero; mais
      * de cinco algarismos ou caracteres nao numericos deixam
      * NUMERO-OK desligado.
      ******************************************************************
       P6841-CONVERTE-NUMERO.
           SET NUMERO-OK             TO FALSE
           MOVE ZERO                 TO WS-NUMERO-N

           IF WS-CAMPO-NUMERO EQUAL SPACES
               SET NUMERO-OK         TO TRUE
               GO TO P6841-FIM
           END-IF

           MOVE ZERO                 TO WS-NUM-BRANCOS
           INSPECT WS-CAMPO-NUMERO TALLYING WS-NUM-BRANCOS
               FOR LEADING SPACE
           PERFORM P6842-TESTA-POS-CAMPO THRU P6842-FIM
               VARYING WS-NUM-FIM-CAMPO FROM 10 BY -1
               UNTIL WS-CAMPO-NUMERO (WS-NUM-FIM-CAMPO:1)
                     NOT EQUAL SPACE

           IF WS-NUM-FIM-CAMPO - WS-NUM-BRANCOS GREATER 5
               GO TO P6841-FIM
           END-IF

           MOVE WS-CAMPO-NUMERO (WS-NUM-BRANCOS + 1:
                                 WS-NUM-FIM-CAMPO - WS-NUM-BRANCOS)
                                     TO WS-NUMERO
           INSPECT WS-NUMERO REPLACING LEADING SPACE BY ZERO
           IF WS-NUMERO IS NUMERIC
               SET NUMERO-OK         TO TRUE
           END-IF
           .
       P6841-FIM.

       P6842-TESTA-POS-CAMPO.
           CONTINUE
           .
       P6842-FIM.

      ******************************************************************
      * P685-CONCILIA-RH
      * Output procedure do SORT da sincronizacao: balance line entre
      * CONTATOS (lido em ordem de ID) e o quadro do RH ordenado por
      * ID. Contato ativo sem par no RH sera inativado; pessoa do RH
      * sem par no cadastro sera incluida; par com nome ou
      * departamento diferente (ou contato inativo) sera alterado e
      * reativado. Departamento do RH inexistente em DEPARTAMENTOS
      * rejeita a linha. Cada caso vai para o relatorio e, quando ha
      * acao, para CONT_SINC.PND.
      ******************************************************************
       P685-CONCILIA-RH.
           IF ERRO-SINC
               GO TO P685-FIM
           END-IF

           SET RH-SEM-DEPTOS         TO FALSE
           SET FS-DEPTO-OK           TO TRUE
           OPEN INPUT DEPARTAMENTOS

           IF NOT FS-DEPTO-OK THEN
               SET RH-SEM-DEPTOS     TO TRUE
               DISPLAY 'AVISO: CADASTRO DE DEPARTAMENTOS INDISPONIVEL'
               DISPLAY 'TODO DEPARTAMENTO DIFERENTE DE 0 SERA '
                       'REJEITADO'
           END-IF

           SET RH-SEM-CONTATOS       TO FALSE
           SET EOF-OK                TO FALSE
           SET FS-OK                 TO TRUE
           OPEN INPUT CONTATOS

           IF WS-FS EQUAL 35 THEN
               SET RH-SEM-CONTATOS   TO TRUE
               SET EOF-OK            TO TRUE
           ELSE
               IF NOT FS-OK THEN
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
                   DISPLAY 'FILE STATUS: ' WS-FS
                   SET ERRO-SINC     TO TRUE
                   IF NOT RH-SEM-DEPTOS
                       CLOSE DEPARTAMENTOS
                   END-IF
                   GO TO P685-FIM
               END-IF
           END-IF

           MOVE ZERO                 TO WS-RH-ID-ANTERIOR
           SET EOF-RH-OK             TO FALSE
           PERFORM P686-AVANCA-CONTATO
           PERFORM P687-AVANCA-RH
           PERFORM P6851-COMPARA-RH
               UNTIL WS-CHAVE-CONT EQUAL 999999
                 AND WS-CHAVE-RH EQUAL 999999

           IF NOT RH-SEM-CONTATOS
               CLOSE CONTATOS
           END-IF
           IF NOT RH-SEM-DEPTOS
               CLOSE DEPARTAMENTOS
           END-IF
           .
       P685-FIM.

       P6851-COMPARA-RH.
           EVALUATE TRUE
               WHEN WS-CHAVE-CONT LESS THAN WS-CHAVE-RH
                   IF SIT-CONTATO NOT EQUAL 'I'
                       ADD 1             TO WS-QTD-SINC-AUSENTES
                       MOVE SPACES       TO WS-LINHA-SINC
                       MOVE 'AUSENTE RH' TO WS-LSI-TIPO
                       MOVE ID-CONTATO   TO WS-LSI-ID
                       MOVE NM-CONTATO   TO WS-LSI-NOME
                       MOVE DEPTO-CONTATO TO WS-LSI-DEPTO
                       MOVE 'SERA INATIVADO' TO WS-LSI-OBS
                       PERFORM P6853-GRAVA-LINHA-SINC
                       SET SPD-INATIVAR  TO TRUE
                       MOVE ID-CONTATO   TO SPD-ID-CONTATO
                       MOVE NM-CONTATO   TO SPD-NM-CONTATO
                       MOVE DEPTO-CONTATO TO SPD-DEPTO-CONTATO
                       PERFORM P6854-GRAVA-PENDENTE
                   END-IF
                   PERFORM P686-AVANCA-CONTATO
               WHEN WS-CHAVE-CONT GREATER THAN WS-CHAVE-RH
                   PERFORM P6855-VALIDA-DEPTO-RH
                   IF DEPTO-VALIDO
                       ADD 1             TO WS-QTD-SINC-NOVOS
                       MOVE SPACES       TO WS-LINHA-SINC
                       MOVE 'NOVO NO RH' TO WS-LSI-TIPO
                       MOVE WR-ID-CONTATO TO WS-LSI-ID
                       MOVE WR-NM-CONTATO TO WS-LSI-NOME
                       MOVE WR-DEPTO-CONTATO TO WS-LSI-DEPTO
                       MOVE 'SERA INCLUIDO' TO WS-LSI-OBS
                       PERFORM P6853-GRAVA-LINHA-SINC
                       SET SPD-INCLUIR   TO TRUE
                       MOVE WR-ID-CONTATO TO SPD-ID-CONTATO
                       MOVE WR-NM-CONTATO TO SPD-NM-CONTATO
                       MOVE WR-DEPTO-CONTATO TO SPD-DEPTO-CONTATO
                       PERFORM P6854-GRAVA-PENDENTE
                   ELSE
                       MOVE 'DEPTO INEXISTENTE' TO WS-RH-MOTIVO
                       PERFORM P6856-REJEITA-RH
                   END-IF
                   PERFORM P687-AVANCA-RH
               WHEN OTHER
                   IF NM-CONTATO NOT EQUAL WR-NM-CONTATO
                      OR DEPTO-CONTATO NOT EQUAL WR-DEPTO-CONTATO
                      OR SIT-CONTATO EQUAL 'I'
                       PERFORM P6857-TRATA-DIFERENCA
                   END-IF
                   PERFORM P686-AVANCA-CONTATO
                   PERFORM P687-AVANCA-RH
           END-EVALUATE
           .

       P6853-GRAVA-LINHA-SINC.
           MOVE WS-LINHA-SINC        TO REG-SINCRONIA
           WRITE REG-SINCRONIA
           PERFORM P6899-TESTA-ERRO-SINC
           .

       P6854-GRAVA-PENDENTE.
           WRITE REG-SINC-PEND
           IF NOT FS-SINC-PEND-OK THEN
               SET ERRO-SINC         TO TRUE
               DISPLAY 'ERRO AO GRAVAR O ARQUIVO DE PENDENCIAS DA '
                       'SINCRONIZACAO'
               DISPLAY 'FILE STATUS: ' WS-FS-SINC-PEND
           END-IF
           .

       P6855-VALIDA-DEPTO-RH.
           SET DEPTO-VALIDO          TO FALSE
           IF WR-DEPTO-CONTATO EQUAL ZERO
               SET DEPTO-VALIDO      TO TRUE
           ELSE
               IF NOT RH-SEM-DEPTOS
                   MOVE WR-DEPTO-CONTATO TO COD-DEPTO
                   READ DEPARTAMENTOS KEY IS COD-DEPTO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET DEPTO-VALIDO TO TRUE
                   END-READ
               END-IF
           END-IF
           .

       P6856-REJEITA-RH.
           ADD 1                     TO WS-QTD-SINC-REJEIT
           MOVE SPACES               TO WS-LINHA-SINC
           MOVE 'REJEITADO'          TO WS-LSI-TIPO
           MOVE WR-ID-CONTATO        TO WS-LSI-ID
           MOVE WR-NM-CONTATO        TO WS-LSI-NOME
           MOVE WR-DEPTO-CONTATO     TO WS-LSI-DEPTO
           STRING 'LIN '             DELIMITED BY SIZE
                  WR-LINHA           DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-RH-MOTIVO       DELIMITED BY SIZE
                  INTO WS-LSI-OBS
           END-STRING
           PERFORM P6853-GRAVA-LINHA-SINC
           .

       P6857-TRATA-DIFERENCA.
           PERFORM P6855-VALIDA-DEPTO-RH
           IF NOT DEPTO-VALIDO
               MOVE 'DEPTO INEXISTENTE' TO WS-RH-MOTIVO
               PERFORM P6856-REJEITA-RH
           ELSE
               ADD 1                 TO WS-QTD-SINC-DIFER
               MOVE SPACES           TO WS-LINHA-SINC
               MOVE 'DIFERENCA'      TO WS-LSI-TIPO
               MOVE ID-CONTATO       TO WS-LSI-ID
               MOVE NM-CONTATO       TO WS-LSI-NOME
               MOVE DEPTO-CONTATO    TO WS-LSI-DEPTO
               IF SIT-CONTATO EQUAL 'I'
                   MOVE 'CADASTRO (INATIVO)' TO WS-LSI-OBS
               ELSE
                   MOVE 'CADASTRO'   TO WS-LSI-OBS
               END-IF
               PERFORM P6853-GRAVA-LINHA-SINC
               MOVE SPACES           TO WS-LINHA-SINC
               MOVE WR-ID-CONTATO    TO WS-LSI-ID
               MOVE WR-NM-CONTATO    TO WS-LSI-NOME
               MOVE WR-DEPTO-CONTATO TO WS-LSI-DEPTO
               MOVE 'QUADRO DO RH'   TO WS-LSI-OBS
               PERFORM P6853-GRAVA-LINHA-SINC
               SET SPD-ALTERAR       TO TRUE
               MOVE WR-ID-CONTATO    TO SPD-ID-CONTATO
               MOVE WR-NM-CONTATO    TO SPD-NM-CONTATO
               MOVE WR-DEPTO-CONTATO TO SPD-DEPTO-CONTATO
               PERFORM P6854-GRAVA-PENDENTE
           END-IF
           .

       P686-AVANCA-CONTATO.
           IF NOT EOF-OK
               PERFORM P410-LE-CONTATO
           END-IF
           IF EOF-OK
               MOVE 999999           TO WS-CHAVE-CONT
           ELSE
               MOVE ID-CONTATO       TO WS-CHAVE-CONT
           END-IF
           .

      ******************************************************************
      * P687-AVANCA-RH
      * Devolve a proxima pessoa do quadro ordenado. Linhas repetidas
      * com o mesmo ID (o SORT preserva a ordem original) valem pela
      * primeira ocorrencia; as demais saem rejeitadas no relatorio.
      ******************************************************************
       P687-AVANCA-RH.
           PERFORM P6871-RETORNA-RH
           PERFORM P6872-DESCARTA-REPETIDO
               UNTIL EOF-RH-OK
                  OR WR-ID-CONTATO NOT EQUAL WS-RH-ID-ANTERIOR
           IF EOF-RH-OK
               MOVE 999999           TO WS-CHAVE-RH
           ELSE
               MOVE WR-ID-CONTATO    TO WS-CHAVE-RH
               MOVE WR-ID-CONTATO    TO WS-RH-ID-ANTERIOR
           END-IF
           .

       P6871-RETORNA-RH.
           RETURN WORK-RH
               AT END
                   SET EOF-RH-OK     TO TRUE
           END-RETURN
           .

       P6872-DESCARTA-REPETIDO.
           MOVE 'ID REPETIDO NO RH'  TO WS-RH-MOTIVO
           PERFORM P6856-REJEITA-RH
           PERFORM P6871-RETORNA-RH
           .

       P6899-TESTA-ERRO-SINC.
           IF NOT FS-SINC-OK THEN
               SET ERRO-SINC         TO TRUE
               DISPLAY 'ERRO AO GRAVAR O ARQUIVO DE CONCILIACAO'
               DISPLAY 'FILE STATUS: ' WS-FS-SINC
           END-IF
           .

      ******************************************************************
      * P690-APLICA-SINC
      * Aplica em CONTATOS as acoes guardadas em CONT_SINC.PND pela
      * conciliacao: inclusao (INCLUSAO no log), alteracao de nome/
      * departamento com reativacao (ALTERACAO) e inativacao
      * (EXCLUSAO, como a exclusao comum de P500-MANUTENCAO). O
      * resultado e acrescentado ao final de CONT_SINC.TXT; qualquer
      * falha de gravacao deixa ERRO-SINC ligado.
      ******************************************************************
       P690-APLICA-SINC.
           MOVE ZERO                 TO WS-QTD-SINC-INCL
           MOVE ZERO                 TO WS-QTD-SINC-ALTER
           MOVE ZERO                 TO WS-QTD-SINC-INATIV
           MOVE ZERO                 TO WS-QTD-SINC-FALHAS

           SET FS-OK                 TO TRUE
           OPEN I-O CONTATOS

           IF WS-FS EQUAL 35 THEN
               OPEN OUTPUT CONTATOS
               CLOSE CONTATOS
               OPEN I-O CONTATOS
           END-IF

           IF NOT FS-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               SET ERRO-SINC         TO TRUE
               GO TO P690-FIM
           END-IF

           SET FS-SINC-PEND-OK       TO TRUE
           OPEN INPUT ARQ-SINC-PEND

           IF NOT FS-SINC-PEND-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PENDENCIAS DA '
                       'SINCRONIZACAO'
               DISPLAY 'FILE STATUS: ' WS-FS-SINC-PEND
               SET ERRO-SINC         TO TRUE
               CLOSE CONTATOS
               GO TO P690-FIM
           END-IF

           SET EOF-SINC-PEND-OK      TO FALSE
           PERFORM P692-LE-PENDENTE
           PERFORM P691-APLICA-PENDENTE THRU P691-FIM
               UNTIL EOF-SINC-PEND-OK

           CLOSE ARQ-SINC-PEND
           CLOSE CONTATOS

           IF WS-QTD-SINC-FALHAS GREATER ZERO
               SET ERRO-SINC         TO TRUE
           END-IF

           SET FS-SINC-OK            TO TRUE
           OPEN EXTEND ARQ-SINCRONIA
           IF FS-SINC-OK THEN
               MOVE SPACES           TO REG-SINCRONIA
               STRING 'APLICADO - INCLUIDOS: ' DELIMITED BY SIZE
                      WS-QTD-SINC-INCL         DELIMITED BY SIZE
                      '  ALTERADOS: '          DELIMITED BY SIZE
                      WS-QTD-SINC-ALTER        DELIMITED BY SIZE
                      '  INATIVADOS: '         DELIMITED BY SIZE
                      WS-QTD-SINC-INATIV       DELIMITED BY SIZE
                      '  FALHAS: '             DELIMITED BY SIZE
                      WS-QTD-SINC-FALHAS       DELIMITED BY SIZE
                      INTO REG-SINCRONIA
               END-STRING
               WRITE REG-SINCRONIA
               PERFORM P6899-TESTA-ERRO-SINC
               CLOSE ARQ-SINCRONIA
           END-IF

           DISPLAY 'CONTATOS INCLUIDOS: ' WS-QTD-SINC-INCL
           DISPLAY 'CONTATOS ALTERADOS: ' WS-QTD-SINC-ALTER
           DISPLAY 'CONTATOS INATIVADOS: ' WS-QTD-SINC-INATIV
           DISPLAY 'FALHAS NA APLICACAO: ' WS-QTD-SINC-FALHAS
           .
       P690-FIM.

       P691-APLICA-PENDENTE.
           MOVE SPD-ID-CONTATO       TO ID-CONTATO

           IF SPD-INCLUIR
               MOVE SPD-NM-CONTATO   TO NM-CONTATO
               MOVE SPD-DEPTO-CONTATO TO DEPTO-CONTATO
               MOVE 'A'              TO SIT-CONTATO
               WRITE REG-CONTATOS
               IF NOT FS-OK
                   PERFORM P693-FALHA-SINC
                   GO TO P691-PROXIMO
               END-IF
               ADD 1                 TO WS-QTD-SINC-INCL
               MOVE 'INCLUSAO'       TO WS-LOG-OPERACAO
               MOVE SPACES           TO WS-LOG-NM-ANTES
               MOVE ZERO             TO WS-LOG-DEPTO-ANTES
               MOVE SPACES           TO WS-LOG-SIT-ANTES
               MOVE NM-CONTATO       TO WS-LOG-NM-DEPOIS
               MOVE DEPTO-CONTATO    TO WS-LOG-DEPTO-DEPOIS
               MOVE SIT-CONTATO      TO WS-LOG-SIT-DEPOIS
               PERFORM P800-GRAVA-LOG
               GO TO P691-PROXIMO
           END-IF

           READ CONTATOS KEY IS ID-CONTATO
               INVALID KEY
                   PERFORM P693-FALHA-SINC
                   GO TO P691-PROXIMO
           END-READ

           MOVE NM-CONTATO           TO WS-LOG-NM-ANTES
           MOVE DEPTO-CONTATO        TO WS-LOG-DEPTO-ANTES
           MOVE SIT-CONTATO          TO WS-LOG-SIT-ANTES

           IF SPD-INATIVAR
               IF SIT-CONTATO EQUAL 'I'
                   GO TO P691-PROXIMO
               END-IF
               MOVE 'I'              TO SIT-CONTATO
               MOVE 'EXCLUSAO'       TO WS-LOG-OPERACAO
           ELSE
               MOVE SPD-NM-CONTATO   TO NM-CONTATO
               MOVE SPD-DEPTO-CONTATO TO DEPTO-CONTATO
               MOVE 'A'              TO SIT-CONTATO
               MOVE 'ALTERACAO'      TO WS-LOG-OPERACAO
           END-IF

           REWRITE REG-CONTATOS
           IF NOT FS-OK
               PERFORM P693-FALHA-SINC
               GO TO P691-PROXIMO
           END-IF

           IF SPD-INATIVAR
               ADD 1                 TO WS-QTD-SINC-INATIV
           ELSE
               ADD 1                 TO WS-QTD-SINC-ALTER
           END-IF
           IF SIT-CONTATO NOT EQUAL WS-LOG-SIT-ANTES
               MOVE ID-CONTATO       TO WS-MBR-ID-CONTATO
               MOVE SIT-CONTATO      TO WS-MBR-SITUACAO
               PERFORM P580-ATUALIZA-GRUPOS-CONTATO THRU P580-FIM
           END-IF
           MOVE NM-CONTATO           TO WS-LOG-NM-DEPOIS
           MOVE DEPTO-CONTATO        TO WS-LOG-DEPTO-DEPOIS
           MOVE SIT-CONTATO          TO WS-LOG-SIT-DEPOIS
           PERFORM P800-GRAVA-LOG
           .
       P691-PROXIMO.
           PERFORM P692-LE-PENDENTE
           .
       P691-FIM.

       P692-LE-PENDENTE.
           READ ARQ-SINC-PEND
               AT END
                   SET EOF-SINC-PEND-OK TO TRUE
           END-READ
           .

       P693-FALHA-SINC.
           ADD 1                     TO WS-QTD-SINC-FALHAS
           DISPLAY 'FALHA AO SINCRONIZAR O CONTATO: ' SPD-ID-CONTATO
           DISPLAY 'FILE STATUS: ' WS-FS
           .

      ******************************************************************
      * P700-EXPORTA-CSV
      * Le CONTATOS do inicio ao fim e grava ARQ-EXPORT-CSV com uma
      * linha "ID,NOME,FONE,EMAIL,SIT" por contato, com o primeiro
      * fone e o primeiro e-mail do contato em CONT-FONES (colunas em
      * branco quando o contato nao tem fones/e-mails cadastrados).
      * Contatos inativos so sao exportados quando o operador pede.
      * Opcionalmente restrito aos membros de um grupo (menu, ou lote
      * 'CADCONTT=EXPORTA GRUPO nnn'), ver P701-DEFINE-FILTRO-GRUPO.
      ******************************************************************
       P700-EXPORTA-CSV.
           PERFORM P701-DEFINE-FILTRO-GRUPO THRU P701-FIM

           IF ERRO-FILTRO-GRUPO THEN
               SET ERRO-CSV          TO TRUE
               GO TO P700-FIM
           END-IF

           SET FS-OK                TO TRUE
           OPEN INPUT CONTATOS

           IF NOT FS-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               SET ERRO-CSV          TO TRUE
               GO TO P700-FIM
           END-IF

           SET FS-CSV-OK             TO TRUE
           OPEN OUTPUT ARQ-EXPORT-CSV

           IF NOT FS-CSV-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO CSV'
               DISPLAY 'FILE STATUS: ' WS-FS-CSV
               SET ERRO-CSV          TO TRUE
               CLOSE CONTATOS
               GO TO P700-FIM
           END-IF

           PERFORM P718-ABRE-FONES
           PERFORM P395-PERGUNTA-INATIVOS

           SET EOF-OK                TO FALSE
           SET ERRO-CSV              TO FALSE
           PERFORM P704-INICIA-LEITURA-EXPORT THRU P704-FIM
           IF ERRO-FILTRO-GRUPO
               SET ERRO-CSV          TO TRUE
           END-IF
           PERFORM P710-GRAVA-CSV UNTIL EOF-OK

           CLOSE CONTATOS
           CLOSE ARQ-EXPORT-CSV
           PERFORM P719-FECHA-FONES
           PERFORM P703-FECHA-FILTRO-GRUPO

           IF ERRO-CSV
               DISPLAY 'EXPORTACAO PARA CSV CONCLUIDA COM ERROS!'
           ELSE
               DISPLAY 'EXPORTACAO PARA CSV CONCLUIDA!'
           END-IF
           .
       P700-FIM.

      ******************************************************************
      * P701-DEFINE-FILTRO-GRUPO
      * Define o filtro de grupo das exportacoes CSV e de etiquetas.
      * No modo de lote, 'GRUPO nnn' apos a acao restringe aos membros
      * do grupo nnn e a falta de filtro exporta todos; filtro
      * desconhecido, codigo invalido ou grupo inexistente encerram a
      * exportacao com erro, sem gravar o arquivo. No menu, o
      * operador escolhe se quer filtrar.
      ******************************************************************
       P701-DEFINE-FILTRO-GRUPO.
           SET EXP-FILTRA-GRUPO      TO FALSE
           SET ERRO-FILTRO-GRUPO     TO FALSE
           MOVE ZERO                 TO WS-EXP-GRUPO

           IF MODO-LOTE
               IF WS-FILTRO-LOTE EQUAL SPACES
                   GO TO P701-FIM
               END-IF
               IF WS-FILTRO-LOTE NOT EQUAL 'GRUPO'
                   DISPLAY 'FILTRO DE LOTE INVALIDO: ' WS-FILTRO-LOTE
                   SET ERRO-FILTRO-GRUPO TO TRUE
                   GO TO P701-FIM
               END-IF
               MOVE WS-VALOR-FILTRO-LOTE TO WS-CAMPO-NUMERO
               PERFORM P6841-CONVERTE-NUMERO THRU P6841-FIM
               IF NOT NUMERO-OK OR WS-NUMERO-N GREATER 999
                  OR WS-NUMERO-N EQUAL ZERO
                  OR WS-VALOR-FILTRO-LOTE EQUAL SPACES
                   DISPLAY 'GRUPO DO FILTRO INVALIDO: '
                           WS-VALOR-FILTRO-LOTE
                   SET ERRO-FILTRO-GRUPO TO TRUE
                   GO TO P701-FIM
               END-IF
               MOVE WS-NUMERO-N      TO WS-COD-GRUPO
           ELSE
               DISPLAY 'EXPORTAR SOMENTE OS MEMBROS DE UM GRUPO? (S/N) '
               MOVE 'N'              TO WS-EXP-RESPOSTA
               ACCEPT WS-EXP-RESPOSTA
               IF WS-EXP-RESPOSTA NOT EQUAL 'S'
                   GO TO P701-FIM
               END-IF
               DISPLAY 'CODIGO DO GRUPO: '
               ACCEPT WS-COD-GRUPO
           END-IF

           SET FS-GRUPO-OK           TO TRUE
           OPEN INPUT CONT-GRUPOS

           IF NOT FS-GRUPO-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE GRUPOS'
               DISPLAY 'FILE STATUS: ' WS-FS-GRUPO
               SET ERRO-FILTRO-GRUPO TO TRUE
               GO TO P701-FIM
           END-IF

           MOVE WS-COD-GRUPO         TO COD-GRUPO
           READ CONT-GRUPOS KEY IS COD-GRUPO
               INVALID KEY
                   DISPLAY 'GRUPO INEXISTENTE: ' WS-COD-GRUPO
                   SET ERRO-FILTRO-GRUPO TO TRUE
               NOT INVALID KEY
                   DISPLAY 'EXPORTACAO DO GRUPO: ' COD-GRUPO SPACE
                           DESC-GRUPO
           END-READ
           CLOSE CONT-GRUPOS

           IF NOT ERRO-FILTRO-GRUPO
               SET EXP-FILTRA-GRUPO  TO TRUE
               MOVE WS-COD-GRUPO     TO WS-EXP-GRUPO
           END-IF
           .
       P701-FIM.

      ******************************************************************
      * P702-LE-CONTATO-EXPORT
      * Proximo contato das exportacoes em REG-CONTATOS (EOF-OK no
      * fim). Sem filtro, e a leitura sequencial de CONTATOS; com
      * filtro de grupo, segue os membros do grupo em CONT-MEMBROS
      * (ordem de ID) e le cada contato pela chave, ignorando
      * participacoes de contatos que nao existem mais.
      ******************************************************************
       P702-LE-CONTATO-EXPORT.
           IF NOT EXP-FILTRA-GRUPO
               PERFORM P410-LE-CONTATO
               GO TO P702-FIM
           END-IF
           .
       P702-PROXIMO-MEMBRO.
           IF NOT EOF-MEMBRO-OK
               PERFORM P278-LE-MEMBRO
           END-IF

           IF EOF-MEMBRO-OK OR MBR-COD-GRUPO NOT EQUAL WS-EXP-GRUPO
               SET EOF-OK            TO TRUE
               GO TO P702-FIM
           END-IF

           MOVE MBR-ID-CONTATO       TO ID-CONTATO
           READ CONTATOS KEY IS ID-CONTATO
               INVALID KEY
                   GO TO P702-PROXIMO-MEMBRO
           END-READ
           .
       P702-FIM.

       P703-FECHA-FILTRO-GRUPO.
           IF EXP-FILTRA-GRUPO AND NOT ERRO-FILTRO-GRUPO
               CLOSE CONT-MEMBROS
           END-IF
           .

      *    Posiciona a leitura das exportacoes (CONT-MEMBROS no inicio
      *    do grupo, quando filtrado) e le o primeiro contato.
       P704-INICIA-LEITURA-EXPORT.
           IF NOT EXP-FILTRA-GRUPO
               PERFORM P410-LE-CONTATO
               GO TO P704-FIM
           END-IF

           SET FS-MEMBRO-OK          TO TRUE
           OPEN INPUT CONT-MEMBROS

           IF NOT FS-MEMBRO-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MEMBROS DE GRUPOS'
               DISPLAY 'FILE STATUS: ' WS-FS-MEMBRO
               SET ERRO-FILTRO-GRUPO TO TRUE
               SET EOF-OK            TO TRUE
               GO TO P704-FIM
           END-IF

           MOVE WS-EXP-GRUPO         TO MBR-COD-GRUPO
           MOVE ZERO                 TO MBR-ID-CONTATO
           SET EOF-MEMBRO-OK         TO FALSE
           START CONT-MEMBROS KEY IS NOT LESS THAN CHAVE-MEMBRO
               INVALID KEY
                   SET EOF-MEMBRO-OK TO TRUE
           END-START

           PERFORM P702-LE-CONTATO-EXPORT THRU P702-FIM
           .
       P704-FIM.

       P710-GRAVA-CSV.
           IF SIT-CONTATO EQUAL 'I' AND NOT INCLUI-INATIVOS
               CONTINUE
           ELSE
               PERFORM P715-BUSCA-FONES THRU P715-FIM
               MOVE SPACES           TO REG-CSV
               STRING ID-CONTATO    DELIMITED BY SIZE
                      ','           DELIMITED BY SIZE
                      NM-CONTATO    DELIMITED BY SIZE
                      ','           DELIMITED BY SIZE
                      WS-FONE1      DELIMITED BY SIZE
                      ','           DELIMITED BY SIZE
                      WS-EMAIL1     DELIMITED BY SIZE
                      ','           DELIMITED BY SIZE
                      SIT-CONTATO   DELIMITED BY SIZE
                      INTO REG-CSV
               END-STRING
               WRITE REG-CSV

               IF NOT FS-CSV-OK THEN
                   SET ERRO-CSV          TO TRUE
                   DISPLAY 'ERRO AO GRAVAR O ARQUIVO CSV'
                   DISPLAY 'FILE STATUS: ' WS-FS-CSV
               END-IF
           END-IF

           PERFORM P702-LE-CONTATO-EXPORT THRU P702-FIM
           .

      ******************************************************************
      * P715-BUSCA-FONES
      * Localiza em CONT-FONES o primeiro fone (tipo F) e o primeiro
      * e-mail (tipo E) do contato corrente em REG-CONTATOS, deixando
      * o resultado em WS-FONE1/WS-EMAIL1 (espacos quando nao ha).
      * CONT-FONES deve ter sido aberto pelo chamador via
      * P718-ABRE-FONES.
      ******************************************************************
       P715-BUSCA-FONES.
           MOVE SPACES               TO WS-FONE1
           MOVE SPACES               TO WS-EMAIL1

           IF SEM-CADASTRO-FONES
               GO TO P715-FIM
           END-IF

           MOVE ID-CONTATO           TO FONE-ID-CONTATO
           MOVE ZERO                 TO FONE-SEQ
           SET EOF-FONE-OK           TO FALSE
           START CONT-FONES KEY IS NOT LESS THAN CHAVE-FONE
               INVALID KEY
                   SET EOF-FONE-OK   TO TRUE
           END-START

           IF NOT EOF-FONE-OK THEN
               PERFORM P556-LE-FONE
           END-IF
           PERFORM P716-GUARDA-FONE
               UNTIL EOF-FONE-OK
                  OR FONE-ID-CONTATO NOT EQUAL ID-CONTATO
           .
       P715-FIM.

       P716-GUARDA-FONE.
           IF TIPO-FONE EQUAL 'F' AND WS-FONE1 EQUAL SPACES
               MOVE VALOR-FONE       TO WS-FONE1
           END-IF
           IF TIPO-FONE EQUAL 'E' AND WS-EMAIL1 EQUAL SPACES
               MOVE VALOR-FONE       TO WS-EMAIL1
           END-IF
           PERFORM P556-LE-FONE
           .

      ******************************************************************
      * P718-ABRE-FONES
      * Abre CONT-FONES para consulta nas exportacoes. A falta do
      * arquivo nao e erro: assinala SEM-CADASTRO-FONES e as colunas
      * de fone/e-mail saem em branco.
      ******************************************************************
       P718-ABRE-FONES.
           SET SEM-CADASTRO-FONES    TO FALSE
           SET FS-FONE-OK            TO TRUE
           OPEN INPUT CONT-FONES
           IF NOT FS-FONE-OK
               SET SEM-CADASTRO-FONES TO TRUE
           END-IF
           .

       P719-FECHA-FONES.
           IF NOT SEM-CADASTRO-FONES
               CLOSE CONT-FONES
           END-IF
           .

      ******************************************************************
      * P720-EXPORTA-ETIQUETAS
      * Le CONTATOS do inicio ao fim e grava ARQ-ETIQUETAS com
      * etiquetas de largura fixa para impressao, duas etiquetas por
      * linha de papel, separadas por uma linha em branco entre cada
      * par de etiquetas. Cada etiqueta traz tambem o primeiro fone
      * do contato em CONT-FONES (em branco quando nao ha). Contatos
      * inativos so geram etiqueta quando o operador pede. Como na
      * exportacao CSV, pode ser restrito aos membros de um grupo
      * (lote 'CADCONTT=ETIQUETAS GRUPO nnn').
      ******************************************************************
       P720-EXPORTA-ETIQUETAS.
           PERFORM P701-DEFINE-FILTRO-GRUPO THRU P701-FIM

           IF ERRO-FILTRO-GRUPO THEN
               SET ERRO-ETIQ         TO TRUE
               GO TO P720-FIM
           END-IF

           SET FS-OK                TO TRUE
           OPEN INPUT CONTATOS

           IF NOT FS-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               SET ERRO-ETIQ         TO TRUE
               GO TO P720-FIM
           END-IF

           SET FS-ETIQ-OK            TO TRUE
           OPEN OUTPUT ARQ-ETIQUETAS

           IF NOT FS-ETIQ-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ETIQUETAS'
               DISPLAY 'FILE STATUS: ' WS-FS-ETIQ
               SET ERRO-ETIQ         TO TRUE
               CLOSE CONTATOS
               GO TO P720-FIM
           END-IF

           PERFORM P718-ABRE-FONES
           PERFORM P395-PERGUNTA-INATIVOS

           SET EOF-OK                TO FALSE
           SET ERRO-ETIQ             TO FALSE
           SET ETIQ-PENDENTE         TO FALSE
           PERFORM P704-INICIA-LEITURA-EXPORT THRU P704-FIM
           IF ERRO-FILTRO-GRUPO
               SET ERRO-ETIQ         TO TRUE
           END-IF
           PERFORM P730-PROCESSA-ETIQUETA THRU P730-FIM
               UNTIL EOF-OK

           IF ETIQ-PENDENTE THEN
               SET ETIQ-TEM-CEL2     TO FALSE
               PERFORM P731-GRAVA-LINHA-ETIQUETA THRU P731-FIM
               SET ETIQ-PENDENTE     TO FALSE
           END-IF

           CLOSE CONTATOS
           CLOSE ARQ-ETIQUETAS
           PERFORM P719-FECHA-FONES
           PERFORM P703-FECHA-FILTRO-GRUPO

           IF ERRO-ETIQ
               DISPLAY 'EXPORTACAO DE ETIQUETAS CONCLUIDA COM ERROS!'
           ELSE
               DISPLAY 'EXPORTACAO DE ETIQUETAS CONCLUIDA!'
           END-IF
           .
       P720-FIM.

       P730-PROCESSA-ETIQUETA.
           IF SIT-CONTATO EQUAL 'I' AND NOT INCLUI-INATIVOS
               PERFORM P702-LE-CONTATO-EXPORT THRU P702-FIM
               GO TO P730-FIM
           END-IF

           PERFORM P715-BUSCA-FONES THRU P715-FIM
           IF NOT ETIQ-PENDENTE THEN
               MOVE ID-CONTATO       TO WS-ETQ-PEND-ID
               MOVE NM-CONTATO       TO WS-ETQ-PEND-NOME
               MOVE DEPTO-CONTATO    TO WS-ETQ-PEND-DEPTO
               MOVE WS-FONE1         TO WS-ETQ-PEND-FONE
               SET ETIQ-PENDENTE     TO TRUE
           ELSE
               MOVE ID-CONTATO       TO WS-ETQ-CEL2-ID
               MOVE NM-CONTATO       TO WS-ETQ-CEL2-NOME
               MOVE DEPTO-CONTATO    TO WS-ETQ-CEL2-DEPTO
               MOVE WS-FONE1         TO WS-ETQ-CEL2-FONE
               SET ETIQ-TEM-CEL2     TO TRUE
               PERFORM P731-GRAVA-LINHA-ETIQUETA THRU P731-FIM
               SET ETIQ-PENDENTE     TO FALSE
           END-IF
           PERFORM P702-LE-CONTATO-EXPORT THRU P702-FIM
           .
       P730-FIM.

      ******************************************************************
      * P731-GRAVA-LINHA-ETIQUETA
      * Monta e grava as tres linhas de uma etiqueta (nome,
      * identificacao/departamento e fone) para a etiqueta pendente
      * e, se houver, a etiqueta da segunda coluna, seguidas da
      * linha em branco separadora.
      ******************************************************************
       P731-GRAVA-LINHA-ETIQUETA.
           MOVE SPACES               TO WS-LINHA-ETIQUETA
           MOVE WS-ETQ-PEND-NOME     TO WS-ETQ-CEL1
           IF ETIQ-TEM-CEL2
               MOVE WS-ETQ-CEL2-NOME TO WS-ETQ-CEL2
           END-IF
           WRITE REG-ETIQUETA FROM WS-LINHA-ETIQUETA
           PERFORM P732-TESTA-ERRO-ETIQ

           MOVE SPACES               TO WS-LINHA-ETIQUETA
           STRING 'ID: '              DELIMITED BY SIZE
                  WS-ETQ-PEND-ID      DELIMITED BY SIZE
                  '  DEPTO: '         DELIMITED BY SIZE
                  WS-ETQ-PEND-DEPTO   DELIMITED BY SIZE
                  INTO WS-ETQ-CEL1
           END-STRING
           IF ETIQ-TEM-CEL2
               STRING 'ID: '            DELIMITED BY SIZE
                      WS-ETQ-CEL2-ID    DELIMITED BY SIZE
                      '  DEPTO: '       DELIMITED BY SIZE
                      WS-ETQ-CEL2-DEPTO DELIMITED BY SIZE
                      INTO WS-ETQ-CEL2
               END-STRING
           END-IF
           WRITE REG-ETIQUETA FROM WS-LINHA-ETIQUETA
           PERFORM P732-TESTA-ERRO-ETIQ

           MOVE SPACES               TO WS-LINHA-ETIQUETA
           STRING 'FONE: '            DELIMITED BY SIZE
                  WS-ETQ-PEND-FONE    DELIMITED BY SIZE
                  INTO WS-ETQ-CEL1
           END-STRING
           IF ETIQ-TEM-CEL2
               STRING 'FONE: '          DELIMITED BY SIZE
                      WS-ETQ-CEL2-FONE  DELIMITED BY SIZE
                      INTO WS-ETQ-CEL2
               END-STRING
           END-IF
           WRITE REG-ETIQUETA FROM WS-LINHA-ETIQUETA
           PERFORM P732-TESTA-ERRO-ETIQ

           MOVE SPACES               TO REG-ETIQUETA
           WRITE REG-ETIQUETA
           PERFORM P732-TESTA-ERRO-ETIQ
           .
       P731-FIM.

       P732-TESTA-ERRO-ETIQ.
           IF NOT FS-ETIQ-OK THEN
               SET ERRO-ETIQ         TO TRUE
               DISPLAY 'ERRO AO GRAVAR O ARQUIVO DE ETIQUETAS'
               DISPLAY 'FILE STATUS: ' WS-FS-ETIQ
           END-IF
           .

      ******************************************************************
      * P740-EXPORTA-VCARD
      * Le CONTATOS do inicio ao fim e grava ARQ-VCARD
      * (CONT_EXPORT.VCF) com um cartao vCard 3.0 por contato ativo:
      * nome (N/FN), descricao do departamento como unidade da
      * organizacao (ORG) e todos os fones (TEL) e e-mails (EMAIL) do
      * contato em CONT-FONES. Opcionalmente restrito a um unico
      * departamento: no menu o operador informa o codigo; no modo de
      * lote o filtro vem da linha 'CADCONTT=VCARD DEPTO nn'.
      ******************************************************************
       P740-EXPORTA-VCARD.
           SET ERRO-VCARD            TO FALSE
           MOVE ZERO                 TO WS-QTD-VCARD
           PERFORM P741-DEFINE-FILTRO-VCARD THRU P741-FIM

           IF ERRO-VCARD
               GO TO P740-FIM
           END-IF

           SET FS-OK                 TO TRUE
           OPEN INPUT CONTATOS

           IF NOT FS-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               SET ERRO-VCARD        TO TRUE
               GO TO P740-FIM
           END-IF

           SET FS-VCARD-OK           TO TRUE
           OPEN OUTPUT ARQ-VCARD

           IF NOT FS-VCARD-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO VCARD'
               DISPLAY 'FILE STATUS: ' WS-FS-VCARD
               SET ERRO-VCARD        TO TRUE
               CLOSE CONTATOS
               GO TO P740-FIM
           END-IF

      *    Sem o cadastro de departamentos os cartoes saem sem ORG.
           SET VC-SEM-DEPTOS         TO FALSE
           SET FS-DEPTO-OK           TO TRUE
           OPEN INPUT DEPARTAMENTOS
           IF NOT FS-DEPTO-OK
               SET VC-SEM-DEPTOS     TO TRUE
           END-IF

           PERFORM P718-ABRE-FONES

           SET EOF-OK                TO FALSE
           PERFORM P410-LE-CONTATO
           PERFORM P742-GRAVA-CARTAO THRU P742-FIM
               UNTIL EOF-OK

           CLOSE CONTATOS
           CLOSE ARQ-VCARD
           PERFORM P719-FECHA-FONES
           IF NOT VC-SEM-DEPTOS
               CLOSE DEPARTAMENTOS
           END-IF

           DISPLAY 'CARTOES GRAVADOS: ' WS-QTD-VCARD
           IF ERRO-VCARD
               DISPLAY 'EXPORTACAO VCARD CONCLUIDA COM ERROS!'
           ELSE
               DISPLAY 'EXPORTACAO VCARD CONCLUIDA!'
           END-IF
           .
       P740-FIM.

      ******************************************************************
      * P741-DEFINE-FILTRO-VCARD
      * Define o filtro de departamento da exportacao vCard. No modo
      * de lote, 'DEPTO nn' apos a acao restringe ao departamento nn
      * e a falta de filtro exporta todos; filtro desconhecido ou
      * codigo invalido encerra a exportacao com erro, sem gravar o
      * arquivo. No menu, o operador escolhe se quer filtrar.
      ******************************************************************
       P741-DEFINE-FILTRO-VCARD.
           SET VC-FILTRA-DEPTO       TO FALSE
           MOVE ZERO                 TO WS-VC-DEPTO-FILTRO

           IF MODO-LOTE
               IF WS-FILTRO-LOTE EQUAL SPACES
                   GO TO P741-FIM
               END-IF
               IF WS-FILTRO-LOTE NOT EQUAL 'DEPTO'
                   DISPLAY 'FILTRO DE LOTE INVALIDO: ' WS-FILTRO-LOTE
                   SET ERRO-VCARD    TO TRUE
                   GO TO P741-FIM
               END-IF
               MOVE WS-VALOR-FILTRO-LOTE TO WS-CAMPO-NUMERO
               PERFORM P6841-CONVERTE-NUMERO THRU P6841-FIM
               IF NOT NUMERO-OK OR WS-NUMERO-N GREATER 99
                  OR WS-VALOR-FILTRO-LOTE EQUAL SPACES
                   DISPLAY 'DEPARTAMENTO DO FILTRO INVALIDO: '
                           WS-VALOR-FILTRO-LOTE
                   SET ERRO-VCARD    TO TRUE
                   GO TO P741-FIM
               END-IF
               MOVE WS-NUMERO-N      TO WS-DEPTO-CONTATO
           ELSE
               DISPLAY 'EXPORTAR SOMENTE UM DEPARTAMENTO? (S/N) '
               MOVE 'N'              TO WS-VC-RESPOSTA
               ACCEPT WS-VC-RESPOSTA
               IF WS-VC-RESPOSTA NOT EQUAL 'S'
                   GO TO P741-FIM
               END-IF
               DISPLAY 'CODIGO DO DEPARTAMENTO (0 = SEM '
                       'DEPARTAMENTO): '
               ACCEPT WS-DEPTO-CONTATO
           END-IF

           IF WS-DEPTO-CONTATO NOT EQUAL ZERO
               PERFORM P250-VALIDA-DEPTO
               IF NOT DEPTO-VALIDO
                   DISPLAY 'DEPARTAMENTO INEXISTENTE: '
                           WS-DEPTO-CONTATO
                   SET ERRO-VCARD    TO TRUE
                   GO TO P741-FIM
               END-IF
           END-IF

           SET VC-FILTRA-DEPTO       TO TRUE
           MOVE WS-DEPTO-CONTATO     TO WS-VC-DEPTO-FILTRO
           .
       P741-FIM.

      ******************************************************************
      * P742-GRAVA-CARTAO
      * Grava o cartao do contato corrente, se ativo e dentro do
      * filtro de departamento, e le o proximo contato.
      ******************************************************************
       P742-GRAVA-CARTAO.
           IF SIT-CONTATO EQUAL 'I'
               PERFORM P410-LE-CONTATO
               GO TO P742-FIM
           END-IF

           IF VC-FILTRA-DEPTO
              AND DEPTO-CONTATO NOT EQUAL WS-VC-DEPTO-FILTRO
               PERFORM P410-LE-CONTATO
               GO TO P742-FIM
           END-IF

           MOVE 'BEGIN:VCARD'        TO REG-VCARD
           PERFORM P745-GRAVA-LINHA-VCARD
           MOVE 'VERSION:3.0'        TO REG-VCARD
           PERFORM P745-GRAVA-LINHA-VCARD

           MOVE NM-CONTATO           TO WS-VC-ENTRADA
           PERFORM P746-PREPARA-VALOR THRU P746-FIM
           MOVE 'N:'                 TO WS-VC-PREFIXO
           MOVE ';;;;'               TO WS-VC-SUFIXO
           PERFORM P744-MONTA-LINHA-VCARD THRU P744-FIM
           MOVE 'FN:'                TO WS-VC-PREFIXO
           MOVE SPACES               TO WS-VC-SUFIXO
           PERFORM P744-MONTA-LINHA-VCARD THRU P744-FIM

           IF DEPTO-CONTATO NOT EQUAL ZERO AND NOT VC-SEM-DEPTOS
               MOVE DEPTO-CONTATO    TO COD-DEPTO
               READ DEPARTAMENTOS KEY IS COD-DEPTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DESC-DEPTO TO WS-VC-ENTRADA
                       PERFORM P746-PREPARA-VALOR THRU P746-FIM
                       MOVE 'ORG:;'  TO WS-VC-PREFIXO
                       PERFORM P744-MONTA-LINHA-VCARD THRU P744-FIM
               END-READ
           END-IF

           IF NOT SEM-CADASTRO-FONES
               PERFORM P743-GRAVA-FONES-VCARD THRU P743-FIM
           END-IF

           MOVE 'END:VCARD'          TO REG-VCARD
           PERFORM P745-GRAVA-LINHA-VCARD
           ADD 1                     TO WS-QTD-VCARD

           PERFORM P410-LE-CONTATO
           .
       P742-FIM.

      ******************************************************************
      * P743-GRAVA-FONES-VCARD
      * Grava uma linha TEL para cada fone (tipo F) e uma linha EMAIL
      * para cada e-mail (tipo E) do contato corrente, na ordem de
      * sequencia de CONT-FONES.
      ******************************************************************
       P743-GRAVA-FONES-VCARD.
           MOVE ID-CONTATO           TO FONE-ID-CONTATO
           MOVE ZERO                 TO FONE-SEQ
           SET EOF-FONE-OK           TO FALSE
           START CONT-FONES KEY IS NOT LESS THAN CHAVE-FONE
               INVALID KEY
                   SET EOF-FONE-OK   TO TRUE
           END-START

           IF NOT EOF-FONE-OK THEN
               PERFORM P556-LE-FONE
           END-IF
           PERFORM P7431-GRAVA-UM-FONE
               UNTIL EOF-FONE-OK
                  OR FONE-ID-CONTATO NOT EQUAL ID-CONTATO
           .
       P743-FIM.

       P7431-GRAVA-UM-FONE.
           MOVE VALOR-FONE           TO WS-VC-ENTRADA
           PERFORM P746-PREPARA-VALOR THRU P746-FIM
           MOVE SPACES               TO WS-VC-SUFIXO
           IF TIPO-FONE EQUAL 'E'
               MOVE 'EMAIL;TYPE=INTERNET:' TO WS-VC-PREFIXO
           ELSE
               MOVE 'TEL;TYPE=VOICE:' TO WS-VC-PREFIXO
           END-IF
           PERFORM P744-MONTA-LINHA-VCARD THRU P744-FIM
           PERFORM P556-LE-FONE
           .

      ******************************************************************
      * P744-MONTA-LINHA-VCARD
      * Grava a linha WS-VC-PREFIXO + valor preparado (WS-VC-SAIDA,
      * WS-VC-TAM posicoes) + WS-VC-SUFIXO. Valor vazio nao gera
      * linha.
      ******************************************************************
       P744-MONTA-LINHA-VCARD.
           IF WS-VC-TAM EQUAL ZERO
               GO TO P744-FIM
           END-IF

           MOVE SPACES               TO REG-VCARD
           STRING WS-VC-PREFIXO      DELIMITED BY SPACE
                  WS-VC-SAIDA (1:WS-VC-TAM) DELIMITED BY SIZE
                  WS-VC-SUFIXO       DELIMITED BY SPACE
                  INTO REG-VCARD
           END-STRING
           PERFORM P745-GRAVA-LINHA-VCARD
           .
       P744-FIM.

       P745-GRAVA-LINHA-VCARD.
           WRITE REG-VCARD
           IF NOT FS-VCARD-OK THEN
               SET ERRO-VCARD        TO TRUE
               DISPLAY 'ERRO AO GRAVAR O ARQUIVO VCARD'
               DISPLAY 'FILE STATUS: ' WS-FS-VCARD
           END-IF
           .

      ******************************************************************
      * P746-PREPARA-VALOR
      * Copia WS-VC-ENTRADA para WS-VC-SAIDA sem os espacos a direita
      * e com virgula, ponto e virgula e barra invertida precedidos
      * de '\', como pede o formato vCard; o tamanho resultante fica
      * em WS-VC-TAM (zero para valor em branco).
      ******************************************************************
       P746-PREPARA-VALOR.
           MOVE SPACES               TO WS-VC-SAIDA
           MOVE ZERO                 TO WS-VC-TAM

           IF WS-VC-ENTRADA EQUAL SPACES
               GO TO P746-FIM
           END-IF

           PERFORM P7461-TESTA-FIM THRU P7461-FIM
               VARYING WS-VC-FIM FROM 40 BY -1
               UNTIL WS-VC-ENTRADA (WS-VC-FIM:1) NOT EQUAL SPACE
           PERFORM P7462-COPIA-CARACTER
               VARYING WS-VC-POS FROM 1 BY 1
               UNTIL WS-VC-POS GREATER WS-VC-FIM
           .
       P746-FIM.

       P7461-TESTA-FIM.
           CONTINUE
           .
       P7461-FIM.

       P7462-COPIA-CARACTER.
           IF WS-VC-ENTRADA (WS-VC-POS:1) EQUAL ','
              OR WS-VC-ENTRADA (WS-VC-POS:1) EQUAL ';'
              OR WS-VC-ENTRADA (WS-VC-POS:1) EQUAL '\'
               ADD 1                 TO WS-VC-TAM
               MOVE '\'              TO WS-VC-SAIDA (WS-VC-TAM:1)
           END-IF
           ADD 1                     TO WS-VC-TAM
           MOVE WS-VC-ENTRADA (WS-VC-POS:1)
                                     TO WS-VC-SAIDA (WS-VC-TAM:1)
           .

      ******************************************************************
      * P750-AGENDA
      * Menu das alteracoes programadas (CONT-AGENDA): mudancas
      * anunciadas com antecedencia - transferir um contato de
      * departamento, inativar um contato ou transferir um
      * departamento inteiro - registradas com a data de efetivacao
      * e aplicadas por P760-APLICA-AGENDA no lote noturno
      * (CADCONTT=AGENDA) ou, sob demanda, pela opcao 5. A listagem
      * e livre; incluir, corrigir, cancelar e aplicar exigem
      * operador autorizado.
      ******************************************************************
       P750-AGENDA.
           SET FS-AGENDA-OK          TO TRUE
           OPEN I-O CONT-AGENDA

           IF WS-FS-AGENDA EQUAL 35 THEN
               OPEN OUTPUT CONT-AGENDA
               CLOSE CONT-AGENDA
               OPEN I-O CONT-AGENDA
           END-IF

           IF NOT FS-AGENDA-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALTERACOES '
                       'PROGRAMADAS'
               DISPLAY 'FILE STATUS: ' WS-FS-AGENDA
               GO TO P750-FIM
           END-IF

           ACCEPT WS-AGD-HOJE        FROM DATE YYYYMMDD
           SET AGD-FECHADA           TO FALSE

           DISPLAY ' '
           DISPLAY 'ALTERACOES PROGRAMADAS'
           DISPLAY '1 - INCLUIR ALTERACAO PROGRAMADA'
           DISPLAY '2 - LISTAR ALTERACOES PROGRAMADAS'
           DISPLAY '3 - CORRIGIR ALTERACAO PENDENTE'
           DISPLAY '4 - CANCELAR ALTERACAO PENDENTE'
           DISPLAY '5 - APLICAR AGORA AS ALTERACOES VENCIDAS'
           DISPLAY '9 - VOLTAR'
           DISPLAY 'OPCAO: '
           ACCEPT WS-OPCAO-AGENDA

           IF (AGENDA-INCLUIR OR AGENDA-CORRIGIR OR AGENDA-CANCELAR
               OR AGENDA-APLICAR) AND NOT OPERADOR-AUTORIZADO THEN
               DISPLAY 'OPERACAO RESTRITA A OPERADORES AUTORIZADOS'
               CLOSE CONT-AGENDA
               GO TO P750-FIM
           END-IF

           EVALUATE TRUE
               WHEN AGENDA-INCLUIR
                   PERFORM P751-INCLUI-AGENDA  THRU P751-FIM
               WHEN AGENDA-LISTAR
                   PERFORM P752-LISTA-AGENDA   THRU P752-FIM
               WHEN AGENDA-CORRIGIR
                   PERFORM P753-CORRIGE-AGENDA THRU P753-FIM
               WHEN AGENDA-CANCELAR
                   PERFORM P754-CANCELA-AGENDA THRU P754-FIM
               WHEN AGENDA-APLICAR
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPERACAO CANCELADA'
           END-EVALUATE

           IF AGD-FECHADA
               GO TO P750-FIM
           END-IF

           CLOSE CONT-AGENDA

      *    A aplicacao abre CONT-AGENDA por conta propria, como no lote.
           IF AGENDA-APLICAR
               PERFORM P760-APLICA-AGENDA THRU P760-FIM
           END-IF
           .
       P750-FIM.

       P751-INCLUI-AGENDA.
           PERFORM P755-CALC-PROX-AGENDA THRU P755-FIM

           IF WS-AGD-NUMERO EQUAL ZERO THEN
               DISPLAY 'LIMITE DE ALTERACOES PROGRAMADAS ATINGIDO'
               GO TO P751-FIM
           END-IF

           DISPLAY 'TIPO (T=TRANSFERIR CONTATO, I=INATIVAR CONTATO, '
                   'M=TRANSFERIR DEPARTAMENTO INTEIRO): '
           MOVE SPACES               TO WS-AGD-TIPO
           ACCEPT WS-AGD-TIPO

           IF WS-AGD-TIPO NOT EQUAL 'T' AND
              WS-AGD-TIPO NOT EQUAL 'I' AND
              WS-AGD-TIPO NOT EQUAL 'M' THEN
               DISPLAY 'TIPO INVALIDO, INFORME T, I OU M'
               GO TO P751-FIM
           END-IF

           MOVE ZERO                 TO WS-AGD-ID-CONTATO
           MOVE ZERO                 TO WS-AGD-ORIGEM
           MOVE ZERO                 TO WS-AGD-DESTINO

           IF WS-AGD-TIPO EQUAL 'M'
               DISPLAY 'DEPARTAMENTO DE ORIGEM: '
               ACCEPT WS-AGD-ORIGEM
           ELSE
               DISPLAY 'NUMERO DO CONTATO: '
               ACCEPT WS-AGD-ID-CONTATO
           END-IF

           IF WS-AGD-TIPO NOT EQUAL 'I'
               DISPLAY 'DEPARTAMENTO DE DESTINO (0 = SEM '
                       'DEPARTAMENTO): '
               ACCEPT WS-AGD-DESTINO
           END-IF

           PERFORM P756-ACEITA-DATA-AGENDA THRU P756-FIM
           IF NOT AGD-DATA-VALIDA
               GO TO P751-FIM
           END-IF

           PERFORM P757-VALIDA-AGENDA THRU P757-FIM
           IF WS-AGD-MOTIVO NOT EQUAL SPACES THEN
               DISPLAY 'ALTERACAO NAO PROGRAMADA: ' WS-AGD-MOTIVO
               GO TO P751-FIM
           END-IF

           MOVE WS-AGD-NUMERO        TO AGD-NUMERO
           MOVE WS-AGD-DATA          TO AGD-DATA-EFETIVA
           MOVE WS-AGD-TIPO          TO TIPO-AGENDA
           MOVE WS-AGD-ID-CONTATO    TO AGD-ID-CONTATO
           MOVE WS-AGD-ORIGEM        TO AGD-DEPTO-ORIGEM
           MOVE WS-AGD-DESTINO       TO AGD-DEPTO-DESTINO
           IF WS-AGD-TIPO EQUAL 'M'
               MOVE 'E'              TO SIT-AGENDA
           ELSE
               MOVE 'P'              TO SIT-AGENDA
           END-IF
           MOVE WS-AGD-HOJE          TO AGD-DATA-CADASTRO
           MOVE WS-COD-LOGIN         TO AGD-OPER-CADASTRO
           MOVE ZERO                 TO AGD-DATA-SIT
           MOVE SPACES               TO AGD-MOTIVO
           WRITE REG-AGENDA

           IF NOT FS-AGENDA-OK THEN
               DISPLAY 'ERRO AO GRAVAR A ALTERACAO PROGRAMADA'
               DISPLAY 'FILE STATUS: ' WS-FS-AGENDA
               GO TO P751-FIM
           END-IF

           DISPLAY 'ALTERACAO PROGRAMADA SALVA, NUMERO: '
                   WS-AGD-NUMERO
           IF SIT-AGENDA EQUAL 'E'
               PERFORM P7511-SOLICITA-APROV-AGENDA THRU P7511-FIM
           END-IF
           .
       P751-FIM.

      *    Transferencia de departamento inteiro: so entra na agenda
      *    ('P') depois de aprovada por um segundo operador. CONT-AGENDA
      *    e fechado durante o registro porque a expiracao das
      *    pendentes (P775) pode cancelar itens da agenda. Se nao
      *    puder ser reaberto, AGD-FECHADA encerra a manutencao da
      *    agenda em P750.
       P7511-SOLICITA-APROV-AGENDA.
           CLOSE CONT-AGENDA
           MOVE 'A'                  TO WS-APV-TIPO
           MOVE ZERO                 TO WS-APV-ID-CONTATO
           MOVE ZERO                 TO WS-APV-ID-DUPL
           MOVE AGD-DEPTO-ORIGEM     TO WS-APV-ORIGEM
           MOVE AGD-DEPTO-DESTINO    TO WS-APV-DESTINO
           MOVE AGD-NUMERO           TO WS-APV-NUM-AGENDA
           PERFORM P771-REGISTRA-SOLICITACAO THRU P771-FIM
           IF NOT SOLICITACAO-REGISTRADA
              AND WS-APV-EXISTENTE EQUAL ZERO
               DISPLAY 'A ALTERACAO FICA AGUARDANDO APROVACAO; '
                       'CORRIJA-A PARA SOLICITAR DE NOVO'
           END-IF

           SET FS-AGENDA-OK          TO TRUE
           OPEN I-O CONT-AGENDA

           IF NOT FS-AGENDA-OK THEN
               DISPLAY 'ERRO AO REABRIR O ARQUIVO DE AGENDA'
               DISPLAY 'FILE STATUS: ' WS-FS-AGENDA
               SET AGD-FECHADA       TO TRUE
               GO TO P7511-FIM
           END-IF
           .
       P7511-FIM.

      ******************************************************************
      * P752-LISTA-AGENDA
      * Lista as alteracoes programadas em ordem de data de
      * efetivacao (chave alternativa), por padrao so as pendentes
      * (inclusive as que aguardam aprovacao, situacao 'E');
      * a pedido do operador inclui tambem as ja aplicadas, com falha
      * ou canceladas, com o motivo/resultado registrado.
      ******************************************************************
       P752-LISTA-AGENDA.
           DISPLAY 'LISTAR TAMBEM AS JA ENCERRADAS? (S/N) '
           MOVE 'N'                  TO WS-AGD-TODAS
           ACCEPT WS-AGD-TODAS
           IF WS-AGD-TODAS NOT EQUAL 'S'
               SET AGD-LISTA-TODAS   TO FALSE
           END-IF

           MOVE ZERO                 TO AGD-DATA-EFETIVA
           SET EOF-AGENDA-OK         TO FALSE
           START CONT-AGENDA KEY IS NOT LESS THAN AGD-DATA-EFETIVA
               INVALID KEY
                   SET EOF-AGENDA-OK TO TRUE
           END-START

           DISPLAY ' '
           DISPLAY 'NUM   EFETIVACAO T ID    OR DE S MOTIVO/RESULTADO'
           DISPLAY '----- ---------- - ----- -- -- - ----------------'

           IF NOT EOF-AGENDA-OK THEN
               PERFORM P769-LE-AGENDA
           END-IF
           PERFORM P7521-EXIBE-AGENDA UNTIL EOF-AGENDA-OK
           .
       P752-FIM.

       P7521-EXIBE-AGENDA.
           IF SIT-AGENDA EQUAL 'P' OR SIT-AGENDA EQUAL 'E'
              OR AGD-LISTA-TODAS THEN
               PERFORM P7522-MONTA-LINHA-AGENDA
               DISPLAY WS-LINHA-AGENDA
           END-IF
           PERFORM P769-LE-AGENDA
           .

       P7522-MONTA-LINHA-AGENDA.
           MOVE AGD-DATA-EFETIVA     TO WS-AGD-DATA-LIN
           MOVE WS-ADL-DIA           TO WS-ADE-DIA
           MOVE WS-ADL-MES           TO WS-ADE-MES
           MOVE WS-ADL-ANO           TO WS-ADE-ANO
           MOVE AGD-NUMERO           TO WS-LAG-NUMERO
           MOVE WS-AGD-DATA-EDIT     TO WS-LAG-DATA
           MOVE TIPO-AGENDA          TO WS-LAG-TIPO
           MOVE AGD-ID-CONTATO       TO WS-LAG-ID
           MOVE AGD-DEPTO-ORIGEM     TO WS-LAG-ORIGEM
           MOVE AGD-DEPTO-DESTINO    TO WS-LAG-DESTINO
           MOVE SIT-AGENDA           TO WS-LAG-SIT
           MOVE AGD-MOTIVO           TO WS-LAG-MOTIVO
           .

      ******************************************************************
      * P753-CORRIGE-AGENDA
      * Corrige a data de efetivacao e, nas transferencias, o
      * departamento de destino de uma alteracao ainda pendente. O
      * tipo e o contato/departamento de origem nao mudam: para isso
      * cancela-se a alteracao e inclui-se outra.
      ******************************************************************
       P753-CORRIGE-AGENDA.
           DISPLAY 'NUMERO DA ALTERACAO PROGRAMADA: '
           ACCEPT WS-AGD-NUMERO
           MOVE WS-AGD-NUMERO        TO AGD-NUMERO

           READ CONT-AGENDA KEY IS AGD-NUMERO
               INVALID KEY
                   DISPLAY 'ALTERACAO PROGRAMADA NAO ENCONTRADA'
                   GO TO P753-FIM
           END-READ

           IF SIT-AGENDA NOT EQUAL 'P' AND
              SIT-AGENDA NOT EQUAL 'E' THEN
               DISPLAY 'SOMENTE ALTERACOES PENDENTES PODEM SER '
                       'CORRIGIDAS'
               GO TO P753-FIM
           END-IF

           PERFORM P7522-MONTA-LINHA-AGENDA
           DISPLAY 'ATUAL: ' WS-LINHA-AGENDA

           MOVE TIPO-AGENDA          TO WS-AGD-TIPO
           MOVE AGD-ID-CONTATO       TO WS-AGD-ID-CONTATO
           MOVE AGD-DEPTO-ORIGEM     TO WS-AGD-ORIGEM
           MOVE AGD-DEPTO-DESTINO    TO WS-AGD-DESTINO

           IF WS-AGD-TIPO NOT EQUAL 'I'
               DISPLAY 'NOVO DEPARTAMENTO DE DESTINO (0 = SEM '
                       'DEPARTAMENTO): '
               ACCEPT WS-AGD-DESTINO
           END-IF

           PERFORM P756-ACEITA-DATA-AGENDA THRU P756-FIM
           IF NOT AGD-DATA-VALIDA
               GO TO P753-FIM
           END-IF

           PERFORM P757-VALIDA-AGENDA THRU P757-FIM
           IF WS-AGD-MOTIVO NOT EQUAL SPACES THEN
               DISPLAY 'ALTERACAO NAO CORRIGIDA: ' WS-AGD-MOTIVO
               GO TO P753-FIM
           END-IF

      *    P757 le CONTATOS, mas nao CONT-AGENDA: o registro lido
      *    continua na area de REG-AGENDA.
      *    Transferencia de departamento inteiro corrigida volta a
      *    depender de aprovacao.
           MOVE WS-AGD-DATA          TO AGD-DATA-EFETIVA
           MOVE WS-AGD-DESTINO       TO AGD-DEPTO-DESTINO
           IF TIPO-AGENDA EQUAL 'M'
               MOVE 'E'              TO SIT-AGENDA
           END-IF
           REWRITE REG-AGENDA

           IF NOT FS-AGENDA-OK THEN
               DISPLAY 'ERRO AO CORRIGIR A ALTERACAO PROGRAMADA'
               DISPLAY 'FILE STATUS: ' WS-FS-AGENDA
               GO TO P753-FIM
           END-IF

           DISPLAY 'ALTERACAO PROGRAMADA CORRIGIDA COM SUCESSO!'
           IF SIT-AGENDA EQUAL 'E'
               PERFORM P7511-SOLICITA-APROV-AGENDA THRU P7511-FIM
           END-IF
           .
       P753-FIM.

       P754-CANCELA-AGENDA.
           DISPLAY 'NUMERO DA ALTERACAO PROGRAMADA: '
           ACCEPT WS-AGD-NUMERO
           MOVE WS-AGD-NUMERO        TO AGD-NUMERO

           READ CONT-AGENDA KEY IS AGD-NUMERO
               INVALID KEY
                   DISPLAY 'ALTERACAO PROGRAMADA NAO ENCONTRADA'
                   GO TO P754-FIM
           END-READ

           IF SIT-AGENDA NOT EQUAL 'P' AND
              SIT-AGENDA NOT EQUAL 'E' THEN
               DISPLAY 'SOMENTE ALTERACOES PENDENTES PODEM SER '
                       'CANCELADAS'
               GO TO P754-FIM
           END-IF

           PERFORM P7522-MONTA-LINHA-AGENDA
           DISPLAY WS-LINHA-AGENDA
           DISPLAY 'CONFIRMA O CANCELAMENTO? (S/N) '
           MOVE SPACES               TO WS-CONFIRMA-AGENDA
           ACCEPT WS-CONFIRMA-AGENDA

           IF NOT AGENDA-CONFIRMADA THEN
               DISPLAY 'OPERACAO CANCELADA'
               GO TO P754-FIM
           END-IF

           MOVE 'C'                  TO SIT-AGENDA
           MOVE WS-AGD-HOJE          TO AGD-DATA-SIT
           MOVE SPACES               TO AGD-MOTIVO
           STRING 'CANCELADA PELO OPERADOR '  DELIMITED BY SIZE
                  WS-COD-LOGIN                DELIMITED BY SIZE
                  INTO AGD-MOTIVO
           END-STRING
           REWRITE REG-AGENDA

           IF FS-AGENDA-OK THEN
               DISPLAY 'ALTERACAO PROGRAMADA CANCELADA!'
           ELSE
               DISPLAY 'ERRO AO CANCELAR A ALTERACAO PROGRAMADA'
               DISPLAY 'FILE STATUS: ' WS-FS-AGENDA
           END-IF
           .
       P754-FIM.

      ******************************************************************
      * P755-CALC-PROX-AGENDA
      * Percorre CONT-AGENDA pela chave principal e devolve em
      * WS-AGD-NUMERO o numero seguinte ao ultimo gravado (0 quando a
      * faixa de numeros se esgotou). Alteracoes encerradas ficam no
      * arquivo como historico, por isso o numero nunca e reusado.
      ******************************************************************
       P755-CALC-PROX-AGENDA.
           MOVE ZERO                 TO WS-AGD-ULTIMO
           MOVE ZERO                 TO AGD-NUMERO
           SET EOF-AGENDA-OK         TO FALSE
           START CONT-AGENDA KEY IS NOT LESS THAN AGD-NUMERO
               INVALID KEY
                   SET EOF-AGENDA-OK TO TRUE
           END-START

           IF NOT EOF-AGENDA-OK THEN
               PERFORM P769-LE-AGENDA
           END-IF
           PERFORM P7551-GUARDA-ULTIMO UNTIL EOF-AGENDA-OK

           IF WS-AGD-ULTIMO EQUAL 99999
               MOVE ZERO             TO WS-AGD-NUMERO
           ELSE
               COMPUTE WS-AGD-NUMERO = WS-AGD-ULTIMO + 1
           END-IF
           .
       P755-FIM.

       P7551-GUARDA-ULTIMO.
           MOVE AGD-NUMERO           TO WS-AGD-ULTIMO
           PERFORM P769-LE-AGENDA
           .

       P756-ACEITA-DATA-AGENDA.
           DISPLAY 'DATA DE EFETIVACAO (AAAAMMDD): '
           MOVE ZERO                 TO WS-AGD-DATA
           ACCEPT WS-AGD-DATA

           PERFORM P758-VALIDA-DATA THRU P758-FIM
           IF NOT AGD-DATA-VALIDA THEN
               DISPLAY 'DATA INVALIDA'
               GO TO P756-FIM
           END-IF

           IF WS-AGD-DATA LESS THAN WS-AGD-HOJE THEN
               DISPLAY 'A DATA DE EFETIVACAO NAO PODE SER ANTERIOR '
                       'A HOJE'
               SET AGD-DATA-VALIDA   TO FALSE
           END-IF
           .
       P756-FIM.

      ******************************************************************
      * P757-VALIDA-AGENDA
      * Na inclusao e na correcao, confere a alteracao contra a
      * situacao atual dos cadastros (mesmas regras da aplicacao, em
      * P759-CONFERE-AGENDA), abrindo e fechando CONTATOS para nao
      * interferir no chamador. Motivo da recusa em WS-AGD-MOTIVO.
      ******************************************************************
       P757-VALIDA-AGENDA.
           SET FS-OK                 TO TRUE
           OPEN INPUT CONTATOS

           IF NOT FS-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               MOVE 'CONTATOS INDISPONIVEL'  TO WS-AGD-MOTIVO
               GO TO P757-FIM
           END-IF

           PERFORM P759-CONFERE-AGENDA THRU P759-FIM
           CLOSE CONTATOS
           .
       P757-FIM.

      ******************************************************************
      * P758-VALIDA-DATA
      * Confere se WS-AGD-DATA (AAAAMMDD) e uma data do calendario,
      * com fevereiro de 29 dias nos anos bissextos (divisiveis por
      * 4, exceto os seculares nao divisiveis por 400).
      ******************************************************************
       P758-VALIDA-DATA.
           SET AGD-DATA-VALIDA       TO FALSE

           IF WS-AGD-ANO LESS THAN 1900 OR
              WS-AGD-MES LESS THAN 1 OR WS-AGD-MES GREATER THAN 12 OR
              WS-AGD-DIA LESS THAN 1 THEN
               GO TO P758-FIM
           END-IF

           EVALUATE WS-AGD-MES
               WHEN 2
                   MOVE 28           TO WS-AGD-DIAS-MES
                   DIVIDE WS-AGD-ANO BY 4 GIVING WS-AGD-QUOCIENTE
                       REMAINDER WS-AGD-RESTO
                   IF WS-AGD-RESTO EQUAL ZERO
                       MOVE 29       TO WS-AGD-DIAS-MES
                   END-IF
                   DIVIDE WS-AGD-ANO BY 100 GIVING WS-AGD-QUOCIENTE
                       REMAINDER WS-AGD-RESTO
                   IF WS-AGD-RESTO EQUAL ZERO
                       MOVE 28       TO WS-AGD-DIAS-MES
                   END-IF
                   DIVIDE WS-AGD-ANO BY 400 GIVING WS-AGD-QUOCIENTE
                       REMAINDER WS-AGD-RESTO
                   IF WS-AGD-RESTO EQUAL ZERO
                       MOVE 29       TO WS-AGD-DIAS-MES
                   END-IF
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30           TO WS-AGD-DIAS-MES
               WHEN OTHER
                   MOVE 31           TO WS-AGD-DIAS-MES
           END-EVALUATE

           IF WS-AGD-DIA GREATER THAN WS-AGD-DIAS-MES THEN
               GO TO P758-FIM
           END-IF

           SET AGD-DATA-VALIDA       TO TRUE
           .
       P758-FIM.

      ******************************************************************
      * P759-CONFERE-AGENDA
      * Regras de uma alteracao programada (WS-AGD-TIPO, -ID-CONTATO,
      * -ORIGEM, -DESTINO) contra os cadastros, com CONTATOS ja
      * aberto pelo chamador: contato existente (T/I), ainda ativo
      * (I), fora do destino (T), origem diferente do destino (M) e
      * destino cadastrado em DEPARTAMENTOS (0 aceito como 'sem
      * departamento'). Para T/I deixa o contato lido em
      * REG-CONTATOS. Motivo da recusa em WS-AGD-MOTIVO (brancos
      * quando a alteracao pode ser aplicada).
      ******************************************************************
       P759-CONFERE-AGENDA.
           MOVE SPACES               TO WS-AGD-MOTIVO

           IF WS-AGD-TIPO EQUAL 'M' THEN
               IF WS-AGD-ORIGEM EQUAL WS-AGD-DESTINO
                   MOVE 'ORIGEM E DESTINO IGUAIS' TO WS-AGD-MOTIVO
                   GO TO P759-FIM
               END-IF
           ELSE
               MOVE WS-AGD-ID-CONTATO TO ID-CONTATO
               READ CONTATOS KEY IS ID-CONTATO
                   INVALID KEY
                       MOVE 'CONTATO NAO ENCONTRADO' TO WS-AGD-MOTIVO
                       GO TO P759-FIM
               END-READ
               IF WS-AGD-TIPO EQUAL 'I'
                   IF SIT-CONTATO EQUAL 'I'
                       MOVE 'CONTATO JA ESTA INATIVO'
                                     TO WS-AGD-MOTIVO
                   END-IF
                   GO TO P759-FIM
               END-IF
               IF DEPTO-CONTATO EQUAL WS-AGD-DESTINO
                   MOVE 'CONTATO JA ESTA NO DESTINO'
                                     TO WS-AGD-MOTIVO
                   GO TO P759-FIM
               END-IF
           END-IF

           IF WS-AGD-DESTINO NOT EQUAL ZERO THEN
               MOVE WS-AGD-DESTINO   TO WS-DEPTO-CONTATO
               PERFORM P250-VALIDA-DEPTO
               IF NOT DEPTO-VALIDO
                   MOVE 'DEPTO DE DESTINO INEXISTENTE'
                                     TO WS-AGD-MOTIVO
               END-IF
           END-IF
           .
       P759-FIM.

      ******************************************************************
      * P760-APLICA-AGENDA
      * Aplica as alteracoes pendentes com data de efetivacao ate a
      * data de hoje, em ordem de data (chave alternativa) e, na
      * mesma data, de cadastramento. Cada uma e conferida de novo
      * contra os cadastros (P759-CONFERE-AGENDA), aplicada como a
      * operacao manual equivalente, com antes/depois no
      * LOG-TRANSACOES, e marcada como aplicada ('A') ou com falha
      * ('F', com o motivo). As que nao puderam ser aplicadas vao
      * para CONT_AGENDA_REJ.TXT; qualquer falha deixa ERRO-AGENDA
      * ligado (retorno 8 no lote).
      ******************************************************************
       P760-APLICA-AGENDA.
           SET ERRO-AGENDA           TO FALSE
           MOVE ZERO                 TO WS-QTD-AGD-APLICADAS
           MOVE ZERO                 TO WS-QTD-AGD-FALHAS
           ACCEPT WS-AGD-HOJE        FROM DATE YYYYMMDD

           SET FS-AGENDA-OK          TO TRUE
           OPEN I-O CONT-AGENDA

           IF WS-FS-AGENDA EQUAL 35 THEN
               OPEN OUTPUT CONT-AGENDA
               CLOSE CONT-AGENDA
               OPEN I-O CONT-AGENDA
           END-IF

           IF NOT FS-AGENDA-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALTERACOES '
                       'PROGRAMADAS'
               DISPLAY 'FILE STATUS: ' WS-FS-AGENDA
               SET ERRO-AGENDA       TO TRUE
               GO TO P760-FIM
           END-IF

           SET FS-OK                 TO TRUE
           OPEN I-O CONTATOS

           IF NOT FS-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               SET ERRO-AGENDA       TO TRUE
               CLOSE CONT-AGENDA
               GO TO P760-FIM
           END-IF

           SET FS-AGD-REJ-OK         TO TRUE
           OPEN OUTPUT ARQ-AGENDA-REJ

           IF NOT FS-AGD-REJ-OK THEN
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE ALTERACOES NAO '
                       'APLICADAS'
               DISPLAY 'FILE STATUS: ' WS-FS-AGD-REJ
               SET ERRO-AGENDA       TO TRUE
               CLOSE CONTATOS
               CLOSE CONT-AGENDA
               GO TO P760-FIM
           END-IF

           MOVE WS-AGD-HOJE          TO WS-AGD-DATA-LIN
           MOVE WS-ADL-DIA           TO WS-ADE-DIA
           MOVE WS-ADL-MES           TO WS-ADE-MES
           MOVE WS-ADL-ANO           TO WS-ADE-ANO
           MOVE SPACES               TO REG-AGENDA-REJ
           STRING 'ALTERACOES PROGRAMADAS NAO APLICADAS EM '
                                     DELIMITED BY SIZE
                  WS-AGD-DATA-EDIT   DELIMITED BY SIZE
                  INTO REG-AGENDA-REJ
           END-STRING
           PERFORM P766-GRAVA-REJ-AGENDA
           MOVE SPACES               TO REG-AGENDA-REJ
           PERFORM P766-GRAVA-REJ-AGENDA
           MOVE 'NUM   EFETIVACAO T ID    OR DE S MOTIVO'
                                     TO REG-AGENDA-REJ
           PERFORM P766-GRAVA-REJ-AGENDA

           MOVE ZERO                 TO AGD-DATA-EFETIVA
           SET EOF-AGENDA-OK         TO FALSE
           START CONT-AGENDA KEY IS NOT LESS THAN AGD-DATA-EFETIVA
               INVALID KEY
                   SET EOF-AGENDA-OK TO TRUE
           END-START

           IF NOT EOF-AGENDA-OK THEN
               PERFORM P769-LE-AGENDA
           END-IF
           PERFORM P761-APLICA-ITEM-AGENDA THRU P761-FIM
               UNTIL EOF-AGENDA-OK
                  OR AGD-DATA-EFETIVA GREATER THAN WS-AGD-HOJE

           MOVE SPACES               TO REG-AGENDA-REJ
           PERFORM P766-GRAVA-REJ-AGENDA
           MOVE SPACES               TO REG-AGENDA-REJ
           STRING 'APLICADAS: '      DELIMITED BY SIZE
                  WS-QTD-AGD-APLICADAS DELIMITED BY SIZE
                  '  NAO APLICADAS: ' DELIMITED BY SIZE
                  WS-QTD-AGD-FALHAS  DELIMITED BY SIZE
                  INTO REG-AGENDA-REJ
           END-STRING
           PERFORM P766-GRAVA-REJ-AGENDA

           CLOSE ARQ-AGENDA-REJ
           CLOSE CONTATOS
           CLOSE CONT-AGENDA

           IF WS-QTD-AGD-FALHAS GREATER ZERO
               SET ERRO-AGENDA       TO TRUE
           END-IF

           DISPLAY 'ALTERACOES PROGRAMADAS APLICADAS: '
                   WS-QTD-AGD-APLICADAS
           DISPLAY 'ALTERACOES NAO APLICADAS: ' WS-QTD-AGD-FALHAS
           DISPLAY 'RELATORIO GRAVADO EM CONT_AGENDA_REJ.TXT'
           .
       P760-FIM.

       P761-APLICA-ITEM-AGENDA.
           IF SIT-AGENDA NOT EQUAL 'P'
               GO TO P761-PROXIMO
           END-IF

           MOVE TIPO-AGENDA          TO WS-AGD-TIPO
           MOVE AGD-ID-CONTATO       TO WS-AGD-ID-CONTATO
           MOVE AGD-DEPTO-ORIGEM     TO WS-AGD-ORIGEM
           MOVE AGD-DEPTO-DESTINO    TO WS-AGD-DESTINO

           PERFORM P759-CONFERE-AGENDA THRU P759-FIM
           IF WS-AGD-MOTIVO NOT EQUAL SPACES
               PERFORM P764-FALHA-AGENDA
               GO TO P761-PROXIMO
           END-IF

           IF WS-AGD-TIPO EQUAL 'M'
               PERFORM P762-APLICA-MASSA-AGENDA
               GO TO P761-PROXIMO
           END-IF

      *    T e I: P759-CONFERE-AGENDA deixou o contato em REG-CONTATOS.
           MOVE NM-CONTATO           TO WS-LOG-NM-ANTES
           MOVE DEPTO-CONTATO        TO WS-LOG-DEPTO-ANTES
           MOVE SIT-CONTATO          TO WS-LOG-SIT-ANTES

           IF WS-AGD-TIPO EQUAL 'I'
               MOVE 'I'              TO SIT-CONTATO
               MOVE 'EXCLUSAO'       TO WS-LOG-OPERACAO
           ELSE
               MOVE WS-AGD-DESTINO   TO DEPTO-CONTATO
               MOVE 'ALTERACAO'      TO WS-LOG-OPERACAO
           END-IF

           REWRITE REG-CONTATOS
           IF NOT FS-OK
               MOVE SPACES           TO WS-AGD-MOTIVO
               STRING 'FALHA NA GRAVACAO, STATUS ' DELIMITED BY SIZE
                      WS-FS          DELIMITED BY SIZE
                      INTO WS-AGD-MOTIVO
               END-STRING
               PERFORM P764-FALHA-AGENDA
               GO TO P761-PROXIMO
           END-IF

           MOVE NM-CONTATO           TO WS-LOG-NM-DEPOIS
           MOVE DEPTO-CONTATO        TO WS-LOG-DEPTO-DEPOIS
           MOVE SIT-CONTATO          TO WS-LOG-SIT-DEPOIS
           PERFORM P800-GRAVA-LOG
           IF WS-AGD-TIPO EQUAL 'I'
               MOVE ID-CONTATO       TO WS-MBR-ID-CONTATO
               MOVE 'I'              TO WS-MBR-SITUACAO
               PERFORM P580-ATUALIZA-GRUPOS-CONTATO THRU P580-FIM
           END-IF
           MOVE SPACES               TO WS-AGD-MOTIVO
           PERFORM P763-MARCA-APLICADA
           .
       P761-PROXIMO.
           PERFORM P769-LE-AGENDA
           .
       P761-FIM.

      *    Transferencia do departamento inteiro, com a mesma rotina
      *    de P490-TRANSFERE-DEPTO (uma ALTERACAO no log por contato).
       P762-APLICA-MASSA-AGENDA.
           MOVE WS-AGD-ORIGEM        TO WS-DEPTO-ORIGEM
           MOVE WS-AGD-DESTINO       TO WS-DEPTO-DESTINO
           MOVE ZERO                 TO WS-QTD-TRANSFERIDOS
           MOVE ZERO                 TO ID-CONTATO
           SET EOF-OK                TO FALSE
           START CONTATOS KEY IS NOT LESS THAN ID-CONTATO
               INVALID KEY
                   SET EOF-OK        TO TRUE
           END-START

           IF NOT EOF-OK THEN
               PERFORM P410-LE-CONTATO
           END-IF
           PERFORM P491-TRANSFERE-CONTATO UNTIL EOF-OK

           MOVE SPACES               TO WS-AGD-MOTIVO
           STRING 'CONTATOS TRANSFERIDOS: ' DELIMITED BY SIZE
                  WS-QTD-TRANSFERIDOS DELIMITED BY SIZE
                  INTO WS-AGD-MOTIVO
           END-STRING
           PERFORM P763-MARCA-APLICADA
           .

       P763-MARCA-APLICADA.
           ADD 1                     TO WS-QTD-AGD-APLICADAS
           MOVE 'A'                  TO SIT-AGENDA
           MOVE WS-AGD-HOJE          TO AGD-DATA-SIT
           MOVE WS-AGD-MOTIVO        TO AGD-MOTIVO
           PERFORM P765-REGRAVA-AGENDA
           .

       P764-FALHA-AGENDA.
           ADD 1                     TO WS-QTD-AGD-FALHAS
           MOVE 'F'                  TO SIT-AGENDA
           MOVE WS-AGD-HOJE          TO AGD-DATA-SIT
           MOVE WS-AGD-MOTIVO        TO AGD-MOTIVO
           PERFORM P765-REGRAVA-AGENDA
           DISPLAY 'ALTERACAO PROGRAMADA ' AGD-NUMERO
                   ' NAO APLICADA: ' WS-AGD-MOTIVO
           PERFORM P7522-MONTA-LINHA-AGENDA
           MOVE WS-LINHA-AGENDA      TO REG-AGENDA-REJ
           PERFORM P766-GRAVA-REJ-AGENDA
           .

       P765-REGRAVA-AGENDA.
           REWRITE REG-AGENDA
           IF NOT FS-AGENDA-OK THEN
               SET ERRO-AGENDA       TO TRUE
               DISPLAY 'ERRO AO ATUALIZAR A ALTERACAO PROGRAMADA: '
                       AGD-NUMERO
               DISPLAY 'FILE STATUS: ' WS-FS-AGENDA
           END-IF
           .

       P766-GRAVA-REJ-AGENDA.
           WRITE REG-AGENDA-REJ
           IF NOT FS-AGD-REJ-OK THEN
               SET ERRO-AGENDA       TO TRUE
               DISPLAY 'ERRO AO GRAVAR O RELATORIO DE ALTERACOES NAO '
                       'APLICADAS'
               DISPLAY 'FILE STATUS: ' WS-FS-AGD-REJ
           END-IF
           .

       P769-LE-AGENDA.
           READ CONT-AGENDA NEXT RECORD
               AT END
                   SET EOF-AGENDA-OK TO TRUE
           END-READ
           .

      ******************************************************************
      * P770-APROVACOES
      * Fila de aprovacao (CONT-APROV) das operacoes destrutivas:
      * exclusao definitiva de contato, fusao de duplicados,
      * transferencia de departamento em massa e transferencia de
      * departamento inteiro programada na agenda. O operador que
      * pede so registra a solicitacao; outro operador autorizado
      * (nunca o proprio solicitante) aprova - e a operacao e
      * executada nesse momento - ou rejeita. Solicitacoes pendentes
      * ha mais de WS-APV-PRAZO-DIAS dias expiram sozinhas, na
      * entrada deste menu, em cada nova solicitacao e no lote
      * 'CADCONTT=EXPIRA'. Cada evento vai para CONT_APROV_LOG.TXT.
      ******************************************************************
       P770-APROVACOES.
           IF NOT OPERADOR-AUTORIZADO THEN
               DISPLAY 'OPERACAO RESTRITA A OPERADORES AUTORIZADOS'
               GO TO P770-FIM
           END-IF

           SET ERRO-APROV            TO FALSE
           SET FS-APROV-OK           TO TRUE
           OPEN I-O CONT-APROV

           IF WS-FS-APROV EQUAL 35 THEN
               OPEN OUTPUT CONT-APROV
               CLOSE CONT-APROV
               OPEN I-O CONT-APROV
           END-IF

           IF NOT FS-APROV-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE APROVACOES'
               DISPLAY 'FILE STATUS: ' WS-FS-APROV
               GO TO P770-FIM
           END-IF

           ACCEPT WS-AGD-HOJE        FROM DATE YYYYMMDD
           PERFORM P775-EXPIRA-SOLICITACOES THRU P775-FIM
           IF WS-QTD-APV-EXPIRADAS GREATER ZERO
               DISPLAY 'SOLICITACOES EXPIRADAS SEM DECISAO: '
                       WS-QTD-APV-EXPIRADAS
           END-IF

           DISPLAY ' '
           DISPLAY 'APROVACOES (SEGUNDO OPERADOR)'
           DISPLAY '1 - LISTAR SOLICITACOES PENDENTES'
           DISPLAY '2 - APROVAR E EXECUTAR SOLICITACAO'
           DISPLAY '3 - REJEITAR SOLICITACAO'
           DISPLAY '4 - LISTAR TODAS AS SOLICITACOES'
           DISPLAY '9 - VOLTAR'
           DISPLAY 'OPCAO: '
           ACCEPT WS-OPCAO-APROV

           EVALUATE TRUE
               WHEN APROV-LISTAR
                   SET APV-LISTA-TODAS TO FALSE
                   PERFORM P776-LISTA-SOLICITACOES THRU P776-FIM
               WHEN APROV-APROVAR
                   PERFORM P772-APROVA-SOLICITACAO THRU P772-FIM
               WHEN APROV-REJEITAR
                   PERFORM P773-REJEITA-SOLICITACAO THRU P773-FIM
               WHEN APROV-HISTORICO
                   SET APV-LISTA-TODAS TO TRUE
                   PERFORM P776-LISTA-SOLICITACOES THRU P776-FIM
               WHEN OTHER
                   DISPLAY 'OPERACAO CANCELADA'
           END-EVALUATE

           CLOSE CONT-APROV
           .
       P770-FIM.

      ******************************************************************
      * P771-REGISTRA-SOLICITACAO
      * Registra em CONT-APROV a solicitacao descrita em WS-APV-TIPO,
      * -ID-CONTATO, -ID-DUPL, -ORIGEM, -DESTINO e -NUM-AGENDA, com o
      * operador logado como solicitante. Antes expira as pendentes
      * vencidas e recusa repetir uma solicitacao identica ainda
      * pendente (numero dela em WS-APV-EXISTENTE).
      ******************************************************************
       P771-REGISTRA-SOLICITACAO.
           SET SOLICITACAO-REGISTRADA TO FALSE
           MOVE ZERO                 TO WS-APV-EXISTENTE
           SET FS-APROV-OK           TO TRUE
           OPEN I-O CONT-APROV

           IF WS-FS-APROV EQUAL 35 THEN
               OPEN OUTPUT CONT-APROV
               CLOSE CONT-APROV
               OPEN I-O CONT-APROV
           END-IF

           IF NOT FS-APROV-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE APROVACOES'
               DISPLAY 'FILE STATUS: ' WS-FS-APROV
               GO TO P771-FIM
           END-IF

           ACCEPT WS-AGD-HOJE        FROM DATE YYYYMMDD
           PERFORM P775-EXPIRA-SOLICITACOES THRU P775-FIM

           MOVE ZERO                 TO WS-APV-ULTIMO
           MOVE ZERO                 TO APV-NUMERO
           SET EOF-APROV-OK          TO FALSE
           START CONT-APROV KEY IS NOT LESS THAN APV-NUMERO
               INVALID KEY
                   SET EOF-APROV-OK  TO TRUE
           END-START

           IF NOT EOF-APROV-OK THEN
               PERFORM P779-LE-APROV
           END-IF
           PERFORM P7711-CONFERE-PENDENTE UNTIL EOF-APROV-OK

           IF WS-APV-EXISTENTE NOT EQUAL ZERO THEN
               DISPLAY 'JA EXISTE SOLICITACAO PENDENTE PARA ESTA '
                       'OPERACAO: ' WS-APV-EXISTENTE
               CLOSE CONT-APROV
               GO TO P771-FIM
           END-IF

           IF WS-APV-ULTIMO EQUAL 99999 THEN
               DISPLAY 'LIMITE DE SOLICITACOES DE APROVACAO ATINGIDO'
               CLOSE CONT-APROV
               GO TO P771-FIM
           END-IF

           COMPUTE WS-APV-NUMERO = WS-APV-ULTIMO + 1
           MOVE WS-APV-NUMERO        TO APV-NUMERO
           MOVE WS-APV-TIPO          TO TIPO-APROV
           MOVE WS-APV-ID-CONTATO    TO APV-ID-CONTATO
           MOVE WS-APV-ID-DUPL       TO APV-ID-DUPL
           MOVE WS-APV-ORIGEM        TO APV-DEPTO-ORIGEM
           MOVE WS-APV-DESTINO       TO APV-DEPTO-DESTINO
           MOVE WS-APV-NUM-AGENDA    TO APV-NUM-AGENDA
           MOVE 'P'                  TO SIT-APROV
           MOVE WS-COD-LOGIN         TO APV-OPER-SOLIC
           ACCEPT APV-DATA-SOLIC     FROM DATE YYYYMMDD
           ACCEPT APV-HORA-SOLIC     FROM TIME
           MOVE ZERO                 TO APV-OPER-DECISAO
           MOVE ZERO                 TO APV-DATA-DECISAO
           MOVE ZERO                 TO APV-HORA-DECISAO
           MOVE SPACES               TO APV-MOTIVO
           WRITE REG-APROV

           IF NOT FS-APROV-OK THEN
               DISPLAY 'ERRO AO GRAVAR A SOLICITACAO DE APROVACAO'
               DISPLAY 'FILE STATUS: ' WS-FS-APROV
               CLOSE CONT-APROV
               GO TO P771-FIM
           END-IF

           MOVE 'SOLICITADA'         TO WS-APV-EVENTO
           PERFORM P778-GRAVA-LOG-APROV
           CLOSE CONT-APROV
           SET SOLICITACAO-REGISTRADA TO TRUE

           DISPLAY 'SOLICITACAO ' WS-APV-NUMERO ' REGISTRADA. A '
                   'OPERACAO SO SERA EXECUTADA APOS A APROVACAO'
           DISPLAY 'DE OUTRO OPERADOR AUTORIZADO (OPCAO 18), EM ATE '
                   WS-APV-PRAZO-DIAS ' DIAS.'
           .
       P771-FIM.

       P7711-CONFERE-PENDENTE.
           MOVE APV-NUMERO           TO WS-APV-ULTIMO
           IF SIT-APROV EQUAL 'P'
              AND TIPO-APROV EQUAL WS-APV-TIPO
              AND APV-ID-CONTATO EQUAL WS-APV-ID-CONTATO
              AND APV-ID-DUPL EQUAL WS-APV-ID-DUPL
              AND APV-DEPTO-ORIGEM EQUAL WS-APV-ORIGEM
              AND APV-DEPTO-DESTINO EQUAL WS-APV-DESTINO
              AND APV-NUM-AGENDA EQUAL WS-APV-NUM-AGENDA THEN
               MOVE APV-NUMERO       TO WS-APV-EXISTENTE
           END-IF
           PERFORM P779-LE-APROV
           .

      ******************************************************************
      * P772-APROVA-SOLICITACAO
      * Aprovacao por um segundo operador: mostra a solicitacao, pede
      * confirmacao e executa a operacao pela rotina correspondente
      * (P785-EXECUTA-SOLICITACAO). A solicitacao fica 'A' quando a
      * execucao da certo e 'F' quando falha (o contato pode ter sido
      * excluido desde o pedido, por exemplo), com o resultado em
      * APV-MOTIVO.
      ******************************************************************
       P772-APROVA-SOLICITACAO.
           PERFORM P7721-LOCALIZA-SOLICITACAO THRU P7721-FIM
           IF NOT SOLICITACAO-SELECIONADA
               GO TO P772-FIM
           END-IF

           PERFORM P7722-DESCREVE-SOLICITACAO
           DISPLAY 'CONFIRMA A APROVACAO E A EXECUCAO? (S/N) '
           MOVE SPACES               TO WS-CONFIRMA-APROV
           ACCEPT WS-CONFIRMA-APROV

           IF NOT APROVACAO-CONFIRMADA THEN
               DISPLAY 'OPERACAO CANCELADA'
               GO TO P772-FIM
           END-IF

           PERFORM P785-EXECUTA-SOLICITACAO THRU P785-FIM

           IF EXECUCAO-OK
               MOVE 'A'              TO SIT-APROV
           ELSE
               MOVE 'F'              TO SIT-APROV
           END-IF
           MOVE WS-COD-LOGIN         TO APV-OPER-DECISAO
           ACCEPT APV-DATA-DECISAO   FROM DATE YYYYMMDD
           ACCEPT APV-HORA-DECISAO   FROM TIME
           MOVE WS-APV-MOTIVO        TO APV-MOTIVO
           REWRITE REG-APROV

           IF NOT FS-APROV-OK THEN
               DISPLAY 'ERRO AO ATUALIZAR A SOLICITACAO DE APROVACAO'
               DISPLAY 'FILE STATUS: ' WS-FS-APROV
           END-IF

           MOVE 'APROVADA'           TO WS-APV-EVENTO
           PERFORM P778-GRAVA-LOG-APROV

           IF EXECUCAO-OK
               DISPLAY 'SOLICITACAO APROVADA E EXECUTADA: '
                       WS-APV-MOTIVO
           ELSE
               DISPLAY 'SOLICITACAO APROVADA, MAS A EXECUCAO FALHOU: '
                       WS-APV-MOTIVO
           END-IF
           .
       P772-FIM.

       P7721-LOCALIZA-SOLICITACAO.
           SET SOLICITACAO-SELECIONADA TO FALSE
           DISPLAY 'NUMERO DA SOLICITACAO: '
           ACCEPT WS-APV-NUMERO
           MOVE WS-APV-NUMERO        TO APV-NUMERO

           READ CONT-APROV KEY IS APV-NUMERO
               INVALID KEY
                   DISPLAY 'SOLICITACAO NAO ENCONTRADA'
                   GO TO P7721-FIM
           END-READ

           IF SIT-APROV NOT EQUAL 'P' THEN
               DISPLAY 'SOLICITACAO NAO ESTA PENDENTE, SITUACAO: '
                       SIT-APROV
               GO TO P7721-FIM
           END-IF

           IF APV-OPER-SOLIC EQUAL WS-COD-LOGIN THEN
               DISPLAY 'A DECISAO CABE A UM OPERADOR DIFERENTE DO '
                       'SOLICITANTE'
               GO TO P7721-FIM
           END-IF

           SET SOLICITACAO-SELECIONADA TO TRUE
           .
       P7721-FIM.

       P7722-DESCREVE-SOLICITACAO.
           MOVE APV-DATA-SOLIC       TO WS-AGD-DATA-LIN
           MOVE WS-ADL-DIA           TO WS-ADE-DIA
           MOVE WS-ADL-MES           TO WS-ADE-MES
           MOVE WS-ADL-ANO           TO WS-ADE-ANO
           DISPLAY ' '
           DISPLAY 'SOLICITACAO ' APV-NUMERO ' DO OPERADOR '
                   APV-OPER-SOLIC ' EM ' WS-AGD-DATA-EDIT

           EVALUATE TIPO-APROV
               WHEN 'E'
                   DISPLAY 'EXCLUSAO DEFINITIVA DO CONTATO:'
                   MOVE APV-ID-CONTATO TO WS-APV-ID-EXIBE
                   PERFORM P7723-EXIBE-CONTATO
               WHEN 'F'
                   DISPLAY 'FUSAO DO CONTATO DUPLICADO (SERA EXCLUIDO):'
                   MOVE APV-ID-DUPL  TO WS-APV-ID-EXIBE
                   PERFORM P7723-EXIBE-CONTATO
                   DISPLAY 'NO CONTATO SOBREVIVENTE:'
                   MOVE APV-ID-CONTATO TO WS-APV-ID-EXIBE
                   PERFORM P7723-EXIBE-CONTATO
               WHEN 'T'
                   DISPLAY 'TRANSFERENCIA DE TODOS OS CONTATOS DO '
                           'DEPARTAMENTO ' APV-DEPTO-ORIGEM
                           ' PARA O ' APV-DEPTO-DESTINO
               WHEN 'A'
                   DISPLAY 'ALTERACAO PROGRAMADA ' APV-NUM-AGENDA
                           ': TRANSFERENCIA DO DEPARTAMENTO '
                           APV-DEPTO-ORIGEM ' PARA O '
                           APV-DEPTO-DESTINO
                   PERFORM P7724-EXIBE-DATA-AGENDA
           END-EVALUATE
           .

       P7723-EXIBE-CONTATO.
           SET FS-OK                 TO TRUE
           OPEN INPUT CONTATOS
           IF NOT FS-OK THEN
               DISPLAY '  ' WS-APV-ID-EXIBE
           ELSE
               MOVE WS-APV-ID-EXIBE  TO ID-CONTATO
               READ CONTATOS KEY IS ID-CONTATO
                   INVALID KEY
                       DISPLAY '  ' WS-APV-ID-EXIBE
                               ' (CONTATO NAO ENCONTRADO)'
                   NOT INVALID KEY
                       DISPLAY '  ' ID-CONTATO SPACE NM-CONTATO
                               ' DEPTO: ' DEPTO-CONTATO
                               ' SIT: ' SIT-CONTATO
               END-READ
               CLOSE CONTATOS
           END-IF
           .

       P7724-EXIBE-DATA-AGENDA.
           SET FS-AGENDA-OK          TO TRUE
           OPEN INPUT CONT-AGENDA
           IF FS-AGENDA-OK THEN
               MOVE APV-NUM-AGENDA   TO AGD-NUMERO
               READ CONT-AGENDA KEY IS AGD-NUMERO
                   INVALID KEY
                       DISPLAY '  (ALTERACAO PROGRAMADA NAO ENCONTRADA)'
                   NOT INVALID KEY
                       PERFORM P7522-MONTA-LINHA-AGENDA
                       DISPLAY '  EFETIVACAO EM ' WS-LAG-DATA
                               ', SITUACAO NA AGENDA: ' SIT-AGENDA
               END-READ
               CLOSE CONT-AGENDA
           END-IF
           .

      ******************************************************************
      * P773-REJEITA-SOLICITACAO
      * Rejeicao por um segundo operador, com motivo. Nada e
      * executado; a alteracao programada de uma solicitacao 'A'
      * rejeitada e cancelada na agenda.
      ******************************************************************
       P773-REJEITA-SOLICITACAO.
           PERFORM P7721-LOCALIZA-SOLICITACAO THRU P7721-FIM
           IF NOT SOLICITACAO-SELECIONADA
               GO TO P773-FIM
           END-IF

           PERFORM P7722-DESCREVE-SOLICITACAO
           DISPLAY 'MOTIVO DA REJEICAO: '
           MOVE SPACES               TO WS-APV-MOTIVO
           ACCEPT WS-APV-MOTIVO
           IF WS-APV-MOTIVO EQUAL SPACES
               MOVE 'REJEITADA SEM MOTIVO INFORMADO' TO WS-APV-MOTIVO
           END-IF

           MOVE 'R'                  TO SIT-APROV
           MOVE WS-COD-LOGIN         TO APV-OPER-DECISAO
           ACCEPT APV-DATA-DECISAO   FROM DATE YYYYMMDD
           ACCEPT APV-HORA-DECISAO   FROM TIME
           MOVE WS-APV-MOTIVO        TO APV-MOTIVO
           REWRITE REG-APROV

           IF NOT FS-APROV-OK THEN
               DISPLAY 'ERRO AO ATUALIZAR A SOLICITACAO DE APROVACAO'
               DISPLAY 'FILE STATUS: ' WS-FS-APROV
               GO TO P773-FIM
           END-IF

           MOVE 'REJEITADA'          TO WS-APV-EVENTO
           PERFORM P778-GRAVA-LOG-APROV
           DISPLAY 'SOLICITACAO REJEITADA'

           IF TIPO-APROV EQUAL 'A'
               MOVE 'APROVACAO REJEITADA' TO WS-APV-MOTIVO
               PERFORM P787-CANCELA-AGENDA THRU P787-FIM
           END-IF
           .
       P773-FIM.

      *    Lote 'CADCONTT=EXPIRA': so a expiracao das pendentes.
       P774-EXPIRA-LOTE.
           SET ERRO-APROV            TO FALSE
           SET FS-APROV-OK           TO TRUE
           OPEN I-O CONT-APROV

           IF WS-FS-APROV EQUAL 35 THEN
               OPEN OUTPUT CONT-APROV
               CLOSE CONT-APROV
               OPEN I-O CONT-APROV
           END-IF

           IF NOT FS-APROV-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE APROVACOES'
               DISPLAY 'FILE STATUS: ' WS-FS-APROV
               SET ERRO-APROV        TO TRUE
               GO TO P774-FIM
           END-IF

           ACCEPT WS-AGD-HOJE        FROM DATE YYYYMMDD
           PERFORM P775-EXPIRA-SOLICITACOES THRU P775-FIM
           CLOSE CONT-APROV

           DISPLAY 'SOLICITACOES EXPIRADAS: ' WS-QTD-APV-EXPIRADAS
           .
       P774-FIM.

      ******************************************************************
      * P775-EXPIRA-SOLICITACOES
      * Com CONT-APROV aberto pelo chamador e a data de hoje em
      * WS-AGD-HOJE, marca como expiradas ('X') as solicitacoes
      * pendentes cujo prazo (data do pedido + WS-APV-PRAZO-DIAS)
      * ja passou; a alteracao programada de uma solicitacao 'A'
      * expirada e cancelada na agenda.
      ******************************************************************
       P775-EXPIRA-SOLICITACOES.
           MOVE ZERO                 TO WS-QTD-APV-EXPIRADAS
           MOVE ZERO                 TO APV-NUMERO
           SET EOF-APROV-OK          TO FALSE
           START CONT-APROV KEY IS NOT LESS THAN APV-NUMERO
               INVALID KEY
                   SET EOF-APROV-OK  TO TRUE
           END-START

           IF NOT EOF-APROV-OK THEN
               PERFORM P779-LE-APROV
           END-IF
           PERFORM P7751-EXPIRA-UMA THRU P7751-FIM
               UNTIL EOF-APROV-OK
           .
       P775-FIM.

       P7751-EXPIRA-UMA.
           IF SIT-APROV NOT EQUAL 'P'
               GO TO P7751-PROXIMA
           END-IF

           PERFORM P777-CALCULA-LIMITE
           IF WS-AGD-HOJE NOT GREATER THAN WS-AGD-DATA
               GO TO P7751-PROXIMA
           END-IF

           MOVE 'X'                  TO SIT-APROV
           MOVE ZERO                 TO APV-OPER-DECISAO
           ACCEPT APV-DATA-DECISAO   FROM DATE YYYYMMDD
           ACCEPT APV-HORA-DECISAO   FROM TIME
           MOVE SPACES               TO APV-MOTIVO
           STRING 'EXPIRADA APOS '   DELIMITED BY SIZE
                  WS-APV-PRAZO-DIAS  DELIMITED BY SIZE
                  ' DIAS SEM DECISAO' DELIMITED BY SIZE
                  INTO APV-MOTIVO
           END-STRING
           REWRITE REG-APROV

           IF NOT FS-APROV-OK THEN
               SET ERRO-APROV        TO TRUE
               DISPLAY 'ERRO AO EXPIRAR A SOLICITACAO: ' APV-NUMERO
               DISPLAY 'FILE STATUS: ' WS-FS-APROV
               GO TO P7751-PROXIMA
           END-IF

           ADD 1                     TO WS-QTD-APV-EXPIRADAS
           MOVE 'EXPIRADA'           TO WS-APV-EVENTO
           PERFORM P778-GRAVA-LOG-APROV
           IF TIPO-APROV EQUAL 'A'
               MOVE 'APROVACAO EXPIRADA' TO WS-APV-MOTIVO
               PERFORM P787-CANCELA-AGENDA THRU P787-FIM
           END-IF
           .
       P7751-PROXIMA.
           PERFORM P779-LE-APROV
           .
       P7751-FIM.

      ******************************************************************
      * P776-LISTA-SOLICITACOES
      * Lista as solicitacoes pendentes ou, com APV-LISTA-TODAS, todo
      * o historico, com solicitante, data do pedido, decisor e
      * resultado.
      ******************************************************************
       P776-LISTA-SOLICITACOES.
           MOVE ZERO                 TO APV-NUMERO
           SET EOF-APROV-OK          TO FALSE
           START CONT-APROV KEY IS NOT LESS THAN APV-NUMERO
               INVALID KEY
                   SET EOF-APROV-OK  TO TRUE
           END-START

           DISPLAY ' '
           DISPLAY 'TIPOS: E=EXCLUSAO DEFINITIVA F=FUSAO '
                   'T=TRANSFERENCIA EM MASSA A=AGENDA'
           DISPLAY 'NUM   T SO PEDIDO EM  ID    DUPL  OR DE AGEND '
                   'S DE RESULTADO/MOTIVO'
           DISPLAY '----- - -- ---------- ----- ----- -- -- ----- '
                   '- -- ----------------'

           IF NOT EOF-APROV-OK THEN
               PERFORM P779-LE-APROV
           END-IF
           PERFORM P7761-EXIBE-SOLICITACAO UNTIL EOF-APROV-OK
           .
       P776-FIM.

       P7761-EXIBE-SOLICITACAO.
           IF SIT-APROV EQUAL 'P' OR APV-LISTA-TODAS THEN
               MOVE APV-DATA-SOLIC   TO WS-AGD-DATA-LIN
               MOVE WS-ADL-DIA       TO WS-ADE-DIA
               MOVE WS-ADL-MES       TO WS-ADE-MES
               MOVE WS-ADL-ANO       TO WS-ADE-ANO
               MOVE APV-NUMERO       TO WS-LAP-NUMERO
               MOVE TIPO-APROV       TO WS-LAP-TIPO
               MOVE APV-OPER-SOLIC   TO WS-LAP-OPER-SOLIC
               MOVE WS-AGD-DATA-EDIT TO WS-LAP-DATA
               MOVE APV-ID-CONTATO   TO WS-LAP-ID
               MOVE APV-ID-DUPL      TO WS-LAP-ID-DUPL
               MOVE APV-DEPTO-ORIGEM TO WS-LAP-ORIGEM
               MOVE APV-DEPTO-DESTINO TO WS-LAP-DESTINO
               MOVE APV-NUM-AGENDA   TO WS-LAP-AGENDA
               MOVE SIT-APROV        TO WS-LAP-SIT
               MOVE APV-OPER-DECISAO TO WS-LAP-OPER-DECISAO
               MOVE APV-MOTIVO       TO WS-LAP-MOTIVO
               DISPLAY WS-LINHA-APROV
           END-IF
           PERFORM P779-LE-APROV
           .

      *    Prazo da solicitacao corrente: APV-DATA-SOLIC mais
      *    WS-APV-PRAZO-DIAS dias de calendario, em WS-AGD-DATA.
       P777-CALCULA-LIMITE.
           MOVE APV-DATA-SOLIC       TO WS-AGD-DATA
           PERFORM P7771-SOMA-UM-DIA WS-APV-PRAZO-DIAS TIMES
           .

       P7771-SOMA-UM-DIA.
           PERFORM P758-VALIDA-DATA THRU P758-FIM
           ADD 1                     TO WS-AGD-DIA
           IF WS-AGD-DIA GREATER THAN WS-AGD-DIAS-MES
               MOVE 1                TO WS-AGD-DIA
               ADD 1                 TO WS-AGD-MES
               IF WS-AGD-MES GREATER THAN 12
                   MOVE 1            TO WS-AGD-MES
                   ADD 1             TO WS-AGD-ANO
               END-IF
           END-IF
           .

      *    Acrescenta em CONT_APROV_LOG.TXT o evento WS-APV-EVENTO
      *    (SOLICITADA, APROVADA, REJEITADA ou EXPIRADA) com a imagem
      *    da solicitacao: solicitante, decisor, datas/horas e
      *    resultado.
       P778-GRAVA-LOG-APROV.
           OPEN EXTEND ARQ-APROV-LOG

           IF WS-FS-APROV-LOG EQUAL 35 THEN
               OPEN OUTPUT ARQ-APROV-LOG
               CLOSE ARQ-APROV-LOG
               OPEN EXTEND ARQ-APROV-LOG
           END-IF

           IF FS-APROV-LOG-OK THEN
               ACCEPT ALG-DATA       FROM DATE YYYYMMDD
               ACCEPT ALG-HORA       FROM TIME
               MOVE WS-APV-EVENTO    TO ALG-EVENTO
               MOVE REG-APROV        TO ALG-SOLICITACAO
               WRITE REG-APROV-LOG
               IF NOT FS-APROV-LOG-OK THEN
                   SET ERRO-APROV    TO TRUE
                   DISPLAY 'ERRO AO GRAVAR O LOG DE APROVACOES'
                   DISPLAY 'FILE STATUS: ' WS-FS-APROV-LOG
               END-IF
               CLOSE ARQ-APROV-LOG
           ELSE
               SET ERRO-APROV        TO TRUE
               DISPLAY 'ERRO AO ABRIR O LOG DE APROVACOES'
               DISPLAY 'FILE STATUS: ' WS-FS-APROV-LOG
           END-IF
           .

       P779-LE-APROV.
           READ CONT-APROV NEXT RECORD
               AT END
                   SET EOF-APROV-OK  TO TRUE
           END-READ
           .

      ******************************************************************
      * P785-EXECUTA-SOLICITACAO
      * Executa a solicitacao aprovada em REG-APROV pela rotina da
      * operacao original; cada rotina confere de novo os cadastros
      * e devolve EXECUCAO-OK e o resultado em WS-APV-MOTIVO.
      ******************************************************************
       P785-EXECUTA-SOLICITACAO.
           SET EXECUCAO-OK           TO FALSE
           MOVE SPACES               TO WS-APV-MOTIVO

           EVALUATE TIPO-APROV
               WHEN 'E'
                   MOVE APV-ID-CONTATO TO WS-ID-CONTATO
                   PERFORM P505-EXCLUI-DEFINITIVO THRU P505-FIM
               WHEN 'F'
                   MOVE APV-ID-CONTATO TO WS-ID-SOBREV
                   MOVE APV-ID-DUPL  TO WS-ID-DUPL
                   PERFORM P675-EXECUTA-FUSAO THRU P675-FIM
               WHEN 'T'
                   MOVE APV-DEPTO-ORIGEM TO WS-DEPTO-ORIGEM
                   MOVE APV-DEPTO-DESTINO TO WS-DEPTO-DESTINO
                   PERFORM P495-EXECUTA-TRANSFERENCIA THRU P495-FIM
               WHEN 'A'
                   PERFORM P786-LIBERA-AGENDA THRU P786-FIM
               WHEN OTHER
                   MOVE 'TIPO DE SOLICITACAO INVALIDO' TO WS-APV-MOTIVO
           END-EVALUATE
           .
       P785-FIM.

      *    Solicitacao 'A' aprovada: a alteracao programada passa de
      *    'E' para 'P' e sera aplicada na data de efetivacao, desde
      *    que nao tenha sido cancelada nem alterada desde o pedido.
       P786-LIBERA-AGENDA.
           SET FS-AGENDA-OK          TO TRUE
           OPEN I-O CONT-AGENDA

           IF NOT FS-AGENDA-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALTERACOES '
                       'PROGRAMADAS'
               DISPLAY 'FILE STATUS: ' WS-FS-AGENDA
               MOVE 'AGENDA INDISPONIVEL' TO WS-APV-MOTIVO
               GO TO P786-FIM
           END-IF

           MOVE APV-NUM-AGENDA       TO AGD-NUMERO
           READ CONT-AGENDA KEY IS AGD-NUMERO
               INVALID KEY
                   MOVE 'AGENDA NAO ENCONTRADA'
                                     TO WS-APV-MOTIVO
                   CLOSE CONT-AGENDA
                   GO TO P786-FIM
           END-READ

           IF SIT-AGENDA NOT EQUAL 'E'
              OR AGD-DEPTO-ORIGEM NOT EQUAL APV-DEPTO-ORIGEM
              OR AGD-DEPTO-DESTINO NOT EQUAL APV-DEPTO-DESTINO THEN
               MOVE 'AGENDA CANCELADA OU ALTERADA' TO WS-APV-MOTIVO
               CLOSE CONT-AGENDA
               GO TO P786-FIM
           END-IF

           MOVE 'P'                  TO SIT-AGENDA
           REWRITE REG-AGENDA

           IF FS-AGENDA-OK THEN
               MOVE 'ALTERACAO PROGRAMADA LIBERADA' TO WS-APV-MOTIVO
               SET EXECUCAO-OK       TO TRUE
           ELSE
               DISPLAY 'ERRO AO ATUALIZAR A ALTERACAO PROGRAMADA'
               DISPLAY 'FILE STATUS: ' WS-FS-AGENDA
               MOVE 'FALHA AO LIBERAR A AGENDA' TO WS-APV-MOTIVO
           END-IF

           CLOSE CONT-AGENDA
           .
       P786-FIM.

      *    Solicitacao 'A' rejeitada ou expirada: cancela a alteracao
      *    programada que ainda aguarda aprovacao, com o motivo em
      *    WS-APV-MOTIVO.
       P787-CANCELA-AGENDA.
           SET FS-AGENDA-OK          TO TRUE
           OPEN I-O CONT-AGENDA

           IF NOT FS-AGENDA-OK THEN
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALTERACOES '
                       'PROGRAMADAS'
               DISPLAY 'FILE STATUS: ' WS-FS-AGENDA
               SET ERRO-APROV        TO TRUE
               GO TO P787-FIM
           END-IF

           MOVE APV-NUM-AGENDA       TO AGD-NUMERO
           READ CONT-AGENDA KEY IS AGD-NUMERO
               INVALID KEY
                   CLOSE CONT-AGENDA
                   GO TO P787-FIM
           END-READ

           IF SIT-AGENDA EQUAL 'E'
              AND AGD-DEPTO-ORIGEM EQUAL APV-DEPTO-ORIGEM
              AND AGD-DEPTO-DESTINO EQUAL APV-DEPTO-DESTINO THEN
               MOVE 'C'              TO SIT-AGENDA
               ACCEPT AGD-DATA-SIT   FROM DATE YYYYMMDD
               MOVE WS-APV-MOTIVO    TO AGD-MOTIVO
               REWRITE REG-AGENDA
               IF NOT FS-AGENDA-OK THEN
                   SET ERRO-APROV    TO TRUE
                   DISPLAY 'ERRO AO CANCELAR A ALTERACAO PROGRAMADA: '
                           AGD-NUMERO
                   DISPLAY 'FILE STATUS: ' WS-FS-AGENDA
               END-IF
           END-IF

           CLOSE CONT-AGENDA
           .
       P787-FIM.

      ******************************************************************
      * P800-GRAVA-LOG
      * operador logado (0 quando nao identificado) e os valores de
      * nome e departamento antes e depois da operacao, preenchidos
      * pelo chamador em WS-LOG-NM-ANTES/DEPOIS e
      * WS-LOG-DEPTO-ANTES/DEPOIS. P800-GRAVA-LOG toma o ID do
      * registro corrente de CONTATOS; P802-GRAVA-LOG-ID, usado pela
      * manutencao de fones/e-mails e de departamentos, toma o ID
      * de WS-LOG-ID (0 para departamentos).
      ******************************************************************
       P800-GRAVA-LOG.
           MOVE ID-CONTATO           TO WS-LOG-ID
           PERFORM P802-GRAVA-LOG-ID
           .

       P802-GRAVA-LOG-ID.
           OPEN EXTEND LOG-TRANSACOES

           IF WS-FS-LOG EQUAL 35 THEN
           IF FS-LOG-OK THEN
               MOVE SPACES               TO REG-LOG
               MOVE WS-LOG-OPERACAO      TO LOG-OPERACAO
               MOVE WS-LOG-ID            TO LOG-ID-CONTATO
               ACCEPT LOG-DATA           FROM DATE YYYYMMDD
               ACCEPT LOG-HORA           FROM TIME
               IF OPERADOR-AUTENTICADO
               MOVE WS-LOG-NM-DEPOIS     TO LOG-NM-DEPOIS
               MOVE WS-LOG-DEPTO-ANTES   TO LOG-DEPTO-ANTES
               MOVE WS-LOG-DEPTO-DEPOIS  TO LOG-DEPTO-DEPOIS
               MOVE WS-LOG-SIT-ANTES     TO LOG-SIT-ANTES
               MOVE WS-LOG-SIT-DEPOIS    TO LOG-SIT-DEPOIS
               WRITE REG-LOG
               IF NOT FS-LOG-OK THEN
                   DISPLAY 'ERRO AO GRAVAR O ARQUIVO DE LOG'
           END-IF
           .

      *    Manutencao de departamentos: sem contato (ID 0) nem
      *    situacao; codigo em LOG-DEPTO-ANTES/DEPOIS e descricao em
      *    LOG-NM-ANTES/DEPOIS.
       P804-GRAVA-LOG-DEPTO.
           MOVE ZERO                 TO WS-LOG-ID
           MOVE SPACES               TO WS-LOG-SIT-ANTES
           MOVE SPACES               TO WS-LOG-SIT-DEPOIS
           PERFORM P802-GRAVA-LOG-ID
           .

       P900-FIM.

            MOVE WS-RETORNO-LOTE TO RETURN-CODE
