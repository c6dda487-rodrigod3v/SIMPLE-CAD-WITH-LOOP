      ******************************************************************
      * Copybook:DB_AGEND
      * Purpose:layout do registro de alteracao programada (arquivo
      *          CONT-AGENDA / CONT_AGENDA.TXT), chaveado pelo numero
      *          da alteracao, com chave alternativa pela data de
      *          efetivacao (AAAAMMDD). TIPO-AGENDA 'T' transfere o
      *          contato AGD-ID-CONTATO para AGD-DEPTO-DESTINO, 'I'
      *          inativa o contato e 'M' transfere todos os contatos
      *          de AGD-DEPTO-ORIGEM para AGD-DEPTO-DESTINO.
      *          SIT-AGENDA: 'E' aguardando aprovacao de um segundo
      *          operador (tipo 'M', via CONT-APROV), 'P' pendente,
      *          'A' aplicada, 'F' falhou (motivo em AGD-MOTIVO) e 'C'
      *          cancelada; AGD-DATA-SIT guarda a data da ultima
      *          mudanca de situacao.
      * Modification history:
      *   15/10/2026 ROD  Criacao do layout.
      ******************************************************************
       01  REG-AGENDA.
           05  AGD-NUMERO                     PIC 9(05).
           05  AGD-DATA-EFETIVA               PIC 9(08).
           05  TIPO-AGENDA                    PIC X(01).
           05  AGD-ID-CONTATO                 PIC 9(05).
           05  AGD-DEPTO-ORIGEM               PIC 9(02).
           05  AGD-DEPTO-DESTINO              PIC 9(02).
           05  SIT-AGENDA                     PIC X(01).
           05  AGD-DATA-CADASTRO              PIC 9(08).
           05  AGD-OPER-CADASTRO              PIC 9(02).
           05  AGD-DATA-SIT                   PIC 9(08).
           05  AGD-MOTIVO                     PIC X(30).
