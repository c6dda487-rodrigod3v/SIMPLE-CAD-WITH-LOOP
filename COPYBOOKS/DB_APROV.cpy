      ******************************************************************
      * Copybook:DB_APROV
      * Purpose:layout do registro de solicitacao de aprovacao (arquivo
      *          CONT-APROV / CONT_APROV.TXT), chaveado pelo numero da
      *          solicitacao. Operacoes destrutivas pedidas por um
      *          operador so sao executadas depois de aprovadas por
      *          outro operador autorizado. TIPO-APROV:
      *            'E' exclusao definitiva do contato APV-ID-CONTATO;
      *            'F' fusao do duplicado APV-ID-DUPL no sobrevivente
      *                APV-ID-CONTATO;
      *            'T' transferencia em massa de APV-DEPTO-ORIGEM para
      *                APV-DEPTO-DESTINO;
      *            'A' liberacao da alteracao programada
      *                APV-NUM-AGENDA (transferencia de departamento
      *                inteiro em data futura).
      *          SIT-APROV: 'P' pendente, 'A' aprovada e executada,
      *          'F' aprovada mas com falha na execucao, 'R' rejeitada
      *          e 'X' expirada sem decisao; resultado ou motivo em
      *          APV-MOTIVO.
      * Modification history:
      *   15/10/2026 ROD  Criacao do layout.
      ******************************************************************
       01  REG-APROV.
           05  APV-NUMERO                     PIC 9(05).
           05  TIPO-APROV                     PIC X(01).
           05  APV-ID-CONTATO                 PIC 9(05).
           05  APV-ID-DUPL                    PIC 9(05).
           05  APV-DEPTO-ORIGEM               PIC 9(02).
           05  APV-DEPTO-DESTINO              PIC 9(02).
           05  APV-NUM-AGENDA                 PIC 9(05).
           05  SIT-APROV                      PIC X(01).
           05  APV-OPER-SOLIC                 PIC 9(02).
           05  APV-DATA-SOLIC                 PIC 9(08).
           05  APV-HORA-SOLIC                 PIC 9(08).
           05  APV-OPER-DECISAO               PIC 9(02).
           05  APV-DATA-DECISAO               PIC 9(08).
           05  APV-HORA-DECISAO               PIC 9(08).
           05  APV-MOTIVO                     PIC X(30).
