      ******************************************************************
      * Copybook:DB_MEMBRO
      * Purpose:layout do registro de participacao de contato em grupo
      *          (arquivo CONT-MEMBROS / CONT_MEMBRO.TXT), com chave
      *          composta codigo do grupo + ID do contato e chave
      *          alternativa (com duplicidade) pelo ID do contato, de
      *          modo que um contato pode pertencer a varios grupos.
      *          SIT-MEMBRO 'A' ativo e 'I' contato inativado (a
      *          participacao e preservada e volta a 'A' quando o
      *          contato e reativado); a exclusao definitiva do
      *          contato remove as participacoes. MBR-DATA-SIT guarda
      *          a data da ultima mudanca de situacao.
      * Modification history:
      *   15/10/2026 ROD  Criacao do layout.
      ******************************************************************
       01  REG-MEMBROS.
           05  CHAVE-MEMBRO.
               10  MBR-COD-GRUPO              PIC 9(03).
               10  MBR-ID-CONTATO             PIC 9(05).
           05  SIT-MEMBRO                     PIC X(01).
           05  MBR-DATA-INCLUSAO              PIC 9(08).
           05  MBR-OPER-INCLUSAO              PIC 9(02).
           05  MBR-DATA-SIT                   PIC 9(08).
