      ******************************************************************
      * Copybook:DB_GRUPO
      * Purpose:layout do registro de grupo de contatos / lista de
      *          distribuicao (arquivo CONT-GRUPOS / CONT_GRUPO.TXT),
      *          chaveado pelo codigo do grupo. Comissoes, brigada de
      *          incendio, listas de informativo e outros conjuntos de
      *          contatos que nao seguem o DEPTO-CONTATO; os membros
      *          ficam em CONT-MEMBROS (DB_MEMBRO).
      * Modification history:
      *   15/10/2026 ROD  Criacao do layout.
      ******************************************************************
       01  REG-GRUPOS.
           05  COD-GRUPO                      PIC 9(03).
           05  DESC-GRUPO                     PIC X(30).
           05  GRP-DATA-CADASTRO              PIC 9(08).
           05  GRP-OPER-CADASTRO              PIC 9(02).
