      *          DEPTO-CONTATO de DB_CONTT.
      * Modification history:
      *   21/08/2026 ROD  Criacao do layout.
      *   15/10/2026 ROD  Inclui COD-DEPTO-PAI (departamento superior,
      *                   0 = diretoria) e ID-GESTOR-DEPTO (contato
      *                   responsavel, 0 = sem responsavel); arquivos
      *                   no layout anterior devem passar pela
      *                   conversao de CADBACKUP.
      ******************************************************************
       01  REG-DEPARTAMENTOS.
           05  COD-DEPTO                      PIC 9(02).
           05  DESC-DEPTO                     PIC X(20).
           05  COD-DEPTO-PAI                  PIC 9(02).
           05  ID-GESTOR-DEPTO                PIC 9(05).
