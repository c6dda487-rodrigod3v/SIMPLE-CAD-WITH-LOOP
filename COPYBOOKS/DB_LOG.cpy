      *                   valores de nome e departamento antes e
      *                   depois da operacao, para responder quem fez
      *                   a alteracao e o que o registro continha.
      *   15/10/2026 ROD  Inclui LOG-SIT-ANTES e LOG-SIT-DEPOIS
      *                   (situacao do contato antes e depois da
      *                   operacao; brancos quando nao se aplica),
      *                   para a recuperacao de CADBACKUP distinguir
      *                   reativacao de simples correcao. Registro
      *                   passa de 105 para 109 bytes; linhas antigas
      *                   sao lidas com os campos novos em branco.
      *   15/10/2026 ROD  Novas operacoes, sem mudanca de layout:
      *                   FONE-INCL/FONE-ALT/FONE-EXCL (ID do
      *                   contato, valor em NM, sequencia em DEPTO e
      *                   tipo F/E em SIT antes/depois) e
      *                   DEPTO-INCL/DEPTO-ALT/DEPTO-EXCL (ID 0,
      *                   descricao em NM e codigo em DEPTO), usadas
      *                   pelo balanceamento de CADBALAN.
      ******************************************************************
       01  REG-LOG.
           03  LOG-OPERACAO                  PIC X(10).
           03  LOG-DEPTO-ANTES               PIC 9(02).
           03  FILLER                        PIC X(01).
           03  LOG-DEPTO-DEPOIS              PIC 9(02).
           03  FILLER                        PIC X(01).
           03  LOG-SIT-ANTES                 PIC X(01).
           03  FILLER                        PIC X(01).
           03  LOG-SIT-DEPOIS                PIC X(01).
