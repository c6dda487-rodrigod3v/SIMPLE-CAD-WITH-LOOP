      *                   alcancados pelo periodo pedido (mes ausente
      *                   e simplesmente pulado), em ordem
      *                   cronologica.
      *   15/10/2026 ROD  Acompanha a situacao antes/depois incluida
      *                   em DB_LOG: arquivo mensal lido com 109
      *                   bytes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADLOGRPT.
      * Arquivo mensal gravado pelo corte de CADLOGARQ; mesmo layout
      * de DB_LOG, lido em bloco e movido para REG-LOG.
       FD ARQ-LOG-MES.
         01 REG-LOG-MES                     PIC X(109).

       WORKING-STORAGE SECTION.
         77 WS-FS-LOG                       PIC 99.
