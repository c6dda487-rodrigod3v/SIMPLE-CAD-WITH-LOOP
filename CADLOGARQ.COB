      *                   execucao e devolve 0/8 no codigo de retorno
      *                   para o escalonador, como os demais modos de
      *                   lote da suite.
      *   15/10/2026 ROD  Acompanha a situacao antes/depois incluida
      *                   em DB_LOG: registro de trabalho e arquivo
      *                   mensal passam a 109 bytes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADLOGARQ.
           03 TRB-ID-CONTATO                PIC 9(05).
           03 FILLER                        PIC X(01).
           03 TRB-DATA                      PIC 9(08).
           03 TRB-RESTO                     PIC X(84).

       FD ARQ-ARQUIVO-MES.
         01 REG-LOG-MES                     PIC X(109).

       WORKING-STORAGE SECTION.
         77 WS-FS-LOG                       PIC 99.
