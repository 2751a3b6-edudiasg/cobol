      * VRS002 02.09.2026 - C1276521 - Writes the standard run-control
      *        record (RUNLOG, layout EDUSIM07) at end of run, like
      *        every job of the nightly chain - see EDUS0018.
      * VRS003 15.10.2026 - C1276521 - The control trailers that now
      *        close AUDITORI and AUDITDUP (EDUSIM02 VRS004) are
      *        skipped - only detail records enter the summary.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Registro de auditoria (comum com EDUS0001/EDUS0002/EDUS0003) -
      * os tres arquivos de entrada sao lidos INTO esta area. Os
      * trailers de controle das trilhas batch nao entram no resumo.
      *-----------------------------------------------------------------
       COPY EDUSIM02.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       2100-PROCESSA-EDAU                 SECTION.
      *-----------------------------------------------------------------
           IF AUD-REG-DETALHE
              ADD 1                      TO WK04-QT-EDAU
              PERFORM 2500-ACUMULA-AUDITORIA
           END-IF
           PERFORM 2110-LER-EDAU
           .
       2100-SAI.
      *-----------------------------------------------------------------
       2200-PROCESSA-AUDITORI             SECTION.
      *-----------------------------------------------------------------
           IF AUD-REG-DETALHE
              ADD 1                      TO WK04-QT-AUDITORI
              PERFORM 2500-ACUMULA-AUDITORIA
           END-IF
           PERFORM 2210-LER-AUDITORI
           .
       2200-SAI.
      *-----------------------------------------------------------------
       2300-PROCESSA-AUDITDUP             SECTION.
      *-----------------------------------------------------------------
           IF AUD-REG-DETALHE
              ADD 1                      TO WK04-QT-AUDITDUP
              PERFORM 2500-ACUMULA-AUDITORIA
           END-IF
           PERFORM 2310-LER-AUDITDUP
           .
       2300-SAI.
