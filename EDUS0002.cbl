      * VRS005 02.09.2026 - C1276521 - Writes the standard run-control
      *        record (RUNLOG, layout EDUSIM07) at end of run, like
      *        every job of the nightly chain - see EDUS0018.
      * VRS006 15.10.2026 - C1276521 - Audit trail controls: every
      *        AUDITORI record carries this run's identifier and its
      *        sequence number (320000-CARIMBA-AUDITORIA, EDUSIM12) and
      *        the file closes with a control trailer (count and hash
      *        total), reconciled downstream by EDUS0022.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE    TO WK02-DT-INICIO-RUN

      *-----------------------------------------------------------------
      * Identificacao desta execucao na trilha de auditoria: programa +
      * data/hora de inicio, a mesma que vai para o RUNLOG.
      *-----------------------------------------------------------------
           MOVE 'EDUS0002'               TO AUC-ID-EXECUCAO
           MOVE WK02-DT-INICIO-RUN(1:14) TO AUC-ID-EXECUCAO(9:14)

           OPEN INPUT  PARES-FILE
           OPEN OUTPUT RELAT-FILE
           OPEN OUTPUT AUDIT-FILE
           MOVE SPACES                    TO AUD-SW-MATCH
           MOVE 'EDUS0002'                TO AUD-NM-PRG
           MOVE FUNCTION CURRENT-DATE     TO AUD-DT-HORA
           PERFORM 320000-CARIMBA-AUDITORIA
           WRITE REG-AUDITORIA FROM AUDIT-REC

           ADD 1                          TO WK02-QT-PROCESSADOS
      
           CLOSE PARES-FILE
           CLOSE RELAT-FILE

      *-----------------------------------------------------------------
      * Fecha a trilha com o trailer de controle (quantidade e total de
      * hash) - sem ele o EDUS0022 trata o arquivo como truncado.
      *-----------------------------------------------------------------
           PERFORM 322000-MONTA-TRAILER
           WRITE REG-AUDITORIA FROM AUDIT-REC
           CLOSE AUDIT-FILE

           PERFORM 9900-GRAVA-RUN-CONTROLE
      * Motor de similaridade (comum com EDUS0001 e EDUS0003).
      *-----------------------------------------------------------------
       COPY EDUSIM01.
      *-----------------------------------------------------------------
      * Controles de completude da trilha de auditoria (ver EDUSIM12).
      *-----------------------------------------------------------------
       COPY EDUSIM12.
      *---------------------- FIM EDUS0002 ------------------------------
