      *        pre-edit (1010-VERIFICA-SIGNOFF) - deduping yesterday's
      *        MESTRE because the pre-edit silently never ran is
      *        exactly the failure the log exists to stop.
      * VRS013 15.10.2026 - C1276521 - Audit trail controls: every
      *        AUDITDUP record carries this run's identifier and its
      *        sequence number (320000-CARIMBA-AUDITORIA, EDUSIM12) and
      *        the file closes with a control trailer (count and hash
      *        total), reconciled downstream by EDUS0022. CHKPDUP
      *        carries the run identifier, last sequence, count and
      *        hash, so a restarted run continues the same numbering.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
           03 CHK-QT-CASOS-NOVOS         PIC  9(007).
           03 CHK-QT-SUPRIMIDOS          PIC  9(007).
           03 CHK-CH-BLOCO-ATU           PIC  X(004).
           03 CHK-ID-EXECUCAO            PIC  X(022).
           03 CHK-NR-SEQ-AUDIT           PIC  9(009).
           03 CHK-QT-REG-AUDIT           PIC  9(009).
           03 CHK-VL-HASH-AUDIT          PIC  9(018).
           03 CHK-TB-BLOCO.
              05 CHK-QT-BLOCO            PIC  9(004).
              05 CHK-REG-BLOCO OCCURS 1 TO 1000 TIMES

           PERFORM 1010-VERIFICA-SIGNOFF

      *-----------------------------------------------------------------
      * Identificacao desta execucao na trilha de auditoria: programa +
      * data/hora de inicio. No reinicio 1020-VERIFICA-CHECKPOINT a
      * troca pela da execucao interrompida, que a trilha continua.
      *-----------------------------------------------------------------
           MOVE 'EDUS0003'               TO AUC-ID-EXECUCAO
           MOVE WK03-DT-INICIO-RUN(1:14) TO AUC-ID-EXECUCAO(9:14)

           OPEN INPUT  MESTRE-FILE
           OPEN INPUT  PARMDUP-FILE
           OPEN INPUT  DELTA-FILE
                  MOVE CHK-QT-CASOS-NOVOS TO WK03-QT-CASOS-NOVOS
                  MOVE CHK-QT-SUPRIMIDOS  TO WK03-QT-SUPRIMIDOS
                  MOVE CHK-CH-BLOCO-ATU   TO WK03-CH-BLOCO-ATU
                  MOVE CHK-ID-EXECUCAO    TO AUC-ID-EXECUCAO
                  MOVE CHK-NR-SEQ-AUDIT   TO AUC-NR-SEQUENCIA
                  MOVE CHK-QT-REG-AUDIT   TO AUC-QT-REGISTROS
                  MOVE CHK-VL-HASH-AUDIT  TO AUC-VL-HASH-TOTAL
                  MOVE CHK-QT-BLOCO       TO WK03-QT-BLOCO
                  PERFORM VARYING WK03-IDX-BLOCO FROM 1 BY 1
                     UNTIL WK03-IDX-BLOCO GREATER WK03-QT-BLOCO

           MOVE 'EDUS0003'               TO AUD-NM-PRG
           MOVE FUNCTION CURRENT-DATE    TO AUD-DT-HORA
           PERFORM 320000-CARIMBA-AUDITORIA
           WRITE REG-AUDITORIA FROM AUDIT-REC
           .
       2150-SAI.
           MOVE WK03-QT-CASOS-NOVOS       TO CHK-QT-CASOS-NOVOS
           MOVE WK03-QT-SUPRIMIDOS        TO CHK-QT-SUPRIMIDOS
           MOVE WK03-CH-BLOCO-ATU         TO CHK-CH-BLOCO-ATU
           MOVE AUC-ID-EXECUCAO           TO CHK-ID-EXECUCAO
           MOVE AUC-NR-SEQUENCIA          TO CHK-NR-SEQ-AUDIT
           MOVE AUC-QT-REGISTROS          TO CHK-QT-REG-AUDIT
           MOVE AUC-VL-HASH-TOTAL         TO CHK-VL-HASH-AUDIT
           MOVE WK03-QT-BLOCO             TO CHK-QT-BLOCO
           PERFORM VARYING WK03-IDX-BLOCO FROM 1 BY 1
              UNTIL WK03-IDX-BLOCO GREATER WK03-QT-BLOCO
           CLOSE MESTRE-FILE
           CLOSE DELTA-FILE
           CLOSE EXCPT-FILE

      *-----------------------------------------------------------------
      * Fecha a trilha com o trailer de controle (quantidade e total de
      * hash, somando o que veio antes de um eventual reinicio) - sem
      * ele o EDUS0022 trata o arquivo como truncado.
      *-----------------------------------------------------------------
           PERFORM 322000-MONTA-TRAILER
           WRITE REG-AUDITORIA FROM AUDIT-REC
           CLOSE AUDIT-FILE
           CLOSE CASO-FILE

      * Motor de similaridade (comum com EDUS0001 e EDUS0002).
      *-----------------------------------------------------------------
       COPY EDUSIM01.
      *-----------------------------------------------------------------
      * Controles de completude da trilha de auditoria (ver EDUSIM12).
      *-----------------------------------------------------------------
       COPY EDUSIM12.
      *---------------------- FIM EDUS0003 --------------------------
