      * VRS002 02.09.2026 - C1276521 - Writes the standard run-control
      *        record (RUNLOG, layout EDUSIM07) at end of run, like
      *        every job of the nightly chain - see EDUS0018.
      * VRS003 15.10.2026 - C1276521 - Downstream notification: every
      *        executed reversal is also written as an event to the
      *        day's event file EVTCLI (layout EDUSIM14, OPEN EXTEND),
      *        from which EDUS0024 builds the outbound file NOTIFCLI.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CAS-CH-CASO.

           SELECT OPTIONAL EVENTO-FILE ASSIGN TO EVTCLI
                  ORGANIZATION IS SEQUENTIAL.

           SELECT RELAT-FILE  ASSIGN TO RELREVER
                  ORGANIZATION IS SEQUENTIAL.

       FD  CASO-FILE.
       COPY EDUSIM03.

      *-----------------------------------------------------------------
      * Eventos do dia para os sistemas consumidores (comum com
      * EDUS0008/EDUS0024 - ver EDUSIM14).
      *-----------------------------------------------------------------
       FD  EVENTO-FILE.
       COPY EDUSIM14.

       FD  RELAT-FILE.
       01  REG-RELAT                     PIC  X(132).

       77  WK17-QT-REINSERIDOS           PIC  9(003) COMP VALUE ZEROS.
       77  WK17-QT-XREF-MARCADAS         PIC  9(003) COMP VALUE ZEROS.
       77  WK17-QT-CASOS-REABERTOS       PIC  9(003) COMP VALUE ZEROS.
       77  WK17-QT-EVENTOS               PIC  9(003) COMP VALUE ZEROS.
       77  WK17-IDX-REV                  PIC  9(003) COMP VALUE ZEROS.
       77  WK17-DT-INICIO-RUN            PIC  X(021) VALUE SPACES.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       5000-REABRE-CASOS                  SECTION.
      *-----------------------------------------------------------------
           OPEN EXTEND EVENTO-FILE

           PERFORM VARYING WK17-IDX-REV FROM 1 BY 1
                     UNTIL WK17-IDX-REV GREATER WK17-QT-REVERSOES
              IF WK17-REV-SW-EXECUTA(WK17-IDX-REV) EQUAL 'S'
                 PERFORM 5100-REABRE-UM-CASO
                 PERFORM 5500-REPORTA-EXECUTADA
                 PERFORM 5600-GRAVA-EVENTO
              END-IF
           END-PERFORM

           CLOSE EVENTO-FILE
           .
       5000-SAI.
           EXIT.
           .
       5500-SAI.
           EXIT.
      *-----------------------------------------------------------------
       5600-GRAVA-EVENTO                  SECTION.
      *-----------------------------------------------------------------
      * Reversao executada vira evento 'R' para os consumidores: o
      * retirado volta a existir e deixa de apontar para o sobrevivente.
      *-----------------------------------------------------------------
           MOVE SPACES                   TO EVENTO-REC
           SET  EVT-REVERSAO             TO TRUE
           MOVE WK17-REV-NR-RETIRADO(WK17-IDX-REV)
                                         TO EVT-NR-RETIRADO
           MOVE WK17-REV-NR-SOBREVIVE(WK17-IDX-REV)
                                         TO EVT-NR-SOBREVIVE
           MOVE FUNCTION CURRENT-DATE(1:8)
                                         TO EVT-DT-EFETIVA
           MOVE 'EDUS0017'               TO EVT-NM-PRG
           WRITE EVENTO-REC

           ADD 1                         TO WK17-QT-EVENTOS
           .
       5600-SAI.
           EXIT.
      *-----------------------------------------------------------------
       9000-FINALIZA                      SECTION.
      *-----------------------------------------------------------------
           MOVE WK17-QT-CASOS-REABERTOS    TO WK17-TOT-QT
           WRITE REG-RELAT FROM WK17-LINHA-TOTAL

           MOVE 'EVENTOS GRAVADOS.......:' TO WK17-TOT-ROTULO
           MOVE WK17-QT-EVENTOS            TO WK17-TOT-QT
           WRITE REG-RELAT FROM WK17-LINHA-TOTAL

           CLOSE CASO-FILE
           CLOSE RELAT-FILE

