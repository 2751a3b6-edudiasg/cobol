      * VRS003 02.09.2026 - C1276521 - Writes the standard run-control
      *        record (RUNLOG, layout EDUSIM07) at end of run, like
      *        every job of the nightly chain - see EDUS0018.
      * VRS004 15.10.2026 - C1276521 - Also builds XREFSOB (layout
      *        EDUSIM18), the same cross-reference keyed by survivor,
      *        for the lineage inquiry EDUS0027: every XREFCLI entry,
      *        reversed ones included (flagged), completed with the
      *        retired customer's name from the snapshot RETIRSNP.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS XRK-NR-RETIRADO.

           SELECT XRSIDX-FILE ASSIGN TO XREFSOB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS XRS-CH-SOBREVIVE.

           SELECT OPTIONAL RETIR-FILE ASSIGN TO RETIRSNP
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL.
      *-----------------------------------------------------------------
       FD  XRKIDX-FILE.
       COPY EDUSIM06.

      *-----------------------------------------------------------------
      * Referencia cruzada por sobrevivente (comum com EDUS0027 - ver
      * EDUSIM18).
      *-----------------------------------------------------------------
       FD  XRSIDX-FILE.
       COPY EDUSIM18.

      *-----------------------------------------------------------------
      * Fotografias dos retirados gravadas por EDUS0008 (ver EDUSIM08).
      *-----------------------------------------------------------------
       FD  RETIR-FILE.
       COPY EDUSIM08.

      *-----------------------------------------------------------------
      * Registro de controle de execucao (comum a toda a esteira -
      * ver EDUSIM07).
       77  WK11-QT-ATUALIZADOS           PIC  9(007) COMP VALUE ZEROS.
       77  WK11-QT-REVERTIDOS            PIC  9(007) COMP VALUE ZEROS.
       77  WK11-DT-INICIO-RUN            PIC  X(021) VALUE SPACES.
       77  WK11-SW-FIM-RETIR             PIC  X(001) VALUE 'N'.
           88 WK11-FIM-RETIR                          VALUE 'S'.
       77  WK11-QT-SOB-CARREGADOS        PIC  9(007) COMP VALUE ZEROS.
       77  WK11-QT-SOB-SUBSTITUIDOS      PIC  9(007) COMP VALUE ZEROS.
       77  WK11-QT-FOTOS-LIDAS           PIC  9(007) COMP VALUE ZEROS.
       77  WK11-QT-FOTOS-ASSOCIADAS      PIC  9(007) COMP VALUE ZEROS.
       77  WK11-QT-FOTOS-SEM-XREF        PIC  9(007) COMP VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
           PERFORM 2000-CARREGA-REG
               UNTIL WK11-FIM-ARQ

           PERFORM 3000-ASSOCIA-FOTOGRAFIAS

           PERFORM 9000-FINALIZA

           STOP RUN
           CLOSE XRKIDX-FILE
           OPEN I-O    XRKIDX-FILE

           OPEN OUTPUT XRSIDX-FILE
           CLOSE XRSIDX-FILE
           OPEN I-O    XRSIDX-FILE

           PERFORM 1100-LER-XREF
           .
       1000-SAI.
              END-WRITE
           END-IF

           PERFORM 2100-CARREGA-SOBREVIVE

           PERFORM 1100-LER-XREF
           .
       2000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2100-CARREGA-SOBREVIVE             SECTION.
      *-----------------------------------------------------------------
      * Em XREFSOB entram todas as entradas, revertidas inclusive - a
      * consulta de linhagem mostra tambem as fusoes desfeitas. O nome
      * do retirado vem depois, na passada por RETIRSNP. INVALID KEY e
      * o mesmo par fundido duas vezes no mesmo dia: vale o mais novo,
      * como no XREFVSM.
      *-----------------------------------------------------------------
           MOVE SPACES                   TO XRS-REC
           MOVE XRF-NR-SOBREVIVE         TO XRS-NR-SOBREVIVE
           MOVE XRF-NR-RETIRADO          TO XRS-NR-RETIRADO
           MOVE XRF-DT-FUSAO             TO XRS-DT-FUSAO
           MOVE XRF-NM-PRG               TO XRS-NM-PRG
           MOVE XRF-SW-REVERTIDO         TO XRS-SW-REVERTIDO
           MOVE 'N'                      TO XRS-SW-FOTOGRAFIA

           WRITE XRS-REC
               INVALID KEY
                  REWRITE XRS-REC
                  ADD 1                  TO WK11-QT-SOB-SUBSTITUIDOS
               NOT INVALID KEY
                  ADD 1                  TO WK11-QT-SOB-CARREGADOS
           END-WRITE
           .
       2100-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3000-ASSOCIA-FOTOGRAFIAS           SECTION.
      *-----------------------------------------------------------------
      * Cada fotografia de RETIRSNP traz sobrevivente, retirado e data
      * da fusao - exatamente a chave de XREFSOB - e completa a entrada
      * com o nome do retirado. Fotografia sem entrada correspondente
      * so e contada.
      *-----------------------------------------------------------------
           OPEN INPUT RETIR-FILE

           PERFORM 3100-LER-RETIR

           PERFORM 3200-ASSOCIA-FOTOGRAFIA
               UNTIL WK11-FIM-RETIR

           CLOSE RETIR-FILE
           .
       3000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3100-LER-RETIR                     SECTION.
      *-----------------------------------------------------------------
           READ RETIR-FILE
               AT END
                  SET WK11-FIM-RETIR      TO TRUE
               NOT AT END
                  ADD 1                   TO WK11-QT-FOTOS-LIDAS
           END-READ
           .
       3100-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3200-ASSOCIA-FOTOGRAFIA            SECTION.
      *-----------------------------------------------------------------
           MOVE RET-NR-SOBREVIVE         TO XRS-NR-SOBREVIVE
           MOVE RET-NR-CLIENTE           TO XRS-NR-RETIRADO
           MOVE RET-DT-FUSAO             TO XRS-DT-FUSAO

           READ XRSIDX-FILE
               INVALID KEY
                  ADD 1                  TO WK11-QT-FOTOS-SEM-XREF
               NOT INVALID KEY
                  MOVE 'S'               TO XRS-SW-FOTOGRAFIA
                  MOVE RET-NM-CLIENTE    TO XRS-NM-CLIENTE
                  MOVE RET-NM-SOBRENOME  TO XRS-NM-SOBRENOME
                  REWRITE XRS-REC
                  ADD 1                  TO WK11-QT-FOTOS-ASSOCIADAS
           END-READ

           PERFORM 3100-LER-RETIR
           .
       3200-SAI.
           EXIT.
      *-----------------------------------------------------------------
       9000-FINALIZA                      SECTION.
      *-----------------------------------------------------------------
                   WK11-QT-ATUALIZADOS
           DISPLAY 'EDUS0011: REVERTIDOS IGNORADOS......: '
                   WK11-QT-REVERTIDOS
           DISPLAY 'EDUS0011: XREFSOB CARREGADOS........: '
                   WK11-QT-SOB-CARREGADOS
           DISPLAY 'EDUS0011: XREFSOB SUBSTITUIDOS......: '
                   WK11-QT-SOB-SUBSTITUIDOS
           DISPLAY 'EDUS0011: FOTOGRAFIAS LIDAS.........: '
                   WK11-QT-FOTOS-LIDAS
           DISPLAY 'EDUS0011: FOTOGRAFIAS ASSOCIADAS....: '
                   WK11-QT-FOTOS-ASSOCIADAS
           DISPLAY 'EDUS0011: FOTOGRAFIAS SEM XREFCLI...: '
                   WK11-QT-FOTOS-SEM-XREF

           CLOSE XREF-FILE
           CLOSE XRKIDX-FILE
           CLOSE XRSIDX-FILE

           PERFORM 9900-GRAVA-RUN-CONTROLE
           .
