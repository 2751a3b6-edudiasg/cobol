      * VRS002 02.09.2026 - C1276521 - Writes the standard run-control
      *        record (RUNLOG, layout EDUSIM07) at end of run, like
      *        every job of the nightly chain - see EDUS0018.
      * VRS003 15.10.2026 - C1276521 - Audit trail controls (EDUSIM02
      *        VRS004): every record dropped now gets a purge decision
      *        in the new PURGDEC file (layout EDUSIM13) - which record,
      *        its hash, the cutoff and the reason - closed by a
      *        trailer with the count and hash total of the purged
      *        records. The control trailers of the archive are copied
      *        unchanged to ARCRETEM, which closes with this job's own
      *        trailer (count and hash of the records kept, plus the
      *        purge totals and cutoff), for EDUS0022 to reconcile the
      *        archive before and after the purge.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
           SELECT ARCRET-FILE ASSIGN TO ARCRETEM
                  ORGANIZATION IS SEQUENTIAL.

           SELECT PURGDEC-FILE ASSIGN TO PURGDEC
                  ORGANIZATION IS SEQUENTIAL.

           SELECT RELAT-FILE  ASSIGN TO RELPURGA
                  ORGANIZATION IS SEQUENTIAL.

       FD  ARCRET-FILE.
       01  REG-ARCRET                    PIC  X(590).

      *-----------------------------------------------------------------
      * Decisoes de expurgo (comum com EDUS0022 - ver EDUSIM13).
      *-----------------------------------------------------------------
       FD  PURGDEC-FILE.
       COPY EDUSIM13.

       FD  RELAT-FILE.
       01  REG-RELAT                     PIC  X(132).

       77  WK06-QT-HOLD-NOMES            PIC  9(003) COMP VALUE ZEROS.
       77  WK06-IDX-HOLD                 PIC  9(003) COMP VALUE ZEROS.
       77  WK06-QT-MANTIDOS              PIC  9(007) COMP VALUE ZEROS.
       77  WK06-QT-TRAILERS              PIC  9(007) COMP VALUE ZEROS.
       77  WK06-DT-INICIO-RUN            PIC  X(021) VALUE SPACES.
      *-----------------------------------------------------------------
      * Totais de controle dos registros expurgados (os dos mantidos
      * ficam em AUDIT-CTL, EDUSIM02).
      *-----------------------------------------------------------------
       77  WK06-VL-HASH-EXPURGO          PIC  9(018) COMP VALUE ZEROS.
      *-----------------------------------------------------------------
      * Lista de hold carregada no start-up - nomes que a area juridica
      * mandou preservar independentemente da janela de retencao.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE    TO WK06-DT-INICIO-RUN

           MOVE 'EDUS0006'               TO AUC-ID-EXECUCAO
           MOVE WK06-DT-INICIO-RUN(1:14) TO AUC-ID-EXECUCAO(9:14)

           OPEN INPUT  ARCVEL-FILE
           OPEN INPUT  PURGPRM-FILE
           OPEN OUTPUT ARCRET-FILE
           OPEN OUTPUT PURGDEC-FILE
           OPEN OUTPUT RELAT-FILE

           PERFORM 1050-LE-PARAMETRO
               AT END
                  SET WK06-FIM-ARQ       TO TRUE
               NOT AT END
                  IF AUD-REG-DETALHE
                     ADD 1               TO WK06-QT-LIDOS
                  END-IF
           END-READ
           .
       1200-SAI.
      * regrava). AUD-DT-HORA comeca em AAAAMMDD (FUNCTION CURRENT-
      * DATE), entao a comparacao alfanumerica com o corte ja respeita
      * a ordem cronologica.
      *
      * Trailer de controle nunca e expurgado: vai para ARCRETEM como
      * veio, e e por ele que o EDUS0022 ainda reconcilia a trilha
      * original depois do expurgo. Registro expurgado nao some sem
      * rastro - ganha uma decisao em PURGDEC.
      *-----------------------------------------------------------------
           EVALUATE TRUE
              WHEN AUD-REG-TRAILER
                 ADD 1                   TO WK06-QT-TRAILERS
                 WRITE REG-ARCRET FROM AUDIT-REC
              WHEN WK06-SEM-CORTE
                 ADD 1                   TO WK06-QT-NA-JANELA
                 PERFORM 2200-MANTEM-REG
              WHEN AUD-DT-HORA(1:8) NOT LESS WK06-DT-CORTE
                 ADD 1                   TO WK06-QT-NA-JANELA
                 PERFORM 2200-MANTEM-REG
              WHEN OTHER
                 PERFORM 2100-VERIFICA-HOLD
                 IF WK06-EM-HOLD
                    ADD 1                TO WK06-QT-EM-HOLD
                    PERFORM 2200-MANTEM-REG
                 ELSE
                    ADD 1                TO WK06-QT-EXPURGADOS
                    PERFORM 2300-GRAVA-DECISAO
                 END-IF
           END-EVALUATE

           .
       2100-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2200-MANTEM-REG                    SECTION.
      *-----------------------------------------------------------------
      * Regrava o registro mantido sem alteracao, somando o hash dele
      * aos totais do trailer de ARCRETEM.
      *-----------------------------------------------------------------
           PERFORM 321000-CALCULA-HASH-AUDIT
           ADD 1                         TO AUC-QT-REGISTROS
           ADD AUC-VL-HASH-REG           TO AUC-VL-HASH-TOTAL

           WRITE REG-ARCRET FROM AUDIT-REC
           .
       2200-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2300-GRAVA-DECISAO                 SECTION.
      *-----------------------------------------------------------------
      * Decisao de expurgo do registro corrente: carimbo e hash do
      * registro, corte em vigor e o motivo (fora da janela, sem hold).
      *-----------------------------------------------------------------
           PERFORM 321000-CALCULA-HASH-AUDIT
           ADD AUC-VL-HASH-REG           TO WK06-VL-HASH-EXPURGO

           MOVE SPACES                   TO PURGDEC-REC
           SET  PDC-REG-DETALHE          TO TRUE
           MOVE AUD-ID-EXECUCAO          TO PDC-ID-EXECUCAO
      * Registro gravado antes dos carimbos vem sem sequencial.
           IF AUD-NR-SEQUENCIA IS NUMERIC
              MOVE AUD-NR-SEQUENCIA      TO PDC-NR-SEQUENCIA
           ELSE
              MOVE ZEROS                 TO PDC-NR-SEQUENCIA
           END-IF
           MOVE AUD-DT-HORA              TO PDC-DT-HORA
           MOVE AUC-VL-HASH-REG          TO PDC-VL-HASH
           MOVE WK06-DT-CORTE            TO PDC-DT-CORTE
           SET  PDC-MOTIVO-FORA-JANELA   TO TRUE
           MOVE AUC-ID-EXECUCAO          TO PDC-ID-EXPURGO
           WRITE PURGDEC-REC
           .
       2300-SAI.
           EXIT.
      *-----------------------------------------------------------------
       9000-FINALIZA                      SECTION.
      *-----------------------------------------------------------------
           MOVE WK06-QT-EXPURGADOS         TO WK06-TOT-QT
           WRITE REG-RELAT FROM WK06-LINHA-TOTAL

           MOVE 'TRAILERS PRESERVADOS...:' TO WK06-TOT-ROTULO
           MOVE WK06-QT-TRAILERS           TO WK06-TOT-QT
           WRITE REG-RELAT FROM WK06-LINHA-TOTAL

      *-----------------------------------------------------------------
      * Trailer do ARCRETEM: mantidos (quantidade e hash) e expurgados
      * (quantidade e hash), com o corte usado. A soma dos dois lados
      * tem de fechar com o trailer do arquivo de origem.
      *-----------------------------------------------------------------
           PERFORM 322000-MONTA-TRAILER
           MOVE ZEROS                      TO AUD-TRL-NR-SEQ-INICIAL
                                              AUD-TRL-NR-SEQ-FINAL
                                              AUD-NR-SEQUENCIA
           MOVE WK06-QT-EXPURGADOS         TO AUD-TRL-QT-EXPURGOS
           MOVE WK06-VL-HASH-EXPURGO       TO AUD-TRL-VL-HASH-EXPURGO
           MOVE WK06-DT-CORTE              TO AUD-TRL-DT-CORTE
           WRITE REG-ARCRET FROM AUDIT-REC

           MOVE SPACES                     TO PURGDEC-REC
           SET  PDC-REG-TRAILER            TO TRUE
           MOVE WK06-QT-EXPURGADOS         TO PDC-TRL-QT-EXPURGOS
           MOVE WK06-VL-HASH-EXPURGO       TO PDC-TRL-VL-HASH
           MOVE AUC-ID-EXECUCAO            TO PDC-ID-EXPURGO
           WRITE PURGDEC-REC

           CLOSE ARCVEL-FILE
           CLOSE ARCRET-FILE
           CLOSE PURGDEC-FILE
           CLOSE RELAT-FILE

           PERFORM 9900-GRAVA-RUN-CONTROLE
           .
       9900-SAI.
           EXIT.
      *-----------------------------------------------------------------
      * Controles de completude da trilha de auditoria (ver EDUSIM12).
      *-----------------------------------------------------------------
       COPY EDUSIM12.
      *---------------------- FIM EDUS0006 ------------------------------
