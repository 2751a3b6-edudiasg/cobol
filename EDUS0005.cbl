      * VRS002 02.09.2026 - C1276521 - Writes the standard run-control
      *        record (RUNLOG, layout EDUSIM07) at end of run, like
      *        every job of the nightly chain - see EDUS0018.
      * VRS003 15.10.2026 - C1276521 - Audit trail controls (EDUSIM02
      *        VRS004): the AUDSCRN stream of the screening batch
      *        EDUS0016 is archived with the other three (OPTIONAL, it
      *        only exists on the nights the screening ran). The
      *        producers' control trailers are kept out of the sort
      *        and written unchanged after the sorted details, and
      *        ARCHDIA closes with this job's own trailer - count and
      *        hash total of every detail archived - so EDUS0022 can
      *        reconcile each stream and the archive as a whole. The
      *        sort now also orders by run and sequence within the
      *        same timestamp.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
           SELECT OPTIONAL AUDDUP-FILE ASSIGN TO AUDITDUP
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL AUDSCR-FILE ASSIGN TO AUDSCRN
                  ORGANIZATION IS SEQUENTIAL.

           SELECT ARCH-FILE   ASSIGN TO ARCHDIA
                  ORGANIZATION IS SEQUENTIAL.

       FD  AUDDUP-FILE.
       01  REG-AUDDUP                    PIC  X(590).

       FD  AUDSCR-FILE.
       01  REG-AUDSCR                    PIC  X(590).

       FD  ARCH-FILE.
       01  REG-ARCH                      PIC  X(590).

       01  REG-SORT.
           03 FILLER                     PIC  X(529).
           03 SRT-DT-HORA                PIC  X(021).
           03 SRT-ID-EXECUCAO            PIC  X(022).
           03 SRT-NR-SEQUENCIA           PIC  9(009).
           03 FILLER                     PIC  X(009).

      *-----------------------------------------------------------------
      * Registro de controle de execucao (comum a toda a esteira -
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Registro de auditoria (comum com EDUS0001/EDUS0002/EDUS0003/
      * EDUS0016) - os quatro arquivos de entrada sao lidos INTO esta
      * area antes do RELEASE para a classificacao, e a saida da
      * classificacao e devolvida nela antes da gravacao em ARCHDIA.
      *-----------------------------------------------------------------
       COPY EDUSIM02.
      *-----------------------------------------------------------------
       77  WK05-QT-EDAU                  PIC  9(007) COMP VALUE ZEROS.
       77  WK05-QT-AUDITORI              PIC  9(007) COMP VALUE ZEROS.
       77  WK05-QT-AUDITDUP              PIC  9(007) COMP VALUE ZEROS.
       77  WK05-QT-AUDSCRN               PIC  9(007) COMP VALUE ZEROS.
       77  WK05-QT-ARQUIVADOS            PIC  9(007) COMP VALUE ZEROS.
       77  WK05-QT-GRAVADOS              PIC  9(007) COMP VALUE ZEROS.
       77  WK05-DT-INICIO-RUN            PIC  X(021) VALUE SPACES.
       77  WK05-SW-FIM-SORT              PIC  X(001) VALUE 'N'.
           88 WK05-FIM-SORT                           VALUE 'S'.
      *-----------------------------------------------------------------
      * Trailers de controle das trilhas de entrada - nao passam pela
      * classificacao (iriam parar no meio dos detalhes, pela data/hora
      * do fim de cada run); sao guardados aqui e gravados, sem
      * alteracao, depois dos detalhes. Normalmente um por trilha batch
      * (dois quando o EDUS0003 reinicia do zero), entao 50 sobram.
      *-----------------------------------------------------------------
       77  WK05-QT-TRAILERS              PIC  9(003) COMP VALUE ZEROS.
       77  WK05-IDX-TRL                  PIC  9(003) COMP VALUE ZEROS.
       01  WK05-TB-TRAILERS.
           03 WK05-TRL-REGISTRO OCCURS 50 TIMES
                                         PIC  X(590).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------

           SORT SORT-FILE
                ON ASCENDING KEY SRT-DT-HORA
                                 SRT-ID-EXECUCAO
                                 SRT-NR-SEQUENCIA
                INPUT PROCEDURE IS 2000-ALIMENTA-SORT
                OUTPUT PROCEDURE IS 3000-GRAVA-ARQUIVO

           PERFORM 9000-FINALIZA

      *-----------------------------------------------------------------
       1000-INICIALIZA                    SECTION.
      *-----------------------------------------------------------------
      * As quatro fontes sao OPTIONAL: uma fonte ausente (p.ex. um
      * feriado sem movimento online, ou uma noite sem triagem) nao
      * derruba o offload - ela so entra zerada nos totais. Se faltar
      * uma trilha que deveria estar aqui, quem acusa e o EDUS0022.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE    TO WK05-DT-INICIO-RUN

           MOVE 'EDUS0005'               TO AUC-ID-EXECUCAO
           MOVE WK05-DT-INICIO-RUN(1:14) TO AUC-ID-EXECUCAO(9:14)

           OPEN INPUT  EDAU-FILE
           OPEN INPUT  AUDORI-FILE
           OPEN INPUT  AUDDUP-FILE
           OPEN INPUT  AUDSCR-FILE
           .
       1000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2000-ALIMENTA-SORT                 SECTION.
      *-----------------------------------------------------------------
      * Libera para a classificacao, na integra, os registros de detalhe
      * das quatro fontes - a ordem final (AUD-DT-HORA) e
      * responsabilidade do SORT, entao a ordem de alimentacao aqui nao
      * importa. Os trailers ficam guardados (2900-GUARDA-TRAILER).
      *-----------------------------------------------------------------
           PERFORM 2110-LER-EDAU
           PERFORM 2100-LIBERA-EDAU
           PERFORM 2310-LER-AUDITDUP
           PERFORM 2300-LIBERA-AUDITDUP
               UNTIL WK05-FIM-ARQ

           MOVE 'N'                      TO WK05-SW-FIM-ARQ
           PERFORM 2410-LER-AUDSCRN
           PERFORM 2400-LIBERA-AUDSCRN
               UNTIL WK05-FIM-ARQ
           .
       2000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2100-LIBERA-EDAU                   SECTION.
      *-----------------------------------------------------------------
           IF AUD-REG-TRAILER
              PERFORM 2900-GUARDA-TRAILER
           ELSE
              ADD 1                      TO WK05-QT-EDAU
                                            WK05-QT-ARQUIVADOS
              RELEASE REG-SORT FROM AUDIT-REC
           END-IF
           PERFORM 2110-LER-EDAU
           .
       2100-SAI.
      *-----------------------------------------------------------------
       2200-LIBERA-AUDITORI               SECTION.
      *-----------------------------------------------------------------
           IF AUD-REG-TRAILER
              PERFORM 2900-GUARDA-TRAILER
           ELSE
              ADD 1                      TO WK05-QT-AUDITORI
                                            WK05-QT-ARQUIVADOS
              RELEASE REG-SORT FROM AUDIT-REC
           END-IF
           PERFORM 2210-LER-AUDITORI
           .
       2200-SAI.
      *-----------------------------------------------------------------
       2300-LIBERA-AUDITDUP               SECTION.
      *-----------------------------------------------------------------
           IF AUD-REG-TRAILER
              PERFORM 2900-GUARDA-TRAILER
           ELSE
              ADD 1                      TO WK05-QT-AUDITDUP
                                            WK05-QT-ARQUIVADOS
              RELEASE REG-SORT FROM AUDIT-REC
           END-IF
           PERFORM 2310-LER-AUDITDUP
           .
       2300-SAI.
           .
       2310-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2400-LIBERA-AUDSCRN                SECTION.
      *-----------------------------------------------------------------
           IF AUD-REG-TRAILER
              PERFORM 2900-GUARDA-TRAILER
           ELSE
              ADD 1                      TO WK05-QT-AUDSCRN
                                            WK05-QT-ARQUIVADOS
              RELEASE REG-SORT FROM AUDIT-REC
           END-IF
           PERFORM 2410-LER-AUDSCRN
           .
       2400-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2410-LER-AUDSCRN                   SECTION.
      *-----------------------------------------------------------------
           READ AUDSCR-FILE INTO AUDIT-REC
               AT END
                  SET WK05-FIM-ARQ       TO TRUE
           END-READ
           .
       2410-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2900-GUARDA-TRAILER                SECTION.
      *-----------------------------------------------------------------
      * Trailer alem da capacidade da tabela interrompe o job: arquivar
      * sem ele faria a trilha daquele run parecer truncada.
      *-----------------------------------------------------------------
           IF WK05-QT-TRAILERS LESS 50
              ADD 1                      TO WK05-QT-TRAILERS
              MOVE AUDIT-REC
                          TO WK05-TRL-REGISTRO(WK05-QT-TRAILERS)
           ELSE
              DISPLAY 'EDUS0005: MAIS DE 50 TRAILERS DE CONTROLE NAS '
                      'TRILHAS DE ENTRADA - JOB INTERROMPIDO'
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF
           .
       2900-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3000-GRAVA-ARQUIVO                 SECTION.
      *-----------------------------------------------------------------
      * Grava em ARCHDIA os detalhes classificados, acumulando a
      * quantidade e o total de hash do arquivo; depois os trailers das
      * trilhas de entrada, como vieram, e por ultimo o trailer do
      * proprio arquivo diario.
      *-----------------------------------------------------------------
           OPEN OUTPUT ARCH-FILE

           PERFORM 3110-DEVOLVE-REG
           PERFORM 3100-GRAVA-DETALHE
               UNTIL WK05-FIM-SORT

           PERFORM VARYING WK05-IDX-TRL FROM 1 BY 1
                     UNTIL WK05-IDX-TRL GREATER WK05-QT-TRAILERS
              WRITE REG-ARCH FROM WK05-TRL-REGISTRO(WK05-IDX-TRL)
           END-PERFORM

           PERFORM 322000-MONTA-TRAILER
           MOVE ZEROS                    TO AUD-TRL-NR-SEQ-INICIAL
                                            AUD-TRL-NR-SEQ-FINAL
                                            AUD-NR-SEQUENCIA
           WRITE REG-ARCH FROM AUDIT-REC

           CLOSE ARCH-FILE
           .
       3000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3100-GRAVA-DETALHE                 SECTION.
      *-----------------------------------------------------------------
      * O detalhe vai para o arquivo sem alteracao - o carimbo e o do
      * programa que o gravou; aqui so se soma o hash dele ao total.
      *-----------------------------------------------------------------
           PERFORM 321000-CALCULA-HASH-AUDIT
           ADD 1                         TO AUC-QT-REGISTROS
           ADD AUC-VL-HASH-REG           TO AUC-VL-HASH-TOTAL

           WRITE REG-ARCH FROM AUDIT-REC
           ADD 1                         TO WK05-QT-GRAVADOS

           PERFORM 3110-DEVOLVE-REG
           .
       3100-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3110-DEVOLVE-REG                   SECTION.
      *-----------------------------------------------------------------
           RETURN SORT-FILE INTO AUDIT-REC
               AT END
                  SET WK05-FIM-SORT      TO TRUE
           END-RETURN
           .
       3110-SAI.
           EXIT.
      *-----------------------------------------------------------------
       9000-FINALIZA                      SECTION.
      *-----------------------------------------------------------------
                   WK05-QT-AUDITORI
           DISPLAY 'EDUS0005: REGISTROS DE AUDITDUP.....: '
                   WK05-QT-AUDITDUP
           DISPLAY 'EDUS0005: REGISTROS DE AUDSCRN......: '
                   WK05-QT-AUDSCRN
           DISPLAY 'EDUS0005: TOTAL ARQUIVADO EM ARCHDIA: '
                   WK05-QT-GRAVADOS
           DISPLAY 'EDUS0005: TRAILERS DAS TRILHAS......: '
                   WK05-QT-TRAILERS

           CLOSE EDAU-FILE
           CLOSE AUDORI-FILE
           CLOSE AUDDUP-FILE
           CLOSE AUDSCR-FILE

           PERFORM 9900-GRAVA-RUN-CONTROLE
           .
           MOVE WK05-DT-INICIO-RUN       TO RUN-DT-INICIO
           MOVE FUNCTION CURRENT-DATE    TO RUN-DT-FIM
           MOVE WK05-QT-ARQUIVADOS       TO RUN-QT-LIDOS
           MOVE WK05-QT-GRAVADOS         TO RUN-QT-GRAVADOS
           SET  RUN-STATUS-OK            TO TRUE
           WRITE RUN-REC

           .
       9900-SAI.
           EXIT.
      *-----------------------------------------------------------------
      * Controles de completude da trilha de auditoria (ver EDUSIM12).
      *-----------------------------------------------------------------
       COPY EDUSIM12.
      *---------------------- FIM EDUS0005 ------------------------------
