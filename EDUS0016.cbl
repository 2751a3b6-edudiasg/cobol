      * VRS002 02.09.2026 - C1276521 - Writes the standard run-control
      *        record (RUNLOG, layout EDUSIM07) at end of run, like
      *        every job of the nightly chain - see EDUS0018.
      * VRS003 15.10.2026 - C1276521 - Hits are kept as cases in the
      *        keyed file HITCASO (layout EDUSIM11), dispositioned
      *        online through EDUS0020. A hit already cleared as false
      *        positive is suppressed, unless the customer name or the
      *        listed entry changed or the clearance passed its
      *        revalidation date - then the case is reopened.
      *        HITSSCRN carries the case status (HIT-CD-SITUACAO).
      * VRS004 15.10.2026 - C1276521 - Audit trail controls: every
      *        AUDSCRN record carries this run's identifier and its
      *        sequence number (320000-CARIMBA-AUDITORIA, EDUSIM12) and
      *        the file closes with a control trailer (count and hash
      *        total). AUDSCRN is now archived by EDUS0005 with the
      *        other streams and reconciled by EDUS0022.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
           SELECT AUDIT-FILE  ASSIGN TO AUDSCRN
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL HITCASO-FILE ASSIGN TO HITCASO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS HCS-CH-HIT.

           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL.
      *-----------------------------------------------------------------
           03 HIT-CD-LISTA               PIC  X(008).
           03 HIT-NM-LISTADO             PIC  X(255).
           03 HIT-VL-SML                 PIC  Z9,99.
      *-----------------------------------------------------------------
      * Situacao do caso em HITCASO (ver EDUSIM11) - 'N' pendente ou
      * 'E' escalado; 'V' verdadeiro continua saindo. Falso positivo
      * liberado nao chega aqui. HIT-CD-MOTIVO-REABERT diz por que um
      * falso positivo antigo voltou (branco = nao e reabertura).
      *-----------------------------------------------------------------
           03 HIT-CD-SITUACAO            PIC  X(001).
           03 HIT-CD-MOTIVO-REABERT      PIC  X(001).
           03 FILLER                     PIC  X(010).

       FD  AUDIT-FILE.
       01  REG-AUDITORIA                 PIC  X(590).

      *-----------------------------------------------------------------
      * Casos de hit da watchlist (comum com EDUS0020 - ver EDUSIM11).
      *-----------------------------------------------------------------
       FD  HITCASO-FILE.
       COPY EDUSIM11.

      *-----------------------------------------------------------------
      * Registro de controle de execucao (comum a toda a esteira -
      * ver EDUSIM07).
       77  WK16-QT-LISTADOS              PIC  9(005) COMP VALUE ZEROS.
       77  WK16-QT-COMPARACOES           PIC  9(009) COMP VALUE ZEROS.
       77  WK16-QT-HITS                  PIC  9(007) COMP VALUE ZEROS.
       77  WK16-QT-CASOS-NOVOS           PIC  9(007) COMP VALUE ZEROS.
       77  WK16-QT-SUPRIMIDOS            PIC  9(007) COMP VALUE ZEROS.
       77  WK16-QT-REABERTOS             PIC  9(007) COMP VALUE ZEROS.
       77  WK16-SW-CASO                  PIC  X(001) VALUE 'N'.
           88 WK16-CASO-EXISTE                        VALUE 'S'.
           88 WK16-CASO-NAO-EXISTE                    VALUE 'N'.
       77  WK16-DT-HOJE                  PIC  X(008) VALUE SPACES.
       77  WK16-IDX-LISTA                PIC  9(005) COMP VALUE ZEROS.
       77  WK16-DT-INICIO-RUN            PIC  X(021) VALUE SPACES.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE    TO WK16-DT-INICIO-RUN

      *-----------------------------------------------------------------
      * Identificacao desta execucao na trilha de auditoria: programa +
      * data/hora de inicio, a mesma que vai para o RUNLOG.
      *-----------------------------------------------------------------
           MOVE 'EDUS0016'               TO AUC-ID-EXECUCAO
           MOVE WK16-DT-INICIO-RUN(1:14) TO AUC-ID-EXECUCAO(9:14)

           OPEN INPUT  MESTRE-FILE
           OPEN INPUT  WATCH-FILE
           OPEN OUTPUT HITS-FILE
           OPEN OUTPUT AUDIT-FILE
           OPEN I-O    HITCASO-FILE

           MOVE WK16-DT-INICIO-RUN(1:8)  TO WK16-DT-HOJE

           SET  NORMALIZAR-ATIVO         TO TRUE
           MOVE '4'                      TO ALGORITMO-SELECIONADO
           PERFORM 2150-GRAVA-AUDITORIA

           IF DISTANCE NOT LESS WK16-VL-LIMIAR
              PERFORM 2180-TRATA-HIT
           END-IF
           .
       2100-SAI.

           MOVE 'EDUS0016'               TO AUD-NM-PRG
           MOVE FUNCTION CURRENT-DATE    TO AUD-DT-HORA
           PERFORM 320000-CARIMBA-AUDITORIA
           WRITE REG-AUDITORIA FROM AUDIT-REC
           .
       2150-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2180-TRATA-HIT                     SECTION.
      *-----------------------------------------------------------------
      * Transforma o hit acima do limiar em um caso de HITCASO - mesma
      * ideia do 2160-TRATA-CASO do EDUS0003 para as duplicidades:
      * - caso inexistente: cria PENDENTE e lista o hit;
      * - caso liberado como FALSO-POSITIVO: suprime, a menos que o
      *   nome do cliente ou a entrada da lista tenham mudado desde a
      *   liberacao ou que a data de revalidacao ja tenha passado - ai
      *   o caso volta a PENDENTE com o motivo da reabertura;
      * - demais situacoes (pendente, escalado, verdadeiro): renova o
      *   indice e a data da triagem e continua listando.
      *-----------------------------------------------------------------
           MOVE MST-NR-CLIENTE           TO HCS-NR-CLIENTE
           MOVE WK16-LST-CD-LISTA(WK16-IDX-LISTA)
                                         TO HCS-CD-LISTA
           MOVE WK16-LST-NM-LISTADO(WK16-IDX-LISTA)
                                         TO HCS-NM-LISTADO-CH

           READ HITCASO-FILE
               INVALID KEY
                  SET WK16-CASO-NAO-EXISTE TO TRUE
               NOT INVALID KEY
                  SET WK16-CASO-EXISTE     TO TRUE
           END-READ

           EVALUATE TRUE
              WHEN WK16-CASO-NAO-EXISTE
                 MOVE SPACES                TO HITCASO-REC
                 MOVE MST-NR-CLIENTE        TO HCS-NR-CLIENTE
                 MOVE WK16-LST-CD-LISTA(WK16-IDX-LISTA)
                                            TO HCS-CD-LISTA
                 MOVE WK16-LST-NM-LISTADO(WK16-IDX-LISTA)
                                            TO HCS-NM-LISTADO-CH
                                               HCS-NM-LISTADO
                 MOVE MST-NM-CLIENTE        TO HCS-NM-CLIENTE
                 MOVE DISTANCE              TO HCS-VL-SML
                 SET  HCS-STATUS-PENDENTE   TO TRUE
                 MOVE WK16-DT-HOJE          TO HCS-DT-CRIACAO
                                               HCS-DT-ULT-TRIAGEM
                 WRITE HITCASO-REC
                 ADD 1                      TO WK16-QT-CASOS-NOVOS
                 PERFORM 2190-GRAVA-HIT
              WHEN HCS-STATUS-FALSO-POSITIVO
                 PERFORM 2185-VERIFICA-LIBERACAO
              WHEN OTHER
                 MOVE MST-NM-CLIENTE        TO HCS-NM-CLIENTE
                 MOVE WK16-LST-NM-LISTADO(WK16-IDX-LISTA)
                                            TO HCS-NM-LISTADO
                 MOVE DISTANCE              TO HCS-VL-SML
                 MOVE WK16-DT-HOJE          TO HCS-DT-ULT-TRIAGEM
                 REWRITE HITCASO-REC
                 PERFORM 2190-GRAVA-HIT
           END-EVALUATE
           .
       2180-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2185-VERIFICA-LIBERACAO            SECTION.
      *-----------------------------------------------------------------
      * A liberacao vale para o nome do cliente e a entrada da lista
      * que o analista viu, e so ate a data de revalidacao - os
      * reguladores esperam que liberacoes sejam revistas
      * periodicamente. Data de revalidacao em branco nao vence.
      *-----------------------------------------------------------------
           MOVE SPACES                   TO HCS-CD-MOTIVO-REABERT

           EVALUATE TRUE
              WHEN HCS-NM-CLIENTE NOT EQUAL MST-NM-CLIENTE
                 SET HCS-REABERT-CLIENTE    TO TRUE
              WHEN HCS-NM-LISTADO NOT EQUAL
                   WK16-LST-NM-LISTADO(WK16-IDX-LISTA)
                 SET HCS-REABERT-LISTADO    TO TRUE
              WHEN HCS-DT-REVALIDACAO NOT EQUAL SPACES
               AND HCS-DT-REVALIDACAO LESS WK16-DT-HOJE
                 SET HCS-REABERT-VENCIDO    TO TRUE
           END-EVALUATE

           MOVE WK16-DT-HOJE             TO HCS-DT-ULT-TRIAGEM

           IF HCS-CD-MOTIVO-REABERT EQUAL SPACES
              ADD 1                      TO WK16-QT-SUPRIMIDOS
              REWRITE HITCASO-REC
           ELSE
              SET  HCS-STATUS-PENDENTE   TO TRUE
              MOVE MST-NM-CLIENTE        TO HCS-NM-CLIENTE
              MOVE WK16-LST-NM-LISTADO(WK16-IDX-LISTA)
                                         TO HCS-NM-LISTADO
              MOVE DISTANCE              TO HCS-VL-SML
              REWRITE HITCASO-REC
              ADD 1                      TO WK16-QT-REABERTOS
              PERFORM 2190-GRAVA-HIT
           END-IF
           .
       2185-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2190-GRAVA-HIT                     SECTION.
      *-----------------------------------------------------------------
           MOVE SPACES                   TO REG-HITS
           MOVE MST-NR-CLIENTE           TO HIT-NR-CLIENTE
           MOVE WK16-LST-NM-LISTADO(WK16-IDX-LISTA)
                                         TO HIT-NM-LISTADO
           MOVE DISTANCE                 TO HIT-VL-SML
           MOVE HCS-CD-STATUS            TO HIT-CD-SITUACAO
           MOVE HCS-CD-MOTIVO-REABERT    TO HIT-CD-MOTIVO-REABERT
           WRITE REG-HITS

           ADD 1                         TO WK16-QT-HITS
           .
       2190-SAI.
           EXIT.
      *-----------------------------------------------------------------
       9000-FINALIZA                      SECTION.
                   WK16-QT-COMPARACOES
           DISPLAY 'EDUS0016: HITS ACIMA DO LIMIAR......: '
                   WK16-QT-HITS
           DISPLAY 'EDUS0016: CASOS DE HIT NOVOS........: '
                   WK16-QT-CASOS-NOVOS
           DISPLAY 'EDUS0016: FALSOS POSITIVOS SUPRIMIDOS: '
                   WK16-QT-SUPRIMIDOS
           DISPLAY 'EDUS0016: FALSOS POSITIVOS REABERTOS: '
                   WK16-QT-REABERTOS

           CLOSE MESTRE-FILE
           CLOSE HITS-FILE

      *-----------------------------------------------------------------
      * Fecha a trilha com o trailer de controle (quantidade e total de
      * hash) - sem ele o EDUS0022 trata o arquivo como truncado.
      *-----------------------------------------------------------------
           PERFORM 322000-MONTA-TRAILER
           WRITE REG-AUDITORIA FROM AUDIT-REC
           CLOSE AUDIT-FILE
           CLOSE HITCASO-FILE

           PERFORM 9900-GRAVA-RUN-CONTROLE
           .
      *-----------------------------------------------------------------
      * Registro padrao de controle de execucao (RUNLOG, EDUSIM07) - e
      * dele que o EDUS0018 monta o quadro consolidado da noite. Os
      * gravados sao os hits listados (os suprimidos nao contam).
      *-----------------------------------------------------------------
           OPEN EXTEND RUNLOG-FILE

      * Motor de similaridade (comum com EDUS0001/EDUS0002/EDUS0003).
      *-----------------------------------------------------------------
       COPY EDUSIM01.
      *-----------------------------------------------------------------
      * Controles de completude da trilha de auditoria (ver EDUSIM12).
      *-----------------------------------------------------------------
       COPY EDUSIM12.
      *---------------------- FIM EDUS0016 ------------------------------
