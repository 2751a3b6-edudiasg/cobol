      *-----------------------------------------------------------------
      * PROGRAM....: EDUS0024
      * ANALIST....: C1276521 - EDUARDO DIAS GUSMAO
      * AUTHOR.....: C1276521 - EDUARDO DIAS GUSMAO
      * COMPILATION: Cobol 5.2
      * OBJECTIVE..: Nightly outbound merge/unmerge notification feed
      *              for the downstream systems (accounts, cards, CRM,
      *              collections). Reads the events of the day written
      *              by the merge executor EDUS0008 and the reversal
      *              job EDUS0017 (EVTCLI, layout EDUSIM14) and writes
      *              the interface file NOTIFCLI (layout EDUSIM15): one
      *              header with the file sequence number, one detail
      *              per event (type, retired and surviving numbers,
      *              effective date, originating job) and one trailer
      *              with the counts. The sequence number is last
      *              night's plus one (NTFSEQA/NTFSEQN) and is spent
      *              even on a night with no events, so a receiver can
      *              tell a missing file from a quiet night. Every file
      *              sent is also appended to the history NOTIFHST,
      *              from which the acknowledgment reconciliation
      *              EDUS0025 lists the events still unacknowledged.
      *              Before this job the receivers only learned of a
      *              merge by polling EDUS0012 or rescanning XREFCLI,
      *              and the ones that did not kept posting to retired
      *              numbers for weeks.
      *-----------------------------------------------------------------
      * VRS001 15.10.2026 - C1276521 - IMPLANTATION
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. EDUS0024.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EVENTO-FILE ASSIGN TO EVTCLI
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL SEQANT-FILE ASSIGN TO NTFSEQA
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SEQNOV-FILE ASSIGN TO NTFSEQN
                  ORGANIZATION IS SEQUENTIAL.

           SELECT NOTIF-FILE  ASSIGN TO NOTIFCLI
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL NOTHST-FILE ASSIGN TO NOTIFHST
                  ORGANIZATION IS SEQUENTIAL.

           SELECT RELAT-FILE  ASSIGN TO RELNOTIF
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
      * Eventos do dia gravados pelo EDUS0008/EDUS0017 (ver EDUSIM14).
      *-----------------------------------------------------------------
       FD  EVENTO-FILE.
       COPY EDUSIM14.

      *-----------------------------------------------------------------
      * Ultimo sequencial de arquivo enviado: NTFSEQA e o da noite
      * anterior, NTFSEQN o desta noite - a proxima geracao do mesmo
      * arquivo.
      *-----------------------------------------------------------------
       FD  SEQANT-FILE.
       01  REG-SEQANT.
           03 SQA-NM-INTERFACE           PIC  X(008).
           03 SQA-NR-ULTIMO              PIC  9(009).
           03 SQA-DT-MOVIMENTO           PIC  X(008).
           03 FILLER                     PIC  X(025).

       FD  SEQNOV-FILE.
       01  REG-SEQNOV.
           03 SQN-NM-INTERFACE           PIC  X(008).
           03 SQN-NR-ULTIMO              PIC  9(009).
           03 SQN-DT-MOVIMENTO           PIC  X(008).
           03 FILLER                     PIC  X(025).

      *-----------------------------------------------------------------
      * Arquivo de notificacao para os receptores (ver EDUSIM15) e o
      * historico dos arquivos enviados, no mesmo layout.
      *-----------------------------------------------------------------
       FD  NOTIF-FILE.
       COPY EDUSIM15.

       FD  NOTHST-FILE.
       01  REG-NOTHST                    PIC  X(100).

       FD  RELAT-FILE.
       01  REG-RELAT                     PIC  X(132).

      *-----------------------------------------------------------------
      * Registro de controle de execucao (comum a toda a esteira -
      * ver EDUSIM07).
      *-----------------------------------------------------------------
       FD  RUNLOG-FILE.
       COPY EDUSIM07.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Area de trabalho do batch.
      *-----------------------------------------------------------------
       77  WK24-SW-FIM-ARQ               PIC  X(001) VALUE 'N'.
           88 WK24-FIM-ARQ                            VALUE 'S'.
       77  WK24-SW-EVENTO-OK             PIC  X(001) VALUE 'S'.
           88 WK24-EVENTO-OK                          VALUE 'S'.
       77  WK24-NM-INTERFACE             PIC  X(008) VALUE 'EDUSNOTF'.
       77  WK24-NR-SEQ-ANTERIOR          PIC  9(009) VALUE ZEROS.
       77  WK24-NR-SEQ-ARQUIVO           PIC  9(009) VALUE ZEROS.
       77  WK24-DT-SEQ-ANTERIOR          PIC  X(008) VALUE SPACES.
       77  WK24-DT-INICIO-RUN            PIC  X(021) VALUE SPACES.
      *-----------------------------------------------------------------
       77  WK24-QT-EVT-LIDOS             PIC  9(007) COMP VALUE ZEROS.
       77  WK24-QT-EVT-ENVIADOS          PIC  9(007) COMP VALUE ZEROS.
       77  WK24-QT-FUSOES                PIC  9(007) COMP VALUE ZEROS.
       77  WK24-QT-REVERSOES             PIC  9(007) COMP VALUE ZEROS.
       77  WK24-QT-EXCLUSOES             PIC  9(007) COMP VALUE ZEROS.
       77  WK24-QT-REGISTROS             PIC  9(007) COMP VALUE ZEROS.
      *-----------------------------------------------------------------
      * Evento invalido (tipo desconhecido ou numero nao numerico) fica
      * fora do arquivo e termina o job com RETURN-CODE 8 - mandar a
      * um receptor um par que ele nao consegue aplicar so empurra o
      * problema para a ponta.
      *-----------------------------------------------------------------
       77  WK24-QT-EVT-INVALIDOS         PIC  9(007) COMP VALUE ZEROS.

       01  WK24-LINHA-TITULO             PIC  X(060)
              VALUE 'NOTIFICACAO DE FUSOES/REVERSOES - NOTIFCLI'.

       01  WK24-LINHA-ARQUIVO.
           03 FILLER                     PIC  X(030)
                               VALUE 'SEQUENCIAL DO ARQUIVO........:'.
           03 WK24-ARQ-NR-SEQ            PIC  Z(008)9.
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 FILLER                     PIC  X(012)
                               VALUE 'MOVIMENTO..:'.
           03 WK24-ARQ-DT-MOVIMENTO      PIC  X(008).
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 FILLER                     PIC  X(012)
                               VALUE 'ANTERIOR...:'.
           03 WK24-ARQ-NR-SEQ-ANT        PIC  Z(008)9.
           03 FILLER                     PIC  X(001) VALUE SPACES.
           03 WK24-ARQ-DT-ANTERIOR       PIC  X(008).

       01  WK24-LINHA-DET.
           03 WK24-DET-TX-MOTIVO         PIC  X(030).
           03 WK24-DET-CD-EVENTO         PIC  X(001).
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK24-DET-NR-RETIRADO       PIC  X(010).
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK24-DET-NR-SOBREVIVE      PIC  X(010).
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK24-DET-NM-PRG            PIC  X(008).

       01  WK24-LINHA-TOTAL.
           03 WK24-TOT-ROTULO            PIC  X(030).
           03 WK24-TOT-QT                PIC  ZZZ.ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE                      SECTION.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZA
           PERFORM 2000-GRAVA-HEADER
           PERFORM 3000-GRAVA-EVENTOS
           PERFORM 4000-GRAVA-TRAILER
           PERFORM 9000-FINALIZA

           STOP RUN
           .
       0000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1000-INICIALIZA                    SECTION.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE    TO WK24-DT-INICIO-RUN

           PERFORM 1200-LE-SEQUENCIAL

           OPEN INPUT  EVENTO-FILE
           OPEN OUTPUT NOTIF-FILE
           OPEN EXTEND NOTHST-FILE
           OPEN OUTPUT RELAT-FILE

           WRITE REG-RELAT FROM WK24-LINHA-TITULO

           MOVE WK24-NR-SEQ-ARQUIVO      TO WK24-ARQ-NR-SEQ
           MOVE WK24-DT-INICIO-RUN(1:8)  TO WK24-ARQ-DT-MOVIMENTO
           MOVE WK24-NR-SEQ-ANTERIOR     TO WK24-ARQ-NR-SEQ-ANT
           MOVE WK24-DT-SEQ-ANTERIOR     TO WK24-ARQ-DT-ANTERIOR
           WRITE REG-RELAT FROM WK24-LINHA-ARQUIVO
           .
       1000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1200-LE-SEQUENCIAL                 SECTION.
      *-----------------------------------------------------------------
      * Sequencial do arquivo desta noite = ultimo enviado + 1. Sem o
      * NTFSEQA (primeira noite) o primeiro arquivo e o de numero 1.
      *-----------------------------------------------------------------
           OPEN INPUT SEQANT-FILE

           READ SEQANT-FILE
               AT END
                  SET WK24-FIM-ARQ        TO TRUE
           END-READ

           PERFORM 1250-GUARDA-SEQUENCIAL
               UNTIL WK24-FIM-ARQ

           MOVE 'N'                      TO WK24-SW-FIM-ARQ
           CLOSE SEQANT-FILE

           COMPUTE WK24-NR-SEQ-ARQUIVO = WK24-NR-SEQ-ANTERIOR + 1
           .
       1200-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1250-GUARDA-SEQUENCIAL             SECTION.
      *-----------------------------------------------------------------
           IF  SQA-NM-INTERFACE EQUAL WK24-NM-INTERFACE
           AND SQA-NR-ULTIMO IS NUMERIC
               MOVE SQA-NR-ULTIMO        TO WK24-NR-SEQ-ANTERIOR
               MOVE SQA-DT-MOVIMENTO     TO WK24-DT-SEQ-ANTERIOR
           END-IF

           READ SEQANT-FILE
               AT END
                  SET WK24-FIM-ARQ        TO TRUE
           END-READ
           .
       1250-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2000-GRAVA-HEADER                  SECTION.
      *-----------------------------------------------------------------
           MOVE SPACES                   TO NOTIF-REC
           SET  NTF-REG-HEADER           TO TRUE
           MOVE WK24-NM-INTERFACE        TO NTF-HDR-NM-INTERFACE
           MOVE WK24-NR-SEQ-ARQUIVO      TO NTF-HDR-NR-SEQ-ARQUIVO
           MOVE WK24-DT-INICIO-RUN(1:8)  TO NTF-HDR-DT-MOVIMENTO
           MOVE WK24-DT-INICIO-RUN(1:14) TO NTF-HDR-DT-GERACAO

           PERFORM 8000-GRAVA-NOTIFICACAO
           .
       2000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3000-GRAVA-EVENTOS                 SECTION.
      *-----------------------------------------------------------------
      * EVTCLI e OPTIONAL: noite sem fusao nem reversao (ou sem o DD)
      * gera o arquivo so com header e trailer - o receptor precisa
      * do sequencial para saber que nao perdeu nada.
      *-----------------------------------------------------------------
           READ EVENTO-FILE
               AT END
                  SET WK24-FIM-ARQ        TO TRUE
           END-READ

           PERFORM 3100-TRATA-EVENTO
               UNTIL WK24-FIM-ARQ

           MOVE 'N'                      TO WK24-SW-FIM-ARQ
           CLOSE EVENTO-FILE
           .
       3000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3100-TRATA-EVENTO                  SECTION.
      *-----------------------------------------------------------------
           ADD 1                         TO WK24-QT-EVT-LIDOS

           PERFORM 3200-VALIDA-EVENTO

           IF WK24-EVENTO-OK
              ADD 1                      TO WK24-QT-EVT-ENVIADOS
              EVALUATE TRUE
                 WHEN EVT-FUSAO
                    ADD 1                TO WK24-QT-FUSOES
                 WHEN EVT-REVERSAO
                    ADD 1                TO WK24-QT-REVERSOES
                 WHEN EVT-EXCLUSAO-INDICE
                    ADD 1                TO WK24-QT-EXCLUSOES
              END-EVALUATE

              MOVE SPACES                TO NOTIF-REC
              SET  NTF-REG-DETALHE       TO TRUE
              MOVE WK24-NR-SEQ-ARQUIVO   TO NTF-DET-NR-SEQ-ARQUIVO
              MOVE WK24-QT-EVT-ENVIADOS  TO NTF-DET-NR-SEQ-EVENTO
              MOVE EVT-CD-EVENTO         TO NTF-DET-CD-EVENTO
              MOVE EVT-NR-RETIRADO       TO NTF-DET-NR-RETIRADO
              MOVE EVT-NR-SOBREVIVE      TO NTF-DET-NR-SOBREVIVE
              MOVE EVT-DT-EFETIVA        TO NTF-DET-DT-EFETIVA
              MOVE EVT-NM-PRG            TO NTF-DET-NM-PRG

              PERFORM 8000-GRAVA-NOTIFICACAO
           ELSE
              ADD 1                      TO WK24-QT-EVT-INVALIDOS
              MOVE 'EVENTO INVALIDO - NAO ENVIADO:'
                                         TO WK24-DET-TX-MOTIVO
              MOVE EVT-CD-EVENTO         TO WK24-DET-CD-EVENTO
              MOVE EVENTO-REC(2:10)      TO WK24-DET-NR-RETIRADO
              MOVE EVENTO-REC(12:10)     TO WK24-DET-NR-SOBREVIVE
              MOVE EVT-NM-PRG            TO WK24-DET-NM-PRG
              WRITE REG-RELAT FROM WK24-LINHA-DET
           END-IF

           READ EVENTO-FILE
               AT END
                  SET WK24-FIM-ARQ        TO TRUE
           END-READ
           .
       3100-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3200-VALIDA-EVENTO                 SECTION.
      *-----------------------------------------------------------------
           MOVE 'S'                      TO WK24-SW-EVENTO-OK

           IF  NOT EVT-FUSAO
           AND NOT EVT-REVERSAO
           AND NOT EVT-EXCLUSAO-INDICE
               MOVE 'N'                  TO WK24-SW-EVENTO-OK
           END-IF

           IF EVT-NR-RETIRADO  IS NOT NUMERIC OR
              EVT-NR-SOBREVIVE IS NOT NUMERIC OR
              EVT-NR-RETIRADO  EQUAL ZEROS
              MOVE 'N'                   TO WK24-SW-EVENTO-OK
           END-IF
           .
       3200-SAI.
           EXIT.
      *-----------------------------------------------------------------
       4000-GRAVA-TRAILER                 SECTION.
      *-----------------------------------------------------------------
      * O total de registros conta header, detalhes e o proprio
      * trailer.
      *-----------------------------------------------------------------
           MOVE SPACES                   TO NOTIF-REC
           SET  NTF-REG-TRAILER          TO TRUE
           MOVE WK24-NR-SEQ-ARQUIVO      TO NTF-TRL-NR-SEQ-ARQUIVO
           MOVE WK24-QT-EVT-ENVIADOS     TO NTF-TRL-QT-EVENTOS
           MOVE WK24-QT-FUSOES           TO NTF-TRL-QT-FUSOES
           MOVE WK24-QT-REVERSOES        TO NTF-TRL-QT-REVERSOES
           MOVE WK24-QT-EXCLUSOES        TO NTF-TRL-QT-EXCLUSOES
           COMPUTE NTF-TRL-QT-REGISTROS = WK24-QT-REGISTROS + 1

           PERFORM 8000-GRAVA-NOTIFICACAO
           .
       4000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       8000-GRAVA-NOTIFICACAO             SECTION.
      *-----------------------------------------------------------------
      * Todo registro enviado vai tambem para o historico NOTIFHST -
      * e dele que o EDUS0025 tira os eventos ainda sem retorno.
      *-----------------------------------------------------------------
           WRITE NOTIF-REC
           WRITE REG-NOTHST FROM NOTIF-REC

           ADD 1                         TO WK24-QT-REGISTROS
           .
       8000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       9000-FINALIZA                      SECTION.
      *-----------------------------------------------------------------
      * Grava o sequencial desta noite para a proxima e encerra com
      * RC 8 se algum evento ficou fora do arquivo.
      *-----------------------------------------------------------------
           CLOSE NOTIF-FILE
           CLOSE NOTHST-FILE

           OPEN OUTPUT SEQNOV-FILE

           MOVE SPACES                   TO REG-SEQNOV
           MOVE WK24-NM-INTERFACE        TO SQN-NM-INTERFACE
           MOVE WK24-NR-SEQ-ARQUIVO      TO SQN-NR-ULTIMO
           MOVE WK24-DT-INICIO-RUN(1:8)  TO SQN-DT-MOVIMENTO
           WRITE REG-SEQNOV

           CLOSE SEQNOV-FILE

           MOVE 'EVENTOS LIDOS................:'
                                         TO WK24-TOT-ROTULO
           MOVE WK24-QT-EVT-LIDOS        TO WK24-TOT-QT
           WRITE REG-RELAT FROM WK24-LINHA-TOTAL

           MOVE 'EVENTOS ENVIADOS.............:'
                                         TO WK24-TOT-ROTULO
           MOVE WK24-QT-EVT-ENVIADOS     TO WK24-TOT-QT
           WRITE REG-RELAT FROM WK24-LINHA-TOTAL

           MOVE '  FUSOES.....................:'
                                         TO WK24-TOT-ROTULO
           MOVE WK24-QT-FUSOES           TO WK24-TOT-QT
           WRITE REG-RELAT FROM WK24-LINHA-TOTAL

           MOVE '  REVERSOES..................:'
                                         TO WK24-TOT-ROTULO
           MOVE WK24-QT-REVERSOES        TO WK24-TOT-QT
           WRITE REG-RELAT FROM WK24-LINHA-TOTAL

           MOVE '  EXCLUSOES DO INDICE........:'
                                         TO WK24-TOT-ROTULO
           MOVE WK24-QT-EXCLUSOES        TO WK24-TOT-QT
           WRITE REG-RELAT FROM WK24-LINHA-TOTAL

           MOVE 'EVENTOS INVALIDOS............:'
                                         TO WK24-TOT-ROTULO
           MOVE WK24-QT-EVT-INVALIDOS    TO WK24-TOT-QT
           WRITE REG-RELAT FROM WK24-LINHA-TOTAL

           MOVE 'REGISTROS GRAVADOS NOTIFCLI..:'
                                         TO WK24-TOT-ROTULO
           MOVE WK24-QT-REGISTROS        TO WK24-TOT-QT
           WRITE REG-RELAT FROM WK24-LINHA-TOTAL

           CLOSE RELAT-FILE

           IF WK24-QT-EVT-INVALIDOS GREATER ZEROS
              MOVE 8                     TO RETURN-CODE
           END-IF

           PERFORM 9900-GRAVA-RUN-CONTROLE
           .
       9000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       9900-GRAVA-RUN-CONTROLE            SECTION.
      *-----------------------------------------------------------------
      * Registro padrao de controle de execucao (RUNLOG, EDUSIM07) - e
      * dele que o EDUS0018 monta o quadro consolidado da noite.
      *-----------------------------------------------------------------
           OPEN EXTEND RUNLOG-FILE

           MOVE SPACES                   TO RUN-REC
           MOVE 'EDUS0024'               TO RUN-NM-JOB
           MOVE WK24-DT-INICIO-RUN       TO RUN-DT-INICIO
           MOVE FUNCTION CURRENT-DATE    TO RUN-DT-FIM
           MOVE WK24-QT-EVT-LIDOS        TO RUN-QT-LIDOS
           MOVE WK24-QT-REGISTROS        TO RUN-QT-GRAVADOS
           IF WK24-QT-EVT-INVALIDOS GREATER ZEROS
              SET RUN-STATUS-ERRO        TO TRUE
           ELSE
              SET RUN-STATUS-OK          TO TRUE
           END-IF
           WRITE RUN-REC

           CLOSE RUNLOG-FILE
           .
       9900-SAI.
           EXIT.
      *---------------------- FIM EDUS0024 ------------------------------
