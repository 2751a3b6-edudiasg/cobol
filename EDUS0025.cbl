      *-----------------------------------------------------------------
      * PROGRAM....: EDUS0025
      * ANALIST....: C1276521 - EDUARDO DIAS GUSMAO
      * AUTHOR.....: C1276521 - EDUARDO DIAS GUSMAO
      * COMPILATION: Cobol 5.2
      * OBJECTIVE..: Nightly reconciliation of the acknowledgments of
      *              the merge/unmerge notification file NOTIFCLI
      *              (EDUSIM15, written by EDUS0024). Keeps, from one
      *              night to the next (NTFPENA/NTFPENN, layout
      *              EDUSIM17), one pending entry per receiver of
      *              RCPPRM and notification file not yet acknowledged:
      *              tonight's file is added for every receiver, and
      *              the acknowledgments sent back (ACKNTF, EDUSIM16)
      *              drop the file when accepted with the event count
      *              that was sent. A rejected file, an accepted one
      *              with another count, an acknowledgment from an
      *              unknown receiver or for a file not pending are
      *              listed in RELACKS and end the job with return
      *              code 8. Every file pending for longer than the
      *              receiver's limit in days (RCPPRM) is listed per
      *              receiver with its events, taken from the sent-file
      *              history NOTIFHST, so operations can chase the
      *              receiver before a retired number is posted to -
      *              return code 4 when there is nothing worse.
      *-----------------------------------------------------------------
      * VRS001 15.10.2026 - C1276521 - IMPLANTATION
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. EDUS0025.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCPPRM-FILE ASSIGN TO RCPPRM
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL PENANT-FILE ASSIGN TO NTFPENA
                  ORGANIZATION IS SEQUENTIAL.

           SELECT PENNOV-FILE ASSIGN TO NTFPENN
                  ORGANIZATION IS SEQUENTIAL.

           SELECT NOTIF-FILE  ASSIGN TO NOTIFCLI
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL ACK-FILE ASSIGN TO ACKNTF
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL NOTHST-FILE ASSIGN TO NOTIFHST
                  ORGANIZATION IS SEQUENTIAL.

           SELECT RELAT-FILE  ASSIGN TO RELACKS
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-FILE   ASSIGN TO SORTWK.

           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
      * Receptores do arquivo de notificacao: codigo (o mesmo que vem
      * no retorno), prazo em dias para o retorno (zero assume 3) e
      * nome para o relatorio.
      *-----------------------------------------------------------------
       FD  RCPPRM-FILE.
       01  REG-RCPPRM.
           03 RCP-CD-RECEPTOR            PIC  X(008).
           03 RCP-QT-DIAS-LIMITE         PIC  9(003).
           03 RCP-NM-RECEPTOR            PIC  X(030).
           03 FILLER                     PIC  X(039).

      *-----------------------------------------------------------------
      * Pendencias de retorno: NTFPENA e a geracao da noite anterior,
      * NTFPENN a desta noite (layout EDUSIM17, lido/gravado pela area
      * de trabalho).
      *-----------------------------------------------------------------
       FD  PENANT-FILE.
       01  REG-PENANT                    PIC  X(040).

       FD  PENNOV-FILE.
       01  REG-PENNOV                    PIC  X(040).

      *-----------------------------------------------------------------
      * Arquivo de notificacao da noite e historico dos enviados
      * (layout EDUSIM15, lidos pela area de trabalho).
      *-----------------------------------------------------------------
       FD  NOTIF-FILE.
       01  REG-NOTIF                     PIC  X(100).

       FD  NOTHST-FILE.
       01  REG-NOTHST                    PIC  X(100).

      *-----------------------------------------------------------------
      * Retornos dos receptores, concatenados (ver EDUSIM16).
      *-----------------------------------------------------------------
       FD  ACK-FILE.
       COPY EDUSIM16.

       FD  RELAT-FILE.
       01  REG-RELAT                     PIC  X(132).

      *-----------------------------------------------------------------
      * Classificacao dos eventos ainda sem retorno por receptor,
      * arquivo e evento.
      *-----------------------------------------------------------------
       SD  SORT-FILE.
       01  REG-SORT.
           03 SRT-CD-RECEPTOR            PIC  X(008).
           03 SRT-NR-SEQ-ARQUIVO         PIC  9(009).
           03 SRT-NR-SEQ-EVENTO          PIC  9(007).
           03 SRT-CD-EVENTO              PIC  X(001).
           03 SRT-NR-RETIRADO            PIC  9(010).
           03 SRT-NR-SOBREVIVE           PIC  9(010).
           03 SRT-DT-EFETIVA             PIC  X(008).
           03 SRT-NM-PRG                 PIC  X(008).
           03 SRT-QT-DIAS                PIC  9(005).

      *-----------------------------------------------------------------
      * Registro de controle de execucao (comum a toda a esteira -
      * ver EDUSIM07).
      *-----------------------------------------------------------------
       FD  RUNLOG-FILE.
       COPY EDUSIM07.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Registro de notificacao (comum com EDUS0024 - ver EDUSIM15).
      *-----------------------------------------------------------------
       COPY EDUSIM15.
      *-----------------------------------------------------------------
      * Registro de pendencia de retorno (ver EDUSIM17).
      *-----------------------------------------------------------------
       COPY EDUSIM17.
      *-----------------------------------------------------------------
      * Area de trabalho do batch.
      *-----------------------------------------------------------------
       77  WK25-SW-FIM-ARQ               PIC  X(001) VALUE 'N'.
           88 WK25-FIM-ARQ                            VALUE 'S'.
       77  WK25-SW-FIM-SORT              PIC  X(001) VALUE 'N'.
           88 WK25-FIM-SORT                           VALUE 'S'.
       77  WK25-SW-ACHOU                 PIC  X(001) VALUE 'N'.
           88 WK25-ACHOU                               VALUE 'S'.
       77  WK25-QT-DIAS-PADRAO           PIC  9(003) VALUE 3.
       77  WK25-DT-INICIO-RUN            PIC  X(021) VALUE SPACES.
      *-----------------------------------------------------------------
      * Arquivo de notificacao da noite: sequencial e data do header,
      * quantidade de eventos do trailer (conferida com os detalhes).
      *-----------------------------------------------------------------
       77  WK25-SW-HEADER                PIC  X(001) VALUE 'N'.
           88 WK25-TEM-HEADER                          VALUE 'S'.
       77  WK25-SW-TRAILER               PIC  X(001) VALUE 'N'.
           88 WK25-TEM-TRAILER                         VALUE 'S'.
       77  WK25-NR-SEQ-NOITE             PIC  9(009) VALUE ZEROS.
       77  WK25-DT-MOVIMENTO-NOITE       PIC  X(008) VALUE SPACES.
       77  WK25-QT-EVT-NOITE             PIC  9(007) VALUE ZEROS.
       77  WK25-QT-DET-NOITE             PIC  9(007) COMP VALUE ZEROS.
      *-----------------------------------------------------------------
      * Idade da pendencia em dias: data do movimento do arquivo contra
      * a data do dia (FUNCTION INTEGER-OF-DATE, como no EDUS0015).
      *-----------------------------------------------------------------
       77  WK25-DT-HOJE                  PIC  9(008) VALUE ZEROS.
       77  WK25-NR-DIA-HOJE              PIC S9(009) COMP VALUE ZEROS.
       77  WK25-DT-TRABALHO              PIC  9(008) VALUE ZEROS.
       77  WK25-QT-IDADE                 PIC S9(005) COMP VALUE ZEROS.
      *-----------------------------------------------------------------
       77  WK25-IDX-RCP                  PIC  9(003) COMP VALUE ZEROS.
       77  WK25-IDX-ACHADO-RCP           PIC  9(003) COMP VALUE ZEROS.
       77  WK25-IDX-PND                  PIC  9(005) COMP VALUE ZEROS.
       77  WK25-IDX-ACHADO-PND           PIC  9(005) COMP VALUE ZEROS.
       77  WK25-IDX-ATR                  PIC  9(005) COMP VALUE ZEROS.
       77  WK25-CD-RECEPTOR-PROC         PIC  X(008) VALUE SPACES.
       77  WK25-NR-SEQ-PROC              PIC  9(009) VALUE ZEROS.
       77  WK25-NR-SEQ-MENOR-ATR         PIC  9(009) VALUE ZEROS.
       77  WK25-CD-RECEPTOR-ATU          PIC  X(008) VALUE SPACES.
       77  WK25-QT-EVT-RECEPTOR          PIC  9(007) COMP VALUE ZEROS.
      *-----------------------------------------------------------------
       77  WK25-QT-PND-LIDAS             PIC  9(007) COMP VALUE ZEROS.
       77  WK25-QT-PND-INCLUIDAS         PIC  9(007) COMP VALUE ZEROS.
       77  WK25-QT-PND-DESCARTADAS       PIC  9(007) COMP VALUE ZEROS.
       77  WK25-QT-PND-GRAVADAS          PIC  9(007) COMP VALUE ZEROS.
       77  WK25-QT-ACK-LIDOS             PIC  9(007) COMP VALUE ZEROS.
       77  WK25-QT-ACK-BAIXADOS          PIC  9(007) COMP VALUE ZEROS.
       77  WK25-QT-HST-LIDOS             PIC  9(007) COMP VALUE ZEROS.
       77  WK25-QT-EVT-ATRASADOS         PIC  9(007) COMP VALUE ZEROS.
      *-----------------------------------------------------------------
      * Contadores de ocorrencia: atraso termina o job com RETURN-CODE
      * 4; rejeicao, quantidade divergente e retorno sem receptor ou
      * sem pendencia, com RETURN-CODE 8.
      *-----------------------------------------------------------------
       77  WK25-QT-ARQ-ATRASADOS         PIC  9(007) COMP VALUE ZEROS.
       77  WK25-QT-ACK-REJEITADOS        PIC  9(007) COMP VALUE ZEROS.
       77  WK25-QT-ACK-QT-DIVERGE        PIC  9(007) COMP VALUE ZEROS.
       77  WK25-QT-ACK-SEM-RECEPTOR      PIC  9(007) COMP VALUE ZEROS.
       77  WK25-QT-ACK-SEM-PENDENCIA     PIC  9(007) COMP VALUE ZEROS.
       77  WK25-QT-ACK-INVALIDOS         PIC  9(007) COMP VALUE ZEROS.
       77  WK25-QT-ERROS                 PIC  9(007) COMP VALUE ZEROS.
      *-----------------------------------------------------------------
      * Tabela de receptores do RCPPRM. Tabela cheia interrompe o job -
      * um receptor fora da tabela nunca teria pendencia e nunca seria
      * cobrado.
      *-----------------------------------------------------------------
       01  WK25-TB-RECEPTOR.
           03 WK25-QT-RECEPTORES         PIC  9(003) COMP VALUE ZEROS.
           03 WK25-REG-RCP OCCURS 20 TIMES.
              05 WK25-RCP-CD-RECEPTOR    PIC  X(008).
              05 WK25-RCP-QT-DIAS-LIMITE PIC  9(003).
              05 WK25-RCP-NM-RECEPTOR    PIC  X(030).
              05 WK25-RCP-QT-PENDENTES   PIC  9(005) COMP.
              05 WK25-RCP-QT-ATRASADOS   PIC  9(005) COMP.
      *-----------------------------------------------------------------
      * Tabela de pendencias (anteriores + as da noite). BAIXADO 'S' e
      * o arquivo aceito pelo receptor, que nao volta para o NTFPENN.
      * Tabela cheia interrompe o job - descartar pendencia seria
      * esquecer um arquivo que o receptor nunca confirmou.
      *-----------------------------------------------------------------
       01  WK25-TB-PENDENTE.
           03 WK25-QT-PENDENTES          PIC  9(005) COMP VALUE ZEROS.
           03 WK25-REG-PND OCCURS 5000 TIMES.
              05 WK25-PND-CD-RECEPTOR    PIC  X(008).
              05 WK25-PND-NR-SEQ-ARQUIVO PIC  9(009).
              05 WK25-PND-DT-MOVIMENTO   PIC  X(008).
              05 WK25-PND-QT-EVENTOS     PIC  9(007).
              05 WK25-PND-CD-SITUACAO    PIC  X(001).
              05 WK25-PND-SW-BAIXADO     PIC  X(001).
              05 WK25-PND-QT-DIAS        PIC  9(005).
      *-----------------------------------------------------------------
      * Pendencias em atraso, para a selecao dos eventos no NOTIFHST.
      *-----------------------------------------------------------------
       01  WK25-TB-ATRASO.
           03 WK25-QT-ATRASOS            PIC  9(005) COMP VALUE ZEROS.
           03 WK25-REG-ATR OCCURS 5000 TIMES.
              05 WK25-ATR-CD-RECEPTOR    PIC  X(008).
              05 WK25-ATR-NR-SEQ-ARQUIVO PIC  9(009).
              05 WK25-ATR-QT-DIAS        PIC  9(005).

       01  WK25-LINHA-TITULO             PIC  X(060)
              VALUE 'RETORNOS DO ARQUIVO DE NOTIFICACAO NOTIFCLI'.

       01  WK25-LINHA-SECAO.
           03 WK25-SEC-TX                PIC  X(060).

       01  WK25-LINHA-OCORRENCIA.
           03 WK25-OCR-TX-MOTIVO         PIC  X(036).
           03 WK25-OCR-CD-RECEPTOR       PIC  X(008).
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK25-OCR-NR-SEQ            PIC  Z(008)9.
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK25-OCR-QT-EVENTOS        PIC  ZZZ.ZZ9.
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK25-OCR-TX-DETALHE        PIC  X(040).

       01  WK25-LINHA-ATRASO.
           03 WK25-ATL-CD-RECEPTOR       PIC  X(008).
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK25-ATL-NR-SEQ            PIC  Z(008)9.
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK25-ATL-DT-MOVIMENTO      PIC  X(008).
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK25-ATL-QT-DIAS           PIC  ZZZZ9.
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK25-ATL-QT-LIMITE         PIC  ZZ9.
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK25-ATL-QT-EVENTOS        PIC  ZZZ.ZZ9.
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK25-ATL-TX-SITUACAO       PIC  X(024).

       01  WK25-LINHA-CABEC-ATRASO.
           03 FILLER                     PIC  X(010)
              VALUE 'RECEPTOR'.
           03 FILLER                     PIC  X(011)
              VALUE ' SEQ.ARQ.'.
           03 FILLER                     PIC  X(010)
              VALUE 'MOVIMENTO'.
           03 FILLER                     PIC  X(007)
              VALUE ' DIAS'.
           03 FILLER                     PIC  X(005)
              VALUE 'LIM'.
           03 FILLER                     PIC  X(009)
              VALUE 'EVENTOS'.
           03 FILLER                     PIC  X(024)
              VALUE 'SITUACAO'.

       01  WK25-LINHA-RECEPTOR.
           03 FILLER                     PIC  X(012)
                               VALUE 'RECEPTOR...:'.
           03 WK25-REC-CD-RECEPTOR       PIC  X(008).
           03 FILLER                     PIC  X(003) VALUE ' - '.
           03 WK25-REC-NM-RECEPTOR       PIC  X(030).
           03 FILLER                     PIC  X(010)
                               VALUE ' PRAZO...:'.
           03 WK25-REC-QT-LIMITE         PIC  ZZ9.
           03 FILLER                     PIC  X(005) VALUE ' DIAS'.

       01  WK25-LINHA-EVENTO.
           03 FILLER                     PIC  X(004) VALUE SPACES.
           03 WK25-EVL-NR-SEQ-ARQUIVO    PIC  Z(008)9.
           03 FILLER                     PIC  X(001) VALUE '/'.
           03 WK25-EVL-NR-SEQ-EVENTO     PIC  Z(006)9.
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK25-EVL-CD-EVENTO         PIC  X(001).
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK25-EVL-NR-RETIRADO       PIC  Z(009)9.
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK25-EVL-NR-SOBREVIVE      PIC  Z(009)9.
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK25-EVL-DT-EFETIVA        PIC  X(008).
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK25-EVL-NM-PRG            PIC  X(008).
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK25-EVL-QT-DIAS           PIC  ZZZZ9.

       01  WK25-LINHA-TOTAL.
           03 WK25-TOT-ROTULO            PIC  X(036).
           03 WK25-TOT-QT                PIC  ZZZ.ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE                      SECTION.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZA
           PERFORM 1100-CARREGA-RECEPTORES
           PERFORM 1300-CARREGA-PENDENTES
           PERFORM 1500-INCLUI-ARQUIVO-NOITE
           PERFORM 2000-TRATA-RETORNOS
           PERFORM 3000-AVALIA-ATRASOS

           IF WK25-QT-ATRASOS GREATER ZEROS
              SORT SORT-FILE
                   ON ASCENDING KEY SRT-CD-RECEPTOR
                                    SRT-NR-SEQ-ARQUIVO
                                    SRT-NR-SEQ-EVENTO
                   INPUT PROCEDURE IS 4000-SELECIONA-EVENTOS
                   OUTPUT PROCEDURE IS 5000-LISTA-EVENTOS
           END-IF

           PERFORM 8000-GRAVA-PENDENTES
           PERFORM 9000-FINALIZA

           STOP RUN
           .
       0000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1000-INICIALIZA                    SECTION.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE    TO WK25-DT-INICIO-RUN
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK25-DT-HOJE
           COMPUTE WK25-NR-DIA-HOJE =
                   FUNCTION INTEGER-OF-DATE(WK25-DT-HOJE)

           OPEN OUTPUT RELAT-FILE

           WRITE REG-RELAT FROM WK25-LINHA-TITULO
           .
       1000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1100-CARREGA-RECEPTORES            SECTION.
      *-----------------------------------------------------------------
      * Sem receptor cadastrado nao ha o que reconciliar - RCPPRM
      * vazio e erro de preparacao do job.
      *-----------------------------------------------------------------
           OPEN INPUT RCPPRM-FILE

           READ RCPPRM-FILE
               AT END
                  SET WK25-FIM-ARQ        TO TRUE
           END-READ

           PERFORM 1150-GUARDA-RECEPTOR
               UNTIL WK25-FIM-ARQ

           MOVE 'N'                      TO WK25-SW-FIM-ARQ
           CLOSE RCPPRM-FILE

           IF WK25-QT-RECEPTORES EQUAL ZEROS
              DISPLAY 'EDUS0025: RCPPRM VAZIO - NENHUM RECEPTOR A '
                      'RECONCILIAR; JOB INTERROMPIDO'
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF
           .
       1100-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1150-GUARDA-RECEPTOR               SECTION.
      *-----------------------------------------------------------------
           IF RCP-CD-RECEPTOR NOT EQUAL SPACES
              IF WK25-QT-RECEPTORES LESS 20
                 ADD 1                   TO WK25-QT-RECEPTORES
                 MOVE RCP-CD-RECEPTOR
                        TO WK25-RCP-CD-RECEPTOR(WK25-QT-RECEPTORES)
                 MOVE RCP-NM-RECEPTOR
                        TO WK25-RCP-NM-RECEPTOR(WK25-QT-RECEPTORES)
                 IF  RCP-QT-DIAS-LIMITE IS NUMERIC
                 AND RCP-QT-DIAS-LIMITE GREATER ZEROS
                     MOVE RCP-QT-DIAS-LIMITE
                        TO WK25-RCP-QT-DIAS-LIMITE(WK25-QT-RECEPTORES)
                 ELSE
                     MOVE WK25-QT-DIAS-PADRAO
                        TO WK25-RCP-QT-DIAS-LIMITE(WK25-QT-RECEPTORES)
                 END-IF
                 MOVE ZEROS
                        TO WK25-RCP-QT-PENDENTES(WK25-QT-RECEPTORES)
                           WK25-RCP-QT-ATRASADOS(WK25-QT-RECEPTORES)
              ELSE
                 DISPLAY 'EDUS0025: TABELA DE RECEPTORES EXCEDEU 20 - '
                         'JOB INTERROMPIDO'
                 MOVE 16                 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           READ RCPPRM-FILE
               AT END
                  SET WK25-FIM-ARQ        TO TRUE
           END-READ
           .
       1150-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1300-CARREGA-PENDENTES             SECTION.
      *-----------------------------------------------------------------
      * NTFPENA e OPTIONAL: na primeira noite nao ha pendencia anterior.
      * Pendencia de receptor que saiu do RCPPRM e descartada, com
      * aviso - ninguem mais vai mandar retorno dela.
      *-----------------------------------------------------------------
           OPEN INPUT PENANT-FILE

           READ PENANT-FILE INTO PENDENTE-REC
               AT END
                  SET WK25-FIM-ARQ        TO TRUE
           END-READ

           PERFORM 1350-GUARDA-PENDENTE
               UNTIL WK25-FIM-ARQ

           MOVE 'N'                      TO WK25-SW-FIM-ARQ
           CLOSE PENANT-FILE
           .
       1300-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1350-GUARDA-PENDENTE               SECTION.
      *-----------------------------------------------------------------
           ADD 1                         TO WK25-QT-PND-LIDAS

           MOVE PND-CD-RECEPTOR          TO WK25-CD-RECEPTOR-PROC
           PERFORM 6000-BUSCA-RECEPTOR

           IF WK25-ACHOU
              PERFORM 6500-INCLUI-PENDENTE
           ELSE
              ADD 1                      TO WK25-QT-PND-DESCARTADAS
              MOVE 'PENDENCIA DE RECEPTOR FORA DO RCPPRM'
                                         TO WK25-OCR-TX-MOTIVO
              MOVE PND-CD-RECEPTOR       TO WK25-OCR-CD-RECEPTOR
              MOVE PND-NR-SEQ-ARQUIVO    TO WK25-OCR-NR-SEQ
              MOVE PND-QT-EVENTOS        TO WK25-OCR-QT-EVENTOS
              MOVE 'DESCARTADA'          TO WK25-OCR-TX-DETALHE
              WRITE REG-RELAT FROM WK25-LINHA-OCORRENCIA
           END-IF

           READ PENANT-FILE INTO PENDENTE-REC
               AT END
                  SET WK25-FIM-ARQ        TO TRUE
           END-READ
           .
       1350-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1500-INCLUI-ARQUIVO-NOITE          SECTION.
      *-----------------------------------------------------------------
      * O NOTIFCLI da noite vira uma pendencia para cada receptor. Um
      * arquivo sem header ou sem trailer, ou com quantidade de
      * detalhes diferente da do trailer, nao foi gerado por inteiro
      * pelo EDUS0024 e interrompe o job. Reexecucao na mesma noite nao
      * duplica a pendencia (par receptor + sequencial ja na tabela).
      *-----------------------------------------------------------------
           OPEN INPUT NOTIF-FILE

           READ NOTIF-FILE INTO NOTIF-REC
               AT END
                  SET WK25-FIM-ARQ        TO TRUE
           END-READ

           PERFORM 1550-LE-NOTIFICACAO
               UNTIL WK25-FIM-ARQ

           MOVE 'N'                      TO WK25-SW-FIM-ARQ
           CLOSE NOTIF-FILE

           IF NOT WK25-TEM-HEADER
           OR NOT WK25-TEM-TRAILER
           OR WK25-QT-DET-NOITE NOT EQUAL WK25-QT-EVT-NOITE
              DISPLAY 'EDUS0025: NOTIFCLI INCOMPLETO OU INCONSISTENTE '
                      '- JOB INTERROMPIDO'
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES                   TO PENDENTE-REC
           MOVE WK25-NR-SEQ-NOITE        TO PND-NR-SEQ-ARQUIVO
           MOVE WK25-DT-MOVIMENTO-NOITE  TO PND-DT-MOVIMENTO
           MOVE WK25-QT-EVT-NOITE        TO PND-QT-EVENTOS
           SET  PND-AGUARDANDO           TO TRUE

           PERFORM 1600-INCLUI-RECEPTOR
               VARYING WK25-IDX-RCP FROM 1 BY 1
                 UNTIL WK25-IDX-RCP GREATER WK25-QT-RECEPTORES
           .
       1500-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1550-LE-NOTIFICACAO                SECTION.
      *-----------------------------------------------------------------
           EVALUATE TRUE
              WHEN NTF-REG-HEADER
                 SET WK25-TEM-HEADER     TO TRUE
                 MOVE NTF-HDR-NR-SEQ-ARQUIVO
                                         TO WK25-NR-SEQ-NOITE
                 MOVE NTF-HDR-DT-MOVIMENTO
                                         TO WK25-DT-MOVIMENTO-NOITE
              WHEN NTF-REG-DETALHE
                 ADD 1                   TO WK25-QT-DET-NOITE
              WHEN NTF-REG-TRAILER
                 SET WK25-TEM-TRAILER    TO TRUE
                 MOVE NTF-TRL-QT-EVENTOS TO WK25-QT-EVT-NOITE
           END-EVALUATE

           READ NOTIF-FILE INTO NOTIF-REC
               AT END
                  SET WK25-FIM-ARQ        TO TRUE
           END-READ
           .
       1550-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1600-INCLUI-RECEPTOR               SECTION.
      *-----------------------------------------------------------------
           MOVE WK25-RCP-CD-RECEPTOR(WK25-IDX-RCP)
                                         TO PND-CD-RECEPTOR
                                            WK25-CD-RECEPTOR-PROC
           MOVE WK25-NR-SEQ-NOITE        TO WK25-NR-SEQ-PROC
           PERFORM 6200-BUSCA-PENDENTE

           IF NOT WK25-ACHOU
              PERFORM 6500-INCLUI-PENDENTE
              ADD 1                      TO WK25-QT-PND-INCLUIDAS
           END-IF
           .
       1600-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2000-TRATA-RETORNOS                SECTION.
      *-----------------------------------------------------------------
      * ACKNTF e OPTIONAL: noite sem retorno so envelhece as
      * pendencias.
      *-----------------------------------------------------------------
           MOVE 'OCORRENCIAS NOS RETORNOS (ACKNTF)'
                                         TO WK25-SEC-TX
           WRITE REG-RELAT FROM WK25-LINHA-SECAO

           OPEN INPUT ACK-FILE

           READ ACK-FILE
               AT END
                  SET WK25-FIM-ARQ        TO TRUE
           END-READ

           PERFORM 2100-TRATA-UM-RETORNO
               UNTIL WK25-FIM-ARQ

           MOVE 'N'                      TO WK25-SW-FIM-ARQ
           CLOSE ACK-FILE
           .
       2000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2100-TRATA-UM-RETORNO              SECTION.
      *-----------------------------------------------------------------
      * Retorno aceito com a quantidade enviada baixa a pendencia;
      * rejeitado ou com quantidade divergente, a pendencia continua
      * (marcada) ate um novo retorno aceito do mesmo arquivo.
      *-----------------------------------------------------------------
           ADD 1                         TO WK25-QT-ACK-LIDOS

           MOVE ACK-CD-RECEPTOR          TO WK25-OCR-CD-RECEPTOR
                                            WK25-CD-RECEPTOR-PROC
           MOVE ACK-NR-SEQ-ARQUIVO       TO WK25-OCR-NR-SEQ
                                            WK25-NR-SEQ-PROC
           MOVE ACK-QT-EVENTOS           TO WK25-OCR-QT-EVENTOS
           MOVE ACK-TX-MOTIVO            TO WK25-OCR-TX-DETALHE

           PERFORM 6000-BUSCA-RECEPTOR

           IF NOT WK25-ACHOU
              ADD 1                      TO WK25-QT-ACK-SEM-RECEPTOR
              MOVE 'RETORNO DE RECEPTOR DESCONHECIDO....'
                                         TO WK25-OCR-TX-MOTIVO
              WRITE REG-RELAT FROM WK25-LINHA-OCORRENCIA
           ELSE
              PERFORM 6200-BUSCA-PENDENTE
              IF NOT WK25-ACHOU
                 ADD 1                   TO WK25-QT-ACK-SEM-PENDENCIA
                 MOVE 'RETORNO DE ARQUIVO SEM PENDENCIA....'
                                         TO WK25-OCR-TX-MOTIVO
                 WRITE REG-RELAT FROM WK25-LINHA-OCORRENCIA
              ELSE
                 PERFORM 2200-CONFERE-RETORNO
              END-IF
           END-IF

           READ ACK-FILE
               AT END
                  SET WK25-FIM-ARQ        TO TRUE
           END-READ
           .
       2100-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2200-CONFERE-RETORNO               SECTION.
      *-----------------------------------------------------------------
           EVALUATE TRUE
              WHEN ACK-ACEITO
               AND ACK-QT-EVENTOS EQUAL
                   WK25-PND-QT-EVENTOS(WK25-IDX-ACHADO-PND)
                 MOVE 'S' TO WK25-PND-SW-BAIXADO(WK25-IDX-ACHADO-PND)
                 ADD 1                   TO WK25-QT-ACK-BAIXADOS
              WHEN ACK-ACEITO
                 MOVE 'Q' TO WK25-PND-CD-SITUACAO(WK25-IDX-ACHADO-PND)
                 ADD 1                   TO WK25-QT-ACK-QT-DIVERGE
                 MOVE 'ACEITO COM QUANTIDADE DIVERGENTE....'
                                         TO WK25-OCR-TX-MOTIVO
                 MOVE 'ENVIADOS:'        TO WK25-OCR-TX-DETALHE
                 MOVE WK25-PND-QT-EVENTOS(WK25-IDX-ACHADO-PND)
                                         TO WK25-OCR-TX-DETALHE(11:7)
                 WRITE REG-RELAT FROM WK25-LINHA-OCORRENCIA
              WHEN ACK-REJEITADO
                 MOVE 'R' TO WK25-PND-CD-SITUACAO(WK25-IDX-ACHADO-PND)
                 ADD 1                   TO WK25-QT-ACK-REJEITADOS
                 MOVE 'ARQUIVO REJEITADO PELO RECEPTOR.....'
                                         TO WK25-OCR-TX-MOTIVO
                 WRITE REG-RELAT FROM WK25-LINHA-OCORRENCIA
              WHEN OTHER
                 ADD 1                   TO WK25-QT-ACK-INVALIDOS
                 MOVE 'RETORNO COM SITUACAO INVALIDA.......'
                                         TO WK25-OCR-TX-MOTIVO
                 WRITE REG-RELAT FROM WK25-LINHA-OCORRENCIA
           END-EVALUATE
           .
       2200-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3000-AVALIA-ATRASOS                SECTION.
      *-----------------------------------------------------------------
      * Pendencia mais velha que o prazo do receptor esta em atraso -
      * uma linha por arquivo aqui, e os eventos dele na listagem por
      * receptor (5000-LISTA-EVENTOS).
      *-----------------------------------------------------------------
           MOVE 'ARQUIVOS SEM RETORNO ALEM DO PRAZO'
                                         TO WK25-SEC-TX
           WRITE REG-RELAT FROM WK25-LINHA-SECAO
           WRITE REG-RELAT FROM WK25-LINHA-CABEC-ATRASO

           PERFORM 3100-AVALIA-UMA-PENDENCIA
               VARYING WK25-IDX-PND FROM 1 BY 1
                 UNTIL WK25-IDX-PND GREATER WK25-QT-PENDENTES
           .
       3000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3100-AVALIA-UMA-PENDENCIA          SECTION.
      *-----------------------------------------------------------------
      * Data de movimento invalida nao permite medir a idade - a
      * pendencia e tratada como atrasada para nao sumir da cobranca.
      *-----------------------------------------------------------------
           IF WK25-PND-SW-BAIXADO(WK25-IDX-PND) NOT EQUAL 'S'
              MOVE WK25-PND-CD-RECEPTOR(WK25-IDX-PND)
                                         TO WK25-CD-RECEPTOR-PROC
              PERFORM 6000-BUSCA-RECEPTOR
              ADD 1 TO WK25-RCP-QT-PENDENTES(WK25-IDX-ACHADO-RCP)

              IF WK25-PND-DT-MOVIMENTO(WK25-IDX-PND) IS NUMERIC
                 MOVE WK25-PND-DT-MOVIMENTO(WK25-IDX-PND)
                                         TO WK25-DT-TRABALHO
                 COMPUTE WK25-QT-IDADE = WK25-NR-DIA-HOJE -
                         FUNCTION INTEGER-OF-DATE(WK25-DT-TRABALHO)
                 IF WK25-QT-IDADE LESS ZEROS
                    MOVE ZEROS           TO WK25-QT-IDADE
                 END-IF
              ELSE
                 MOVE 99999              TO WK25-QT-IDADE
              END-IF
              MOVE WK25-QT-IDADE TO WK25-PND-QT-DIAS(WK25-IDX-PND)

              IF WK25-QT-IDADE GREATER
                 WK25-RCP-QT-DIAS-LIMITE(WK25-IDX-ACHADO-RCP)
                 PERFORM 3200-REGISTRA-ATRASO
              END-IF
           END-IF
           .
       3100-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3200-REGISTRA-ATRASO               SECTION.
      *-----------------------------------------------------------------
           ADD 1                         TO WK25-QT-ARQ-ATRASADOS
           ADD 1 TO WK25-RCP-QT-ATRASADOS(WK25-IDX-ACHADO-RCP)

           ADD 1                         TO WK25-QT-ATRASOS
           MOVE WK25-PND-CD-RECEPTOR(WK25-IDX-PND)
                         TO WK25-ATR-CD-RECEPTOR(WK25-QT-ATRASOS)
           MOVE WK25-PND-NR-SEQ-ARQUIVO(WK25-IDX-PND)
                         TO WK25-ATR-NR-SEQ-ARQUIVO(WK25-QT-ATRASOS)
           MOVE WK25-QT-IDADE
                         TO WK25-ATR-QT-DIAS(WK25-QT-ATRASOS)

           IF WK25-QT-ATRASOS EQUAL 1
           OR WK25-PND-NR-SEQ-ARQUIVO(WK25-IDX-PND) LESS
              WK25-NR-SEQ-MENOR-ATR
              MOVE WK25-PND-NR-SEQ-ARQUIVO(WK25-IDX-PND)
                                         TO WK25-NR-SEQ-MENOR-ATR
           END-IF

           MOVE WK25-PND-CD-RECEPTOR(WK25-IDX-PND)
                                         TO WK25-ATL-CD-RECEPTOR
           MOVE WK25-PND-NR-SEQ-ARQUIVO(WK25-IDX-PND)
                                         TO WK25-ATL-NR-SEQ
           MOVE WK25-PND-DT-MOVIMENTO(WK25-IDX-PND)
                                         TO WK25-ATL-DT-MOVIMENTO
           MOVE WK25-QT-IDADE            TO WK25-ATL-QT-DIAS
           MOVE WK25-RCP-QT-DIAS-LIMITE(WK25-IDX-ACHADO-RCP)
                                         TO WK25-ATL-QT-LIMITE
           MOVE WK25-PND-QT-EVENTOS(WK25-IDX-PND)
                                         TO WK25-ATL-QT-EVENTOS
           EVALUATE WK25-PND-CD-SITUACAO(WK25-IDX-PND)
              WHEN 'R'
                 MOVE 'REJEITADO PELO RECEPTOR' TO WK25-ATL-TX-SITUACAO
              WHEN 'Q'
                 MOVE 'QUANTIDADE DIVERGENTE'   TO WK25-ATL-TX-SITUACAO
              WHEN OTHER
                 MOVE 'SEM RETORNO'             TO WK25-ATL-TX-SITUACAO
           END-EVALUATE
           WRITE REG-RELAT FROM WK25-LINHA-ATRASO
           .
       3200-SAI.
           EXIT.
      *-----------------------------------------------------------------
       4000-SELECIONA-EVENTOS             SECTION.
      *-----------------------------------------------------------------
      * Le o historico NOTIFHST e classifica cada evento de arquivo em
      * atraso, uma vez para cada receptor que ainda deve o retorno.
      * O historico e cronologico: arquivo anterior ao menor em
      * atraso e saltado sem busca na tabela.
      *-----------------------------------------------------------------
           OPEN INPUT NOTHST-FILE

           READ NOTHST-FILE INTO NOTIF-REC
               AT END
                  SET WK25-FIM-ARQ        TO TRUE
           END-READ

           PERFORM 4100-SELECIONA-UM-EVENTO
               UNTIL WK25-FIM-ARQ

           MOVE 'N'                      TO WK25-SW-FIM-ARQ
           CLOSE NOTHST-FILE
           .
       4000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       4100-SELECIONA-UM-EVENTO           SECTION.
      *-----------------------------------------------------------------
           ADD 1                         TO WK25-QT-HST-LIDOS

           IF  NTF-REG-DETALHE
           AND NTF-DET-NR-SEQ-ARQUIVO NOT LESS WK25-NR-SEQ-MENOR-ATR
               PERFORM 4200-CLASSIFICA-EVENTO
                   VARYING WK25-IDX-ATR FROM 1 BY 1
                     UNTIL WK25-IDX-ATR GREATER WK25-QT-ATRASOS
           END-IF

           READ NOTHST-FILE INTO NOTIF-REC
               AT END
                  SET WK25-FIM-ARQ        TO TRUE
           END-READ
           .
       4100-SAI.
           EXIT.
      *-----------------------------------------------------------------
       4200-CLASSIFICA-EVENTO             SECTION.
      *-----------------------------------------------------------------
           IF NTF-DET-NR-SEQ-ARQUIVO EQUAL
              WK25-ATR-NR-SEQ-ARQUIVO(WK25-IDX-ATR)
              MOVE WK25-ATR-CD-RECEPTOR(WK25-IDX-ATR)
                                         TO SRT-CD-RECEPTOR
              MOVE NTF-DET-NR-SEQ-ARQUIVO
                                         TO SRT-NR-SEQ-ARQUIVO
              MOVE NTF-DET-NR-SEQ-EVENTO TO SRT-NR-SEQ-EVENTO
              MOVE NTF-DET-CD-EVENTO     TO SRT-CD-EVENTO
              MOVE NTF-DET-NR-RETIRADO   TO SRT-NR-RETIRADO
              MOVE NTF-DET-NR-SOBREVIVE  TO SRT-NR-SOBREVIVE
              MOVE NTF-DET-DT-EFETIVA    TO SRT-DT-EFETIVA
              MOVE NTF-DET-NM-PRG        TO SRT-NM-PRG
              MOVE WK25-ATR-QT-DIAS(WK25-IDX-ATR)
                                         TO SRT-QT-DIAS
              RELEASE REG-SORT
           END-IF
           .
       4200-SAI.
           EXIT.
      *-----------------------------------------------------------------
       5000-LISTA-EVENTOS                 SECTION.
      *-----------------------------------------------------------------
      * Eventos sem retorno alem do prazo, com quebra por receptor:
      * cabecalho com o nome e o prazo, um evento por linha e o total
      * do receptor.
      *-----------------------------------------------------------------
           MOVE 'EVENTOS SEM RETORNO ALEM DO PRAZO, POR RECEPTOR'
                                         TO WK25-SEC-TX
           WRITE REG-RELAT FROM WK25-LINHA-SECAO

           PERFORM 5110-DEVOLVE-REG
           PERFORM 5100-LISTA-RECEPTOR
               UNTIL WK25-FIM-SORT
           .
       5000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       5100-LISTA-RECEPTOR                SECTION.
      *-----------------------------------------------------------------
           MOVE SRT-CD-RECEPTOR          TO WK25-CD-RECEPTOR-ATU
                                            WK25-CD-RECEPTOR-PROC
           MOVE ZEROS                    TO WK25-QT-EVT-RECEPTOR
           PERFORM 6000-BUSCA-RECEPTOR

           MOVE WK25-CD-RECEPTOR-ATU     TO WK25-REC-CD-RECEPTOR
           MOVE WK25-RCP-NM-RECEPTOR(WK25-IDX-ACHADO-RCP)
                                         TO WK25-REC-NM-RECEPTOR
           MOVE WK25-RCP-QT-DIAS-LIMITE(WK25-IDX-ACHADO-RCP)
                                         TO WK25-REC-QT-LIMITE
           WRITE REG-RELAT FROM WK25-LINHA-RECEPTOR

           PERFORM 5200-LISTA-EVENTO
               UNTIL WK25-FIM-SORT
                  OR SRT-CD-RECEPTOR NOT EQUAL WK25-CD-RECEPTOR-ATU

           MOVE '    EVENTOS SEM RETORNO DO RECEPTOR:'
                                         TO WK25-TOT-ROTULO
           MOVE WK25-QT-EVT-RECEPTOR     TO WK25-TOT-QT
           WRITE REG-RELAT FROM WK25-LINHA-TOTAL
           .
       5100-SAI.
           EXIT.
      *-----------------------------------------------------------------
       5110-DEVOLVE-REG                   SECTION.
      *-----------------------------------------------------------------
           RETURN SORT-FILE
               AT END
                  SET WK25-FIM-SORT      TO TRUE
           END-RETURN
           .
       5110-SAI.
           EXIT.
      *-----------------------------------------------------------------
       5200-LISTA-EVENTO                  SECTION.
      *-----------------------------------------------------------------
           ADD 1                         TO WK25-QT-EVT-RECEPTOR
           ADD 1                         TO WK25-QT-EVT-ATRASADOS

           MOVE SRT-NR-SEQ-ARQUIVO       TO WK25-EVL-NR-SEQ-ARQUIVO
           MOVE SRT-NR-SEQ-EVENTO        TO WK25-EVL-NR-SEQ-EVENTO
           MOVE SRT-CD-EVENTO            TO WK25-EVL-CD-EVENTO
           MOVE SRT-NR-RETIRADO          TO WK25-EVL-NR-RETIRADO
           MOVE SRT-NR-SOBREVIVE         TO WK25-EVL-NR-SOBREVIVE
           MOVE SRT-DT-EFETIVA           TO WK25-EVL-DT-EFETIVA
           MOVE SRT-NM-PRG               TO WK25-EVL-NM-PRG
           MOVE SRT-QT-DIAS              TO WK25-EVL-QT-DIAS
           WRITE REG-RELAT FROM WK25-LINHA-EVENTO

           PERFORM 5110-DEVOLVE-REG
           .
       5200-SAI.
           EXIT.
      *-----------------------------------------------------------------
       6000-BUSCA-RECEPTOR                SECTION.
      *-----------------------------------------------------------------
      * Busca sequencial do receptor WK25-CD-RECEPTOR-PROC (poucos
      * receptores); achado em WK25-IDX-ACHADO-RCP.
      *-----------------------------------------------------------------
           MOVE 'N'                      TO WK25-SW-ACHOU
           MOVE ZEROS                    TO WK25-IDX-ACHADO-RCP

           PERFORM VARYING WK25-IDX-RCP FROM 1 BY 1
                     UNTIL WK25-IDX-RCP GREATER WK25-QT-RECEPTORES
                        OR WK25-ACHOU
              IF WK25-RCP-CD-RECEPTOR(WK25-IDX-RCP) EQUAL
                 WK25-CD-RECEPTOR-PROC
                 SET WK25-ACHOU          TO TRUE
                 MOVE WK25-IDX-RCP       TO WK25-IDX-ACHADO-RCP
              END-IF
           END-PERFORM
           .
       6000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       6200-BUSCA-PENDENTE                SECTION.
      *-----------------------------------------------------------------
      * Busca sequencial da pendencia do receptor WK25-CD-RECEPTOR-PROC
      * para o arquivo WK25-NR-SEQ-PROC, ainda nao baixada; achada em
      * WK25-IDX-ACHADO-PND.
      *-----------------------------------------------------------------
           MOVE 'N'                      TO WK25-SW-ACHOU
           MOVE ZEROS                    TO WK25-IDX-ACHADO-PND

           PERFORM VARYING WK25-IDX-PND FROM 1 BY 1
                     UNTIL WK25-IDX-PND GREATER WK25-QT-PENDENTES
                        OR WK25-ACHOU
              IF  WK25-PND-CD-RECEPTOR(WK25-IDX-PND) EQUAL
                  WK25-CD-RECEPTOR-PROC
              AND WK25-PND-NR-SEQ-ARQUIVO(WK25-IDX-PND) EQUAL
                  WK25-NR-SEQ-PROC
              AND WK25-PND-SW-BAIXADO(WK25-IDX-PND) NOT EQUAL 'S'
                  SET WK25-ACHOU         TO TRUE
                  MOVE WK25-IDX-PND      TO WK25-IDX-ACHADO-PND
              END-IF
           END-PERFORM
           .
       6200-SAI.
           EXIT.
      *-----------------------------------------------------------------
       6500-INCLUI-PENDENTE               SECTION.
      *-----------------------------------------------------------------
      * Inclui na tabela a pendencia de PENDENTE-REC.
      *-----------------------------------------------------------------
           IF WK25-QT-PENDENTES LESS 5000
              ADD 1                      TO WK25-QT-PENDENTES
              MOVE PND-CD-RECEPTOR
                     TO WK25-PND-CD-RECEPTOR(WK25-QT-PENDENTES)
              MOVE PND-NR-SEQ-ARQUIVO
                     TO WK25-PND-NR-SEQ-ARQUIVO(WK25-QT-PENDENTES)
              MOVE PND-DT-MOVIMENTO
                     TO WK25-PND-DT-MOVIMENTO(WK25-QT-PENDENTES)
              MOVE PND-QT-EVENTOS
                     TO WK25-PND-QT-EVENTOS(WK25-QT-PENDENTES)
              MOVE PND-CD-SITUACAO
                     TO WK25-PND-CD-SITUACAO(WK25-QT-PENDENTES)
              MOVE 'N'
                     TO WK25-PND-SW-BAIXADO(WK25-QT-PENDENTES)
              MOVE ZEROS
                     TO WK25-PND-QT-DIAS(WK25-QT-PENDENTES)
           ELSE
              DISPLAY 'EDUS0025: TABELA DE PENDENCIAS EXCEDEU 5000 - '
                      'JOB INTERROMPIDO PARA NAO PERDER PENDENCIA'
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF
           .
       6500-SAI.
           EXIT.
      *-----------------------------------------------------------------
       8000-GRAVA-PENDENTES               SECTION.
      *-----------------------------------------------------------------
      * Proxima geracao das pendencias: tudo o que nao foi baixado,
      * com a situacao do ultimo retorno recebido.
      *-----------------------------------------------------------------
           OPEN OUTPUT PENNOV-FILE

           PERFORM 8100-GRAVA-UMA-PENDENCIA
               VARYING WK25-IDX-PND FROM 1 BY 1
                 UNTIL WK25-IDX-PND GREATER WK25-QT-PENDENTES

           CLOSE PENNOV-FILE
           .
       8000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       8100-GRAVA-UMA-PENDENCIA           SECTION.
      *-----------------------------------------------------------------
           IF WK25-PND-SW-BAIXADO(WK25-IDX-PND) NOT EQUAL 'S'
              MOVE SPACES                TO PENDENTE-REC
              MOVE WK25-PND-CD-RECEPTOR(WK25-IDX-PND)
                                         TO PND-CD-RECEPTOR
              MOVE WK25-PND-NR-SEQ-ARQUIVO(WK25-IDX-PND)
                                         TO PND-NR-SEQ-ARQUIVO
              MOVE WK25-PND-DT-MOVIMENTO(WK25-IDX-PND)
                                         TO PND-DT-MOVIMENTO
              MOVE WK25-PND-QT-EVENTOS(WK25-IDX-PND)
                                         TO PND-QT-EVENTOS
              MOVE WK25-PND-CD-SITUACAO(WK25-IDX-PND)
                                         TO PND-CD-SITUACAO
              WRITE REG-PENNOV FROM PENDENTE-REC
              ADD 1                      TO WK25-QT-PND-GRAVADAS
           END-IF
           .
       8100-SAI.
           EXIT.
      *-----------------------------------------------------------------
       9000-FINALIZA                      SECTION.
      *-----------------------------------------------------------------
           MOVE 'PENDENCIAS ANTERIORES LIDAS........:'
                                         TO WK25-TOT-ROTULO
           MOVE WK25-QT-PND-LIDAS        TO WK25-TOT-QT
           WRITE REG-RELAT FROM WK25-LINHA-TOTAL

           MOVE 'PENDENCIAS DESCARTADAS.............:'
                                         TO WK25-TOT-ROTULO
           MOVE WK25-QT-PND-DESCARTADAS  TO WK25-TOT-QT
           WRITE REG-RELAT FROM WK25-LINHA-TOTAL

           MOVE 'PENDENCIAS INCLUIDAS (NOTIFCLI)....:'
                                         TO WK25-TOT-ROTULO
           MOVE WK25-QT-PND-INCLUIDAS    TO WK25-TOT-QT
           WRITE REG-RELAT FROM WK25-LINHA-TOTAL

           MOVE 'RETORNOS LIDOS.....................:'
                                         TO WK25-TOT-ROTULO
           MOVE WK25-QT-ACK-LIDOS        TO WK25-TOT-QT
           WRITE REG-RELAT FROM WK25-LINHA-TOTAL

           MOVE 'ARQUIVOS CONFIRMADOS (BAIXADOS)....:'
                                         TO WK25-TOT-ROTULO
           MOVE WK25-QT-ACK-BAIXADOS     TO WK25-TOT-QT
           WRITE REG-RELAT FROM WK25-LINHA-TOTAL

           MOVE 'ARQUIVOS REJEITADOS................:'
                                         TO WK25-TOT-ROTULO
           MOVE WK25-QT-ACK-REJEITADOS   TO WK25-TOT-QT
           WRITE REG-RELAT FROM WK25-LINHA-TOTAL

           MOVE 'ACEITOS COM QUANTIDADE DIVERGENTE..:'
                                         TO WK25-TOT-ROTULO
           MOVE WK25-QT-ACK-QT-DIVERGE   TO WK25-TOT-QT
           WRITE REG-RELAT FROM WK25-LINHA-TOTAL

           MOVE 'RETORNOS DE RECEPTOR DESCONHECIDO..:'
                                         TO WK25-TOT-ROTULO
           MOVE WK25-QT-ACK-SEM-RECEPTOR TO WK25-TOT-QT
           WRITE REG-RELAT FROM WK25-LINHA-TOTAL

           MOVE 'RETORNOS SEM PENDENCIA.............:'
                                         TO WK25-TOT-ROTULO
           MOVE WK25-QT-ACK-SEM-PENDENCIA
                                         TO WK25-TOT-QT
           WRITE REG-RELAT FROM WK25-LINHA-TOTAL

           MOVE 'RETORNOS COM SITUACAO INVALIDA.....:'
                                         TO WK25-TOT-ROTULO
           MOVE WK25-QT-ACK-INVALIDOS    TO WK25-TOT-QT
           WRITE REG-RELAT FROM WK25-LINHA-TOTAL

           MOVE 'ARQUIVOS SEM RETORNO ALEM DO PRAZO.:'
                                         TO WK25-TOT-ROTULO
           MOVE WK25-QT-ARQ-ATRASADOS    TO WK25-TOT-QT
           WRITE REG-RELAT FROM WK25-LINHA-TOTAL

           MOVE 'EVENTOS SEM RETORNO ALEM DO PRAZO..:'
                                         TO WK25-TOT-ROTULO
           MOVE WK25-QT-EVT-ATRASADOS    TO WK25-TOT-QT
           WRITE REG-RELAT FROM WK25-LINHA-TOTAL

           MOVE 'PENDENCIAS GRAVADAS (NTFPENN)......:'
                                         TO WK25-TOT-ROTULO
           MOVE WK25-QT-PND-GRAVADAS     TO WK25-TOT-QT
           WRITE REG-RELAT FROM WK25-LINHA-TOTAL

           CLOSE RELAT-FILE

           COMPUTE WK25-QT-ERROS =
                   WK25-QT-ACK-REJEITADOS    + WK25-QT-ACK-QT-DIVERGE +
                   WK25-QT-ACK-SEM-RECEPTOR  + WK25-QT-ACK-INVALIDOS  +
                   WK25-QT-ACK-SEM-PENDENCIA

           EVALUATE TRUE
              WHEN WK25-QT-ERROS GREATER ZEROS
                 MOVE 8                  TO RETURN-CODE
              WHEN WK25-QT-ARQ-ATRASADOS GREATER ZEROS
                 MOVE 4                  TO RETURN-CODE
           END-EVALUATE

           PERFORM 9900-GRAVA-RUN-CONTROLE
           .
       9000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       9900-GRAVA-RUN-CONTROLE            SECTION.
      *-----------------------------------------------------------------
      * Registro padrao de controle de execucao (RUNLOG, EDUSIM07) - e
      * dele que o EDUS0018 monta o quadro consolidado da noite. So a
      * ocorrencia de RC 8 marca ERRO; o atraso fica no RELACKS.
      *-----------------------------------------------------------------
           OPEN EXTEND RUNLOG-FILE

           MOVE SPACES                   TO RUN-REC
           MOVE 'EDUS0025'               TO RUN-NM-JOB
           MOVE WK25-DT-INICIO-RUN       TO RUN-DT-INICIO
           MOVE FUNCTION CURRENT-DATE    TO RUN-DT-FIM
           MOVE WK25-QT-ACK-LIDOS        TO RUN-QT-LIDOS
           MOVE WK25-QT-PND-GRAVADAS     TO RUN-QT-GRAVADOS
           IF WK25-QT-ERROS GREATER ZEROS
              SET RUN-STATUS-ERRO        TO TRUE
           ELSE
              SET RUN-STATUS-OK          TO TRUE
           END-IF
           WRITE RUN-REC

           CLOSE RUNLOG-FILE
           .
       9900-SAI.
           EXIT.
      *---------------------- FIM EDUS0025 ------------------------------
