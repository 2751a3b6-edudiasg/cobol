      *-----------------------------------------------------------------
      * PROGRAM....: EDUS0022
      * ANALIST....: C1276521 - EDUARDO DIAS GUSMAO
      * AUTHOR.....: C1276521 - EDUARDO DIAS GUSMAO
      * COMPILATION: Cobol 5.2
      * OBJECTIVE..: Nightly verification of the audit trail (layout
      *              EDUSIM02, controls of EDUSIM02 VRS004/EDUSIM12).
      *              Runs in the chain after the offload EDUS0005 and
      *              the retention purge EDUS0006, and proves two
      *              things instead of trusting the jobs:
      *              (1) producers to ARCHDIA - every run archived
      *              tonight (EDUS0002/EDUS0003/EDUS0016 batch streams)
      *              has its control trailer, and its records add up
      *              to the trailer's count and hash total with no gap
      *              or repeat in the sequence numbers; the online EDAU
      *              stream, which has no trailer, continues the
      *              sequence from where last night's archive stopped
      *              (AUDSEQA/AUDSEQN); the archive as a whole matches
      *              the EDUS0005 trailer; every EDUS0002/EDUS0003 run
      *              that logged OK in RUNLOG reached the archive.
      *              (2) ARCHDIA to ARCRETEM - every record of the
      *              generation purged tonight (ARCVELHO) is either in
      *              ARCRETEM unchanged or has a purge decision in
      *              PURGDEC (EDUSIM13) for a record outside the
      *              retention window, and the totals of the EDUS0006
      *              and PURGDEC trailers close.
      *              Every inconsistency is listed in RELVERIF; any
      *              inconsistency ends the job with return code 8 and
      *              an ERRO run-control record, so EDUS0018 flags it.
      *-----------------------------------------------------------------
      * VRS001 15.10.2026 - C1276521 - IMPLANTATION
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. EDUS0022.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCH-FILE ASSIGN TO ARCHDIA
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL ARCVEL-FILE ASSIGN TO ARCVELHO
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL ARCRET-FILE ASSIGN TO ARCRETEM
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL PURGDEC-FILE ASSIGN TO PURGDEC
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL SEQANT-FILE ASSIGN TO AUDSEQA
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SEQNOV-FILE ASSIGN TO AUDSEQN
                  ORGANIZATION IS SEQUENTIAL.

           SELECT RELAT-FILE  ASSIGN TO RELVERIF
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-FILE   ASSIGN TO SORTWK.

           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ARCH-FILE.
       01  REG-ARCH                      PIC  X(590).

       FD  ARCVEL-FILE.
       01  REG-ARCVEL                    PIC  X(590).

       FD  ARCRET-FILE.
       01  REG-ARCRET                    PIC  X(590).

      *-----------------------------------------------------------------
      * Decisoes de expurgo gravadas pelo EDUS0006 (ver EDUSIM13).
      *-----------------------------------------------------------------
       FD  PURGDEC-FILE.
       COPY EDUSIM13.

      *-----------------------------------------------------------------
      * Ultimo sequencial arquivado de cada trilha online (hoje so a
      * fila EDAU do EDUS0001): AUDSEQA e o da noite anterior, AUDSEQN
      * o desta noite - a proxima geracao do mesmo arquivo.
      *-----------------------------------------------------------------
       FD  SEQANT-FILE.
       01  REG-SEQANT.
           03 SQA-ID-TRILHA              PIC  X(022).
           03 SQA-NR-ULTIMO              PIC  9(009).
           03 SQA-DT-ARQUIVO             PIC  X(008).
           03 FILLER                     PIC  X(011).

       FD  SEQNOV-FILE.
       01  REG-SEQNOV.
           03 SQN-ID-TRILHA              PIC  X(022).
           03 SQN-NR-ULTIMO              PIC  9(009).
           03 SQN-DT-ARQUIVO             PIC  X(008).
           03 FILLER                     PIC  X(011).

       FD  RELAT-FILE.
       01  REG-RELAT                     PIC  X(132).

      *-----------------------------------------------------------------
      * Classificacao dos detalhes do ARCHDIA por execucao e sequencial
      * - so o carimbo, a data/hora e o hash do registro.
      *-----------------------------------------------------------------
       SD  SORT-FILE.
       01  REG-SORT.
           03 SRT-ID-EXECUCAO            PIC  X(022).
           03 SRT-NR-SEQUENCIA           PIC  9(009).
           03 SRT-DT-HORA                PIC  X(021).
           03 SRT-VL-HASH                PIC  9(018).

      *-----------------------------------------------------------------
      * Registro de controle de execucao (comum a toda a esteira -
      * ver EDUSIM07).
      *-----------------------------------------------------------------
       FD  RUNLOG-FILE.
       COPY EDUSIM07.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Registro de auditoria (comum com EDUS0001/EDUS0002/EDUS0003/
      * EDUS0016) - ARCHDIA e ARCVELHO sao lidos INTO esta area, que
      * e a que 321000-CALCULA-HASH-AUDIT (EDUSIM12) usa.
      *-----------------------------------------------------------------
       COPY EDUSIM02.
      *-----------------------------------------------------------------
      * Registro corrente do ARCRETEM, lido a parte porque e comparado
      * com o registro corrente do ARCVELHO (em AUDIT-REC). So os campos
      * de carimbo interessam aqui - mesmas posicoes do EDUSIM02.
      *-----------------------------------------------------------------
       01  WK22-REG-RETEM.
           03 FILLER                     PIC  X(521).
           03 WK22-RET-NM-PRG            PIC  X(008).
           03 FILLER                     PIC  X(021).
           03 WK22-RET-ID-EXECUCAO       PIC  X(022).
           03 WK22-RET-NR-SEQUENCIA      PIC  9(009).
           03 WK22-RET-CD-TIPO-REG       PIC  X(001).
           03 FILLER                     PIC  X(008).
      *-----------------------------------------------------------------
      * Identificacao da trilha online - continua, sem execucao nem
      * trailer (ver 240000-GRAVA-AUDITORIA do EDUS0001).
      *-----------------------------------------------------------------
       77  WK22-ID-TRILHA-ONLINE         PIC  X(022)
                                                 VALUE 'EDUS0001EDAU'.
      *-----------------------------------------------------------------
      * Area de trabalho do batch.
      *-----------------------------------------------------------------
       77  WK22-DT-INICIO-RUN            PIC  X(021) VALUE SPACES.
       77  WK22-SW-FIM-ARQ               PIC  X(001) VALUE 'N'.
           88 WK22-FIM-ARQ                            VALUE 'S'.
       77  WK22-SW-FIM-SORT              PIC  X(001) VALUE 'N'.
           88 WK22-FIM-SORT                           VALUE 'S'.
       77  WK22-SW-FIM-RUNLOG            PIC  X(001) VALUE 'N'.
           88 WK22-FIM-RUNLOG                         VALUE 'S'.
       77  WK22-SW-FIM-SEQANT            PIC  X(001) VALUE 'N'.
           88 WK22-FIM-SEQANT                         VALUE 'S'.
       77  WK22-SW-FIM-VELHO             PIC  X(001) VALUE 'N'.
           88 WK22-FIM-VELHO                          VALUE 'S'.
       77  WK22-SW-FIM-RETEM             PIC  X(001) VALUE 'N'.
           88 WK22-FIM-RETEM                          VALUE 'S'.
       77  WK22-SW-FIM-DECISAO           PIC  X(001) VALUE 'N'.
           88 WK22-FIM-DECISAO                        VALUE 'S'.
      *-----------------------------------------------------------------
      * Inconsistencias: toda ocorrencia conta; so as primeiras 500 sao
      * listadas (um ARCRETEM perdido inteiro listaria a geracao toda).
      *-----------------------------------------------------------------
       77  WK22-QT-INCONSIST             PIC  9(009) COMP VALUE ZEROS.
       77  WK22-QT-OCORR-LISTADAS        PIC  9(004) COMP VALUE ZEROS.
       77  WK22-QT-MAX-OCORR             PIC  9(004) COMP VALUE 500.
       77  WK22-OCR-ID-EXECUCAO          PIC  X(022) VALUE SPACES.
       77  WK22-OCR-NR-SEQ               PIC  9(009) COMP VALUE ZEROS.
       77  WK22-OCR-NR-SEQ-ATE           PIC  9(009) COMP VALUE ZEROS.
       77  WK22-OCR-TX-MENSAGEM          PIC  X(060) VALUE SPACES.
      *-----------------------------------------------------------------
      * Parte 1 - ARCHDIA: totais do arquivo, trailer do EDUS0005 e
      * conferencia por execucao (quebra por SRT-ID-EXECUCAO).
      *-----------------------------------------------------------------
       77  WK22-QT-DIA-DETALHES          PIC  9(009) COMP VALUE ZEROS.
       77  WK22-VL-HASH-DIA              PIC  9(018) COMP VALUE ZEROS.
       77  WK22-QT-TRL-ARQUIVO           PIC  9(003) COMP VALUE ZEROS.
       77  WK22-QT-TRL-ARQ-REGISTROS     PIC  9(009) COMP VALUE ZEROS.
       77  WK22-VL-TRL-ARQ-HASH          PIC  9(018) COMP VALUE ZEROS.
       77  WK22-QT-APOS-TRL-ARQUIVO      PIC  9(009) COMP VALUE ZEROS.
       77  WK22-ID-ATU                   PIC  X(022) VALUE SPACES.
       77  WK22-QT-EXE                   PIC  9(009) COMP VALUE ZEROS.
       77  WK22-VL-HASH-EXE              PIC  9(018) COMP VALUE ZEROS.
       77  WK22-NR-SEQ-ATU               PIC  9(009) COMP VALUE ZEROS.
       77  WK22-NR-SEQ-ESPERADO          PIC  9(009) COMP VALUE ZEROS.
       77  WK22-NR-SEQ-INI               PIC  9(009) COMP VALUE ZEROS.
       77  WK22-NR-SEQ-FIM               PIC  9(009) COMP VALUE ZEROS.
       77  WK22-QT-FALTAS                PIC  9(009) COMP VALUE ZEROS.
       77  WK22-QT-DUPLIC                PIC  9(009) COMP VALUE ZEROS.
       77  WK22-QT-SEM-SEQ               PIC  9(009) COMP VALUE ZEROS.
       77  WK22-QT-INCONSIST-ANT         PIC  9(009) COMP VALUE ZEROS.
       77  WK22-QT-EXECUCOES             PIC  9(005) COMP VALUE ZEROS.
       77  WK22-SW-PRIMEIRO              PIC  X(001) VALUE 'S'.
           88 WK22-PRIMEIRO-DA-EXEC                   VALUE 'S'.
       77  WK22-SW-ACHOU                 PIC  X(001) VALUE 'N'.
           88 WK22-ACHOU                              VALUE 'S'.
      *-----------------------------------------------------------------
      * Continuidade da trilha online entre noites.
      *-----------------------------------------------------------------
       77  WK22-NR-SEQ-ONLINE-ANT        PIC  9(009) COMP VALUE ZEROS.
       77  WK22-NR-SEQ-ONLINE-NOVO       PIC  9(009) COMP VALUE ZEROS.
       77  WK22-DT-SEQ-ONLINE            PIC  X(008) VALUE SPACES.
      *-----------------------------------------------------------------
      * Parte 2 - expurgo: ARCVELHO x ARCRETEM x PURGDEC.
      *-----------------------------------------------------------------
       77  WK22-SW-TEM-EXPURGO           PIC  X(001) VALUE 'N'.
           88 WK22-TEM-EXPURGO                        VALUE 'S'.
       77  WK22-QT-VEL-DETALHES          PIC  9(009) COMP VALUE ZEROS.
       77  WK22-VL-HASH-VEL              PIC  9(018) COMP VALUE ZEROS.
       77  WK22-QT-VEL-CARIMBADOS        PIC  9(009) COMP VALUE ZEROS.
       77  WK22-QT-VEL-TRL-ARQUIVO       PIC  9(003) COMP VALUE ZEROS.
       77  WK22-QT-VEL-TRL-REGISTROS     PIC  9(009) COMP VALUE ZEROS.
       77  WK22-VL-VEL-TRL-HASH          PIC  9(018) COMP VALUE ZEROS.
       77  WK22-QT-MANTIDOS              PIC  9(009) COMP VALUE ZEROS.
       77  WK22-VL-HASH-MANTIDOS         PIC  9(018) COMP VALUE ZEROS.
       77  WK22-QT-EXPURGADOS            PIC  9(009) COMP VALUE ZEROS.
       77  WK22-VL-HASH-EXPURGADOS       PIC  9(018) COMP VALUE ZEROS.
       77  WK22-QT-DECISOES              PIC  9(009) COMP VALUE ZEROS.
       77  WK22-VL-HASH-DECISOES         PIC  9(018) COMP VALUE ZEROS.
       77  WK22-QT-TRL-DECISAO           PIC  9(003) COMP VALUE ZEROS.
       77  WK22-QT-TRL-EXPURGO           PIC  9(003) COMP VALUE ZEROS.
      *-----------------------------------------------------------------
      * Trailers das trilhas de entrada achados no ARCHDIA (o do
      * EDUS0005 fica a parte). Um por run batch da noite - 50 sobram.
      *-----------------------------------------------------------------
       77  WK22-QT-TRAILERS              PIC  9(003) COMP VALUE ZEROS.
       77  WK22-IDX-TRL                  PIC  9(003) COMP VALUE ZEROS.
       01  WK22-TB-TRAILERS.
           03 WK22-TRL OCCURS 50 TIMES.
              05 WK22-TRL-ID-EXECUCAO    PIC  X(022).
              05 WK22-TRL-NM-PRG         PIC  X(008).
              05 WK22-TRL-QT-REGISTROS   PIC  9(009) COMP.
              05 WK22-TRL-VL-HASH        PIC  9(018) COMP.
              05 WK22-TRL-NR-SEQ-FINAL   PIC  9(009) COMP.
              05 WK22-TRL-SW-CONFERIDO   PIC  X(001).
      *-----------------------------------------------------------------
      * Produtores da esteira que rodam antes do EDUS0005 na mesma
      * noite: cada execucao OK deles no RUNLOG tem de ter chegado ao
      * ARCHDIA com o seu trailer. O EDUS0016 e sob demanda - pode
      * rodar depois do offload e so ser arquivado na noite seguinte -
      * e fica coberto pela conferencia do trailer quando chega.
      *-----------------------------------------------------------------
       77  WK22-IDX-PRD                  PIC  9(002) COMP VALUE ZEROS.
       77  WK22-QT-PRD-TRAILERS          PIC  9(004) COMP VALUE ZEROS.
       01  WK22-TB-PRODUTORES-VAL.
           03 FILLER                     PIC  X(008) VALUE 'EDUS0002'.
           03 FILLER                     PIC  X(008) VALUE 'EDUS0003'.
       01  WK22-TB-PRODUTORES REDEFINES WK22-TB-PRODUTORES-VAL.
           03 WK22-PRD-NM OCCURS 2 TIMES PIC  X(008).
       01  WK22-TB-PRODUTORES-QT.
           03 WK22-PRD-QT-RUNLOG OCCURS 2 TIMES
                                         PIC  9(004) COMP.

       01  WK22-LINHA-TITULO.
           03 FILLER                     PIC  X(043)
              VALUE 'VERIFICACAO DA TRILHA DE AUDITORIA - DATA: '.
           03 WK22-TIT-DT                PIC  X(008).

       01  WK22-LINHA-SECAO.
           03 WK22-SEC-TX                PIC  X(080).

       01  WK22-LINHA-CABEC-EXEC.
           03 FILLER                     PIC  X(024)
              VALUE '  EXECUCAO'.
           03 FILLER                     PIC  X(013)
              VALUE '    REGISTROS'.
           03 FILLER                     PIC  X(013)
              VALUE '      TRAILER'.
           03 FILLER                     PIC  X(021)
              VALUE '  SEQUENCIAIS'.
           03 FILLER                     PIC  X(009)
              VALUE '   FALTAS'.
           03 FILLER                     PIC  X(009)
              VALUE '   REPET.'.
           03 FILLER                     PIC  X(009)
              VALUE '  HASH'.
           03 FILLER                     PIC  X(020)
              VALUE 'SITUACAO'.

       01  WK22-LINHA-EXEC.
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK22-EXE-ID                PIC  X(022).
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK22-EXE-QT                PIC  ZZZ.ZZZ.ZZ9.
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK22-EXE-QT-TRL            PIC  ZZZ.ZZZ.ZZ9.
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK22-EXE-SEQ-INI           PIC  Z(008)9.
           03 FILLER                     PIC  X(001) VALUE '-'.
           03 WK22-EXE-SEQ-FIM           PIC  Z(008)9.
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK22-EXE-QT-FALTAS         PIC  ZZZ.ZZ9.
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK22-EXE-QT-DUPLIC         PIC  ZZZ.ZZ9.
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK22-EXE-TX-HASH           PIC  X(007).
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK22-EXE-TX-SITUACAO       PIC  X(020).

       01  WK22-LINHA-OCORR.
           03 FILLER                     PIC  X(004) VALUE SPACES.
           03 WK22-OCR-ID                PIC  X(022).
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK22-OCR-SEQ               PIC  Z(008)9.
           03 WK22-OCR-SEP               PIC  X(003).
           03 WK22-OCR-SEQ-ATE           PIC  Z(009).
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK22-OCR-TX                PIC  X(060).

       01  WK22-LINHA-TOTAL.
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK22-TOT-ROTULO            PIC  X(040).
           03 WK22-TOT-QT                PIC  ZZZ.ZZZ.ZZ9.
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK22-TOT-VL-HASH           PIC  Z(017)9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE                      SECTION.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZA

           SORT SORT-FILE
                ON ASCENDING KEY SRT-ID-EXECUCAO
                                 SRT-NR-SEQUENCIA
                INPUT PROCEDURE IS 2000-LE-ARQUIVO-DIA
                OUTPUT PROCEDURE IS 3000-CONFERE-EXECUCOES

           PERFORM 3500-CONFERE-ARQUIVO-DIA
           PERFORM 3600-CONFERE-PRODUTORES

           PERFORM 4000-CONFERE-EXPURGO

           PERFORM 9000-FINALIZA

           STOP RUN
           .
       0000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1000-INICIALIZA                    SECTION.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE    TO WK22-DT-INICIO-RUN

           OPEN OUTPUT RELAT-FILE

           MOVE WK22-DT-INICIO-RUN(1:8)  TO WK22-TIT-DT
           WRITE REG-RELAT FROM WK22-LINHA-TITULO

           INITIALIZE WK22-TB-PRODUTORES-QT

           PERFORM 1100-LE-RUNLOG
           PERFORM 1200-LE-SEQUENCIAL-ANT
           .
       1000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1100-LE-RUNLOG                     SECTION.
      *-----------------------------------------------------------------
      * Conta as execucoes OK dos produtores da esteira no RUNLOG desta
      * noite (ver WK22-TB-PRODUTORES). Sem RUNLOG a conferencia dos
      * produtores nao tem base e fica zerada.
      *-----------------------------------------------------------------
           OPEN INPUT RUNLOG-FILE

           READ RUNLOG-FILE
               AT END
                  SET WK22-FIM-RUNLOG    TO TRUE
           END-READ

           PERFORM 1150-CONTA-PRODUTOR
               UNTIL WK22-FIM-RUNLOG

           CLOSE RUNLOG-FILE
           .
       1100-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1150-CONTA-PRODUTOR                SECTION.
      *-----------------------------------------------------------------
           IF RUN-STATUS-OK
              PERFORM VARYING WK22-IDX-PRD FROM 1 BY 1
                        UNTIL WK22-IDX-PRD GREATER 2
                 IF RUN-NM-JOB EQUAL WK22-PRD-NM(WK22-IDX-PRD)
                    ADD 1           TO WK22-PRD-QT-RUNLOG(WK22-IDX-PRD)
                 END-IF
              END-PERFORM
           END-IF

           READ RUNLOG-FILE
               AT END
                  SET WK22-FIM-RUNLOG    TO TRUE
           END-READ
           .
       1150-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1200-LE-SEQUENCIAL-ANT             SECTION.
      *-----------------------------------------------------------------
      * Ultimo sequencial da trilha online arquivado ate a noite
      * anterior. Sem o arquivo (primeira noite dos controles) a
      * continuidade entre noites nao e conferida - so a da propria
      * noite.
      *-----------------------------------------------------------------
           OPEN INPUT SEQANT-FILE

           READ SEQANT-FILE
               AT END
                  SET WK22-FIM-SEQANT    TO TRUE
           END-READ

           PERFORM 1250-GUARDA-SEQUENCIAL
               UNTIL WK22-FIM-SEQANT

           CLOSE SEQANT-FILE

           MOVE WK22-NR-SEQ-ONLINE-ANT   TO WK22-NR-SEQ-ONLINE-NOVO
           .
       1200-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1250-GUARDA-SEQUENCIAL             SECTION.
      *-----------------------------------------------------------------
           IF  SQA-ID-TRILHA EQUAL WK22-ID-TRILHA-ONLINE
           AND SQA-NR-ULTIMO IS NUMERIC
               MOVE SQA-NR-ULTIMO        TO WK22-NR-SEQ-ONLINE-ANT
               MOVE SQA-DT-ARQUIVO       TO WK22-DT-SEQ-ONLINE
           END-IF

           READ SEQANT-FILE
               AT END
                  SET WK22-FIM-SEQANT    TO TRUE
           END-READ
           .
       1250-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2000-LE-ARQUIVO-DIA                SECTION.
      *-----------------------------------------------------------------
      * Le o ARCHDIA da noite: detalhes vao para a classificacao (com o
      * hash de cada um) e somam nos totais do arquivo; trailers das
      * trilhas vao para a tabela; o trailer do EDUS0005 fecha o
      * arquivo e nada pode vir depois dele.
      *-----------------------------------------------------------------
           OPEN INPUT ARCH-FILE

           PERFORM 2110-LER-ARQUIVO-DIA
           PERFORM 2100-TRATA-REG-DIA
               UNTIL WK22-FIM-ARQ

           CLOSE ARCH-FILE
           .
       2000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2100-TRATA-REG-DIA                 SECTION.
      *-----------------------------------------------------------------
           IF WK22-QT-TRL-ARQUIVO GREATER ZEROS
              ADD 1                      TO WK22-QT-APOS-TRL-ARQUIVO
           END-IF

           EVALUATE TRUE
              WHEN AUD-REG-TRAILER
               AND AUD-NM-PRG EQUAL 'EDUS0005'
                 ADD 1                   TO WK22-QT-TRL-ARQUIVO
                 MOVE AUD-TRL-QT-REGISTROS
                                         TO WK22-QT-TRL-ARQ-REGISTROS
                 MOVE AUD-TRL-VL-HASH    TO WK22-VL-TRL-ARQ-HASH
              WHEN AUD-REG-TRAILER
                 PERFORM 2200-GUARDA-TRAILER
              WHEN OTHER
                 PERFORM 321000-CALCULA-HASH-AUDIT
                 ADD 1                   TO WK22-QT-DIA-DETALHES
                 ADD AUC-VL-HASH-REG     TO WK22-VL-HASH-DIA

                 MOVE AUD-ID-EXECUCAO    TO SRT-ID-EXECUCAO
                 IF AUD-NR-SEQUENCIA IS NUMERIC
                    MOVE AUD-NR-SEQUENCIA
                                         TO SRT-NR-SEQUENCIA
                 ELSE
                    MOVE ZEROS           TO SRT-NR-SEQUENCIA
                 END-IF
                 MOVE AUD-DT-HORA        TO SRT-DT-HORA
                 MOVE AUC-VL-HASH-REG    TO SRT-VL-HASH
                 RELEASE REG-SORT
           END-EVALUATE

           PERFORM 2110-LER-ARQUIVO-DIA
           .
       2100-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2110-LER-ARQUIVO-DIA               SECTION.
      *-----------------------------------------------------------------
           READ ARCH-FILE INTO AUDIT-REC
               AT END
                  SET WK22-FIM-ARQ       TO TRUE
           END-READ
           .
       2110-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2200-GUARDA-TRAILER                SECTION.
      *-----------------------------------------------------------------
      * Trailer repetido da mesma execucao e inconsistencia (a trilha
      * foi alimentada duas vezes); alem da capacidade, interrompe.
      *-----------------------------------------------------------------
           MOVE 'N'                      TO WK22-SW-ACHOU
           MOVE AUD-ID-EXECUCAO          TO WK22-ID-ATU
           PERFORM 3310-PROCURA-TRAILER

           IF WK22-ACHOU
              MOVE AUD-ID-EXECUCAO       TO WK22-OCR-ID-EXECUCAO
              MOVE ZEROS                 TO WK22-OCR-NR-SEQ
              MOVE 'TRAILER DE CONTROLE REPETIDO PARA A MESMA EXECUCAO'
                                         TO WK22-OCR-TX-MENSAGEM
              PERFORM 8000-REGISTRA-OCORRENCIA
           ELSE
              IF WK22-QT-TRAILERS LESS 50
                 ADD 1                   TO WK22-QT-TRAILERS
                 MOVE AUD-ID-EXECUCAO
                           TO WK22-TRL-ID-EXECUCAO(WK22-QT-TRAILERS)
                 MOVE AUD-NM-PRG
                           TO WK22-TRL-NM-PRG(WK22-QT-TRAILERS)
                 MOVE AUD-TRL-QT-REGISTROS
                           TO WK22-TRL-QT-REGISTROS(WK22-QT-TRAILERS)
                 MOVE AUD-TRL-VL-HASH
                           TO WK22-TRL-VL-HASH(WK22-QT-TRAILERS)
                 MOVE AUD-TRL-NR-SEQ-FINAL
                           TO WK22-TRL-NR-SEQ-FINAL(WK22-QT-TRAILERS)
                 MOVE 'N'
                           TO WK22-TRL-SW-CONFERIDO(WK22-QT-TRAILERS)
              ELSE
                 DISPLAY 'EDUS0022: MAIS DE 50 TRAILERS DE CONTROLE NO '
                         'ARCHDIA - JOB INTERROMPIDO'
                 MOVE 16                 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           .
       2200-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3000-CONFERE-EXECUCOES             SECTION.
      *-----------------------------------------------------------------
      * Devolve os detalhes por execucao e sequencial e confere cada
      * execucao contra o seu trailer; depois, os trailers que nao
      * tiveram nenhum registro no arquivo.
      *-----------------------------------------------------------------
           MOVE 'PARTE 1 - TRILHAS DE ENTRADA X ARCHDIA'
                                         TO WK22-SEC-TX
           WRITE REG-RELAT FROM WK22-LINHA-SECAO
           WRITE REG-RELAT FROM WK22-LINHA-CABEC-EXEC

           PERFORM 3110-DEVOLVE-REG
           PERFORM 3100-CONFERE-EXECUCAO
               UNTIL WK22-FIM-SORT

           PERFORM 3400-CONFERE-TRAILER-SOBRA
               VARYING WK22-IDX-TRL FROM 1 BY 1
                 UNTIL WK22-IDX-TRL GREATER WK22-QT-TRAILERS
           .
       3000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3100-CONFERE-EXECUCAO              SECTION.
      *-----------------------------------------------------------------
           MOVE SRT-ID-EXECUCAO          TO WK22-ID-ATU
           MOVE ZEROS                    TO WK22-QT-EXE
                                            WK22-VL-HASH-EXE
                                            WK22-NR-SEQ-INI
                                            WK22-NR-SEQ-FIM
                                            WK22-QT-FALTAS
                                            WK22-QT-DUPLIC
                                            WK22-QT-SEM-SEQ
           MOVE 'S'                      TO WK22-SW-PRIMEIRO
           MOVE WK22-QT-INCONSIST        TO WK22-QT-INCONSIST-ANT
           ADD 1                         TO WK22-QT-EXECUCOES

           PERFORM 3200-CONFERE-SEQUENCIA
               UNTIL WK22-FIM-SORT
                  OR SRT-ID-EXECUCAO NOT EQUAL WK22-ID-ATU

           PERFORM 3300-FECHA-EXECUCAO
           .
       3100-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3110-DEVOLVE-REG                   SECTION.
      *-----------------------------------------------------------------
           RETURN SORT-FILE
               AT END
                  SET WK22-FIM-SORT      TO TRUE
           END-RETURN
           .
       3110-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3200-CONFERE-SEQUENCIA             SECTION.
      *-----------------------------------------------------------------
      * Cada execucao batch numera de 1 em diante; a trilha online
      * continua do ultimo sequencial da noite anterior. Numero abaixo
      * do esperado e repeticao (ou registro ja arquivado antes);
      * acima, uma lacuna - registros que nao chegaram ao arquivo.
      *-----------------------------------------------------------------
           ADD 1                         TO WK22-QT-EXE
           ADD SRT-VL-HASH               TO WK22-VL-HASH-EXE

           IF SRT-NR-SEQUENCIA EQUAL ZEROS
              ADD 1                      TO WK22-QT-SEM-SEQ
              MOVE WK22-ID-ATU           TO WK22-OCR-ID-EXECUCAO
              MOVE ZEROS                 TO WK22-OCR-NR-SEQ
              MOVE 'REGISTRO SEM CARIMBO DE SEQUENCIA'
                                         TO WK22-OCR-TX-MENSAGEM
              PERFORM 8000-REGISTRA-OCORRENCIA
           ELSE
              MOVE SRT-NR-SEQUENCIA      TO WK22-NR-SEQ-ATU
              IF WK22-PRIMEIRO-DA-EXEC
                 MOVE 'N'                TO WK22-SW-PRIMEIRO
                 MOVE WK22-NR-SEQ-ATU    TO WK22-NR-SEQ-INI
                 EVALUATE TRUE
                    WHEN WK22-ID-ATU NOT EQUAL WK22-ID-TRILHA-ONLINE
                       MOVE 1            TO WK22-NR-SEQ-ESPERADO
                    WHEN WK22-NR-SEQ-ONLINE-ANT GREATER ZEROS
                       COMPUTE WK22-NR-SEQ-ESPERADO =
                               WK22-NR-SEQ-ONLINE-ANT + 1
                    WHEN OTHER
                       MOVE WK22-NR-SEQ-ATU
                                         TO WK22-NR-SEQ-ESPERADO
                 END-EVALUATE
              END-IF

              EVALUATE TRUE
                 WHEN WK22-NR-SEQ-ATU LESS WK22-NR-SEQ-ESPERADO
                    ADD 1                TO WK22-QT-DUPLIC
                    MOVE WK22-ID-ATU     TO WK22-OCR-ID-EXECUCAO
                    MOVE WK22-NR-SEQ-ATU TO WK22-OCR-NR-SEQ
                    MOVE 'SEQUENCIAL REPETIDO OU JA ARQUIVADO ANTES'
                                         TO WK22-OCR-TX-MENSAGEM
                    PERFORM 8000-REGISTRA-OCORRENCIA
                 WHEN WK22-NR-SEQ-ATU GREATER WK22-NR-SEQ-ESPERADO
                    COMPUTE WK22-QT-FALTAS = WK22-QT-FALTAS
                          + WK22-NR-SEQ-ATU - WK22-NR-SEQ-ESPERADO
                    MOVE WK22-ID-ATU     TO WK22-OCR-ID-EXECUCAO
                    MOVE WK22-NR-SEQ-ESPERADO
                                         TO WK22-OCR-NR-SEQ
                    COMPUTE WK22-OCR-NR-SEQ-ATE = WK22-NR-SEQ-ATU - 1
                    MOVE 'LACUNA NA NUMERACAO - REGISTROS AUSENTES'
                                         TO WK22-OCR-TX-MENSAGEM
                    PERFORM 8000-REGISTRA-OCORRENCIA
                    COMPUTE WK22-NR-SEQ-ESPERADO = WK22-NR-SEQ-ATU + 1
                 WHEN OTHER
                    ADD 1                TO WK22-NR-SEQ-ESPERADO
              END-EVALUATE

              IF WK22-NR-SEQ-ATU GREATER WK22-NR-SEQ-FIM
                 MOVE WK22-NR-SEQ-ATU    TO WK22-NR-SEQ-FIM
              END-IF
           END-IF

           PERFORM 3110-DEVOLVE-REG
           .
       3200-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3300-FECHA-EXECUCAO                SECTION.
      *-----------------------------------------------------------------
      * Fecha a execucao contra o seu trailer: quantidade, total de
      * hash e ultimo sequencial. Execucao batch sem trailer e trilha
      * truncada (ou trailer perdido). A trilha online nao tem trailer
      * - o ultimo sequencial dela passa a ser a base da proxima noite.
      *-----------------------------------------------------------------
           MOVE SPACES                   TO WK22-EXE-TX-HASH
           MOVE ZEROS                    TO WK22-EXE-QT-TRL

           IF WK22-ID-ATU EQUAL WK22-ID-TRILHA-ONLINE
              MOVE 'N/TRL'               TO WK22-EXE-TX-HASH
              IF WK22-NR-SEQ-FIM GREATER WK22-NR-SEQ-ONLINE-NOVO
                 MOVE WK22-NR-SEQ-FIM    TO WK22-NR-SEQ-ONLINE-NOVO
              END-IF
           ELSE
              MOVE 'N'                   TO WK22-SW-ACHOU
              PERFORM 3310-PROCURA-TRAILER
              IF NOT WK22-ACHOU
                 MOVE WK22-ID-ATU        TO WK22-OCR-ID-EXECUCAO
                 MOVE ZEROS              TO WK22-OCR-NR-SEQ
                 MOVE 'EXECUCAO SEM TRAILER DE CONTROLE - TRUNCADA?'
                                         TO WK22-OCR-TX-MENSAGEM
                 PERFORM 8000-REGISTRA-OCORRENCIA
              ELSE
                 PERFORM 3320-CONFERE-TRAILER
              END-IF
           END-IF

           MOVE WK22-ID-ATU              TO WK22-EXE-ID
           MOVE WK22-QT-EXE              TO WK22-EXE-QT
           MOVE WK22-NR-SEQ-INI          TO WK22-EXE-SEQ-INI
           MOVE WK22-NR-SEQ-FIM          TO WK22-EXE-SEQ-FIM
           MOVE WK22-QT-FALTAS           TO WK22-EXE-QT-FALTAS
           COMPUTE WK22-EXE-QT-DUPLIC = WK22-QT-DUPLIC
                                      + WK22-QT-SEM-SEQ

           IF WK22-QT-INCONSIST EQUAL WK22-QT-INCONSIST-ANT
              MOVE 'CONFERE'             TO WK22-EXE-TX-SITUACAO
           ELSE
              MOVE 'INCONSISTENTE'       TO WK22-EXE-TX-SITUACAO
           END-IF

           WRITE REG-RELAT FROM WK22-LINHA-EXEC
           .
       3300-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3310-PROCURA-TRAILER               SECTION.
      *-----------------------------------------------------------------
      * Procura WK22-ID-ATU na tabela de trailers; achando, deixa
      * WK22-IDX-TRL na entrada.
      *-----------------------------------------------------------------
           PERFORM VARYING WK22-IDX-TRL FROM 1 BY 1
                     UNTIL WK22-IDX-TRL GREATER WK22-QT-TRAILERS
                        OR WK22-ACHOU
              IF WK22-TRL-ID-EXECUCAO(WK22-IDX-TRL) EQUAL WK22-ID-ATU
                 SET WK22-ACHOU          TO TRUE
              END-IF
           END-PERFORM

           IF WK22-ACHOU
              SUBTRACT 1               FROM WK22-IDX-TRL
           END-IF
           .
       3310-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3320-CONFERE-TRAILER               SECTION.
      *-----------------------------------------------------------------
           MOVE 'S'             TO WK22-TRL-SW-CONFERIDO(WK22-IDX-TRL)
           MOVE WK22-TRL-QT-REGISTROS(WK22-IDX-TRL)
                                         TO WK22-EXE-QT-TRL
           MOVE WK22-ID-ATU              TO WK22-OCR-ID-EXECUCAO
           MOVE ZEROS                    TO WK22-OCR-NR-SEQ

           IF WK22-QT-EXE NOT EQUAL
              WK22-TRL-QT-REGISTROS(WK22-IDX-TRL)
              MOVE 'QUANTIDADE DE REGISTROS DIVERGE DO TRAILER'
                                         TO WK22-OCR-TX-MENSAGEM
              PERFORM 8000-REGISTRA-OCORRENCIA
           END-IF

           IF WK22-VL-HASH-EXE EQUAL WK22-TRL-VL-HASH(WK22-IDX-TRL)
              MOVE 'OK'                  TO WK22-EXE-TX-HASH
           ELSE
              MOVE 'DIVERGE'             TO WK22-EXE-TX-HASH
              MOVE 'HASH DIVERGE DO TRAILER - REGISTRO ALTERADO'
                                         TO WK22-OCR-TX-MENSAGEM
              PERFORM 8000-REGISTRA-OCORRENCIA
           END-IF

           IF WK22-NR-SEQ-FIM NOT EQUAL
              WK22-TRL-NR-SEQ-FINAL(WK22-IDX-TRL)
              MOVE WK22-TRL-NR-SEQ-FINAL(WK22-IDX-TRL)
                                         TO WK22-OCR-NR-SEQ
              MOVE 'ULTIMO SEQUENCIAL DIVERGE DO TRAILER'
                                         TO WK22-OCR-TX-MENSAGEM
              PERFORM 8000-REGISTRA-OCORRENCIA
           END-IF
           .
       3320-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3400-CONFERE-TRAILER-SOBRA         SECTION.
      *-----------------------------------------------------------------
      * Trailer sem nenhum registro no arquivo: normal se a execucao
      * nao gravou nada (trailer zerado); senao a trilha se perdeu
      * inteira e so o trailer chegou.
      *-----------------------------------------------------------------
           IF WK22-TRL-SW-CONFERIDO(WK22-IDX-TRL) EQUAL 'N'
              MOVE WK22-QT-INCONSIST     TO WK22-QT-INCONSIST-ANT
              ADD 1                      TO WK22-QT-EXECUCOES

              IF WK22-TRL-QT-REGISTROS(WK22-IDX-TRL) GREATER ZEROS
                 MOVE WK22-TRL-ID-EXECUCAO(WK22-IDX-TRL)
                                         TO WK22-OCR-ID-EXECUCAO
                 MOVE ZEROS              TO WK22-OCR-NR-SEQ
                 MOVE 'TRAILER SEM REGISTROS DA EXECUCAO NO ARQUIVO'
                                         TO WK22-OCR-TX-MENSAGEM
                 PERFORM 8000-REGISTRA-OCORRENCIA
              END-IF

              MOVE WK22-TRL-ID-EXECUCAO(WK22-IDX-TRL)
                                         TO WK22-EXE-ID
              MOVE ZEROS                 TO WK22-EXE-QT
                                            WK22-EXE-SEQ-INI
                                            WK22-EXE-SEQ-FIM
                                            WK22-EXE-QT-FALTAS
                                            WK22-EXE-QT-DUPLIC
              MOVE WK22-TRL-QT-REGISTROS(WK22-IDX-TRL)
                                         TO WK22-EXE-QT-TRL
              MOVE SPACES                TO WK22-EXE-TX-HASH

              IF WK22-QT-INCONSIST EQUAL WK22-QT-INCONSIST-ANT
                 MOVE 'CONFERE (VAZIA)'  TO WK22-EXE-TX-SITUACAO
              ELSE
                 MOVE 'INCONSISTENTE'    TO WK22-EXE-TX-SITUACAO
              END-IF

              WRITE REG-RELAT FROM WK22-LINHA-EXEC
           END-IF
           .
       3400-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3500-CONFERE-ARQUIVO-DIA           SECTION.
      *-----------------------------------------------------------------
      * O ARCHDIA inteiro contra o trailer do EDUS0005: exatamente um
      * trailer, ultimo registro do arquivo, com a quantidade e o hash
      * dos detalhes. Sem ele o arquivo foi truncado.
      *-----------------------------------------------------------------
           MOVE 'ARCHDIA'                TO WK22-OCR-ID-EXECUCAO
           MOVE ZEROS                    TO WK22-OCR-NR-SEQ

           EVALUATE TRUE
              WHEN WK22-QT-TRL-ARQUIVO EQUAL ZEROS
                 MOVE 'ARCHDIA SEM TRAILER DO EDUS0005 - TRUNCADO'
                                         TO WK22-OCR-TX-MENSAGEM
                 PERFORM 8000-REGISTRA-OCORRENCIA
              WHEN WK22-QT-TRL-ARQUIVO GREATER 1
                 MOVE 'ARCHDIA COM MAIS DE UM TRAILER DO EDUS0005'
                                         TO WK22-OCR-TX-MENSAGEM
                 PERFORM 8000-REGISTRA-OCORRENCIA
              WHEN OTHER
                 IF WK22-QT-DIA-DETALHES NOT EQUAL
                    WK22-QT-TRL-ARQ-REGISTROS
                    MOVE 'QUANTIDADE DO ARCHDIA DIVERGE DO TRAILER'
                                         TO WK22-OCR-TX-MENSAGEM
                    PERFORM 8000-REGISTRA-OCORRENCIA
                 END-IF
                 IF WK22-VL-HASH-DIA NOT EQUAL WK22-VL-TRL-ARQ-HASH
                    MOVE 'TOTAL DE HASH DO ARCHDIA DIVERGE DO TRAILER'
                                         TO WK22-OCR-TX-MENSAGEM
                    PERFORM 8000-REGISTRA-OCORRENCIA
                 END-IF
           END-EVALUATE

           IF WK22-QT-APOS-TRL-ARQUIVO GREATER ZEROS
              MOVE WK22-QT-APOS-TRL-ARQUIVO
                                         TO WK22-OCR-NR-SEQ
              MOVE 'REGISTROS GRAVADOS DEPOIS DO TRAILER DO ARCHDIA'
                                         TO WK22-OCR-TX-MENSAGEM
              PERFORM 8000-REGISTRA-OCORRENCIA
           END-IF

           MOVE 'ARCHDIA - DETALHES LIDOS / HASH.......:'
                                         TO WK22-TOT-ROTULO
           MOVE WK22-QT-DIA-DETALHES     TO WK22-TOT-QT
           MOVE WK22-VL-HASH-DIA         TO WK22-TOT-VL-HASH
           WRITE REG-RELAT FROM WK22-LINHA-TOTAL

           MOVE 'ARCHDIA - TRAILER DO EDUS0005.........:'
                                         TO WK22-TOT-ROTULO
           MOVE WK22-QT-TRL-ARQ-REGISTROS
                                         TO WK22-TOT-QT
           MOVE WK22-VL-TRL-ARQ-HASH     TO WK22-TOT-VL-HASH
           WRITE REG-RELAT FROM WK22-LINHA-TOTAL
           .
       3500-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3600-CONFERE-PRODUTORES            SECTION.
      *-----------------------------------------------------------------
      * Cada execucao OK de um produtor da esteira no RUNLOG da noite
      * tem de ter chegado ao ARCHDIA - uma trilha que sumiu inteira
      * (arquivo e trailer) so aparece aqui.
      *-----------------------------------------------------------------
           PERFORM 3610-CONFERE-PRODUTOR
               VARYING WK22-IDX-PRD FROM 1 BY 1
                 UNTIL WK22-IDX-PRD GREATER 2
           .
       3600-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3610-CONFERE-PRODUTOR              SECTION.
      *-----------------------------------------------------------------
           MOVE ZEROS                    TO WK22-QT-PRD-TRAILERS

           PERFORM VARYING WK22-IDX-TRL FROM 1 BY 1
                     UNTIL WK22-IDX-TRL GREATER WK22-QT-TRAILERS
              IF WK22-TRL-NM-PRG(WK22-IDX-TRL) EQUAL
                 WK22-PRD-NM(WK22-IDX-PRD)
                 ADD 1                   TO WK22-QT-PRD-TRAILERS
              END-IF
           END-PERFORM

           IF WK22-PRD-QT-RUNLOG(WK22-IDX-PRD) GREATER
              WK22-QT-PRD-TRAILERS
              MOVE WK22-PRD-NM(WK22-IDX-PRD)
                                         TO WK22-OCR-ID-EXECUCAO
              MOVE WK22-PRD-QT-RUNLOG(WK22-IDX-PRD)
                                         TO WK22-OCR-NR-SEQ
              MOVE 'EXECUCOES OK NO RUNLOG SEM TRILHA NO ARCHDIA'
                                         TO WK22-OCR-TX-MENSAGEM
              PERFORM 8000-REGISTRA-OCORRENCIA
           END-IF
           .
       3610-SAI.
           EXIT.
      *-----------------------------------------------------------------
       4000-CONFERE-EXPURGO               SECTION.
      *-----------------------------------------------------------------
      * ARCVELHO (a geracao que o EDUS0006 leu) contra ARCRETEM e
      * PURGDEC. O EDUS0006 processa em ordem e regrava sem alterar,
      * entao ARCRETEM e PURGDEC sao subsequencias do ARCVELHO na mesma
      * ordem - o casamento e um so passe nos tres arquivos. Sem
      * ARCVELHO nao houve expurgo nesta noite.
      *-----------------------------------------------------------------
           MOVE 'PARTE 2 - ARCHDIA EXPURGADO (ARCVELHO) X ARCRETEM'
                                         TO WK22-SEC-TX
           WRITE REG-RELAT FROM WK22-LINHA-SECAO

           OPEN INPUT ARCVEL-FILE
           OPEN INPUT ARCRET-FILE
           OPEN INPUT PURGDEC-FILE

           PERFORM 4010-LER-ARCVELHO

           IF WK22-FIM-VELHO
              MOVE '  SEM GERACAO EXPURGADA NESTA NOITE'
                                         TO WK22-SEC-TX
              WRITE REG-RELAT FROM WK22-LINHA-SECAO
           ELSE
              SET WK22-TEM-EXPURGO       TO TRUE
              PERFORM 4020-LER-ARCRETEM
              PERFORM 4030-LER-PURGDEC

              PERFORM 4100-CASA-REG
                  UNTIL WK22-FIM-VELHO

              PERFORM 4200-SOBRA-RETEM
                  UNTIL WK22-FIM-RETEM
              PERFORM 4300-SOBRA-DECISAO
                  UNTIL WK22-FIM-DECISAO

              PERFORM 4400-CONFERE-TOTAIS-EXPURGO
           END-IF

           CLOSE ARCVEL-FILE
           CLOSE ARCRET-FILE
           CLOSE PURGDEC-FILE
           .
       4000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       4010-LER-ARCVELHO                  SECTION.
      *-----------------------------------------------------------------
      * Cada detalhe lido ja sai com o hash calculado (AUC-VL-HASH-REG)
      * e somado aos totais do ARCVELHO. O ultimo trailer de arquivo
      * (EDUS0005, ou EDUS0006 se a geracao ja foi expurgada antes) e o
      * controle do ARCVELHO inteiro.
      *-----------------------------------------------------------------
           READ ARCVEL-FILE INTO AUDIT-REC
               AT END
                  SET WK22-FIM-VELHO     TO TRUE
           END-READ

           IF NOT WK22-FIM-VELHO
              EVALUATE TRUE
                 WHEN AUD-REG-TRAILER
                  AND (AUD-NM-PRG EQUAL 'EDUS0005'
                    OR AUD-NM-PRG EQUAL 'EDUS0006')
                    ADD 1                TO WK22-QT-VEL-TRL-ARQUIVO
                    MOVE AUD-TRL-QT-REGISTROS
                                         TO WK22-QT-VEL-TRL-REGISTROS
                    MOVE AUD-TRL-VL-HASH TO WK22-VL-VEL-TRL-HASH
                 WHEN AUD-REG-TRAILER
                    CONTINUE
                 WHEN OTHER
                    PERFORM 321000-CALCULA-HASH-AUDIT
                    ADD 1                TO WK22-QT-VEL-DETALHES
                    ADD AUC-VL-HASH-REG  TO WK22-VL-HASH-VEL
                    IF AUD-ID-EXECUCAO NOT EQUAL SPACES
                       ADD 1             TO WK22-QT-VEL-CARIMBADOS
                    END-IF
              END-EVALUATE
           END-IF
           .
       4010-SAI.
           EXIT.
      *-----------------------------------------------------------------
       4020-LER-ARCRETEM                  SECTION.
      *-----------------------------------------------------------------
           READ ARCRET-FILE INTO WK22-REG-RETEM
               AT END
                  SET WK22-FIM-RETEM     TO TRUE
           END-READ
           .
       4020-SAI.
           EXIT.
      *-----------------------------------------------------------------
       4030-LER-PURGDEC                   SECTION.
      *-----------------------------------------------------------------
      * Decisoes de detalhe somam nos totais que o trailer do PURGDEC
      * tem de fechar; o trailer e conferido e pulado aqui mesmo.
      *-----------------------------------------------------------------
           READ PURGDEC-FILE
               AT END
                  SET WK22-FIM-DECISAO   TO TRUE
           END-READ

           IF NOT WK22-FIM-DECISAO
              IF PDC-REG-TRAILER
                 PERFORM 4350-CONFERE-TRAILER-DECISAO
                 PERFORM 4030-LER-PURGDEC
              ELSE
                 ADD 1                   TO WK22-QT-DECISOES
                 ADD PDC-VL-HASH         TO WK22-VL-HASH-DECISOES
              END-IF
           END-IF
           .
       4030-SAI.
           EXIT.
      *-----------------------------------------------------------------
       4100-CASA-REG                      SECTION.
      *-----------------------------------------------------------------
      * Destino do registro corrente do ARCVELHO: igual ao corrente do
      * ARCRETEM - mantido; com decisao de expurgo correspondente
      * (execucao, data/hora e hash) - expurgado; mesmo carimbo no
      * ARCRETEM mas conteudo diferente - alterado; nenhum dos tres -
      * descartado sem decisao.
      *-----------------------------------------------------------------
           MOVE AUD-ID-EXECUCAO          TO WK22-OCR-ID-EXECUCAO
           IF AUD-NR-SEQUENCIA IS NUMERIC
              MOVE AUD-NR-SEQUENCIA      TO WK22-OCR-NR-SEQ
           ELSE
              MOVE ZEROS                 TO WK22-OCR-NR-SEQ
           END-IF

           EVALUATE TRUE
              WHEN NOT WK22-FIM-RETEM
               AND AUDIT-REC EQUAL WK22-REG-RETEM
                 IF AUD-REG-DETALHE
                    ADD 1                TO WK22-QT-MANTIDOS
                    ADD AUC-VL-HASH-REG  TO WK22-VL-HASH-MANTIDOS
                 END-IF
                 PERFORM 4020-LER-ARCRETEM
              WHEN AUD-REG-DETALHE
               AND NOT WK22-FIM-DECISAO
               AND PDC-ID-EXECUCAO EQUAL AUD-ID-EXECUCAO
               AND PDC-DT-HORA     EQUAL AUD-DT-HORA
               AND PDC-VL-HASH     EQUAL AUC-VL-HASH-REG
                 ADD 1                   TO WK22-QT-EXPURGADOS
                 ADD AUC-VL-HASH-REG     TO WK22-VL-HASH-EXPURGADOS
                 IF AUD-DT-HORA(1:8) NOT LESS PDC-DT-CORTE
                    MOVE 'EXPURGADO DENTRO DA JANELA DE RETENCAO'
                                         TO WK22-OCR-TX-MENSAGEM
                    PERFORM 8000-REGISTRA-OCORRENCIA
                 END-IF
                 PERFORM 4030-LER-PURGDEC
              WHEN NOT WK22-FIM-RETEM
               AND WK22-RET-ID-EXECUCAO  EQUAL AUD-ID-EXECUCAO
               AND WK22-RET-NR-SEQUENCIA EQUAL AUD-NR-SEQUENCIA
               AND WK22-RET-CD-TIPO-REG  EQUAL AUD-CD-TIPO-REG
                 MOVE 'REGISTRO ALTERADO ENTRE ARCHDIA E ARCRETEM'
                                         TO WK22-OCR-TX-MENSAGEM
                 PERFORM 8000-REGISTRA-OCORRENCIA
                 PERFORM 4020-LER-ARCRETEM
              WHEN AUD-REG-TRAILER
                 MOVE 'TRAILER DE CONTROLE DESCARTADO NO EXPURGO'
                                         TO WK22-OCR-TX-MENSAGEM
                 PERFORM 8000-REGISTRA-OCORRENCIA
              WHEN OTHER
                 MOVE 'REGISTRO DESCARTADO SEM DECISAO DE EXPURGO'
                                         TO WK22-OCR-TX-MENSAGEM
                 PERFORM 8000-REGISTRA-OCORRENCIA
           END-EVALUATE

           PERFORM 4010-LER-ARCVELHO
           .
       4100-SAI.
           EXIT.
      *-----------------------------------------------------------------
       4200-SOBRA-RETEM                   SECTION.
      *-----------------------------------------------------------------
      * Depois do ARCVELHO, o que sobra do ARCRETEM so pode ser o
      * trailer que o proprio EDUS0006 acrescentou; qualquer outro
      * registro nao veio do arquivo de origem.
      *-----------------------------------------------------------------
           IF  WK22-RET-CD-TIPO-REG EQUAL 'T'
           AND WK22-RET-NM-PRG      EQUAL 'EDUS0006'
               ADD 1                     TO WK22-QT-TRL-EXPURGO
               MOVE WK22-REG-RETEM       TO AUDIT-REC
               PERFORM 4250-CONFERE-TRAILER-RETEM
           ELSE
               MOVE WK22-RET-ID-EXECUCAO TO WK22-OCR-ID-EXECUCAO
               IF WK22-RET-NR-SEQUENCIA IS NUMERIC
                  MOVE WK22-RET-NR-SEQUENCIA
                                         TO WK22-OCR-NR-SEQ
               ELSE
                  MOVE ZEROS             TO WK22-OCR-NR-SEQ
               END-IF
               MOVE 'REGISTRO NO ARCRETEM SEM ORIGEM NO ARCHDIA'
                                         TO WK22-OCR-TX-MENSAGEM
               PERFORM 8000-REGISTRA-OCORRENCIA
           END-IF

           PERFORM 4020-LER-ARCRETEM
           .
       4200-SAI.
           EXIT.
      *-----------------------------------------------------------------
       4250-CONFERE-TRAILER-RETEM         SECTION.
      *-----------------------------------------------------------------
      * O trailer do EDUS0006 tem de bater com o que este job casou:
      * mantidos (quantidade e hash) e expurgados (quantidade e hash).
      *-----------------------------------------------------------------
           MOVE AUD-ID-EXECUCAO          TO WK22-OCR-ID-EXECUCAO
           MOVE ZEROS                    TO WK22-OCR-NR-SEQ

           IF AUD-TRL-QT-REGISTROS NOT EQUAL WK22-QT-MANTIDOS
           OR AUD-TRL-VL-HASH      NOT EQUAL WK22-VL-HASH-MANTIDOS
              MOVE 'TRAILER DO ARCRETEM DIVERGE DOS REGISTROS MANTIDOS'
                                         TO WK22-OCR-TX-MENSAGEM
              PERFORM 8000-REGISTRA-OCORRENCIA
           END-IF

           IF AUD-TRL-QT-EXPURGOS     NOT EQUAL WK22-QT-EXPURGADOS
           OR AUD-TRL-VL-HASH-EXPURGO NOT EQUAL WK22-VL-HASH-EXPURGADOS
              MOVE 'TRAILER DO ARCRETEM DIVERGE DOS EXPURGOS DECIDIDOS'
                                         TO WK22-OCR-TX-MENSAGEM
              PERFORM 8000-REGISTRA-OCORRENCIA
           END-IF
           .
       4250-SAI.
           EXIT.
      *-----------------------------------------------------------------
       4300-SOBRA-DECISAO                 SECTION.
      *-----------------------------------------------------------------
           MOVE PDC-ID-EXECUCAO          TO WK22-OCR-ID-EXECUCAO
           MOVE PDC-NR-SEQUENCIA         TO WK22-OCR-NR-SEQ
           MOVE 'DECISAO DE EXPURGO SEM REGISTRO NO ARCHDIA'
                                         TO WK22-OCR-TX-MENSAGEM
           PERFORM 8000-REGISTRA-OCORRENCIA

           PERFORM 4030-LER-PURGDEC
           .
       4300-SAI.
           EXIT.
      *-----------------------------------------------------------------
       4350-CONFERE-TRAILER-DECISAO       SECTION.
      *-----------------------------------------------------------------
      * O trailer vem depois de todas as decisoes, entao os totais das
      * decisoes lidas ja estao completos quando ele e lido.
      *-----------------------------------------------------------------
           ADD 1                         TO WK22-QT-TRL-DECISAO

           IF PDC-TRL-QT-EXPURGOS NOT EQUAL WK22-QT-DECISOES
           OR PDC-TRL-VL-HASH     NOT EQUAL WK22-VL-HASH-DECISOES
              MOVE PDC-ID-EXPURGO        TO WK22-OCR-ID-EXECUCAO
              MOVE ZEROS                 TO WK22-OCR-NR-SEQ
              MOVE 'TRAILER DO PURGDEC DIVERGE DAS DECISOES GRAVADAS'
                                         TO WK22-OCR-TX-MENSAGEM
              PERFORM 8000-REGISTRA-OCORRENCIA
           END-IF
           .
       4350-SAI.
           EXIT.
      *-----------------------------------------------------------------
       4400-CONFERE-TOTAIS-EXPURGO        SECTION.
      *-----------------------------------------------------------------
      * Fecha o expurgo: o ARCVELHO contra o seu proprio trailer de
      * arquivo e a presenca dos trailers do EDUS0006 e do PURGDEC.
      * Geracao anterior aos controles (nenhum registro carimbado e
      * nenhum trailer) nao tem trailer a conferir - so o casamento
      * registro a registro vale para ela.
      *-----------------------------------------------------------------
           MOVE 'ARCVELHO'               TO WK22-OCR-ID-EXECUCAO
           MOVE ZEROS                    TO WK22-OCR-NR-SEQ

           EVALUATE TRUE
              WHEN WK22-QT-VEL-TRL-ARQUIVO GREATER ZEROS
                 IF WK22-QT-VEL-DETALHES NOT EQUAL
                    WK22-QT-VEL-TRL-REGISTROS
                 OR WK22-VL-HASH-VEL NOT EQUAL WK22-VL-VEL-TRL-HASH
                    MOVE 'ARCVELHO DIVERGE DO SEU TRAILER DE ARQUIVO'
                                         TO WK22-OCR-TX-MENSAGEM
                    PERFORM 8000-REGISTRA-OCORRENCIA
                 END-IF
              WHEN WK22-QT-VEL-CARIMBADOS GREATER ZEROS
                 MOVE 'ARCVELHO SEM TRAILER DE ARQUIVO - TRUNCADO'
                                         TO WK22-OCR-TX-MENSAGEM
                 PERFORM 8000-REGISTRA-OCORRENCIA
              WHEN OTHER
                 MOVE '  GERACAO ANTERIOR AOS CONTROLES DE COMPLETUDE'
                                         TO WK22-SEC-TX
                 WRITE REG-RELAT FROM WK22-LINHA-SECAO
           END-EVALUATE

           IF WK22-QT-TRL-EXPURGO NOT EQUAL 1
              MOVE WK22-QT-TRL-EXPURGO   TO WK22-OCR-NR-SEQ
              MOVE 'ARCRETEM SEM (OU COM MAIS DE 1) TRAILER DO EDUS0006'
                                         TO WK22-OCR-TX-MENSAGEM
              PERFORM 8000-REGISTRA-OCORRENCIA
           END-IF

           IF WK22-QT-TRL-DECISAO NOT EQUAL 1
              MOVE WK22-QT-TRL-DECISAO   TO WK22-OCR-NR-SEQ
              MOVE 'PURGDEC SEM (OU COM MAIS DE UM) TRAILER DE CONTROLE'
                                         TO WK22-OCR-TX-MENSAGEM
              PERFORM 8000-REGISTRA-OCORRENCIA
           END-IF

           MOVE 'ARCVELHO - DETALHES LIDOS / HASH......:'
                                         TO WK22-TOT-ROTULO
           MOVE WK22-QT-VEL-DETALHES     TO WK22-TOT-QT
           MOVE WK22-VL-HASH-VEL         TO WK22-TOT-VL-HASH
           WRITE REG-RELAT FROM WK22-LINHA-TOTAL

           MOVE 'ARCRETEM - MANTIDOS / HASH............:'
                                         TO WK22-TOT-ROTULO
           MOVE WK22-QT-MANTIDOS         TO WK22-TOT-QT
           MOVE WK22-VL-HASH-MANTIDOS    TO WK22-TOT-VL-HASH
           WRITE REG-RELAT FROM WK22-LINHA-TOTAL

           MOVE 'PURGDEC - EXPURGOS DECIDIDOS / HASH...:'
                                         TO WK22-TOT-ROTULO
           MOVE WK22-QT-EXPURGADOS       TO WK22-TOT-QT
           MOVE WK22-VL-HASH-EXPURGADOS  TO WK22-TOT-VL-HASH
           WRITE REG-RELAT FROM WK22-LINHA-TOTAL
           .
       4400-SAI.
           EXIT.
      *-----------------------------------------------------------------
       8000-REGISTRA-OCORRENCIA           SECTION.
      *-----------------------------------------------------------------
      * Conta a inconsistencia preparada em WK22-OCR-* e lista enquanto
      * nao passar de WK22-QT-MAX-OCORR linhas. WK22-OCR-NR-SEQ-ATE
      * (faixa de sequenciais) e zerado a cada uso.
      *-----------------------------------------------------------------
           ADD 1                         TO WK22-QT-INCONSIST

           IF WK22-QT-OCORR-LISTADAS LESS WK22-QT-MAX-OCORR
              ADD 1                      TO WK22-QT-OCORR-LISTADAS
              MOVE WK22-OCR-ID-EXECUCAO  TO WK22-OCR-ID
              MOVE WK22-OCR-NR-SEQ       TO WK22-OCR-SEQ
              IF WK22-OCR-NR-SEQ-ATE GREATER ZEROS
                 MOVE ' A '              TO WK22-OCR-SEP
              ELSE
                 MOVE SPACES             TO WK22-OCR-SEP
              END-IF
              MOVE WK22-OCR-NR-SEQ-ATE   TO WK22-OCR-SEQ-ATE
              MOVE WK22-OCR-TX-MENSAGEM  TO WK22-OCR-TX
              WRITE REG-RELAT FROM WK22-LINHA-OCORR
           ELSE
              IF WK22-QT-OCORR-LISTADAS EQUAL WK22-QT-MAX-OCORR
                 ADD 1                   TO WK22-QT-OCORR-LISTADAS
                 MOVE '    DEMAIS OCORRENCIAS SO CONTADAS NO TOTAL'
                                         TO WK22-SEC-TX
                 WRITE REG-RELAT FROM WK22-LINHA-SECAO
              END-IF
           END-IF

           MOVE ZEROS                    TO WK22-OCR-NR-SEQ-ATE
           .
       8000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       9000-FINALIZA                      SECTION.
      *-----------------------------------------------------------------
      * Grava o ultimo sequencial online arquivado para a proxima noite
      * (mesmo com lacuna - a lacuna ja foi acusada hoje) e encerra com
      * RC 8 se houve qualquer inconsistencia.
      *-----------------------------------------------------------------
           OPEN OUTPUT SEQNOV-FILE

           MOVE SPACES                   TO REG-SEQNOV
           MOVE WK22-ID-TRILHA-ONLINE    TO SQN-ID-TRILHA
           MOVE WK22-NR-SEQ-ONLINE-NOVO  TO SQN-NR-ULTIMO
           IF WK22-NR-SEQ-ONLINE-NOVO GREATER WK22-NR-SEQ-ONLINE-ANT
              MOVE WK22-DT-INICIO-RUN(1:8)
                                         TO SQN-DT-ARQUIVO
           ELSE
              MOVE WK22-DT-SEQ-ONLINE    TO SQN-DT-ARQUIVO
           END-IF
           WRITE REG-SEQNOV

           CLOSE SEQNOV-FILE

           MOVE 'EXECUCOES CONFERIDAS NO ARCHDIA.......:'
                                         TO WK22-TOT-ROTULO
           MOVE WK22-QT-EXECUCOES        TO WK22-TOT-QT
           MOVE ZEROS                    TO WK22-TOT-VL-HASH
           WRITE REG-RELAT FROM WK22-LINHA-TOTAL

           MOVE 'INCONSISTENCIAS ENCONTRADAS...........:'
                                         TO WK22-TOT-ROTULO
           MOVE WK22-QT-INCONSIST        TO WK22-TOT-QT
           WRITE REG-RELAT FROM WK22-LINHA-TOTAL

           IF WK22-QT-INCONSIST EQUAL ZEROS
              MOVE 'TRILHA DE AUDITORIA COMPLETA E INTEGRA'
                                         TO WK22-SEC-TX
           ELSE
              MOVE 'TRILHA DE AUDITORIA COM INCONSISTENCIAS - VER ACIMA'
                                         TO WK22-SEC-TX
              MOVE 8                     TO RETURN-CODE
           END-IF
           WRITE REG-RELAT FROM WK22-LINHA-SECAO

           DISPLAY 'EDUS0022: DETALHES CONFERIDOS NO ARCHDIA: '
                   WK22-QT-DIA-DETALHES
           DISPLAY 'EDUS0022: DETALHES CONFERIDOS NO EXPURGO: '
                   WK22-QT-VEL-DETALHES
           DISPLAY 'EDUS0022: INCONSISTENCIAS ENCONTRADAS...: '
                   WK22-QT-INCONSIST

           CLOSE RELAT-FILE

           PERFORM 9900-GRAVA-RUN-CONTROLE
           .
       9000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       9900-GRAVA-RUN-CONTROLE            SECTION.
      *-----------------------------------------------------------------
      * Registro padrao de controle de execucao (RUNLOG, EDUSIM07) - e
      * dele que o EDUS0018 monta o quadro consolidado da noite. Os
      * lidos sao os detalhes conferidos (ARCHDIA + ARCVELHO), os
      * gravados as inconsistencias; com qualquer uma o status e ERRO.
      *-----------------------------------------------------------------
           OPEN EXTEND RUNLOG-FILE

           MOVE SPACES                   TO RUN-REC
           MOVE 'EDUS0022'               TO RUN-NM-JOB
           MOVE WK22-DT-INICIO-RUN       TO RUN-DT-INICIO
           MOVE FUNCTION CURRENT-DATE    TO RUN-DT-FIM
           COMPUTE RUN-QT-LIDOS = WK22-QT-DIA-DETALHES
                                + WK22-QT-VEL-DETALHES
           MOVE WK22-QT-INCONSIST        TO RUN-QT-GRAVADOS

           IF WK22-QT-INCONSIST EQUAL ZEROS
              SET RUN-STATUS-OK          TO TRUE
           ELSE
              SET RUN-STATUS-ERRO        TO TRUE
           END-IF

           WRITE RUN-REC

           CLOSE RUNLOG-FILE
           .
       9900-SAI.
           EXIT.
      *-----------------------------------------------------------------
      * Controles de completude da trilha de auditoria (ver EDUSIM12).
      *-----------------------------------------------------------------
       COPY EDUSIM12.
      *---------------------- FIM EDUS0022 ------------------------------
