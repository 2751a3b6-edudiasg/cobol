      *-----------------------------------------------------------------
      * PROGRAM....: EDUS0031
      * ANALIST....: C1276521 - EDUARDO DIAS GUSMAO
      * AUTHOR.....: C1276521 - EDUARDO DIAS GUSMAO
      * COMPILATION: Cobol 5.2
      * OBJECTIVE..: One-time load of the versioned name-equivalence
      *              dictionary EDUSDIC (layout EDUSIM20), run once on
      *              promotion, before the first nightly EDUS0030 and
      *              before the online dictionary is used again. Reads
      *              the two dictionaries kept until then:
      *              - the old 60-byte EDUSDIC (variant + canonical,
      *                key variant), read by the online engine - DD
      *                EDUSANT;
      *              - the hand-kept flat NICKDIC of the batch
      *                programs (EDUS0002, EDUS0003, EDUS0016).
      *              Every old EDUSDIC entry is written as an
      *              APROVADA/INCLUSAO version with DCN-DT-VIGENCIA
      *              00000000 (in force since always), and every NICKDIC
      *              entry whose variant is not in the old EDUSDIC is
      *              loaded the same way, so no entry of either side is
      *              lost when EDUS0030 starts recreating NICKDIC from
      *              EDUSDIC alone. The two files were kept apart, so
      *              the report (RELCNV) lists every variant on which
      *              they disagree: a different canonical on each side
      *              (the old EDUSDIC entry is the one loaded - the one
      *              the online engine was using), a variant only on one
      *              side (scores change on the other side from the
      *              first night), a variant repeated in NICKDIC (the
      *              first occurrence is loaded - the one the batch
      *              loaders were using) and an old entry without a
      *              canonical (skipped - the engine ignored it). Each
      *              listed variant is to be reviewed and, if needed,
      *              corrected through the maintenance EDUS0029. Any
      *              disagreement ends with return code 4.
      *-----------------------------------------------------------------
      * VRS001 15.10.2026 - C1276521 - IMPLANTATION
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. EDUS0031.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DICANT-FILE ASSIGN TO EDUSANT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS ANT-NM-VARIANTE.

           SELECT OPTIONAL NICKDIC-FILE ASSIGN TO NICKDIC
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DICION-FILE ASSIGN TO EDUSDIC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS DCN-CH-VERBETE.

           SELECT RELAT-FILE  ASSIGN TO RELCNV
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
      * EDUSDIC anterior - variante + forma canonica, chave variante.
      *-----------------------------------------------------------------
       FD  DICANT-FILE.
       01  REG-DICANT.
           03 ANT-NM-VARIANTE            PIC  X(030).
           03 ANT-NM-CANONICO            PIC  X(030).

      *-----------------------------------------------------------------
      * Dicionario dos batch - mesmo layout lido por EDUS0002, EDUS0003
      * e EDUS0016.
      *-----------------------------------------------------------------
       FD  NICKDIC-FILE.
       01  REG-NICKDIC.
           03 NCK-NM-VARIANTE            PIC  X(030).
           03 NCK-NM-CANONICO            PIC  X(030).

      *-----------------------------------------------------------------
      * Dicionario versionado (ver EDUSIM20) - criado vazio aqui.
      *-----------------------------------------------------------------
       FD  DICION-FILE.
       COPY EDUSIM20.

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
       77  WK31-SW-FIM-ANT               PIC  X(001) VALUE 'N'.
           88 WK31-FIM-ANT                            VALUE 'S'.
       77  WK31-SW-FIM-NICK              PIC  X(001) VALUE 'N'.
           88 WK31-FIM-NICK                           VALUE 'S'.
       77  WK31-SW-ACHOU                 PIC  X(001) VALUE 'N'.
           88 WK31-ACHOU                              VALUE 'S'.
       77  WK31-DT-INICIO-RUN            PIC  X(021) VALUE SPACES.
       77  WK31-QT-LIDOS-ANT             PIC  9(007) COMP VALUE ZEROS.
       77  WK31-QT-LIDOS-NICK            PIC  9(007) COMP VALUE ZEROS.
       77  WK31-QT-GRAVADOS-ANT          PIC  9(007) COMP VALUE ZEROS.
       77  WK31-QT-GRAVADOS-NICK         PIC  9(007) COMP VALUE ZEROS.
       77  WK31-QT-DIVERGENTES           PIC  9(007) COMP VALUE ZEROS.
       77  WK31-QT-SO-ANT                PIC  9(007) COMP VALUE ZEROS.
       77  WK31-QT-SO-NICK               PIC  9(007) COMP VALUE ZEROS.
       77  WK31-QT-DUPLICADOS            PIC  9(007) COMP VALUE ZEROS.
       77  WK31-QT-SEM-CANONICO          PIC  9(007) COMP VALUE ZEROS.
       77  WK31-QT-OCORRENCIAS           PIC  9(007) COMP VALUE ZEROS.
       77  WK31-IDX-NCK                  PIC  9(005) COMP VALUE ZEROS.
       77  WK31-IDX-ACHADO               PIC  9(005) COMP VALUE ZEROS.
      *-----------------------------------------------------------------
      * NICKDIC inteiro em memoria (arquivo sem ordem garantida, editado
      * a mao). WK31-NCK-SW-USADO 'S': a variante tambem esta no EDUSDIC
      * anterior - nao entra de novo na passada do NICKDIC.
      *-----------------------------------------------------------------
       01  WK31-TB-NICKDIC.
           03 WK31-QT-NICKDIC            PIC  9(005) COMP VALUE ZEROS.
           03 WK31-REG-NICKDIC OCCURS 2000 TIMES.
              05 WK31-NCK-NM-VARIANTE    PIC  X(030).
              05 WK31-NCK-NM-CANONICO    PIC  X(030).
              05 WK31-NCK-SW-USADO       PIC  X(001).

      *-----------------------------------------------------------------
      * Versao a gravar: origem e justificativa da carga.
      *-----------------------------------------------------------------
       77  WK31-NM-VARIANTE              PIC  X(030) VALUE SPACES.
       77  WK31-NM-CANONICO              PIC  X(030) VALUE SPACES.
       77  WK31-TX-JUSTIFICATIVA         PIC  X(100) VALUE SPACES.

       01  WK31-LINHA-TITULO.
           03 FILLER                     PIC  X(050)
              VALUE 'CARGA INICIAL DO DICIONARIO VERSIONADO EDUSDIC -'.
           03 FILLER                     PIC  X(001) VALUE SPACE.
           03 WK31-TIT-DATA              PIC  X(008).

       01  WK31-LINHA-SECAO              PIC  X(090) VALUE SPACES.

       01  WK31-LINHA-CABEC.
           03 FILLER                     PIC  X(018)
              VALUE 'DIVERGENCIA'.
           03 FILLER                     PIC  X(032)
              VALUE 'VARIANTE'.
           03 FILLER                     PIC  X(032)
              VALUE 'CANONICO EDUSDIC ANTERIOR'.
           03 FILLER                     PIC  X(032)
              VALUE 'CANONICO NICKDIC'.
           03 FILLER                     PIC  X(018)
              VALUE 'CARREGADO'.

       01  WK31-LINHA-OCORR.
           03 WK31-OCO-TX-TIPO           PIC  X(016).
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK31-OCO-NM-VARIANTE       PIC  X(030).
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK31-OCO-NM-CANON-ANT      PIC  X(030).
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK31-OCO-NM-CANON-NICK     PIC  X(030).
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK31-OCO-TX-CARREGADO      PIC  X(018).

       01  WK31-LINHA-TOTAL.
           03 WK31-TOT-ROTULO            PIC  X(040).
           03 WK31-TOT-QT                PIC  Z.ZZZ.ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE                      SECTION.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZA

           PERFORM 2000-PROCESSA-ANTERIOR
               UNTIL WK31-FIM-ANT

           PERFORM 3000-PROCESSA-NICKDIC
               VARYING WK31-IDX-NCK FROM 1 BY 1
                 UNTIL WK31-IDX-NCK GREATER WK31-QT-NICKDIC

           PERFORM 9000-FINALIZA

           STOP RUN
           .
       0000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1000-INICIALIZA                    SECTION.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE    TO WK31-DT-INICIO-RUN

           OPEN INPUT  DICANT-FILE
           OPEN OUTPUT DICION-FILE
                       RELAT-FILE

           MOVE WK31-DT-INICIO-RUN(1:8)  TO WK31-TIT-DATA
           WRITE REG-RELAT FROM WK31-LINHA-TITULO

           MOVE 'VARIANTES EM QUE O EDUSDIC ANTERIOR E O NICKDIC '
                                         TO WK31-LINHA-SECAO
           MOVE 'DIVERGEM - REVER PELO EDUS0029'
                                         TO WK31-LINHA-SECAO(50:)
           WRITE REG-RELAT FROM WK31-LINHA-SECAO
           WRITE REG-RELAT FROM WK31-LINHA-CABEC

           PERFORM 1050-CARREGA-NICKDIC

           PERFORM 1100-LER-ANTERIOR
           .
       1000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1050-CARREGA-NICKDIC               SECTION.
      *-----------------------------------------------------------------
      * NICKDIC-FILE e OPTIONAL: sem o DD a carga sai so do EDUSDIC
      * anterior.
      *-----------------------------------------------------------------
           OPEN INPUT NICKDIC-FILE

           PERFORM 1060-LER-NICKDIC

           PERFORM 1070-GUARDA-NICKDIC
               UNTIL WK31-FIM-NICK

           CLOSE NICKDIC-FILE
           .
       1050-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1060-LER-NICKDIC                   SECTION.
      *-----------------------------------------------------------------
           READ NICKDIC-FILE
               AT END
                  SET WK31-FIM-NICK       TO TRUE
               NOT AT END
                  ADD 1                   TO WK31-QT-LIDOS-NICK
           END-READ
           .
       1060-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1070-GUARDA-NICKDIC                SECTION.
      *-----------------------------------------------------------------
      * Variante repetida no NICKDIC: os batch usavam a primeira (a
      * primeira ocorrencia casa antes na DIC-TB) - as demais so saem
      * no relatorio.
      *-----------------------------------------------------------------
           IF NCK-NM-VARIANTE NOT EQUAL SPACES
              MOVE NCK-NM-VARIANTE       TO WK31-NM-VARIANTE
              PERFORM 7000-PROCURA-NICKDIC

              IF WK31-ACHOU
                 MOVE 'DUPLICADA NICKDIC' TO WK31-OCO-TX-TIPO
                 MOVE NCK-NM-VARIANTE    TO WK31-OCO-NM-VARIANTE
                 MOVE SPACES             TO WK31-OCO-NM-CANON-ANT
                 MOVE NCK-NM-CANONICO    TO WK31-OCO-NM-CANON-NICK
                 MOVE 'NAO (1A OCORR.)'  TO WK31-OCO-TX-CARREGADO
                 WRITE REG-RELAT FROM WK31-LINHA-OCORR
                 ADD 1                   TO WK31-QT-DUPLICADOS
              ELSE
                 IF WK31-QT-NICKDIC NOT LESS 2000
                    DISPLAY 'EDUS0031: NICKDIC EXCEDE 2000 VERBETES - '
                            'JOB INTERROMPIDO'
                    MOVE 16              TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1                   TO WK31-QT-NICKDIC
                 MOVE NCK-NM-VARIANTE
                          TO WK31-NCK-NM-VARIANTE(WK31-QT-NICKDIC)
                 MOVE NCK-NM-CANONICO
                          TO WK31-NCK-NM-CANONICO(WK31-QT-NICKDIC)
                 MOVE 'N' TO WK31-NCK-SW-USADO(WK31-QT-NICKDIC)
              END-IF
           END-IF

           PERFORM 1060-LER-NICKDIC
           .
       1070-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1100-LER-ANTERIOR                  SECTION.
      *-----------------------------------------------------------------
           READ DICANT-FILE
               AT END
                  SET WK31-FIM-ANT        TO TRUE
               NOT AT END
                  ADD 1                   TO WK31-QT-LIDOS-ANT
           END-READ
           .
       1100-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2000-PROCESSA-ANTERIOR             SECTION.
      *-----------------------------------------------------------------
      * Verbete do EDUSDIC anterior contra o NICKDIC. Com canonico
      * diferente vale o do EDUSDIC anterior (o que o motor online ja
      * aplicava); a divergencia fica no relatorio.
      *-----------------------------------------------------------------
           MOVE ANT-NM-VARIANTE          TO WK31-NM-VARIANTE
           PERFORM 7000-PROCURA-NICKDIC

           MOVE ANT-NM-VARIANTE          TO WK31-OCO-NM-VARIANTE
           MOVE ANT-NM-CANONICO          TO WK31-OCO-NM-CANON-ANT
           MOVE SPACES                   TO WK31-OCO-NM-CANON-NICK

           IF WK31-ACHOU
              MOVE 'S'         TO WK31-NCK-SW-USADO(WK31-IDX-ACHADO)
              MOVE WK31-NCK-NM-CANONICO(WK31-IDX-ACHADO)
                                         TO WK31-OCO-NM-CANON-NICK
           END-IF

           EVALUATE TRUE
              WHEN ANT-NM-CANONICO EQUAL SPACES
                 MOVE 'SEM CANONICO'     TO WK31-OCO-TX-TIPO
                 MOVE 'NAO'              TO WK31-OCO-TX-CARREGADO
                 IF WK31-ACHOU
                    MOVE 'NICKDIC'       TO WK31-OCO-TX-CARREGADO
                    MOVE 'N' TO WK31-NCK-SW-USADO(WK31-IDX-ACHADO)
                 END-IF
                 WRITE REG-RELAT FROM WK31-LINHA-OCORR
                 ADD 1                   TO WK31-QT-SEM-CANONICO
              WHEN NOT WK31-ACHOU
                 MOVE 'SO EDUSDIC'       TO WK31-OCO-TX-TIPO
                 MOVE 'EDUSDIC ANTERIOR' TO WK31-OCO-TX-CARREGADO
                 WRITE REG-RELAT FROM WK31-LINHA-OCORR
                 ADD 1                   TO WK31-QT-SO-ANT
              WHEN ANT-NM-CANONICO NOT EQUAL
                   WK31-NCK-NM-CANONICO(WK31-IDX-ACHADO)
                 MOVE 'CANONICO DIFERE'  TO WK31-OCO-TX-TIPO
                 MOVE 'EDUSDIC ANTERIOR' TO WK31-OCO-TX-CARREGADO
                 WRITE REG-RELAT FROM WK31-LINHA-OCORR
                 ADD 1                   TO WK31-QT-DIVERGENTES
           END-EVALUATE

           IF ANT-NM-CANONICO NOT EQUAL SPACES
              MOVE ANT-NM-CANONICO       TO WK31-NM-CANONICO
              MOVE 'CARGA INICIAL - EDUSDIC ANTERIOR'
                                         TO WK31-TX-JUSTIFICATIVA
              PERFORM 8000-GRAVA-VERSAO
              ADD 1                      TO WK31-QT-GRAVADOS-ANT
           END-IF

           PERFORM 1100-LER-ANTERIOR
           .
       2000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3000-PROCESSA-NICKDIC              SECTION.
      *-----------------------------------------------------------------
      * Verbete do NICKDIC que o EDUSDIC anterior nao tinha: entra com
      * a mesma vigencia, para os batch nao perderem nada na primeira
      * noite; o online passa a aplica-lo - fica no relatorio.
      *-----------------------------------------------------------------
           IF  WK31-NCK-SW-USADO(WK31-IDX-NCK) EQUAL 'N'
           AND WK31-NCK-NM-CANONICO(WK31-IDX-NCK) NOT EQUAL SPACES
               MOVE WK31-NCK-NM-VARIANTE(WK31-IDX-NCK)
                                         TO WK31-NM-VARIANTE
                                            WK31-OCO-NM-VARIANTE
               MOVE WK31-NCK-NM-CANONICO(WK31-IDX-NCK)
                                         TO WK31-NM-CANONICO
                                            WK31-OCO-NM-CANON-NICK
               MOVE SPACES               TO WK31-OCO-NM-CANON-ANT
               MOVE 'SO NICKDIC'         TO WK31-OCO-TX-TIPO
               MOVE 'NICKDIC'            TO WK31-OCO-TX-CARREGADO
               WRITE REG-RELAT FROM WK31-LINHA-OCORR
               ADD 1                     TO WK31-QT-SO-NICK

               MOVE 'CARGA INICIAL - NICKDIC'
                                         TO WK31-TX-JUSTIFICATIVA
               PERFORM 8000-GRAVA-VERSAO
               ADD 1                     TO WK31-QT-GRAVADOS-NICK
           END-IF
           .
       3000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       7000-PROCURA-NICKDIC               SECTION.
      *-----------------------------------------------------------------
      * Busca WK31-NM-VARIANTE na tabela do NICKDIC (comparacao exata,
      * como a do motor). Achou: WK31-IDX-ACHADO aponta a entrada.
      *-----------------------------------------------------------------
           MOVE 'N'                      TO WK31-SW-ACHOU
           MOVE ZEROS                    TO WK31-IDX-ACHADO

           PERFORM 7100-COMPARA-NICKDIC
               VARYING WK31-IDX-NCK FROM 1 BY 1
                 UNTIL WK31-IDX-NCK GREATER WK31-QT-NICKDIC
                    OR WK31-ACHOU
           .
       7000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       7100-COMPARA-NICKDIC               SECTION.
      *-----------------------------------------------------------------
           IF WK31-NCK-NM-VARIANTE(WK31-IDX-NCK) EQUAL WK31-NM-VARIANTE
              SET WK31-ACHOU             TO TRUE
              MOVE WK31-IDX-NCK          TO WK31-IDX-ACHADO
           END-IF
           .
       7100-SAI.
           EXIT.
      *-----------------------------------------------------------------
       8000-GRAVA-VERSAO                  SECTION.
      *-----------------------------------------------------------------
      * Versao aprovada de inclusao, vigente desde sempre (00000000).
      * Proposta e decisao levam o nome do job: a carga nao passou
      * pelo fluxo de aprovacao do EDUS0029.
      *-----------------------------------------------------------------
           MOVE SPACES                   TO DCN-REC
           MOVE WK31-NM-VARIANTE         TO DCN-NM-VARIANTE
           MOVE '00000000'               TO DCN-DT-VIGENCIA
           MOVE WK31-NM-CANONICO         TO DCN-NM-CANONICO
           SET DCN-MUDANCA-INCLUSAO      TO TRUE
           SET DCN-SITUACAO-APROVADA     TO TRUE
           MOVE 'EDUS0031'               TO DCN-NM-OPER-PROPOSTA
                                            DCN-NM-OPER-DECISAO
           MOVE WK31-DT-INICIO-RUN(1:8)  TO DCN-DT-PROPOSTA
                                            DCN-DT-DECISAO
           MOVE WK31-DT-INICIO-RUN(9:6)  TO DCN-HR-PROPOSTA
                                            DCN-HR-DECISAO
           MOVE WK31-TX-JUSTIFICATIVA    TO DCN-TX-JUSTIFICATIVA
           MOVE 'CARGA INICIAL NA IMPLANTACAO DO VERSIONAMENTO'
                                         TO DCN-TX-OBS-DECISAO

      *-----------------------------------------------------------------
      * INVALID KEY nao deveria ocorrer: o EDUSDIC anterior tem chave
      * unica, as repetidas do NICKDIC ficaram de fora e as do NICKDIC
      * que estao no anterior nao entram de novo.
      *-----------------------------------------------------------------
           WRITE DCN-REC
               INVALID KEY
                  DISPLAY 'EDUS0031: VARIANTE GRAVADA EM DOBRO - '
                          DCN-NM-VARIANTE ' - JOB INTERROMPIDO'
                  MOVE 16                TO RETURN-CODE
                  STOP RUN
           END-WRITE
           .
       8000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       9000-FINALIZA                      SECTION.
      *-----------------------------------------------------------------
           COMPUTE WK31-QT-OCORRENCIAS = WK31-QT-DIVERGENTES +
                   WK31-QT-SO-ANT      + WK31-QT-SO-NICK     +
                   WK31-QT-DUPLICADOS  + WK31-QT-SEM-CANONICO

           IF WK31-QT-OCORRENCIAS EQUAL ZEROS
              MOVE SPACES                TO WK31-LINHA-SECAO
              MOVE 'NENHUMA DIVERGENCIA - OS DOIS DICIONARIOS BATEM'
                                         TO WK31-LINHA-SECAO
              WRITE REG-RELAT FROM WK31-LINHA-SECAO
           END-IF

           MOVE SPACES                   TO WK31-LINHA-SECAO
           MOVE 'TOTAIS'                 TO WK31-LINHA-SECAO
           WRITE REG-RELAT FROM WK31-LINHA-SECAO

           MOVE 'VERBETES LIDOS DO EDUSDIC ANTERIOR.....:'
                                         TO WK31-TOT-ROTULO
           MOVE WK31-QT-LIDOS-ANT        TO WK31-TOT-QT
           WRITE REG-RELAT FROM WK31-LINHA-TOTAL

           MOVE 'VERBETES LIDOS DO NICKDIC..............:'
                                         TO WK31-TOT-ROTULO
           MOVE WK31-QT-LIDOS-NICK       TO WK31-TOT-QT
           WRITE REG-RELAT FROM WK31-LINHA-TOTAL

           MOVE 'VERSOES GRAVADAS DO EDUSDIC ANTERIOR...:'
                                         TO WK31-TOT-ROTULO
           MOVE WK31-QT-GRAVADOS-ANT     TO WK31-TOT-QT
           WRITE REG-RELAT FROM WK31-LINHA-TOTAL

           MOVE 'VERSOES GRAVADAS DO NICKDIC............:'
                                         TO WK31-TOT-ROTULO
           MOVE WK31-QT-GRAVADOS-NICK    TO WK31-TOT-QT
           WRITE REG-RELAT FROM WK31-LINHA-TOTAL

           MOVE 'CANONICO DIFERENTE NOS DOIS............:'
                                         TO WK31-TOT-ROTULO
           MOVE WK31-QT-DIVERGENTES      TO WK31-TOT-QT
           WRITE REG-RELAT FROM WK31-LINHA-TOTAL

           MOVE 'SO NO EDUSDIC ANTERIOR.................:'
                                         TO WK31-TOT-ROTULO
           MOVE WK31-QT-SO-ANT           TO WK31-TOT-QT
           WRITE REG-RELAT FROM WK31-LINHA-TOTAL

           MOVE 'SO NO NICKDIC..........................:'
                                         TO WK31-TOT-ROTULO
           MOVE WK31-QT-SO-NICK          TO WK31-TOT-QT
           WRITE REG-RELAT FROM WK31-LINHA-TOTAL

           MOVE 'REPETIDAS NO NICKDIC (IGNORADAS).......:'
                                         TO WK31-TOT-ROTULO
           MOVE WK31-QT-DUPLICADOS       TO WK31-TOT-QT
           WRITE REG-RELAT FROM WK31-LINHA-TOTAL

           MOVE 'SEM CANONICO NO EDUSDIC ANTERIOR.......:'
                                         TO WK31-TOT-ROTULO
           MOVE WK31-QT-SEM-CANONICO     TO WK31-TOT-QT
           WRITE REG-RELAT FROM WK31-LINHA-TOTAL

           CLOSE DICANT-FILE
                 DICION-FILE
                 RELAT-FILE

           IF WK31-QT-OCORRENCIAS GREATER ZEROS
              DISPLAY 'EDUS0031: DICIONARIOS DIVERGENTES - '
                      'VER RELCNV'
              MOVE 4                     TO RETURN-CODE
           END-IF

           PERFORM 9900-GRAVA-RUN-CONTROLE
           .
       9000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       9900-GRAVA-RUN-CONTROLE            SECTION.
      *-----------------------------------------------------------------
      * Registro padrao de controle de execucao (RUNLOG, EDUSIM07). O
      * EDUS0018 lista o job entre os de fora da esteira fixa.
      *-----------------------------------------------------------------
           OPEN EXTEND RUNLOG-FILE

           MOVE SPACES                   TO RUN-REC
           MOVE 'EDUS0031'               TO RUN-NM-JOB
           MOVE WK31-DT-INICIO-RUN       TO RUN-DT-INICIO
           MOVE FUNCTION CURRENT-DATE    TO RUN-DT-FIM
           COMPUTE RUN-QT-LIDOS = WK31-QT-LIDOS-ANT +
                                  WK31-QT-LIDOS-NICK
           COMPUTE RUN-QT-GRAVADOS = WK31-QT-GRAVADOS-ANT +
                                     WK31-QT-GRAVADOS-NICK
           SET RUN-STATUS-OK             TO TRUE
           WRITE RUN-REC

           CLOSE RUNLOG-FILE
           .
       9900-SAI.
           EXIT.
      *---------------------- FIM EDUS0031 ------------------------------
