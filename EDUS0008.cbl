      * VRS004 02.09.2026 - C1276521 - Writes the standard run-control
      *        record (RUNLOG, layout EDUSIM07) at end of run, like
      *        every job of the nightly chain - see EDUS0018.
      * VRS005 15.10.2026 - C1276521 - Cluster merge: reads the cluster
      *        file CLUSDUP built by EDUS0019 (layout EDUSIM10) and
      *        merges every CONFIRMADO cluster of three or more client
      *        numbers as one unit - the cluster id (its lowest number)
      *        survives and every other member is retired into it.
      *        The unit is all-or-nothing: one member refused refuses
      *        the whole cluster. CONFIRMADO cases between members of
      *        any cluster no longer merge pair by pair (they are held
      *        until the cluster is confirmed whole), and once a
      *        cluster executes, every confirmed case inside it is
      *        flagged FUNDIDO - including the ones whose own pair was
      *        never merged directly.
      * VRS006 15.10.2026 - C1276521 - Downstream notification: every
      *        executed merge, and every retired customer actually
      *        deleted from EDUSNOM, is also written as an event to the
      *        day's event file EVTCLI (layout EDUSIM14, OPEN EXTEND),
      *        from which EDUS0024 builds the outbound file NOTIFCLI
      *        for the downstream systems.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CAS-CH-CASO.

           SELECT OPTIONAL CLUSTER-FILE ASSIGN TO CLUSDUP
                  ORGANIZATION IS SEQUENTIAL.

           SELECT MESTNOV-FILE ASSIGN TO MESTRNOV
                  ORGANIZATION IS SEQUENTIAL.

                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS NOM-CH-NOME.

           SELECT OPTIONAL EVENTO-FILE ASSIGN TO EVTCLI
                  ORGANIZATION IS SEQUENTIAL.

           SELECT RELAT-FILE  ASSIGN TO RELMERGE
                  ORGANIZATION IS SEQUENTIAL.

       FD  CASO-FILE.
       COPY EDUSIM03.

      *-----------------------------------------------------------------
      * Membros dos clusters de duplicidade montados pelo EDUS0019 (ver
      * EDUSIM10).
      *-----------------------------------------------------------------
       FD  CLUSTER-FILE.
       COPY EDUSIM10.

       FD  MESTNOV-FILE.
       01  REG-MESTNOV                   PIC  X(102).

       FD  NOMIDX-FILE.
       COPY EDUSIM04.

      *-----------------------------------------------------------------
      * Eventos do dia para os sistemas consumidores (comum com
      * EDUS0017/EDUS0024 - ver EDUSIM14).
      *-----------------------------------------------------------------
       FD  EVENTO-FILE.
       COPY EDUSIM14.

       FD  RELAT-FILE.
       01  REG-RELAT                     PIC  X(132).

       77  WK08-QT-IDX-EXCLUIDOS         PIC  9(003) COMP VALUE ZEROS.
       77  WK08-IDX-REMOVIDO             PIC  9(003) COMP VALUE ZEROS.
       77  WK08-DT-INICIO-RUN            PIC  X(021) VALUE SPACES.
       77  WK08-QT-CLUSTERS-EXEC         PIC  9(003) COMP VALUE ZEROS.
       77  WK08-QT-CASOS-RETIDOS         PIC  9(005) COMP VALUE ZEROS.
       77  WK08-QT-CASOS-CLUSTER         PIC  9(005) COMP VALUE ZEROS.
       77  WK08-IDX-MBR                  PIC  9(004) COMP VALUE ZEROS.
       77  WK08-IDX-MBR-A                PIC  9(004) COMP VALUE ZEROS.
       77  WK08-IDX-MBR-B                PIC  9(004) COMP VALUE ZEROS.
       77  WK08-IDX-ACHADO               PIC  9(004) COMP VALUE ZEROS.
       77  WK08-NR-PROCURADO             PIC  9(010) VALUE ZEROS.
       77  WK08-QT-EVENTOS               PIC  9(005) COMP VALUE ZEROS.
       77  WK08-CD-EVENTO                PIC  X(001) VALUE SPACES.
      *-----------------------------------------------------------------
      * Tabela dos pares a fundir, carregada no start-up a partir do
      * arquivo de pares e dos casos CONFIRMADO de CASODUP. Os flags de
              05 WK08-PAR-SW-TEM-RET     PIC  X(001).
              05 WK08-PAR-SW-ORIGEM      PIC  X(001).
              05 WK08-PAR-SW-EXECUTA     PIC  X(001).
              05 WK08-PAR-NR-CLUSTER     PIC  9(010).
      *-----------------------------------------------------------------
      * Membros de todos os clusters de CLUSDUP, qualquer que seja a
      * situacao - e por esta tabela que um caso CONFIRMADO entre dois
      * membros do mesmo cluster deixa de fundir como par avulso, e que
      * os casos de um cluster executado sao marcados FUNDIDO.
      *-----------------------------------------------------------------
       01  WK08-TB-MEMBROS.
           03 WK08-QT-MEMBROS            PIC  9(004) COMP VALUE ZEROS.
           03 WK08-REG-MBR OCCURS 2000 TIMES.
              05 WK08-MBR-NR-CLIENTE     PIC  9(010).
              05 WK08-MBR-NR-CLUSTER     PIC  9(010).
              05 WK08-MBR-CD-SITUACAO    PIC  X(001).
              05 WK08-MBR-SW-FUNDIDO     PIC  X(001).

       01  WK08-LINHA-TITULO             PIC  X(060)
              VALUE 'EXECUTOR DE FUSAO DE CLIENTES - ANTES/DEPOIS'.

           OPEN INPUT  MESTRE-FILE
           OPEN INPUT  PARMRG-FILE
           OPEN INPUT  CLUSTER-FILE
           OPEN I-O    CASO-FILE
           OPEN OUTPUT MESTNOV-FILE
           OPEN EXTEND XREF-FILE
           OPEN EXTEND RETIR-FILE
           OPEN I-O    NOMIDX-FILE
           OPEN EXTEND EVENTO-FILE
           OPEN OUTPUT RELAT-FILE

           WRITE REG-RELAT FROM WK08-LINHA-TITULO

           PERFORM 1100-CARREGA-PARES-ARQ
           PERFORM 1300-CARREGA-CLUSTERS
           PERFORM 1200-CARREGA-PARES-CASO
           .
       1000-SAI.
      * Pares vindos dos casos CONFIRMADO de CASODUP. A chave do caso e
      * canonica (menor numero de cliente em A) e e o numero menor - a
      * conta mais antiga - que sobrevive; o steward que precisar da
      * ordem inversa usa o arquivo PARMRG, que e explicito. Caso entre
      * dois membros do mesmo cluster fica retido: quem funde e o
      * cluster inteiro (1300-CARREGA-CLUSTERS), quando confirmado.
      *-----------------------------------------------------------------
           MOVE LOW-VALUES               TO CAS-CH-CASO

               AT END
                  SET WK08-FIM-ARQ       TO TRUE
               NOT AT END
                  MOVE ZEROS             TO WK08-IDX-MBR-A
                  IF CAS-STATUS-CONFIRMADO
                     PERFORM 1450-VERIFICA-CASO-CLUSTER
                  END-IF
                  IF WK08-IDX-MBR-A GREATER ZEROS
                     ADD 1               TO WK08-QT-CASOS-RETIDOS
                  END-IF
                  IF  CAS-STATUS-CONFIRMADO
                  AND WK08-IDX-MBR-A EQUAL ZEROS
                     PERFORM 1500-ACRESCENTA-PAR
                     IF WK08-QT-PARES GREATER ZEROS
                        MOVE CAS-NR-CLIENTE-A
           .
       1250-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1300-CARREGA-CLUSTERS              SECTION.
      *-----------------------------------------------------------------
      * Clusters de CLUSDUP (EDUS0019). Todo membro entra na tabela de
      * membros; os membros nao sobreviventes de um cluster CONFIRMADO
      * entram tambem na tabela de pares, retirados no id do cluster
      * (o menor numero, que sobrevive), com origem 'K'. DD ausente ou
      * arquivo vazio: nenhum cluster, so pares - como antes.
      *-----------------------------------------------------------------
           READ CLUSTER-FILE
               AT END
                  SET WK08-FIM-ARQ        TO TRUE
           END-READ

           PERFORM 1350-GUARDA-MEMBRO
               UNTIL WK08-FIM-ARQ

           MOVE 'N'                      TO WK08-SW-FIM-ARQ
           CLOSE CLUSTER-FILE
           .
       1300-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1350-GUARDA-MEMBRO                 SECTION.
      *-----------------------------------------------------------------
           IF WK08-QT-MEMBROS LESS 2000
              ADD 1                      TO WK08-QT-MEMBROS
              MOVE CLU-NR-CLIENTE
                           TO WK08-MBR-NR-CLIENTE(WK08-QT-MEMBROS)
              MOVE CLU-NR-CLUSTER
                           TO WK08-MBR-NR-CLUSTER(WK08-QT-MEMBROS)
              MOVE CLU-CD-SITUACAO
                           TO WK08-MBR-CD-SITUACAO(WK08-QT-MEMBROS)
              MOVE 'N'     TO WK08-MBR-SW-FUNDIDO(WK08-QT-MEMBROS)
           ELSE
              DISPLAY 'EDUS0008: TABELA DE MEMBROS DE CLUSTER EXCEDEU '
                      '2000 - JOB INTERROMPIDO; DIVIDA A CARGA EM '
                      'MAIS DE UMA EXECUCAO'
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           IF  CLU-SITUACAO-CONFIRMADO
           AND NOT CLU-SOBREVIVE
               PERFORM 1500-ACRESCENTA-PAR
               IF WK08-QT-PARES GREATER ZEROS
                  MOVE CLU-NR-CLUSTER
                          TO WK08-PAR-NR-SOBREVIVE(WK08-QT-PARES)
                             WK08-PAR-NR-CLUSTER(WK08-QT-PARES)
                  MOVE CLU-NR-CLIENTE
                          TO WK08-PAR-NR-RETIRADO(WK08-QT-PARES)
                  MOVE 'K'
                          TO WK08-PAR-SW-ORIGEM(WK08-QT-PARES)
               END-IF
           END-IF

           READ CLUSTER-FILE
               AT END
                  SET WK08-FIM-ARQ        TO TRUE
           END-READ
           .
       1350-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1400-BUSCA-MEMBRO                  SECTION.
      *-----------------------------------------------------------------
      * Devolve em WK08-IDX-ACHADO a posicao de WK08-NR-PROCURADO na
      * tabela de membros de cluster (zero quando nao esta la).
      *-----------------------------------------------------------------
           MOVE ZEROS                    TO WK08-IDX-ACHADO

           PERFORM VARYING WK08-IDX-MBR FROM 1 BY 1
                     UNTIL WK08-IDX-MBR GREATER WK08-QT-MEMBROS
                        OR WK08-IDX-ACHADO GREATER ZEROS
              IF WK08-MBR-NR-CLIENTE(WK08-IDX-MBR) EQUAL
                 WK08-NR-PROCURADO
                 MOVE WK08-IDX-MBR       TO WK08-IDX-ACHADO
              END-IF
           END-PERFORM
           .
       1400-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1450-VERIFICA-CASO-CLUSTER         SECTION.
      *-----------------------------------------------------------------
      * Para o caso corrente: WK08-IDX-MBR-A fica com a posicao do
      * membro A quando os dois lados do caso sao membros do mesmo
      * cluster, e zerado quando nao sao (caso avulso, funde como par).
      *-----------------------------------------------------------------
           MOVE CAS-NR-CLIENTE-A         TO WK08-NR-PROCURADO
           PERFORM 1400-BUSCA-MEMBRO
           MOVE WK08-IDX-ACHADO          TO WK08-IDX-MBR-A

           MOVE CAS-NR-CLIENTE-B         TO WK08-NR-PROCURADO
           PERFORM 1400-BUSCA-MEMBRO
           MOVE WK08-IDX-ACHADO          TO WK08-IDX-MBR-B

           IF  WK08-IDX-MBR-A GREATER ZEROS
           AND WK08-IDX-MBR-B GREATER ZEROS
               IF WK08-MBR-NR-CLUSTER(WK08-IDX-MBR-A) NOT EQUAL
                  WK08-MBR-NR-CLUSTER(WK08-IDX-MBR-B)
                  MOVE ZEROS             TO WK08-IDX-MBR-A
               END-IF
           ELSE
               MOVE ZEROS                TO WK08-IDX-MBR-A
           END-IF
           .
       1450-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1500-ACRESCENTA-PAR                SECTION.
      *-----------------------------------------------------------------
                               WK08-PAR-SW-TEM-RET(WK08-QT-PARES)
                               WK08-PAR-SW-EXECUTA(WK08-QT-PARES)
              MOVE SPACE    TO WK08-PAR-SW-ORIGEM(WK08-QT-PARES)
              MOVE ZEROS    TO WK08-PAR-NR-CLUSTER(WK08-QT-PARES)
           ELSE
              DISPLAY 'EDUS0008: TABELA DE PARES EXCEDEU 500 - '
                      'JOB INTERROMPIDO; DIVIDA A CARGA EM MAIS '
      * relatorio): numero ausente do MESTRE, par degenerado (cliente
      * fundido com ele mesmo), retirado repetido em mais de um par e
      * sobrevivente que e retirado de outro par (fusao em cadeia
      * precisa de analise humana, nao de um default do job). Depois,
      * um cluster com qualquer membro recusado e recusado inteiro.
      *-----------------------------------------------------------------
           PERFORM VARYING WK08-IDX-PAR FROM 1 BY 1
                     UNTIL WK08-IDX-PAR GREATER WK08-QT-PARES
              PERFORM 2600-AVALIA-UM-PAR
           END-PERFORM

           PERFORM VARYING WK08-IDX-PAR FROM 1 BY 1
                     UNTIL WK08-IDX-PAR GREATER WK08-QT-PARES
              IF  WK08-PAR-SW-ORIGEM(WK08-IDX-PAR) EQUAL 'K'
              AND WK08-PAR-SW-EXECUTA(WK08-IDX-PAR) NOT EQUAL 'S'
                  PERFORM 2700-RECUSA-CLUSTER
              END-IF
           END-PERFORM
           .
       2500-SAI.
           EXIT.
           .
       2600-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2700-RECUSA-CLUSTER                SECTION.
      *-----------------------------------------------------------------
      * O par WK08-IDX-PAR de um cluster foi recusado: os demais pares
      * do mesmo cluster que iam executar sao recusados tambem - fundir
      * parte do cluster deixaria o cliente espalhado de novo, so que
      * agora com parte dos numeros ja retirada.
      *-----------------------------------------------------------------
           PERFORM VARYING WK08-IDX-PAR2 FROM 1 BY 1
                     UNTIL WK08-IDX-PAR2 GREATER WK08-QT-PARES
              IF  WK08-PAR-SW-ORIGEM(WK08-IDX-PAR2) EQUAL 'K'
              AND WK08-PAR-SW-EXECUTA(WK08-IDX-PAR2) EQUAL 'S'
              AND WK08-PAR-NR-CLUSTER(WK08-IDX-PAR2) EQUAL
                  WK08-PAR-NR-CLUSTER(WK08-IDX-PAR)
                  MOVE 'N'      TO WK08-PAR-SW-EXECUTA(WK08-IDX-PAR2)
                  ADD 1                  TO WK08-QT-PARES-RECUSADOS
                  MOVE WK08-PAR-NR-SOBREVIVE(WK08-IDX-PAR2)
                                         TO WK08-REC-NR-SOBREVIVE
                  MOVE WK08-PAR-NR-RETIRADO(WK08-IDX-PAR2)
                                         TO WK08-REC-NR-RETIRADO
                  MOVE 'CLUSTER RECUSADO: OUTRO MEMBRO RECUSADO'
                                         TO WK08-REC-TX-MOTIVO
                  WRITE REG-RELAT FROM WK08-LINHA-RECUSA
              END-IF
           END-PERFORM
           .
       2700-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3000-REGRAVA-MESTRE                SECTION.
      *-----------------------------------------------------------------
      * Para cada par executado: linhas antes/depois no relatorio, o
      * registro permanente na referencia cruzada e, quando o par veio
      * de um caso de CASODUP, o caso marcado FUNDIDO para sair de vez
      * da fila de stewardship. Os casos dos clusters executados sao
      * fechados no fim, numa passada so por CASODUP.
      *-----------------------------------------------------------------
           PERFORM VARYING WK08-IDX-PAR FROM 1 BY 1
                     UNTIL WK08-IDX-PAR GREATER WK08-QT-PARES
                 PERFORM 3600-REGISTRA-FUSAO
              END-IF
           END-PERFORM

           IF WK08-QT-CLUSTERS-EXEC GREATER ZEROS
              PERFORM 3900-FECHA-CASOS-CLUSTER
           END-IF
           .
       3500-SAI.
           EXIT.
           MOVE 'N'                      TO XRF-SW-REVERTIDO
           WRITE XREF-REC

           SET  EVT-FUSAO                TO TRUE
           PERFORM 3850-GRAVA-EVENTO

           PERFORM 3800-EXCLUI-INDICE-NOME

           IF WK08-PAR-SW-ORIGEM(WK08-IDX-PAR) EQUAL 'C'
              PERFORM 3700-MARCA-CASO-FUNDIDO
           END-IF

           IF WK08-PAR-SW-ORIGEM(WK08-IDX-PAR) EQUAL 'K'
              PERFORM 3750-MARCA-CLUSTER-EXECUTADO
           END-IF
           .
       3600-SAI.
           EXIT.
           .
       3700-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3750-MARCA-CLUSTER-EXECUTADO       SECTION.
      *-----------------------------------------------------------------
      * Marca como fundidos todos os membros do cluster do par
      * corrente; o cluster e contado uma vez so, no primeiro par dele
      * (o sobrevivente ainda nao marcado).
      *-----------------------------------------------------------------
           MOVE WK08-PAR-NR-SOBREVIVE(WK08-IDX-PAR)
                                         TO WK08-NR-PROCURADO
           PERFORM 1400-BUSCA-MEMBRO

           IF  WK08-IDX-ACHADO GREATER ZEROS
           AND WK08-MBR-SW-FUNDIDO(WK08-IDX-ACHADO) NOT EQUAL 'S'
               ADD 1                     TO WK08-QT-CLUSTERS-EXEC
           END-IF

           PERFORM VARYING WK08-IDX-MBR FROM 1 BY 1
                     UNTIL WK08-IDX-MBR GREATER WK08-QT-MEMBROS
              IF WK08-MBR-NR-CLUSTER(WK08-IDX-MBR) EQUAL
                 WK08-PAR-NR-CLUSTER(WK08-IDX-PAR)
                 MOVE 'S'       TO WK08-MBR-SW-FUNDIDO(WK08-IDX-MBR)
              END-IF
           END-PERFORM
           .
       3750-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3800-EXCLUI-INDICE-NOME            SECTION.
      *-----------------------------------------------------------------
                          'ENCONTRADO PARA EXCLUSAO: ' NOM-CH-NOME
               NOT INVALID KEY
                  ADD 1                  TO WK08-QT-IDX-EXCLUIDOS
                  SET  EVT-EXCLUSAO-INDICE TO TRUE
                  PERFORM 3850-GRAVA-EVENTO
           END-DELETE
           .
       3800-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3850-GRAVA-EVENTO                  SECTION.
      *-----------------------------------------------------------------
      * Evento do par corrente para o arquivo do dia (tipo ja ligado
      * pelo chamador). A exclusao do indice so vira evento quando o
      * registro de fato saiu do EDUSNOM.
      *-----------------------------------------------------------------
           MOVE EVT-CD-EVENTO            TO WK08-CD-EVENTO
           MOVE SPACES                   TO EVENTO-REC
           MOVE WK08-CD-EVENTO           TO EVT-CD-EVENTO
           MOVE WK08-PAR-NR-RETIRADO(WK08-IDX-PAR)
                                         TO EVT-NR-RETIRADO
           MOVE WK08-PAR-NR-SOBREVIVE(WK08-IDX-PAR)
                                         TO EVT-NR-SOBREVIVE
           MOVE FUNCTION CURRENT-DATE(1:8)
                                         TO EVT-DT-EFETIVA
           MOVE 'EDUS0008'               TO EVT-NM-PRG
           WRITE EVENTO-REC

           ADD 1                         TO WK08-QT-EVENTOS
           .
       3850-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3900-FECHA-CASOS-CLUSTER           SECTION.
      *-----------------------------------------------------------------
      * Passada por CASODUP fechando como FUNDIDO todo caso CONFIRMADO
      * cujos dois lados sao membros de um mesmo cluster executado -
      * inclusive os pares que nunca fundiram diretamente (B-C, quando
      * B e C foram os dois retirados em A).
      *-----------------------------------------------------------------
           MOVE LOW-VALUES               TO CAS-CH-CASO

           START CASO-FILE KEY NOT LESS CAS-CH-CASO
               INVALID KEY
                  SET WK08-FIM-ARQ       TO TRUE
           END-START

           PERFORM 3950-FECHA-UM-CASO
               UNTIL WK08-FIM-ARQ

           MOVE 'N'                      TO WK08-SW-FIM-ARQ
           .
       3900-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3950-FECHA-UM-CASO                 SECTION.
      *-----------------------------------------------------------------
           READ CASO-FILE NEXT
               AT END
                  SET WK08-FIM-ARQ       TO TRUE
               NOT AT END
                  IF CAS-STATUS-CONFIRMADO
                     PERFORM 1450-VERIFICA-CASO-CLUSTER
                     IF WK08-IDX-MBR-A GREATER ZEROS
                        IF WK08-MBR-SW-FUNDIDO(WK08-IDX-MBR-A)
                           EQUAL 'S'
                           SET CAS-STATUS-FUNDIDO TO TRUE
                           MOVE FUNCTION CURRENT-DATE(1:8)
                                         TO CAS-DT-REVISAO
                           REWRITE CASO-REC
                           ADD 1         TO WK08-QT-CASOS-CLUSTER
                        END-IF
                     END-IF
                  END-IF
           END-READ
           .
       3950-SAI.
           EXIT.
      *-----------------------------------------------------------------
       9000-FINALIZA                      SECTION.
      *-----------------------------------------------------------------
           MOVE WK08-QT-IDX-EXCLUIDOS      TO WK08-TOT-QT
           WRITE REG-RELAT FROM WK08-LINHA-TOTAL

           MOVE 'CLUSTERS EXECUTADOS....:' TO WK08-TOT-ROTULO
           MOVE WK08-QT-CLUSTERS-EXEC      TO WK08-TOT-QT
           WRITE REG-RELAT FROM WK08-LINHA-TOTAL

           MOVE 'CASOS FUNDIDOS CLUSTER.:' TO WK08-TOT-ROTULO
           MOVE WK08-QT-CASOS-CLUSTER      TO WK08-TOT-QT
           WRITE REG-RELAT FROM WK08-LINHA-TOTAL

           MOVE 'CASOS RETIDOS CLUSTER..:' TO WK08-TOT-ROTULO
           MOVE WK08-QT-CASOS-RETIDOS      TO WK08-TOT-QT
           WRITE REG-RELAT FROM WK08-LINHA-TOTAL

           MOVE 'EVENTOS GRAVADOS.......:' TO WK08-TOT-ROTULO
           MOVE WK08-QT-EVENTOS            TO WK08-TOT-QT
           WRITE REG-RELAT FROM WK08-LINHA-TOTAL

           CLOSE MESTRE-FILE
           CLOSE CASO-FILE
           CLOSE MESTNOV-FILE
           CLOSE XREF-FILE
           CLOSE RETIR-FILE
           CLOSE NOMIDX-FILE
           CLOSE EVENTO-FILE
           CLOSE RELAT-FILE

           PERFORM 9900-GRAVA-RUN-CONTROLE
