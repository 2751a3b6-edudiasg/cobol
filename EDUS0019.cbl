      *-----------------------------------------------------------------
      * PROGRAM....: EDUS0019
      * ANALIST....: C1276521 - EDUARDO DIAS GUSMAO
      * AUTHOR.....: C1276521 - EDUARDO DIAS GUSMAO
      * COMPILATION: Cobol 5.2
      * OBJECTIVE..: Duplicate cluster builder. EDUS0003 raises cases
      *              two customers at a time (CASODUP, layout
      *              EDUSIM03), so the same person held under three or
      *              four client numbers turns into a tangle of pairs:
      *              A-B and B-C confirmed but A-C never scored, pairs
      *              with conflicting survivors, one pair merged
      *              tonight and the other refused tomorrow because its
      *              survivor is gone. This job links every pending or
      *              confirmed case that shares a customer into one
      *              cluster (A~B, B~C puts A, B and C together - the
      *              transitive closure of the pairs), and:
      *              - gives each cluster of three or more members a
      *                cluster id (its lowest client number, which is
      *                also the survivor) and writes one CLUSDUP record
      *                per member (layout EDUSIM10) for the merge
      *                executor EDUS0008, which merges a CONFIRMADO
      *                cluster as one unit;
      *              - prints (RELCLUST) each cluster with its members
      *                and the pairwise cases with their scores;
      *              - flags CONTRADITORIO every cluster where some
      *                pair of its members was dispositioned
      *                NAO-DUPLICADO - the dispositions contradict each
      *                other and the steward has to look at the
      *                customer as a whole.
      *              Two-member clusters are just the pair itself and
      *              keep going through EDUS0008's pair path.
      *-----------------------------------------------------------------
      * VRS001 15.10.2026 - C1276521 - IMPLANTATION
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. EDUS0019.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CASO-FILE ASSIGN TO CASODUP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CAS-CH-CASO.

           SELECT CLUSTER-FILE ASSIGN TO CLUSDUP
                  ORGANIZATION IS SEQUENTIAL.

           SELECT RELAT-FILE  ASSIGN TO RELCLUST
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
      * Arquivo de casos de duplicidade (comum com EDUS0003/EDUS0007 -
      * ver EDUSIM03).
      *-----------------------------------------------------------------
       FD  CASO-FILE.
       COPY EDUSIM03.

      *-----------------------------------------------------------------
      * Membros dos clusters (comum com EDUS0008 - ver EDUSIM10).
      *-----------------------------------------------------------------
       FD  CLUSTER-FILE.
       COPY EDUSIM10.

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
       77  WK19-SW-FIM-ARQ               PIC  X(001) VALUE 'N'.
           88 WK19-FIM-ARQ                            VALUE 'S'.
       77  WK19-SW-MUDOU                 PIC  X(001) VALUE 'S'.
           88 WK19-MUDOU                               VALUE 'S'.
       77  WK19-QT-CASOS-LIDOS           PIC  9(007) COMP VALUE ZEROS.
       77  WK19-QT-LIGACOES-CASO         PIC  9(007) COMP VALUE ZEROS.
       77  WK19-QT-CONTRADICOES          PIC  9(007) COMP VALUE ZEROS.
       77  WK19-QT-CLUSTERS              PIC  9(007) COMP VALUE ZEROS.
       77  WK19-QT-CLU-CONFIRMADOS       PIC  9(007) COMP VALUE ZEROS.
       77  WK19-QT-CLU-PENDENTES         PIC  9(007) COMP VALUE ZEROS.
       77  WK19-QT-CLU-CONTRADITORIOS    PIC  9(007) COMP VALUE ZEROS.
       77  WK19-QT-GRAVADOS              PIC  9(007) COMP VALUE ZEROS.
       77  WK19-QT-PASSADAS              PIC  9(005) COMP VALUE ZEROS.
       77  WK19-QT-MEMBROS-CLU           PIC  9(005) COMP VALUE ZEROS.
       77  WK19-IDX-MBR                  PIC  9(005) COMP VALUE ZEROS.
       77  WK19-IDX-MBR2                 PIC  9(005) COMP VALUE ZEROS.
       77  WK19-IDX-LIG                  PIC  9(005) COMP VALUE ZEROS.
       77  WK19-IDX-ACHADO               PIC  9(005) COMP VALUE ZEROS.
       77  WK19-IDX-A                    PIC  9(005) COMP VALUE ZEROS.
       77  WK19-IDX-B                    PIC  9(005) COMP VALUE ZEROS.
       77  WK19-NR-PROCURADO             PIC  9(010) VALUE ZEROS.
       77  WK19-NR-ROTULO                PIC  9(010) VALUE ZEROS.
       77  WK19-NM-PROCURADO             PIC  X(040) VALUE SPACES.
       77  WK19-CD-SITUACAO              PIC  X(001) VALUE SPACE.
       77  WK19-DT-HOJE                  PIC  X(008) VALUE SPACES.
       77  WK19-DT-INICIO-RUN            PIC  X(021) VALUE SPACES.
      *-----------------------------------------------------------------
      * Clientes que aparecem em algum caso pendente ou confirmado. O
      * rotulo de cada um comeca no proprio numero e, a cada passada
      * pelas ligacoes, desce para o menor rotulo do outro lado - ao
      * estabilizar, todo o cluster carrega o menor numero de cliente
      * dele, que e ao mesmo tempo o id do cluster e o sobrevivente.
      * Tabela cheia interrompe o job: um cluster montado com parte
      * dos membros fundiria o cliente pela metade.
      *-----------------------------------------------------------------
       01  WK19-TB-MEMBROS.
           03 WK19-QT-MEMBROS            PIC  9(005) COMP VALUE ZEROS.
           03 WK19-REG-MBR OCCURS 5000 TIMES.
              05 WK19-MBR-NR-CLIENTE     PIC  9(010).
              05 WK19-MBR-NM-CLIENTE     PIC  X(040).
              05 WK19-MBR-NR-ROTULO      PIC  9(010).
      *-----------------------------------------------------------------
      * Casos que ligam dois membros (status N/C), mais os
      * NAO-DUPLICADO encontrados depois dentro de um mesmo cluster
      * (status F, so para o relatorio - nunca ligam). A nota fica no
      * formato editado de CAS-VL-SML, como veio do caso.
      *-----------------------------------------------------------------
       01  WK19-TB-LIGACOES.
           03 WK19-QT-LIGACOES           PIC  9(005) COMP VALUE ZEROS.
           03 WK19-REG-LIG OCCURS 5000 TIMES.
              05 WK19-LIG-IDX-A          PIC  9(005) COMP.
              05 WK19-LIG-IDX-B          PIC  9(005) COMP.
              05 WK19-LIG-VL-SML         PIC  X(005).
              05 WK19-LIG-CD-STATUS      PIC  X(001).

       01  WK19-LINHA-TITULO.
           03 FILLER                     PIC  X(040)
              VALUE 'CLUSTERS DE DUPLICIDADE - CASODUP - '.
           03 WK19-TIT-DATA              PIC  X(008).

       01  WK19-LINHA-CLUSTER.
           03 FILLER                     PIC  X(008)
                              VALUE 'CLUSTER '.
           03 WK19-CLU-NR-CLUSTER        PIC  9(010).
           03 FILLER                     PIC  X(011)
                              VALUE '  MEMBROS: '.
           03 WK19-CLU-QT-MEMBROS        PIC  ZZ9.
           03 FILLER                     PIC  X(012)
                              VALUE '  SITUACAO: '.
           03 WK19-CLU-TX-SITUACAO       PIC  X(014).

       01  WK19-LINHA-MEMBRO.
           03 FILLER                     PIC  X(013)
                              VALUE '   MEMBRO    '.
           03 WK19-MBR-NR-DET            PIC  9(010).
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK19-MBR-NM-DET            PIC  X(040).
           03 WK19-MBR-TX-PAPEL          PIC  X(014).

       01  WK19-LINHA-PAR.
           03 FILLER                     PIC  X(013)
                              VALUE '   PAR       '.
           03 WK19-PAR-NR-A              PIC  9(010).
           03 FILLER                     PIC  X(003) VALUE ' X '.
           03 WK19-PAR-NR-B              PIC  9(010).
           03 FILLER                     PIC  X(007) VALUE '  SML: '.
           03 WK19-PAR-VL-SML            PIC  X(005).
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK19-PAR-TX-STATUS         PIC  X(014).

       01  WK19-LINHA-TOTAL.
           03 WK19-TOT-ROTULO            PIC  X(030).
           03 WK19-TOT-QT                PIC  ZZZ.ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE                      SECTION.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZA
           PERFORM 1200-CARREGA-LIGACOES

           PERFORM 2000-PROPAGA-ROTULOS
               UNTIL NOT WK19-MUDOU

           PERFORM 2500-BUSCA-CONTRADICOES
           PERFORM 3000-EMITE-CLUSTERS
           PERFORM 9000-FINALIZA

           STOP RUN
           .
       0000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1000-INICIALIZA                    SECTION.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE    TO WK19-DT-INICIO-RUN
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK19-DT-HOJE

           OPEN INPUT  CASO-FILE
           OPEN OUTPUT CLUSTER-FILE
           OPEN OUTPUT RELAT-FILE

           MOVE WK19-DT-HOJE             TO WK19-TIT-DATA
           WRITE REG-RELAT FROM WK19-LINHA-TITULO
           .
       1000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1100-POSICIONA-CASOS               SECTION.
      *-----------------------------------------------------------------
      * CASODUP vazio ou ausente: o START liga o fim e nao ha posicao
      * para o READ NEXT - mesmo tratamento do EDUS0015.
      *-----------------------------------------------------------------
           MOVE 'N'                      TO WK19-SW-FIM-ARQ
           MOVE LOW-VALUES               TO CAS-CH-CASO

           START CASO-FILE KEY NOT LESS CAS-CH-CASO
               INVALID KEY
                  SET WK19-FIM-ARQ       TO TRUE
           END-START

           IF NOT WK19-FIM-ARQ
              PERFORM 1150-LER-CASO
           END-IF
           .
       1100-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1150-LER-CASO                      SECTION.
      *-----------------------------------------------------------------
           READ CASO-FILE NEXT
               AT END
                  SET WK19-FIM-ARQ       TO TRUE
           END-READ
           .
       1150-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1200-CARREGA-LIGACOES              SECTION.
      *-----------------------------------------------------------------
      * Primeira passada por CASODUP: todo caso NOVO ou CONFIRMADO
      * liga os dois clientes. NAO-DUPLICADO nao liga (o steward disse
      * que nao sao a mesma pessoa) e FUNDIDO ja foi executado - o
      * retirado dele nem existe mais no MESTRE.
      *-----------------------------------------------------------------
           PERFORM 1100-POSICIONA-CASOS

           PERFORM 1250-GUARDA-LIGACAO
               UNTIL WK19-FIM-ARQ
           .
       1200-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1250-GUARDA-LIGACAO                SECTION.
      *-----------------------------------------------------------------
           ADD 1                         TO WK19-QT-CASOS-LIDOS

           IF CAS-STATUS-NOVO
           OR CAS-STATUS-CONFIRMADO
              MOVE CAS-NR-CLIENTE-A      TO WK19-NR-PROCURADO
              MOVE CAS-NM-CLIENTE-A      TO WK19-NM-PROCURADO
              PERFORM 1300-BUSCA-MEMBRO
              IF WK19-IDX-ACHADO EQUAL ZEROS
                 PERFORM 1350-INCLUI-MEMBRO
              END-IF
              MOVE WK19-IDX-ACHADO       TO WK19-IDX-A

              MOVE CAS-NR-CLIENTE-B      TO WK19-NR-PROCURADO
              MOVE CAS-NM-CLIENTE-B      TO WK19-NM-PROCURADO
              PERFORM 1300-BUSCA-MEMBRO
              IF WK19-IDX-ACHADO EQUAL ZEROS
                 PERFORM 1350-INCLUI-MEMBRO
              END-IF
              MOVE WK19-IDX-ACHADO       TO WK19-IDX-B

              PERFORM 1400-INCLUI-LIGACAO
              ADD 1                      TO WK19-QT-LIGACOES-CASO
           END-IF

           PERFORM 1150-LER-CASO
           .
       1250-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1300-BUSCA-MEMBRO                  SECTION.
      *-----------------------------------------------------------------
      * Devolve em WK19-IDX-ACHADO a posicao de WK19-NR-PROCURADO na
      * tabela de membros (zero quando nao esta la).
      *-----------------------------------------------------------------
           MOVE ZEROS                    TO WK19-IDX-ACHADO

           PERFORM VARYING WK19-IDX-MBR FROM 1 BY 1
                     UNTIL WK19-IDX-MBR GREATER WK19-QT-MEMBROS
                        OR WK19-IDX-ACHADO GREATER ZEROS
              IF WK19-MBR-NR-CLIENTE(WK19-IDX-MBR) EQUAL
                 WK19-NR-PROCURADO
                 MOVE WK19-IDX-MBR       TO WK19-IDX-ACHADO
              END-IF
           END-PERFORM
           .
       1300-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1350-INCLUI-MEMBRO                 SECTION.
      *-----------------------------------------------------------------
           IF WK19-QT-MEMBROS LESS 5000
              ADD 1                      TO WK19-QT-MEMBROS
              MOVE WK19-NR-PROCURADO
                          TO WK19-MBR-NR-CLIENTE(WK19-QT-MEMBROS)
                             WK19-MBR-NR-ROTULO(WK19-QT-MEMBROS)
              MOVE WK19-NM-PROCURADO
                          TO WK19-MBR-NM-CLIENTE(WK19-QT-MEMBROS)
              MOVE WK19-QT-MEMBROS       TO WK19-IDX-ACHADO
           ELSE
              DISPLAY 'EDUS0019: TABELA DE MEMBROS EXCEDEU 5000 - '
                      'JOB INTERROMPIDO PARA NAO MONTAR CLUSTER '
                      'INCOMPLETO'
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF
           .
       1350-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1400-INCLUI-LIGACAO                SECTION.
      *-----------------------------------------------------------------
      * Guarda o caso corrente entre os membros WK19-IDX-A/WK19-IDX-B.
      *-----------------------------------------------------------------
           IF WK19-QT-LIGACOES LESS 5000
              ADD 1                      TO WK19-QT-LIGACOES
              MOVE WK19-IDX-A
                          TO WK19-LIG-IDX-A(WK19-QT-LIGACOES)
              MOVE WK19-IDX-B
                          TO WK19-LIG-IDX-B(WK19-QT-LIGACOES)
              MOVE CAS-VL-SML
                          TO WK19-LIG-VL-SML(WK19-QT-LIGACOES)
              MOVE CAS-CD-STATUS
                          TO WK19-LIG-CD-STATUS(WK19-QT-LIGACOES)
           ELSE
              DISPLAY 'EDUS0019: TABELA DE LIGACOES EXCEDEU 5000 - '
                      'JOB INTERROMPIDO PARA NAO MONTAR CLUSTER '
                      'INCOMPLETO'
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF
           .
       1400-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2000-PROPAGA-ROTULOS               SECTION.
      *-----------------------------------------------------------------
      * Uma passada por todas as ligacoes levando o menor rotulo de um
      * lado para o outro. Repetida (0000-MAINLINE) enquanto alguma
      * coisa mudar - na passada sem mudanca, os dois lados de toda
      * ligacao ja carregam o mesmo rotulo, e o fecho transitivo esta
      * pronto.
      *-----------------------------------------------------------------
           MOVE 'N'                      TO WK19-SW-MUDOU
           ADD 1                         TO WK19-QT-PASSADAS

           PERFORM VARYING WK19-IDX-LIG FROM 1 BY 1
                     UNTIL WK19-IDX-LIG GREATER WK19-QT-LIGACOES
              MOVE WK19-LIG-IDX-A(WK19-IDX-LIG) TO WK19-IDX-A
              MOVE WK19-LIG-IDX-B(WK19-IDX-LIG) TO WK19-IDX-B

              IF WK19-MBR-NR-ROTULO(WK19-IDX-A) LESS
                 WK19-MBR-NR-ROTULO(WK19-IDX-B)
                 MOVE WK19-MBR-NR-ROTULO(WK19-IDX-A)
                              TO WK19-MBR-NR-ROTULO(WK19-IDX-B)
                 SET WK19-MUDOU          TO TRUE
              END-IF

              IF WK19-MBR-NR-ROTULO(WK19-IDX-B) LESS
                 WK19-MBR-NR-ROTULO(WK19-IDX-A)
                 MOVE WK19-MBR-NR-ROTULO(WK19-IDX-B)
                              TO WK19-MBR-NR-ROTULO(WK19-IDX-A)
                 SET WK19-MUDOU          TO TRUE
              END-IF
           END-PERFORM
           .
       2000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2500-BUSCA-CONTRADICOES            SECTION.
      *-----------------------------------------------------------------
      * Segunda passada por CASODUP, ja com os clusters montados: um
      * caso NAO-DUPLICADO cujos dois clientes cairam no mesmo cluster
      * contradiz as confirmacoes que os ligaram. Ele entra na tabela
      * de ligacoes com status F, so para o relatorio e para a
      * situacao do cluster - a propagacao ja terminou.
      *-----------------------------------------------------------------
           PERFORM 1100-POSICIONA-CASOS

           PERFORM 2550-CONFERE-NAO-DUPLICADO
               UNTIL WK19-FIM-ARQ
           .
       2500-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2550-CONFERE-NAO-DUPLICADO         SECTION.
      *-----------------------------------------------------------------
           IF CAS-STATUS-NAO-DUPLICADO
              MOVE CAS-NR-CLIENTE-A      TO WK19-NR-PROCURADO
              PERFORM 1300-BUSCA-MEMBRO
              MOVE WK19-IDX-ACHADO       TO WK19-IDX-A

              MOVE CAS-NR-CLIENTE-B      TO WK19-NR-PROCURADO
              PERFORM 1300-BUSCA-MEMBRO
              MOVE WK19-IDX-ACHADO       TO WK19-IDX-B

              IF  WK19-IDX-A GREATER ZEROS
              AND WK19-IDX-B GREATER ZEROS
                  IF WK19-MBR-NR-ROTULO(WK19-IDX-A) EQUAL
                     WK19-MBR-NR-ROTULO(WK19-IDX-B)
                     PERFORM 1400-INCLUI-LIGACAO
                     ADD 1               TO WK19-QT-CONTRADICOES
                  END-IF
              END-IF
           END-IF

           PERFORM 1150-LER-CASO
           .
       2550-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3000-EMITE-CLUSTERS                SECTION.
      *-----------------------------------------------------------------
      * O membro cujo rotulo e o proprio numero e o menor do cluster -
      * a raiz. Cada raiz com tres ou mais membros vira um cluster no
      * arquivo e no relatorio; com dois membros o cluster e o proprio
      * par e segue o caminho de par do EDUS0008.
      *-----------------------------------------------------------------
           PERFORM VARYING WK19-IDX-MBR2 FROM 1 BY 1
                     UNTIL WK19-IDX-MBR2 GREATER WK19-QT-MEMBROS
              IF WK19-MBR-NR-ROTULO(WK19-IDX-MBR2) EQUAL
                 WK19-MBR-NR-CLIENTE(WK19-IDX-MBR2)
                 MOVE WK19-MBR-NR-CLIENTE(WK19-IDX-MBR2)
                                         TO WK19-NR-ROTULO
                 PERFORM 3100-CONTA-MEMBROS
                 IF WK19-QT-MEMBROS-CLU GREATER 2
                    PERFORM 3200-EMITE-UM-CLUSTER
                 END-IF
              END-IF
           END-PERFORM
           .
       3000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3100-CONTA-MEMBROS                 SECTION.
      *-----------------------------------------------------------------
           MOVE ZEROS                    TO WK19-QT-MEMBROS-CLU

           PERFORM VARYING WK19-IDX-MBR FROM 1 BY 1
                     UNTIL WK19-IDX-MBR GREATER WK19-QT-MEMBROS
              IF WK19-MBR-NR-ROTULO(WK19-IDX-MBR) EQUAL
                 WK19-NR-ROTULO
                 ADD 1                   TO WK19-QT-MEMBROS-CLU
              END-IF
           END-PERFORM
           .
       3100-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3200-EMITE-UM-CLUSTER              SECTION.
      *-----------------------------------------------------------------
           ADD 1                         TO WK19-QT-CLUSTERS

           PERFORM 3300-AVALIA-SITUACAO

           MOVE WK19-NR-ROTULO           TO WK19-CLU-NR-CLUSTER
           MOVE WK19-QT-MEMBROS-CLU      TO WK19-CLU-QT-MEMBROS

           EVALUATE WK19-CD-SITUACAO
              WHEN 'C'
                 ADD 1                   TO WK19-QT-CLU-CONFIRMADOS
                 MOVE 'CONFIRMADO'       TO WK19-CLU-TX-SITUACAO
              WHEN 'P'
                 ADD 1                   TO WK19-QT-CLU-PENDENTES
                 MOVE 'PENDENTE'         TO WK19-CLU-TX-SITUACAO
              WHEN OTHER
                 ADD 1                   TO WK19-QT-CLU-CONTRADITORIOS
                 MOVE '** CONTRADITORIO' TO WK19-CLU-TX-SITUACAO
           END-EVALUATE

           WRITE REG-RELAT FROM WK19-LINHA-CLUSTER

           PERFORM VARYING WK19-IDX-MBR FROM 1 BY 1
                     UNTIL WK19-IDX-MBR GREATER WK19-QT-MEMBROS
              IF WK19-MBR-NR-ROTULO(WK19-IDX-MBR) EQUAL
                 WK19-NR-ROTULO
                 PERFORM 3400-EMITE-MEMBRO
              END-IF
           END-PERFORM

           PERFORM VARYING WK19-IDX-LIG FROM 1 BY 1
                     UNTIL WK19-IDX-LIG GREATER WK19-QT-LIGACOES
              MOVE WK19-LIG-IDX-A(WK19-IDX-LIG) TO WK19-IDX-A
              IF WK19-MBR-NR-ROTULO(WK19-IDX-A) EQUAL
                 WK19-NR-ROTULO
                 PERFORM 3500-EMITE-PAR
              END-IF
           END-PERFORM
           .
       3200-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3300-AVALIA-SITUACAO               SECTION.
      *-----------------------------------------------------------------
      * Contradicao prevalece sobre pendencia: mesmo com casos ainda
      * NOVO, um NAO-DUPLICADO dentro do cluster ja diz que alguma
      * disposicao esta errada.
      *-----------------------------------------------------------------
           MOVE 'C'                      TO WK19-CD-SITUACAO

           PERFORM VARYING WK19-IDX-LIG FROM 1 BY 1
                     UNTIL WK19-IDX-LIG GREATER WK19-QT-LIGACOES
              MOVE WK19-LIG-IDX-A(WK19-IDX-LIG) TO WK19-IDX-A
              IF WK19-MBR-NR-ROTULO(WK19-IDX-A) EQUAL
                 WK19-NR-ROTULO
                 IF WK19-LIG-CD-STATUS(WK19-IDX-LIG) EQUAL 'F'
                    MOVE 'X'             TO WK19-CD-SITUACAO
                 END-IF
                 IF  WK19-LIG-CD-STATUS(WK19-IDX-LIG) EQUAL 'N'
                 AND WK19-CD-SITUACAO EQUAL 'C'
                     MOVE 'P'            TO WK19-CD-SITUACAO
                 END-IF
              END-IF
           END-PERFORM
           .
       3300-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3400-EMITE-MEMBRO                  SECTION.
      *-----------------------------------------------------------------
           MOVE SPACES                   TO CLUSTER-REC
           MOVE WK19-NR-ROTULO           TO CLU-NR-CLUSTER
           MOVE WK19-CD-SITUACAO         TO CLU-CD-SITUACAO
           MOVE WK19-QT-MEMBROS-CLU      TO CLU-QT-MEMBROS
           MOVE WK19-MBR-NR-CLIENTE(WK19-IDX-MBR)
                                         TO CLU-NR-CLIENTE
           MOVE WK19-MBR-NM-CLIENTE(WK19-IDX-MBR)
                                         TO CLU-NM-CLIENTE
           MOVE WK19-DT-HOJE             TO CLU-DT-GERACAO

           MOVE WK19-MBR-NR-CLIENTE(WK19-IDX-MBR)
                                         TO WK19-MBR-NR-DET
           MOVE WK19-MBR-NM-CLIENTE(WK19-IDX-MBR)
                                         TO WK19-MBR-NM-DET

           IF WK19-MBR-NR-CLIENTE(WK19-IDX-MBR) EQUAL WK19-NR-ROTULO
              MOVE 'S'                   TO CLU-SW-SOBREVIVE
              MOVE ' (SOBREVIVE)'        TO WK19-MBR-TX-PAPEL
           ELSE
              MOVE 'N'                   TO CLU-SW-SOBREVIVE
              MOVE ' (RETIRADO)'         TO WK19-MBR-TX-PAPEL
           END-IF

           WRITE CLUSTER-REC
           ADD 1                         TO WK19-QT-GRAVADOS

           WRITE REG-RELAT FROM WK19-LINHA-MEMBRO
           .
       3400-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3500-EMITE-PAR                     SECTION.
      *-----------------------------------------------------------------
           MOVE WK19-LIG-IDX-B(WK19-IDX-LIG) TO WK19-IDX-B

           MOVE WK19-MBR-NR-CLIENTE(WK19-IDX-A) TO WK19-PAR-NR-A
           MOVE WK19-MBR-NR-CLIENTE(WK19-IDX-B) TO WK19-PAR-NR-B
           MOVE WK19-LIG-VL-SML(WK19-IDX-LIG)   TO WK19-PAR-VL-SML

           EVALUATE WK19-LIG-CD-STATUS(WK19-IDX-LIG)
              WHEN 'C'
                 MOVE 'CONFIRMADO'       TO WK19-PAR-TX-STATUS
              WHEN 'N'
                 MOVE 'PENDENTE'         TO WK19-PAR-TX-STATUS
              WHEN OTHER
                 MOVE '** NAO-DUPLIC.'   TO WK19-PAR-TX-STATUS
           END-EVALUATE

           WRITE REG-RELAT FROM WK19-LINHA-PAR
           .
       3500-SAI.
           EXIT.
      *-----------------------------------------------------------------
       9000-FINALIZA                      SECTION.
      *-----------------------------------------------------------------
           MOVE 'CASOS LIDOS..................:'
                                         TO WK19-TOT-ROTULO
           MOVE WK19-QT-CASOS-LIDOS      TO WK19-TOT-QT
           WRITE REG-RELAT FROM WK19-LINHA-TOTAL

           MOVE 'CASOS QUE LIGAM CLIENTES.....:'
                                         TO WK19-TOT-ROTULO
           MOVE WK19-QT-LIGACOES-CASO    TO WK19-TOT-QT
           WRITE REG-RELAT FROM WK19-LINHA-TOTAL

           MOVE 'CLIENTES LIGADOS.............:'
                                         TO WK19-TOT-ROTULO
           MOVE WK19-QT-MEMBROS          TO WK19-TOT-QT
           WRITE REG-RELAT FROM WK19-LINHA-TOTAL

           MOVE 'CLUSTERS (3+ MEMBROS)........:'
                                         TO WK19-TOT-ROTULO
           MOVE WK19-QT-CLUSTERS         TO WK19-TOT-QT
           WRITE REG-RELAT FROM WK19-LINHA-TOTAL

           MOVE 'CLUSTERS CONFIRMADOS.........:'
                                         TO WK19-TOT-ROTULO
           MOVE WK19-QT-CLU-CONFIRMADOS  TO WK19-TOT-QT
           WRITE REG-RELAT FROM WK19-LINHA-TOTAL

           MOVE 'CLUSTERS PENDENTES...........:'
                                         TO WK19-TOT-ROTULO
           MOVE WK19-QT-CLU-PENDENTES    TO WK19-TOT-QT
           WRITE REG-RELAT FROM WK19-LINHA-TOTAL

           MOVE 'CLUSTERS CONTRADITORIOS......:'
                                         TO WK19-TOT-ROTULO
           MOVE WK19-QT-CLU-CONTRADITORIOS TO WK19-TOT-QT
           WRITE REG-RELAT FROM WK19-LINHA-TOTAL

           MOVE 'NAO-DUPLICADO DENTRO CLUSTER.:'
                                         TO WK19-TOT-ROTULO
           MOVE WK19-QT-CONTRADICOES     TO WK19-TOT-QT
           WRITE REG-RELAT FROM WK19-LINHA-TOTAL

           MOVE 'PASSADAS DE PROPAGACAO.......:'
                                         TO WK19-TOT-ROTULO
           MOVE WK19-QT-PASSADAS         TO WK19-TOT-QT
           WRITE REG-RELAT FROM WK19-LINHA-TOTAL

           CLOSE CASO-FILE
           CLOSE CLUSTER-FILE
           CLOSE RELAT-FILE

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
           MOVE 'EDUS0019'               TO RUN-NM-JOB
           MOVE WK19-DT-INICIO-RUN       TO RUN-DT-INICIO
           MOVE FUNCTION CURRENT-DATE    TO RUN-DT-FIM
           MOVE WK19-QT-CASOS-LIDOS      TO RUN-QT-LIDOS
           MOVE WK19-QT-GRAVADOS         TO RUN-QT-GRAVADOS
           SET  RUN-STATUS-OK            TO TRUE
           WRITE RUN-REC

           CLOSE RUNLOG-FILE
           .
       9900-SAI.
           EXIT.
      *---------------------- FIM EDUS0019 ------------------------------
