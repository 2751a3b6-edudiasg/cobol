      *-----------------------------------------------------------------
      * PROGRAM....: EDUS0030
      * ANALIST....: C1276521 - EDUARDO DIAS GUSMAO
      * AUTHOR.....: C1276521 - EDUARDO DIAS GUSMAO
      * COMPILATION: Cobol 5.2
      * OBJECTIVE..: Nightly unload of the name-equivalence dictionary.
      *              Reads the versioned EDUSDIC maintained online by
      *              EDUS0029 (layout EDUSIM20) and writes the flat
      *              NICKDIC of the batch programs (EDUS0002, EDUS0003,
      *              EDUS0016) with, for each variant, the last approved
      *              version in force on the run date - the same rule
      *              EDUS0001 270000-CARREGA-DICIONARIO applies online,
      *              so an online check and the nightly screening
      *              canonicalize a name the same way. A retired
      *              variant is left out. The report (RELDIC) lists:
      *              - the changes not in force yet: proposals still
      *                waiting for approval and approved versions with
      *                a future effective date;
      *              - circular entries (a variant whose canonical form
      *                is itself a variant) and conflicting entries
      *                (one variant, after the engine normalization -
      *                upper case, no accents -, with two canonical
      *                forms), both in the dictionary in force and in
      *                the one the pending and future changes would
      *                make, so they are seen before they start
      *                changing scores;
      *              - a dictionary larger than the 300 entries the
      *                engine table (DIC-TB, EDUSIM00) holds.
      *              The unload itself is never altered by the checks -
      *              online and batch must keep reading the same
      *              entries. Anything reported ends with return code 4.
      *              On promotion, EDUSDIC must first be converted by
      *              the one-time load EDUS0031 (old EDUSDIC entries as
      *              APROVADA/INCLUSAO versions with DCN-DT-VIGENCIA
      *              00000000, plus the NICKDIC entries missing from
      *              EDUSDIC, loaded the same way): this job recreates
      *              NICKDIC from EDUSDIC alone, so an entry only in the
      *              hand-kept NICKDIC would otherwise be lost.
      *-----------------------------------------------------------------
      * VRS001 15.10.2026 - C1276521 - IMPLANTATION
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. EDUS0030.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DICION-FILE ASSIGN TO EDUSDIC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS DCN-CH-VERBETE.

           SELECT NICKDIC-FILE ASSIGN TO NICKDIC
                  ORGANIZATION IS SEQUENTIAL.

           SELECT RELAT-FILE  ASSIGN TO RELDIC
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
      * Dicionario versionado (ver EDUSIM20).
      *-----------------------------------------------------------------
       FD  DICION-FILE.
       COPY EDUSIM20.

      *-----------------------------------------------------------------
      * Dicionario dos batch - mesmo layout lido por EDUS0002, EDUS0003
      * e EDUS0016.
      *-----------------------------------------------------------------
       FD  NICKDIC-FILE.
       01  REG-NICKDIC.
           03 NCK-NM-VARIANTE            PIC  X(030).
           03 NCK-NM-CANONICO            PIC  X(030).

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
      * Motor de similaridade - so as tabelas NORM-TAB-* da
      * normalizacao (305000-NORMALIZA-TX, EDUSIM01).
      *-----------------------------------------------------------------
       COPY EDUSIM00.
      *-----------------------------------------------------------------
      * Area de trabalho do batch.
      *-----------------------------------------------------------------
       77  WK30-SW-FIM-DIC               PIC  X(001) VALUE 'N'.
           88 WK30-FIM-DIC                            VALUE 'S'.
       77  WK30-DT-INICIO-RUN            PIC  X(021) VALUE SPACES.
       77  WK30-DT-HOJE                  PIC  X(008) VALUE SPACES.
       77  WK30-QT-VERSOES               PIC  9(007) COMP VALUE ZEROS.
       77  WK30-QT-VARIANTES             PIC  9(007) COMP VALUE ZEROS.
       77  WK30-QT-DESCARREGADOS         PIC  9(007) COMP VALUE ZEROS.
       77  WK30-QT-RETIRADOS             PIC  9(007) COMP VALUE ZEROS.
       77  WK30-QT-PENDENTES             PIC  9(007) COMP VALUE ZEROS.
       77  WK30-QT-FUTUROS               PIC  9(007) COMP VALUE ZEROS.
       77  WK30-QT-REJEITADOS            PIC  9(007) COMP VALUE ZEROS.
       77  WK30-QT-CIRCULARES            PIC  9(005) COMP VALUE ZEROS.
       77  WK30-QT-CONFLITOS             PIC  9(005) COMP VALUE ZEROS.
       77  WK30-QT-OCORRENCIAS           PIC  9(005) COMP VALUE ZEROS.
       77  WK30-IDX-I                    PIC  9(005) COMP VALUE ZEROS.
       77  WK30-IDX-J                    PIC  9(005) COMP VALUE ZEROS.
       77  WK30-QT-MAX-MOTOR             PIC  9(003) COMP VALUE 300.
      *-----------------------------------------------------------------
      * Variante corrente da leitura (as versoes chegam agrupadas por
      * variante e em ordem de vigencia): o canonico em vigor hoje e o
      * projetado - o que vale depois de aplicadas as mudancas ainda
      * nao vigentes (aprovadas futuras e propostas pendentes).
      * Canonico em branco = variante fora do dicionario.
      *-----------------------------------------------------------------
       01  WK30-GRP-VARIANTE.
           03 WK30-GRP-NM-VARIANTE       PIC  X(030) VALUE SPACES.
           03 WK30-GRP-NM-CANON-VIG      PIC  X(030) VALUE SPACES.
           03 WK30-GRP-NM-CANON-PROJ     PIC  X(030) VALUE SPACES.
           03 WK30-GRP-SW-MUDA           PIC  X(001) VALUE 'N'.
              88 WK30-GRP-COM-MUDANCA                 VALUE 'S'.
           03 WK30-GRP-SW-RETIRADA       PIC  X(001) VALUE 'N'.
              88 WK30-GRP-RETIRADA                    VALUE 'S'.
      *-----------------------------------------------------------------
      * Verbetes carregados para as verificacoes, na forma normalizada
      * (maiusculas, sem acento - a que o motor compara). WK30-VRB-SW-
      * MUDA 'S': o verbete tem mudanca ainda nao vigente.
      *-----------------------------------------------------------------
       01  WK30-TB-VERBETES.
           03 WK30-QT-VERBETES           PIC  9(005) COMP VALUE ZEROS.
           03 WK30-REG-VERBETE OCCURS 2000 TIMES.
              05 WK30-VRB-NM-VARIANTE    PIC  X(030).
              05 WK30-VRB-NM-CANON-VIG   PIC  X(030).
              05 WK30-VRB-NM-CANON-PROJ  PIC  X(030).
              05 WK30-VRB-SW-MUDA        PIC  X(001).
       77  WK30-NM-NORMAL                PIC  X(030) VALUE SPACES.

       01  WK30-LINHA-TITULO.
           03 FILLER                     PIC  X(048)
              VALUE 'DESCARGA DO DICIONARIO DE EQUIVALENCIA EDUSDIC -'.
           03 FILLER                     PIC  X(001) VALUE SPACE.
           03 WK30-TIT-DATA              PIC  X(008).

       01  WK30-LINHA-SECAO              PIC  X(090) VALUE SPACES.

       01  WK30-LINHA-CABEC-MUDA.
           03 FILLER                     PIC  X(010)
              VALUE 'SITUACAO'.
           03 FILLER                     PIC  X(032)
              VALUE 'VARIANTE'.
           03 FILLER                     PIC  X(010)
              VALUE 'VIGENCIA'.
           03 FILLER                     PIC  X(010)
              VALUE 'MUDANCA'.
           03 FILLER                     PIC  X(032)
              VALUE 'CANONICO'.
           03 FILLER                     PIC  X(010)
              VALUE 'PROPOSTA'.
           03 FILLER                     PIC  X(010)
              VALUE 'APROVACAO'.

       01  WK30-LINHA-MUDA.
           03 WK30-MUD-TX-SITUACAO       PIC  X(008).
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK30-MUD-NM-VARIANTE       PIC  X(030).
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK30-MUD-DT-VIGENCIA       PIC  X(008).
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK30-MUD-TX-MUDANCA        PIC  X(008).
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK30-MUD-NM-CANONICO       PIC  X(030).
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK30-MUD-NM-OPER-PROPOSTA  PIC  X(008).
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK30-MUD-NM-OPER-DECISAO   PIC  X(008).

       01  WK30-LINHA-CABEC-OCORR.
           03 FILLER                     PIC  X(010)
              VALUE 'OCORRENCIA'.
           03 FILLER                     PIC  X(011)
              VALUE 'DICIONARIO'.
           03 FILLER                     PIC  X(055)
              VALUE 'VERBETE'.
           03 FILLER                     PIC  X(055)
              VALUE 'VERBETE ENVOLVIDO'.

       01  WK30-LINHA-OCORR.
           03 WK30-OCO-TX-TIPO           PIC  X(009).
           03 FILLER                     PIC  X(001) VALUE SPACE.
           03 WK30-OCO-TX-ESCOPO         PIC  X(010).
           03 FILLER                     PIC  X(001) VALUE SPACE.
           03 WK30-OCO-NM-VARIANTE-1     PIC  X(025).
           03 FILLER                     PIC  X(004) VALUE ' -> '.
           03 WK30-OCO-NM-CANONICO-1     PIC  X(025).
           03 FILLER                     PIC  X(003) VALUE ' | '.
           03 WK30-OCO-NM-VARIANTE-2     PIC  X(025).
           03 FILLER                     PIC  X(004) VALUE ' -> '.
           03 WK30-OCO-NM-CANONICO-2     PIC  X(025).

       01  WK30-LINHA-TOTAL.
           03 WK30-TOT-ROTULO            PIC  X(040).
           03 WK30-TOT-QT                PIC  Z.ZZZ.ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE                      SECTION.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZA

           PERFORM 2000-PROCESSA-VERSAO
               UNTIL WK30-FIM-DIC

           PERFORM 2200-FECHA-VARIANTE

           PERFORM 3000-VERIFICA-VERBETES
           PERFORM 9000-FINALIZA

           STOP RUN
           .
       0000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1000-INICIALIZA                    SECTION.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE    TO WK30-DT-INICIO-RUN
           MOVE WK30-DT-INICIO-RUN(1:8)  TO WK30-DT-HOJE

           OPEN INPUT  DICION-FILE
           OPEN OUTPUT NICKDIC-FILE
                       RELAT-FILE

           MOVE WK30-DT-HOJE             TO WK30-TIT-DATA
           WRITE REG-RELAT FROM WK30-LINHA-TITULO

           MOVE 'MUDANCAS AINDA NAO EM VIGOR (PROPOSTAS PENDENTES E '
                                         TO WK30-LINHA-SECAO
           MOVE 'APROVADAS COM VIGENCIA FUTURA)'
                                         TO WK30-LINHA-SECAO(52:)
           WRITE REG-RELAT FROM WK30-LINHA-SECAO
           WRITE REG-RELAT FROM WK30-LINHA-CABEC-MUDA

           PERFORM 1100-LER-DICIONARIO
           .
       1000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1100-LER-DICIONARIO                SECTION.
      *-----------------------------------------------------------------
           READ DICION-FILE
               AT END
                  SET WK30-FIM-DIC        TO TRUE
               NOT AT END
                  ADD 1                   TO WK30-QT-VERSOES
           END-READ
           .
       1100-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2000-PROCESSA-VERSAO               SECTION.
      *-----------------------------------------------------------------
      * Dentro da variante, cada versao aprovada ja vigente substitui a
      * anterior no canonico em vigor e no projetado; aprovada futura e
      * pendente mexem so no projetado. Rejeitada e so historico.
      *-----------------------------------------------------------------
           IF DCN-NM-VARIANTE NOT EQUAL WK30-GRP-NM-VARIANTE
              PERFORM 2200-FECHA-VARIANTE
              MOVE SPACES                TO WK30-GRP-VARIANTE
              MOVE 'N'                   TO WK30-GRP-SW-MUDA
                                            WK30-GRP-SW-RETIRADA
              MOVE DCN-NM-VARIANTE       TO WK30-GRP-NM-VARIANTE
           END-IF

           EVALUATE TRUE
              WHEN DCN-SITUACAO-REJEITADA
                 ADD 1                   TO WK30-QT-REJEITADOS
              WHEN DCN-SITUACAO-APROVADA
               AND DCN-DT-VIGENCIA NOT GREATER WK30-DT-HOJE
                 IF DCN-MUDANCA-RETIRADA
                    MOVE SPACES          TO WK30-GRP-NM-CANON-VIG
                    SET WK30-GRP-RETIRADA TO TRUE
                 ELSE
                    MOVE DCN-NM-CANONICO TO WK30-GRP-NM-CANON-VIG
                    MOVE 'N'             TO WK30-GRP-SW-RETIRADA
                 END-IF
                 MOVE WK30-GRP-NM-CANON-VIG
                                         TO WK30-GRP-NM-CANON-PROJ
              WHEN OTHER
                 IF DCN-SITUACAO-PENDENTE
                    ADD 1                TO WK30-QT-PENDENTES
                 ELSE
                    ADD 1                TO WK30-QT-FUTUROS
                 END-IF
                 IF DCN-MUDANCA-RETIRADA
                    MOVE SPACES          TO WK30-GRP-NM-CANON-PROJ
                 ELSE
                    MOVE DCN-NM-CANONICO TO WK30-GRP-NM-CANON-PROJ
                 END-IF
                 SET WK30-GRP-COM-MUDANCA TO TRUE
                 PERFORM 2100-LISTA-MUDANCA
           END-EVALUATE

           PERFORM 1100-LER-DICIONARIO
           .
       2000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2100-LISTA-MUDANCA                 SECTION.
      *-----------------------------------------------------------------
           MOVE SPACES                   TO WK30-LINHA-MUDA

           IF DCN-SITUACAO-PENDENTE
              MOVE 'PENDENTE'            TO WK30-MUD-TX-SITUACAO
           ELSE
              MOVE 'APROVADA'            TO WK30-MUD-TX-SITUACAO
              MOVE DCN-NM-OPER-DECISAO   TO WK30-MUD-NM-OPER-DECISAO
           END-IF

           EVALUATE TRUE
              WHEN DCN-MUDANCA-INCLUSAO
                 MOVE 'INCLUSAO'         TO WK30-MUD-TX-MUDANCA
              WHEN DCN-MUDANCA-ALTERACAO
                 MOVE 'ALTERA'           TO WK30-MUD-TX-MUDANCA
              WHEN DCN-MUDANCA-RETIRADA
                 MOVE 'RETIRADA'         TO WK30-MUD-TX-MUDANCA
              WHEN OTHER
                 MOVE DCN-CD-MUDANCA     TO WK30-MUD-TX-MUDANCA
           END-EVALUATE

           MOVE DCN-NM-VARIANTE          TO WK30-MUD-NM-VARIANTE
           MOVE DCN-DT-VIGENCIA          TO WK30-MUD-DT-VIGENCIA
           MOVE DCN-NM-CANONICO          TO WK30-MUD-NM-CANONICO
           MOVE DCN-NM-OPER-PROPOSTA     TO WK30-MUD-NM-OPER-PROPOSTA

           WRITE REG-RELAT FROM WK30-LINHA-MUDA
           .
       2100-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2200-FECHA-VARIANTE                SECTION.
      *-----------------------------------------------------------------
      * Fecha a variante corrente: a versao em vigor vai para o
      * NICKDIC, e a variante entra na tabela das verificacoes se tem
      * canonico em vigor ou projetado.
      *-----------------------------------------------------------------
           IF WK30-GRP-NM-VARIANTE NOT EQUAL SPACES
              ADD 1                      TO WK30-QT-VARIANTES

              IF WK30-GRP-RETIRADA
                 ADD 1                   TO WK30-QT-RETIRADOS
              END-IF

              IF WK30-GRP-NM-CANON-VIG NOT EQUAL SPACES
                 MOVE WK30-GRP-NM-VARIANTE TO NCK-NM-VARIANTE
                 MOVE WK30-GRP-NM-CANON-VIG TO NCK-NM-CANONICO
                 WRITE REG-NICKDIC
                 ADD 1                   TO WK30-QT-DESCARREGADOS
              END-IF

              IF WK30-GRP-NM-CANON-VIG  NOT EQUAL SPACES
              OR WK30-GRP-NM-CANON-PROJ NOT EQUAL SPACES
                 PERFORM 2300-GUARDA-VERBETE
              END-IF
           END-IF
           .
       2200-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2300-GUARDA-VERBETE                SECTION.
      *-----------------------------------------------------------------
           IF WK30-QT-VERBETES NOT LESS 2000
              DISPLAY 'EDUS0030: DICIONARIO EXCEDE 2000 VARIANTES - '
                      'JOB INTERROMPIDO'
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           ADD 1                         TO WK30-QT-VERBETES

           MOVE WK30-GRP-NM-VARIANTE     TO WK30-NM-NORMAL
           PERFORM 7000-NORMALIZA-NOME
           MOVE WK30-NM-NORMAL
                     TO WK30-VRB-NM-VARIANTE(WK30-QT-VERBETES)

           MOVE WK30-GRP-NM-CANON-VIG    TO WK30-NM-NORMAL
           PERFORM 7000-NORMALIZA-NOME
           MOVE WK30-NM-NORMAL
                     TO WK30-VRB-NM-CANON-VIG(WK30-QT-VERBETES)

           MOVE WK30-GRP-NM-CANON-PROJ   TO WK30-NM-NORMAL
           PERFORM 7000-NORMALIZA-NOME
           MOVE WK30-NM-NORMAL
                     TO WK30-VRB-NM-CANON-PROJ(WK30-QT-VERBETES)

           MOVE WK30-GRP-SW-MUDA
                     TO WK30-VRB-SW-MUDA(WK30-QT-VERBETES)
           .
       2300-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3000-VERIFICA-VERBETES             SECTION.
      *-----------------------------------------------------------------
      * Cada verbete contra todos os outros, no dicionario em vigor e
      * no projetado. No projetado so sai o que envolve uma mudanca
      * ainda nao vigente - o resto ja saiu como EM VIGOR.
      *-----------------------------------------------------------------
           MOVE SPACES                   TO WK30-LINHA-SECAO
           MOVE 'VERBETES CIRCULARES E CONFLITANTES'
                                         TO WK30-LINHA-SECAO
           WRITE REG-RELAT FROM WK30-LINHA-SECAO
           WRITE REG-RELAT FROM WK30-LINHA-CABEC-OCORR

           PERFORM 3100-VERIFICA-VERBETE
               VARYING WK30-IDX-I FROM 1 BY 1
                 UNTIL WK30-IDX-I GREATER WK30-QT-VERBETES

           IF WK30-QT-DESCARREGADOS GREATER WK30-QT-MAX-MOTOR
              MOVE SPACES                TO WK30-LINHA-SECAO
              MOVE 'AVISO: MAIS DE 300 VERBETES EM VIGOR - O MOTOR SO'
                                         TO WK30-LINHA-SECAO
              MOVE 'CARREGA OS 300 PRIMEIROS'
                                         TO WK30-LINHA-SECAO(51:)
              WRITE REG-RELAT FROM WK30-LINHA-SECAO
              ADD 1                      TO WK30-QT-OCORRENCIAS
           END-IF

           COMPUTE WK30-QT-OCORRENCIAS = WK30-QT-OCORRENCIAS +
                   WK30-QT-CIRCULARES  + WK30-QT-CONFLITOS

           IF  WK30-QT-CIRCULARES EQUAL ZEROS
           AND WK30-QT-CONFLITOS  EQUAL ZEROS
               MOVE SPACES               TO WK30-LINHA-SECAO
               MOVE 'NENHUM VERBETE CIRCULAR OU CONFLITANTE'
                                         TO WK30-LINHA-SECAO
               WRITE REG-RELAT FROM WK30-LINHA-SECAO
           END-IF
           .
       3000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3100-VERIFICA-VERBETE              SECTION.
      *-----------------------------------------------------------------
           PERFORM 3200-COMPARA-VERBETES
               VARYING WK30-IDX-J FROM 1 BY 1
                 UNTIL WK30-IDX-J GREATER WK30-QT-VERBETES
           .
       3100-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3200-COMPARA-VERBETES              SECTION.
      *-----------------------------------------------------------------
      * Circular: o canonico do verbete I e a variante do verbete J
      * (I igual a J quando o verbete troca a variante por ela mesma).
      * Conflitante: I e J com a mesma variante normalizada e canonicos
      * diferentes - testado uma vez so por par (J depois de I).
      *-----------------------------------------------------------------
           IF  WK30-VRB-NM-CANON-VIG(WK30-IDX-I) NOT EQUAL SPACES
           AND WK30-VRB-NM-CANON-VIG(WK30-IDX-J) NOT EQUAL SPACES
               IF WK30-VRB-NM-CANON-VIG(WK30-IDX-I) EQUAL
                  WK30-VRB-NM-VARIANTE(WK30-IDX-J)
                  MOVE 'CIRCULAR'        TO WK30-OCO-TX-TIPO
                  MOVE 'EM VIGOR'        TO WK30-OCO-TX-ESCOPO
                  PERFORM 3300-GRAVA-OCORRENCIA-VIG
                  ADD 1                  TO WK30-QT-CIRCULARES
               END-IF
               IF  WK30-IDX-J GREATER WK30-IDX-I
               AND WK30-VRB-NM-VARIANTE(WK30-IDX-I) EQUAL
                   WK30-VRB-NM-VARIANTE(WK30-IDX-J)
               AND WK30-VRB-NM-CANON-VIG(WK30-IDX-I) NOT EQUAL
                   WK30-VRB-NM-CANON-VIG(WK30-IDX-J)
                   MOVE 'CONFLITO'       TO WK30-OCO-TX-TIPO
                   MOVE 'EM VIGOR'       TO WK30-OCO-TX-ESCOPO
                   PERFORM 3300-GRAVA-OCORRENCIA-VIG
                   ADD 1                 TO WK30-QT-CONFLITOS
               END-IF
           END-IF

           IF  WK30-VRB-NM-CANON-PROJ(WK30-IDX-I) NOT EQUAL SPACES
           AND WK30-VRB-NM-CANON-PROJ(WK30-IDX-J) NOT EQUAL SPACES
           AND (WK30-VRB-SW-MUDA(WK30-IDX-I) EQUAL 'S'
             OR WK30-VRB-SW-MUDA(WK30-IDX-J) EQUAL 'S')
               IF WK30-VRB-NM-CANON-PROJ(WK30-IDX-I) EQUAL
                  WK30-VRB-NM-VARIANTE(WK30-IDX-J)
                  MOVE 'CIRCULAR'        TO WK30-OCO-TX-TIPO
                  MOVE 'A VIGORAR'       TO WK30-OCO-TX-ESCOPO
                  PERFORM 3400-GRAVA-OCORRENCIA-PROJ
                  ADD 1                  TO WK30-QT-CIRCULARES
               END-IF
               IF  WK30-IDX-J GREATER WK30-IDX-I
               AND WK30-VRB-NM-VARIANTE(WK30-IDX-I) EQUAL
                   WK30-VRB-NM-VARIANTE(WK30-IDX-J)
               AND WK30-VRB-NM-CANON-PROJ(WK30-IDX-I) NOT EQUAL
                   WK30-VRB-NM-CANON-PROJ(WK30-IDX-J)
                   MOVE 'CONFLITO'       TO WK30-OCO-TX-TIPO
                   MOVE 'A VIGORAR'      TO WK30-OCO-TX-ESCOPO
                   PERFORM 3400-GRAVA-OCORRENCIA-PROJ
                   ADD 1                 TO WK30-QT-CONFLITOS
               END-IF
           END-IF
           .
       3200-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3300-GRAVA-OCORRENCIA-VIG          SECTION.
      *-----------------------------------------------------------------
           MOVE WK30-VRB-NM-VARIANTE(WK30-IDX-I)
                                         TO WK30-OCO-NM-VARIANTE-1
           MOVE WK30-VRB-NM-CANON-VIG(WK30-IDX-I)
                                         TO WK30-OCO-NM-CANONICO-1
           MOVE WK30-VRB-NM-VARIANTE(WK30-IDX-J)
                                         TO WK30-OCO-NM-VARIANTE-2
           MOVE WK30-VRB-NM-CANON-VIG(WK30-IDX-J)
                                         TO WK30-OCO-NM-CANONICO-2
           WRITE REG-RELAT FROM WK30-LINHA-OCORR
           .
       3300-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3400-GRAVA-OCORRENCIA-PROJ         SECTION.
      *-----------------------------------------------------------------
           MOVE WK30-VRB-NM-VARIANTE(WK30-IDX-I)
                                         TO WK30-OCO-NM-VARIANTE-1
           MOVE WK30-VRB-NM-CANON-PROJ(WK30-IDX-I)
                                         TO WK30-OCO-NM-CANONICO-1
           MOVE WK30-VRB-NM-VARIANTE(WK30-IDX-J)
                                         TO WK30-OCO-NM-VARIANTE-2
           MOVE WK30-VRB-NM-CANON-PROJ(WK30-IDX-J)
                                         TO WK30-OCO-NM-CANONICO-2
           WRITE REG-RELAT FROM WK30-LINHA-OCORR
           .
       3400-SAI.
           EXIT.
      *-----------------------------------------------------------------
       7000-NORMALIZA-NOME                SECTION.
      *-----------------------------------------------------------------
      * Mesma normalizacao de 305000-NORMALIZA-TX (EDUSIM01) - os
      * verbetes gravados pelo EDUS0029 ja vem assim; os mais antigos
      * podem nao vir.
      *-----------------------------------------------------------------
           MOVE FUNCTION UPPER-CASE(WK30-NM-NORMAL)
                                         TO WK30-NM-NORMAL
           INSPECT WK30-NM-NORMAL
              CONVERTING NORM-TAB-ACENTUADAS
                      TO NORM-TAB-SIMPLES
           .
       7000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       9000-FINALIZA                      SECTION.
      *-----------------------------------------------------------------
           MOVE SPACES                   TO WK30-LINHA-SECAO
           MOVE 'TOTAIS'                 TO WK30-LINHA-SECAO
           WRITE REG-RELAT FROM WK30-LINHA-SECAO

           MOVE 'VERSOES LIDAS DO EDUSDIC...............:'
                                         TO WK30-TOT-ROTULO
           MOVE WK30-QT-VERSOES          TO WK30-TOT-QT
           WRITE REG-RELAT FROM WK30-LINHA-TOTAL

           MOVE 'VARIANTES..............................:'
                                         TO WK30-TOT-ROTULO
           MOVE WK30-QT-VARIANTES        TO WK30-TOT-QT
           WRITE REG-RELAT FROM WK30-LINHA-TOTAL

           MOVE 'VERBETES EM VIGOR GRAVADOS NO NICKDIC..:'
                                         TO WK30-TOT-ROTULO
           MOVE WK30-QT-DESCARREGADOS    TO WK30-TOT-QT
           WRITE REG-RELAT FROM WK30-LINHA-TOTAL

           MOVE 'VARIANTES RETIRADAS....................:'
                                         TO WK30-TOT-ROTULO
           MOVE WK30-QT-RETIRADOS        TO WK30-TOT-QT
           WRITE REG-RELAT FROM WK30-LINHA-TOTAL

           MOVE 'PROPOSTAS PENDENTES....................:'
                                         TO WK30-TOT-ROTULO
           MOVE WK30-QT-PENDENTES        TO WK30-TOT-QT
           WRITE REG-RELAT FROM WK30-LINHA-TOTAL

           MOVE 'APROVADAS COM VIGENCIA FUTURA..........:'
                                         TO WK30-TOT-ROTULO
           MOVE WK30-QT-FUTUROS          TO WK30-TOT-QT
           WRITE REG-RELAT FROM WK30-LINHA-TOTAL

           MOVE 'PROPOSTAS REJEITADAS (HISTORICO).......:'
                                         TO WK30-TOT-ROTULO
           MOVE WK30-QT-REJEITADOS       TO WK30-TOT-QT
           WRITE REG-RELAT FROM WK30-LINHA-TOTAL

           MOVE 'VERBETES CIRCULARES....................:'
                                         TO WK30-TOT-ROTULO
           MOVE WK30-QT-CIRCULARES       TO WK30-TOT-QT
           WRITE REG-RELAT FROM WK30-LINHA-TOTAL

           MOVE 'VERBETES CONFLITANTES..................:'
                                         TO WK30-TOT-ROTULO
           MOVE WK30-QT-CONFLITOS        TO WK30-TOT-QT
           WRITE REG-RELAT FROM WK30-LINHA-TOTAL

           CLOSE DICION-FILE
                 NICKDIC-FILE
                 RELAT-FILE

           IF WK30-QT-OCORRENCIAS GREATER ZEROS
              DISPLAY 'EDUS0030: DICIONARIO COM OCORRENCIAS - '
                      'VER RELDIC'
              MOVE 4                     TO RETURN-CODE
           END-IF

           PERFORM 9900-GRAVA-RUN-CONTROLE
           .
       9000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       9900-GRAVA-RUN-CONTROLE            SECTION.
      *-----------------------------------------------------------------
      * Registro padrao de controle de execucao (RUNLOG, EDUSIM07) - e
      * dele que o EDUS0018 monta o quadro consolidado da noite. As
      * ocorrencias de RC 4 ficam no RELDIC; a descarga em si saiu.
      *-----------------------------------------------------------------
           OPEN EXTEND RUNLOG-FILE

           MOVE SPACES                   TO RUN-REC
           MOVE 'EDUS0030'               TO RUN-NM-JOB
           MOVE WK30-DT-INICIO-RUN       TO RUN-DT-INICIO
           MOVE FUNCTION CURRENT-DATE    TO RUN-DT-FIM
           MOVE WK30-QT-VERSOES          TO RUN-QT-LIDOS
           MOVE WK30-QT-DESCARREGADOS    TO RUN-QT-GRAVADOS
           SET RUN-STATUS-OK             TO TRUE
           WRITE RUN-REC

           CLOSE RUNLOG-FILE
           .
       9900-SAI.
           EXIT.
      *---------------------- FIM EDUS0030 ------------------------------
