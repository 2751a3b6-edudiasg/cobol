      *-----------------------------------------------------------------
      * PROGRAM....: EDUS0021
      * ANALIST....: C1276521 - EDUARDO DIAS GUSMAO
      * AUTHOR.....: C1276521 - EDUARDO DIAS GUSMAO
      * COMPILATION: Cobol 5.2
      * OBJECTIVE..: Examiner retrieval over the archived audit trail.
      *              Request-driven (not part of the nightly chain):
      *              reads the criteria of one examiner request
      *              (EXMPRM) and searches a range of daily archive
      *              generations built by EDUS0005 (ARCHDIA, layout
      *              EDUSIM02 - the JCL concatenates the generations
      *              asked for), selecting by date range, calling
      *              program (AUD-NM-PRG), match result (AUD-SW-MATCH)
      *              and name. The name is not compared as exact text:
      *              it goes through the same engine every caller uses
      *              (210000-VRF-SIM via EDUSIM00/EDUSIM01, compliance
      *              knobs on) against both AUD-TX-VRF and AUD-TX-FON,
      *              so spelling variants of the subject are caught.
      *              Selected records go to the extract EXAMEXT and to
      *              the examiner report RELEXAME, whose cover page
      *              states the criteria, every generation searched
      *              (first/last timestamp, records read and selected)
      *              and the counts of every discard reason - the
      *              evidence that the search was complete.
      *-----------------------------------------------------------------
      * VRS001 15.10.2026 - C1276521 - IMPLANTATION
      * VRS002 15.10.2026 - C1276521 - Audit trail control trailers
      *        (EDUSIM02 VRS004) are not searched: stream trailers are
      *        only counted, and the archive trailer of EDUS0005 (or of
      *        EDUS0006, once purged) closes its generation, whose
      *        records are checked against it on the cover page.
      * VRS003 15.10.2026 - C1276521 - The name dictionary is loaded
      *        before the request is read, so the length of the
      *        requested name is measured after nickname substitution.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. EDUS0021.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXMPRM-FILE ASSIGN TO EXMPRM
                  ORGANIZATION IS SEQUENTIAL.

           SELECT ARCH-FILE   ASSIGN TO ARCHDIA
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL NICKDIC-FILE ASSIGN TO NICKDIC
                  ORGANIZATION IS SEQUENTIAL.

           SELECT EXTRATO-FILE ASSIGN TO EXAMEXT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT RELAT-FILE  ASSIGN TO RELEXAME
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
      * Pedido do examinador - um registro so. Campo em branco (ou
      * zerado, no caso do limiar) nao filtra.
      *-----------------------------------------------------------------
       FD  EXMPRM-FILE.
       01  REG-EXMPRM.
           03 EXM-CD-PEDIDO              PIC  X(020).
           03 EXM-NM-SOLICITANTE         PIC  X(030).
           03 EXM-DT-INICIO              PIC  X(008).
           03 EXM-DT-FIM                 PIC  X(008).
           03 EXM-NM-PRG                 PIC  X(008).
           03 EXM-SW-MATCH               PIC  X(001).
           03 EXM-VL-LIMIAR              PIC S9(001)V9(2).
           03 EXM-TX-NOME                PIC  X(255).

       FD  ARCH-FILE.
       01  REG-ARCH                      PIC  X(590).

       FD  NICKDIC-FILE.
       01  REG-NICKDIC.
           03 NCK-NM-VARIANTE            PIC  X(030).
           03 NCK-NM-CANONICO            PIC  X(030).

      *-----------------------------------------------------------------
      * Extrato para o examinador: o registro de auditoria na integra
      * (EDUSIM02), a geracao de onde veio (ordem de leitura) e a nota
      * do nome pedido contra o registro (branco sem filtro de nome).
      *-----------------------------------------------------------------
       FD  EXTRATO-FILE.
       01  REG-EXTRATO.
           03 EXT-REG-AUDITORIA          PIC  X(590).
           03 EXT-NR-GERACAO             PIC  9(003).
           03 EXT-VL-SML-NOME            PIC  Z9,99.
           03 FILLER                     PIC  X(002).

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
      * Motor de similaridade (comum com EDUS0001/EDUS0002/EDUS0003).
      *-----------------------------------------------------------------
       COPY EDUSIM00.
      *-----------------------------------------------------------------
      * Registro de auditoria (comum com EDUS0001/EDUS0002/EDUS0003) -
      * as geracoes sao lidas INTO esta area.
      *-----------------------------------------------------------------
       COPY EDUSIM02.
      *-----------------------------------------------------------------
      * Criterios em vigor, ja validados. Periodo em branco vira o
      * intervalo aberto; limiar zerado ou invalido vale LIMIAR-PADRAO.
      *-----------------------------------------------------------------
       77  WK21-DT-INICIO                PIC  X(008) VALUE '00000000'.
       77  WK21-DT-FIM                   PIC  X(008) VALUE '99999999'.
       77  WK21-VL-LIMIAR                PIC S9(001)V9(2) COMP-3
                                                          VALUE ZEROS.
       77  WK21-SW-FILTRO-NOME           PIC  X(001) VALUE 'N'.
           88 WK21-FILTRO-NOME                         VALUE 'S'.
       77  WK21-TX1-TAM-NOME             PIC  9(003) VALUE ZEROS.
      *-----------------------------------------------------------------
      * Area de trabalho do batch.
      *-----------------------------------------------------------------
       77  WK21-SW-FIM-ARQ               PIC  X(001) VALUE 'N'.
           88 WK21-FIM-ARQ                            VALUE 'S'.
       77  WK21-SW-FIM-DIC               PIC  X(001) VALUE 'N'.
           88 WK21-FIM-DIC                             VALUE 'S'.
       77  WK21-SW-SELECIONADO           PIC  X(001) VALUE 'N'.
           88 WK21-SELECIONADO                         VALUE 'S'.
       77  WK21-VL-SML-NOME              PIC  9V9(8) VALUE ZEROS.
       77  WK21-DT-HORA-ANT              PIC  X(021) VALUE SPACES.
       77  WK21-QT-LIDOS                 PIC  9(009) COMP VALUE ZEROS.
       77  WK21-QT-SELECIONADOS          PIC  9(007) COMP VALUE ZEROS.
       77  WK21-QT-FORA-PERIODO          PIC  9(009) COMP VALUE ZEROS.
       77  WK21-QT-OUTRO-PRG             PIC  9(009) COMP VALUE ZEROS.
       77  WK21-QT-OUTRO-RESULT          PIC  9(009) COMP VALUE ZEROS.
       77  WK21-QT-NOME-DIFERE           PIC  9(009) COMP VALUE ZEROS.
       77  WK21-IDX-GER                  PIC  9(003) COMP VALUE ZEROS.
       77  WK21-DT-INICIO-RUN            PIC  X(021) VALUE SPACES.
       77  WK21-SW-DETALHE               PIC  X(001) VALUE 'N'.
           88 WK21-DETALHE                            VALUE 'S'.
       77  WK21-SW-NOVA-GERACAO          PIC  X(001) VALUE 'N'.
           88 WK21-NOVA-GERACAO                       VALUE 'S'.
       77  WK21-QT-TRAILERS              PIC  9(007) COMP VALUE ZEROS.
       77  WK21-QT-GER-DIVERGE           PIC  9(003) COMP VALUE ZEROS.
       77  WK21-QT-GER-SEM-TRL           PIC  9(003) COMP VALUE ZEROS.
      *-----------------------------------------------------------------
      * Menor e maior AUD-DT-HORA lidos em todas as geracoes - e o que
      * de fato foi coberto, para comparar com o periodo pedido.
      *-----------------------------------------------------------------
       77  WK21-DT-MENOR-LIDO            PIC  X(021) VALUE HIGH-VALUES.
       77  WK21-DT-MAIOR-LIDO            PIC  X(021) VALUE LOW-VALUES.
      *-----------------------------------------------------------------
      * Geracoes lidas. Cada geracao do ARCHDIA sai do EDUS0005 em
      * ordem crescente de AUD-DT-HORA, entao um registro com
      * AUD-DT-HORA menor que o anterior so pode ser o inicio da
      * geracao seguinte da concatenacao (a referencia a base do GDG
      * traz as geracoes da mais nova para a mais antiga). Tabela cheia
      * interrompe o job: uma pesquisa que nao sabe dizer o que leu
      * nao serve de prova de completude.
      * O trailer de arquivo (EDUS0005, ou EDUS0006 depois de um
      * expurgo) fecha a geracao com a quantidade e o hash dos seus
      * registros: e o limite exato da geracao e a prova de que ela foi
      * lida inteira. A volta no tempo fica para as geracoes antigas,
      * gravadas antes dos trailers.
      *-----------------------------------------------------------------
       01  WK21-TB-GERACOES.
           03 WK21-QT-GERACOES           PIC  9(003) COMP VALUE ZEROS.
           03 WK21-REG-GER OCCURS 400 TIMES.
              05 WK21-GER-DT-PRIMEIRO    PIC  X(021).
              05 WK21-GER-DT-ULTIMO      PIC  X(021).
              05 WK21-GER-QT-LIDOS       PIC  9(009) COMP.
              05 WK21-GER-QT-SELEC       PIC  9(007) COMP.
              05 WK21-GER-VL-HASH        PIC  9(018) COMP.
              05 WK21-GER-SW-TRAILER     PIC  X(001).
                 88 WK21-GER-COM-TRAILER              VALUE 'S'.
              05 WK21-GER-QT-TRL         PIC  9(009) COMP.
              05 WK21-GER-VL-HASH-TRL    PIC  9(018) COMP.

       01  WK21-LINHA-TITULO.
           03 FILLER                     PIC  X(045)
              VALUE 'PESQUISA DE AUDITORIA PARA EXAMINADOR - '.
           03 WK21-TIT-DATA              PIC  X(008).

       01  WK21-LINHA-SEPARA.
           03 FILLER                     PIC  X(132) VALUE ALL '-'.

       01  WK21-LINHA-CRITERIO.
           03 WK21-CRT-ROTULO            PIC  X(024).
           03 WK21-CRT-VALOR             PIC  X(100).

       01  WK21-LINHA-CABEC-GER.
           03 FILLER                     PIC  X(060)
              VALUE 'GERACAO  PRIMEIRO REGISTRO       ULTIMO REGISTRO'.
           03 FILLER                     PIC  X(024)
              VALUE '         LIDOS   SELEC.'.
           03 FILLER                     PIC  X(024)
              VALUE '      TRAILER  CONTROLE'.

       01  WK21-LINHA-GERACAO.
           03 WK21-GER-NR-DET            PIC  ZZ9.
           03 FILLER                     PIC  X(006) VALUE SPACES.
           03 WK21-GER-DT-PRI-DET        PIC  X(021).
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK21-GER-DT-ULT-DET        PIC  X(021).
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK21-GER-QT-LID-DET        PIC  ZZZ.ZZZ.ZZ9.
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK21-GER-QT-SEL-DET        PIC  ZZZ.ZZ9.
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK21-GER-QT-TRL-DET        PIC  ZZZ.ZZZ.ZZ9.
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK21-GER-TX-CONTROLE       PIC  X(008).

       01  WK21-LINHA-AVISO.
           03 FILLER                     PIC  X(010) VALUE 'ATENCAO: '.
           03 WK21-AVS-TEXTO             PIC  X(100).

       01  WK21-LINHA-CABEC-DET.
           03 FILLER                     PIC  X(050)
              VALUE 'GER DATA/HORA             PROGRAMA SML   LIM   M'.
           03 FILLER                     PIC  X(040)
              VALUE ' NOTA  NOME VERIFICADO / NOME FONTE'.

       01  WK21-LINHA-DETALHE.
           03 WK21-DET-NR-GERACAO        PIC  ZZ9.
           03 FILLER                     PIC  X(001) VALUE SPACES.
           03 WK21-DET-DT-HORA           PIC  X(021).
           03 FILLER                     PIC  X(001) VALUE SPACES.
           03 WK21-DET-NM-PRG            PIC  X(008).
           03 FILLER                     PIC  X(001) VALUE SPACES.
           03 WK21-DET-VL-SML            PIC  X(005).
           03 FILLER                     PIC  X(001) VALUE SPACES.
           03 WK21-DET-VL-LIMIAR         PIC  X(005).
           03 FILLER                     PIC  X(001) VALUE SPACES.
           03 WK21-DET-SW-MATCH          PIC  X(001).
           03 FILLER                     PIC  X(001) VALUE SPACES.
           03 WK21-DET-VL-SML-NOME       PIC  X(005).
           03 FILLER                     PIC  X(001) VALUE SPACES.
           03 WK21-DET-TX-VRF            PIC  X(077).

       01  WK21-LINHA-DETALHE-FON.
           03 FILLER                     PIC  X(055) VALUE SPACES.
           03 WK21-DET-TX-FON            PIC  X(077).

       01  WK21-LINHA-TOTAL.
           03 WK21-TOT-ROTULO            PIC  X(030).
           03 WK21-TOT-QT                PIC  ZZZ.ZZZ.ZZ9.

       01  WK21-VL-EDITADO               PIC  9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE                      SECTION.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZA

           PERFORM 2000-PROCESSA-REG
               UNTIL WK21-FIM-ARQ

           PERFORM 9000-FINALIZA

           STOP RUN
           .
       0000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1000-INICIALIZA                    SECTION.
      *-----------------------------------------------------------------
      * Mesmos ajustes de compliance do EDUS0016: normalizacao de
      * caixa/acentos, comparacao por tokens (o nome pode ter sido
      * gravado sobrenome-primeiro) e o dicionario de apelidos quando
      * o DD NICKDIC esta presente.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE    TO WK21-DT-INICIO-RUN

           OPEN INPUT  ARCH-FILE
           OPEN OUTPUT EXTRATO-FILE

           SET  NORMALIZAR-ATIVO         TO TRUE
           MOVE '4'                      TO ALGORITMO-SELECIONADO

      *-----------------------------------------------------------------
      * O dicionario sobe antes do pedido: o tamanho do nome pedido e
      * medido uma vez so em 1050-LE-PEDIDO, e a substituicao pelo
      * dicionario (300000-RETIRA-ESP) muda esse tamanho.
      *-----------------------------------------------------------------
           PERFORM 1070-CARREGA-DICIONARIO
           PERFORM 1050-LE-PEDIDO

           PERFORM 1100-LER-ARQUIVO
           .
       1000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1050-LE-PEDIDO                     SECTION.
      *-----------------------------------------------------------------
      * Sem pedido nao ha pesquisa, e um criterio invalido interrompe o
      * job - um extrato com o criterio errado parece completo e nao e.
      *-----------------------------------------------------------------
           OPEN INPUT EXMPRM-FILE

           READ EXMPRM-FILE
               AT END
                  DISPLAY 'EDUS0021: EXMPRM VAZIO - SEM PEDIDO; '
                          'JOB INTERROMPIDO'
                  MOVE 16                TO RETURN-CODE
                  STOP RUN
           END-READ

           CLOSE EXMPRM-FILE

           IF EXM-DT-INICIO NOT EQUAL SPACES
              IF EXM-DT-INICIO IS NUMERIC
                 MOVE EXM-DT-INICIO      TO WK21-DT-INICIO
              ELSE
                 DISPLAY 'EDUS0021: DATA INICIAL INVALIDA: '
                         EXM-DT-INICIO
                 MOVE 16                 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           IF EXM-DT-FIM NOT EQUAL SPACES
              IF EXM-DT-FIM IS NUMERIC
                 MOVE EXM-DT-FIM         TO WK21-DT-FIM
              ELSE
                 DISPLAY 'EDUS0021: DATA FINAL INVALIDA: '
                         EXM-DT-FIM
                 MOVE 16                 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           IF WK21-DT-INICIO GREATER WK21-DT-FIM
              DISPLAY 'EDUS0021: PERIODO INVERTIDO: '
                      WK21-DT-INICIO ' A ' WK21-DT-FIM
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           IF  EXM-SW-MATCH NOT EQUAL SPACE
           AND EXM-SW-MATCH NOT EQUAL 'S'
           AND EXM-SW-MATCH NOT EQUAL 'N'
              DISPLAY 'EDUS0021: RESULTADO PEDIDO INVALIDO: '
                      EXM-SW-MATCH
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           IF  EXM-VL-LIMIAR IS NUMERIC
           AND EXM-VL-LIMIAR GREATER ZEROS
           AND EXM-VL-LIMIAR NOT GREATER 1
              MOVE EXM-VL-LIMIAR         TO WK21-VL-LIMIAR
           ELSE
              MOVE LIMIAR-PADRAO         TO WK21-VL-LIMIAR
           END-IF

      *-----------------------------------------------------------------
      * O nome pedido e preparado uma vez so (GDA-TX1 e seu tamanho,
      * ja com o dicionario carregado); a cada registro so o lado do
      * arquivo muda.
      *-----------------------------------------------------------------
           IF EXM-TX-NOME NOT EQUAL SPACES
              SET WK21-FILTRO-NOME       TO TRUE
              MOVE EXM-TX-NOME           TO WS-TX
              PERFORM 300000-RETIRA-ESP
              MOVE GDA-CT-LEN            TO WK21-TX1-TAM-NOME
           END-IF
           .
       1050-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1070-CARREGA-DICIONARIO            SECTION.
      *-----------------------------------------------------------------
      * NICKDIC-FILE e OPTIONAL: com o DD presente e com verbetes, o
      * dicionario de equivalencia liga (DICIONARIO-ATIVO) - mesmo
      * start-up de EDUS0002/EDUS0003/EDUS0016.
      *-----------------------------------------------------------------
           OPEN INPUT NICKDIC-FILE

           READ NICKDIC-FILE
               AT END
                  SET WK21-FIM-DIC        TO TRUE
           END-READ

           PERFORM 1075-GUARDA-VERBETE
               UNTIL WK21-FIM-DIC

           CLOSE NICKDIC-FILE

           IF DIC-QT-ENTRADAS GREATER ZEROS
              SET DICIONARIO-ATIVO       TO TRUE
           END-IF
           .
       1070-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1075-GUARDA-VERBETE                SECTION.
      *-----------------------------------------------------------------
           IF DIC-QT-ENTRADAS LESS 300
              ADD 1                      TO DIC-QT-ENTRADAS
              MOVE NCK-NM-VARIANTE
                             TO DIC-NM-VARIANTE(DIC-QT-ENTRADAS)
              MOVE NCK-NM-CANONICO
                             TO DIC-NM-CANONICO(DIC-QT-ENTRADAS)
           ELSE
              DISPLAY 'EDUS0021: DICIONARIO EXCEDEU 300 VERBETES - '
                      'VERBETE IGNORADO: ' NCK-NM-VARIANTE
           END-IF

           READ NICKDIC-FILE
               AT END
                  SET WK21-FIM-DIC        TO TRUE
           END-READ
           .
       1075-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1100-LER-ARQUIVO                   SECTION.
      *-----------------------------------------------------------------
      * Devolve o proximo detalhe; trailers de controle nao sao
      * registros de auditoria e nao entram na pesquisa.
      *-----------------------------------------------------------------
           MOVE 'N'                      TO WK21-SW-DETALHE

           PERFORM 1110-LER-REGISTRO
               UNTIL WK21-FIM-ARQ
                  OR WK21-DETALHE
           .
       1100-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1110-LER-REGISTRO                  SECTION.
      *-----------------------------------------------------------------
           READ ARCH-FILE INTO AUDIT-REC
               AT END
                  SET WK21-FIM-ARQ       TO TRUE
               NOT AT END
                  IF AUD-REG-TRAILER
                     PERFORM 1160-TRATA-TRAILER
                  ELSE
                     SET WK21-DETALHE    TO TRUE
                     ADD 1               TO WK21-QT-LIDOS
                     PERFORM 1150-CONTA-GERACAO
                  END-IF
           END-READ
           .
       1110-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1150-CONTA-GERACAO                 SECTION.
      *-----------------------------------------------------------------
      * Primeiro registro, primeiro depois de um trailer de arquivo, ou
      * AUD-DT-HORA voltando no tempo: comeca uma nova geracao da
      * concatenacao. O hash de cada detalhe soma no da geracao.
      *-----------------------------------------------------------------
           IF WK21-QT-GERACOES EQUAL ZEROS
           OR WK21-NOVA-GERACAO
           OR AUD-DT-HORA LESS WK21-DT-HORA-ANT
              PERFORM 1155-ABRE-GERACAO
           END-IF

           MOVE AUD-DT-HORA
                          TO WK21-GER-DT-ULTIMO(WK21-QT-GERACOES)
           ADD 1          TO WK21-GER-QT-LIDOS(WK21-QT-GERACOES)
           MOVE AUD-DT-HORA              TO WK21-DT-HORA-ANT

           PERFORM 321000-CALCULA-HASH-AUDIT
           ADD AUC-VL-HASH-REG
                          TO WK21-GER-VL-HASH(WK21-QT-GERACOES)

           IF AUD-DT-HORA LESS WK21-DT-MENOR-LIDO
              MOVE AUD-DT-HORA           TO WK21-DT-MENOR-LIDO
           END-IF
           IF AUD-DT-HORA GREATER WK21-DT-MAIOR-LIDO
              MOVE AUD-DT-HORA           TO WK21-DT-MAIOR-LIDO
           END-IF
           .
       1150-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1155-ABRE-GERACAO                  SECTION.
      *-----------------------------------------------------------------
           MOVE 'N'                      TO WK21-SW-NOVA-GERACAO

           IF WK21-QT-GERACOES LESS 400
              ADD 1                      TO WK21-QT-GERACOES
              MOVE AUD-DT-HORA
                          TO WK21-GER-DT-PRIMEIRO(WK21-QT-GERACOES)
                             WK21-GER-DT-ULTIMO(WK21-QT-GERACOES)
              MOVE ZEROS
                          TO WK21-GER-QT-LIDOS(WK21-QT-GERACOES)
                             WK21-GER-QT-SELEC(WK21-QT-GERACOES)
                             WK21-GER-VL-HASH(WK21-QT-GERACOES)
                             WK21-GER-QT-TRL(WK21-QT-GERACOES)
                             WK21-GER-VL-HASH-TRL(WK21-QT-GERACOES)
              MOVE 'N'
                          TO WK21-GER-SW-TRAILER(WK21-QT-GERACOES)
           ELSE
              DISPLAY 'EDUS0021: MAIS DE 400 GERACOES NA '
                      'CONCATENACAO - JOB INTERROMPIDO'
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF
           .
       1155-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1160-TRATA-TRAILER                 SECTION.
      *-----------------------------------------------------------------
      * Trailer de trilha (EDUS0002/EDUS0003/EDUS0016) so e contado.
      * Trailer de arquivo guarda os totais na geracao corrente - vale o
      * ultimo, pois o expurgo preserva os anteriores e acrescenta o
      * seu - e o proximo detalhe ja e de outra geracao. Toda geracao
      * tem um unico trailer do EDUS0005: chegando um com a geracao
      * anterior ja fechada, e uma geracao sem nenhum detalhe (vazia ou
      * expurgada inteira), que entra na capa com os seus totais.
      *-----------------------------------------------------------------
           ADD 1                         TO WK21-QT-TRAILERS

           IF  AUD-NM-PRG EQUAL 'EDUS0005'
           AND (WK21-QT-GERACOES EQUAL ZEROS
             OR WK21-NOVA-GERACAO)
               PERFORM 1155-ABRE-GERACAO
           END-IF

           IF (AUD-NM-PRG EQUAL 'EDUS0005'
            OR AUD-NM-PRG EQUAL 'EDUS0006')
           AND WK21-QT-GERACOES GREATER ZEROS
               SET WK21-NOVA-GERACAO     TO TRUE
               MOVE 'S'
                          TO WK21-GER-SW-TRAILER(WK21-QT-GERACOES)
               MOVE AUD-TRL-QT-REGISTROS
                          TO WK21-GER-QT-TRL(WK21-QT-GERACOES)
               MOVE AUD-TRL-VL-HASH
                          TO WK21-GER-VL-HASH-TRL(WK21-QT-GERACOES)
           END-IF
           .
       1160-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2000-PROCESSA-REG                  SECTION.
      *-----------------------------------------------------------------
      * Filtros baratos primeiro (periodo, programa, resultado) e o
      * motor de similaridade so para quem passou por eles. Cada
      * descarte e contado pelo seu motivo - o total de lidos fecha
      * com selecionados mais descartados na capa do relatorio.
      *-----------------------------------------------------------------
           MOVE 'N'                      TO WK21-SW-SELECIONADO
           MOVE ZEROS                    TO WK21-VL-SML-NOME

           EVALUATE TRUE
              WHEN AUD-DT-HORA(1:8) LESS WK21-DT-INICIO
                OR AUD-DT-HORA(1:8) GREATER WK21-DT-FIM
                 ADD 1                   TO WK21-QT-FORA-PERIODO
              WHEN EXM-NM-PRG NOT EQUAL SPACES
               AND EXM-NM-PRG NOT EQUAL AUD-NM-PRG
                 ADD 1                   TO WK21-QT-OUTRO-PRG
              WHEN EXM-SW-MATCH NOT EQUAL SPACE
               AND EXM-SW-MATCH NOT EQUAL AUD-SW-MATCH
                 ADD 1                   TO WK21-QT-OUTRO-RESULT
              WHEN NOT WK21-FILTRO-NOME
                 SET WK21-SELECIONADO    TO TRUE
              WHEN OTHER
                 PERFORM 2100-COMPARA-NOME
                 IF WK21-VL-SML-NOME NOT LESS WK21-VL-LIMIAR
                    SET WK21-SELECIONADO TO TRUE
                 ELSE
                    ADD 1                TO WK21-QT-NOME-DIFERE
                 END-IF
           END-EVALUATE

           IF WK21-SELECIONADO
              PERFORM 2200-GRAVA-EXTRATO
           END-IF

           PERFORM 1100-LER-ARQUIVO
           .
       2000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2100-COMPARA-NOME                  SECTION.
      *-----------------------------------------------------------------
      * O nome pedido contra o nome verificado e contra o nome fonte
      * do registro - vale a maior das duas notas.
      *-----------------------------------------------------------------
           MOVE AUD-TX-VRF               TO GDA-TX2
           PERFORM 2150-EXECUTA-MOTOR
           MOVE DISTANCE                 TO WK21-VL-SML-NOME

           MOVE AUD-TX-FON               TO GDA-TX2
           PERFORM 2150-EXECUTA-MOTOR
           IF DISTANCE GREATER WK21-VL-SML-NOME
              MOVE DISTANCE              TO WK21-VL-SML-NOME
           END-IF
           .
       2100-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2150-EXECUTA-MOTOR                 SECTION.
      *-----------------------------------------------------------------
      * Mesmo fluxo do 2100-COMPARA-COM-LISTADO do EDUS0016. GDA-TX1 e
      * refeito a cada chamada porque o motor pode alterar a area
      * (normalizacao e dicionario).
      *-----------------------------------------------------------------
           MOVE EXM-TX-NOME              TO GDA-TX1
           MOVE WK21-TX1-TAM-NOME        TO TX1-TAM

           MOVE GDA-TX2                  TO WS-TX
           PERFORM 300000-RETIRA-ESP
           MOVE GDA-CT-LEN               TO TX2-TAM

           IF TX2-TAM EQUAL ZEROS
              MOVE ZEROS                 TO DISTANCE
           ELSE
              PERFORM 210000-VRF-SIM
           END-IF
           .
       2150-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2200-GRAVA-EXTRATO                 SECTION.
      *-----------------------------------------------------------------
           ADD 1                         TO WK21-QT-SELECIONADOS
           ADD 1          TO WK21-GER-QT-SELEC(WK21-QT-GERACOES)

           MOVE SPACES                   TO REG-EXTRATO
           MOVE AUDIT-REC                TO EXT-REG-AUDITORIA
           MOVE WK21-QT-GERACOES         TO EXT-NR-GERACAO
           IF WK21-FILTRO-NOME
              MOVE WK21-VL-SML-NOME      TO EXT-VL-SML-NOME
           END-IF
           WRITE REG-EXTRATO
           .
       2200-SAI.
           EXIT.
      *-----------------------------------------------------------------
       9000-FINALIZA                      SECTION.
      *-----------------------------------------------------------------
      * A capa so pode ser escrita depois da leitura (as geracoes e as
      * contagens so sao conhecidas no fim); o detalhe vem em seguida,
      * relendo o extrato recem-gravado.
      *-----------------------------------------------------------------
           CLOSE ARCH-FILE
           CLOSE EXTRATO-FILE

           OPEN OUTPUT RELAT-FILE

           PERFORM 9100-IMPRIME-CAPA
           PERFORM 9300-IMPRIME-DETALHE

           CLOSE RELAT-FILE

           DISPLAY 'EDUS0021: GERACOES PESQUISADAS......: '
                   WK21-QT-GERACOES
           DISPLAY 'EDUS0021: REGISTROS LIDOS...........: '
                   WK21-QT-LIDOS
           DISPLAY 'EDUS0021: REGISTROS SELECIONADOS....: '
                   WK21-QT-SELECIONADOS

           PERFORM 9900-GRAVA-RUN-CONTROLE
           .
       9000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       9100-IMPRIME-CAPA                  SECTION.
      *-----------------------------------------------------------------
           MOVE WK21-DT-INICIO-RUN(1:8)  TO WK21-TIT-DATA
           WRITE REG-RELAT FROM WK21-LINHA-TITULO
           WRITE REG-RELAT FROM WK21-LINHA-SEPARA

           MOVE 'PEDIDO.................:' TO WK21-CRT-ROTULO
           MOVE EXM-CD-PEDIDO              TO WK21-CRT-VALOR
           WRITE REG-RELAT FROM WK21-LINHA-CRITERIO

           MOVE 'SOLICITANTE............:' TO WK21-CRT-ROTULO
           MOVE EXM-NM-SOLICITANTE         TO WK21-CRT-VALOR
           WRITE REG-RELAT FROM WK21-LINHA-CRITERIO

           MOVE 'PERIODO................:' TO WK21-CRT-ROTULO
           MOVE SPACES                     TO WK21-CRT-VALOR
           STRING WK21-DT-INICIO ' A ' WK21-DT-FIM
                  DELIMITED BY SIZE      INTO WK21-CRT-VALOR
           END-STRING
           WRITE REG-RELAT FROM WK21-LINHA-CRITERIO

           MOVE 'PROGRAMA...............:' TO WK21-CRT-ROTULO
           IF EXM-NM-PRG EQUAL SPACES
              MOVE 'TODOS'                 TO WK21-CRT-VALOR
           ELSE
              MOVE EXM-NM-PRG              TO WK21-CRT-VALOR
           END-IF
           WRITE REG-RELAT FROM WK21-LINHA-CRITERIO

           MOVE 'RESULTADO..............:' TO WK21-CRT-ROTULO
           EVALUATE EXM-SW-MATCH
              WHEN 'S'
                 MOVE 'S - MATCH'          TO WK21-CRT-VALOR
              WHEN 'N'
                 MOVE 'N - SEM MATCH'      TO WK21-CRT-VALOR
              WHEN OTHER
                 MOVE 'TODOS'              TO WK21-CRT-VALOR
           END-EVALUATE
           WRITE REG-RELAT FROM WK21-LINHA-CRITERIO

           MOVE 'NOME...................:' TO WK21-CRT-ROTULO
           IF WK21-FILTRO-NOME
              MOVE EXM-TX-NOME             TO WK21-CRT-VALOR
           ELSE
              MOVE 'SEM FILTRO DE NOME'    TO WK21-CRT-VALOR
           END-IF
           WRITE REG-RELAT FROM WK21-LINHA-CRITERIO

           IF WK21-FILTRO-NOME
              MOVE 'LIMIAR DE SIMILARIDADE.:' TO WK21-CRT-ROTULO
              MOVE WK21-VL-LIMIAR          TO WK21-VL-EDITADO
              MOVE SPACES                  TO WK21-CRT-VALOR
              STRING WK21-VL-EDITADO
                     ' (NOME PEDIDO X NOME VERIFICADO E NOME FONTE)'
                     DELIMITED BY SIZE   INTO WK21-CRT-VALOR
              END-STRING
              WRITE REG-RELAT FROM WK21-LINHA-CRITERIO
           END-IF

           WRITE REG-RELAT FROM WK21-LINHA-SEPARA
           WRITE REG-RELAT FROM WK21-LINHA-CABEC-GER

           PERFORM VARYING WK21-IDX-GER FROM 1 BY 1
                     UNTIL WK21-IDX-GER GREATER WK21-QT-GERACOES
              MOVE WK21-IDX-GER          TO WK21-GER-NR-DET
              MOVE WK21-GER-DT-PRIMEIRO(WK21-IDX-GER)
                                         TO WK21-GER-DT-PRI-DET
              MOVE WK21-GER-DT-ULTIMO(WK21-IDX-GER)
                                         TO WK21-GER-DT-ULT-DET
              MOVE WK21-GER-QT-LIDOS(WK21-IDX-GER)
                                         TO WK21-GER-QT-LID-DET
              MOVE WK21-GER-QT-SELEC(WK21-IDX-GER)
                                         TO WK21-GER-QT-SEL-DET
              MOVE WK21-GER-QT-TRL(WK21-IDX-GER)
                                         TO WK21-GER-QT-TRL-DET
              EVALUATE TRUE
                 WHEN NOT WK21-GER-COM-TRAILER(WK21-IDX-GER)
                    MOVE 'SEM TRL'       TO WK21-GER-TX-CONTROLE
                    ADD 1                TO WK21-QT-GER-SEM-TRL
                 WHEN WK21-GER-QT-LIDOS(WK21-IDX-GER) EQUAL
                      WK21-GER-QT-TRL(WK21-IDX-GER)
                  AND WK21-GER-VL-HASH(WK21-IDX-GER) EQUAL
                      WK21-GER-VL-HASH-TRL(WK21-IDX-GER)
                    MOVE 'CONFERE'       TO WK21-GER-TX-CONTROLE
                 WHEN OTHER
                    MOVE 'DIVERGE'       TO WK21-GER-TX-CONTROLE
                    ADD 1                TO WK21-QT-GER-DIVERGE
              END-EVALUATE
              WRITE REG-RELAT FROM WK21-LINHA-GERACAO
           END-PERFORM

           WRITE REG-RELAT FROM WK21-LINHA-SEPARA

           MOVE 'GERACOES PESQUISADAS........:' TO WK21-TOT-ROTULO
           MOVE WK21-QT-GERACOES           TO WK21-TOT-QT
           WRITE REG-RELAT FROM WK21-LINHA-TOTAL

           MOVE 'REGISTROS LIDOS.............:' TO WK21-TOT-ROTULO
           MOVE WK21-QT-LIDOS              TO WK21-TOT-QT
           WRITE REG-RELAT FROM WK21-LINHA-TOTAL

           MOVE 'TRAILERS DE CONTROLE IGNOR..:' TO WK21-TOT-ROTULO
           MOVE WK21-QT-TRAILERS           TO WK21-TOT-QT
           WRITE REG-RELAT FROM WK21-LINHA-TOTAL

           MOVE 'DESCARTADOS - FORA PERIODO..:' TO WK21-TOT-ROTULO
           MOVE WK21-QT-FORA-PERIODO       TO WK21-TOT-QT
           WRITE REG-RELAT FROM WK21-LINHA-TOTAL

           MOVE 'DESCARTADOS - OUTRO PROGRAMA:' TO WK21-TOT-ROTULO
           MOVE WK21-QT-OUTRO-PRG          TO WK21-TOT-QT
           WRITE REG-RELAT FROM WK21-LINHA-TOTAL

           MOVE 'DESCARTADOS - OUTRO RESULT..:' TO WK21-TOT-ROTULO
           MOVE WK21-QT-OUTRO-RESULT       TO WK21-TOT-QT
           WRITE REG-RELAT FROM WK21-LINHA-TOTAL

           MOVE 'DESCARTADOS - NOME DIFERENTE:' TO WK21-TOT-ROTULO
           MOVE WK21-QT-NOME-DIFERE        TO WK21-TOT-QT
           WRITE REG-RELAT FROM WK21-LINHA-TOTAL

           MOVE 'REGISTROS SELECIONADOS......:' TO WK21-TOT-ROTULO
           MOVE WK21-QT-SELECIONADOS       TO WK21-TOT-QT
           WRITE REG-RELAT FROM WK21-LINHA-TOTAL

           PERFORM 9200-VERIFICA-COBERTURA

           WRITE REG-RELAT FROM WK21-LINHA-SEPARA
           .
       9100-SAI.
           EXIT.
      *-----------------------------------------------------------------
       9200-VERIFICA-COBERTURA            SECTION.
      *-----------------------------------------------------------------
      * As geracoes concatenadas precisam cobrir o periodo pedido: se o
      * registro mais antigo lido e posterior ao inicio do periodo, ou
      * o mais novo e anterior ao fim, faltou geracao na concatenacao
      * e a capa diz isso - o examinador nao pode receber como
      * completa uma pesquisa que nao olhou o periodo inteiro.
      *-----------------------------------------------------------------
           IF WK21-QT-LIDOS EQUAL ZEROS
              MOVE 'NENHUM REGISTRO LIDO - NENHUMA GERACAO PESQUISADA'
                                         TO WK21-AVS-TEXTO
              WRITE REG-RELAT FROM WK21-LINHA-AVISO
           ELSE
              IF  WK21-DT-INICIO NOT EQUAL '00000000'
              AND WK21-DT-MENOR-LIDO(1:8) GREATER WK21-DT-INICIO
                  MOVE SPACES            TO WK21-AVS-TEXTO
                  STRING 'GERACOES LIDAS COMECAM EM '
                         WK21-DT-MENOR-LIDO(1:8)
                         ', DEPOIS DO INICIO DO PERIODO PEDIDO'
                         DELIMITED BY SIZE INTO WK21-AVS-TEXTO
                  END-STRING
                  WRITE REG-RELAT FROM WK21-LINHA-AVISO
              END-IF
              IF  WK21-DT-FIM NOT EQUAL '99999999'
              AND WK21-DT-MAIOR-LIDO(1:8) LESS WK21-DT-FIM
                  MOVE SPACES            TO WK21-AVS-TEXTO
                  STRING 'GERACOES LIDAS TERMINAM EM '
                         WK21-DT-MAIOR-LIDO(1:8)
                         ', ANTES DO FIM DO PERIODO PEDIDO'
                         DELIMITED BY SIZE INTO WK21-AVS-TEXTO
                  END-STRING
                  WRITE REG-RELAT FROM WK21-LINHA-AVISO
              END-IF
           END-IF

      * Geracao que nao fecha com o seu trailer foi truncada ou
      * alterada depois de arquivada; sem trailer, e anterior aos
      * controles ou perdeu o fim - em ambos os casos a capa avisa.
           IF WK21-QT-GER-DIVERGE GREATER ZEROS
              MOVE SPACES                TO WK21-AVS-TEXTO
              STRING 'GERACAO(OES) QUE NAO FECHAM COM O TRAILER DE '
                     'ARQUIVO - VER COLUNA CONTROLE'
                     DELIMITED BY SIZE INTO WK21-AVS-TEXTO
              END-STRING
              WRITE REG-RELAT FROM WK21-LINHA-AVISO
           END-IF
           IF WK21-QT-GER-SEM-TRL GREATER ZEROS
              MOVE SPACES                TO WK21-AVS-TEXTO
              STRING 'GERACAO(OES) SEM TRAILER DE ARQUIVO - '
                     'COMPLETUDE NAO COMPROVADA PELO CONTROLE'
                     DELIMITED BY SIZE INTO WK21-AVS-TEXTO
              END-STRING
              WRITE REG-RELAT FROM WK21-LINHA-AVISO
           END-IF
           .
       9200-SAI.
           EXIT.
      *-----------------------------------------------------------------
       9300-IMPRIME-DETALHE               SECTION.
      *-----------------------------------------------------------------
      * Rele o extrato e imprime cada registro selecionado em duas
      * linhas: os dados da verificacao com o nome verificado, e o
      * nome fonte logo abaixo.
      *-----------------------------------------------------------------
           WRITE REG-RELAT FROM WK21-LINHA-CABEC-DET

           MOVE 'N'                      TO WK21-SW-FIM-ARQ
           OPEN INPUT EXTRATO-FILE

           PERFORM 9350-LER-EXTRATO

           PERFORM 9400-IMPRIME-REGISTRO
               UNTIL WK21-FIM-ARQ

           CLOSE EXTRATO-FILE
           .
       9300-SAI.
           EXIT.
      *-----------------------------------------------------------------
       9350-LER-EXTRATO                   SECTION.
      *-----------------------------------------------------------------
           READ EXTRATO-FILE
               AT END
                  SET WK21-FIM-ARQ       TO TRUE
               NOT AT END
                  MOVE EXT-REG-AUDITORIA TO AUDIT-REC
           END-READ
           .
       9350-SAI.
           EXIT.
      *-----------------------------------------------------------------
       9400-IMPRIME-REGISTRO              SECTION.
      *-----------------------------------------------------------------
           MOVE EXT-NR-GERACAO           TO WK21-DET-NR-GERACAO
           MOVE AUD-DT-HORA              TO WK21-DET-DT-HORA
           MOVE AUD-NM-PRG               TO WK21-DET-NM-PRG
           MOVE AUD-VL-SML               TO WK21-DET-VL-SML
           MOVE AUD-VL-LIMIAR            TO WK21-DET-VL-LIMIAR
           MOVE AUD-SW-MATCH             TO WK21-DET-SW-MATCH
           MOVE EXT-VL-SML-NOME          TO WK21-DET-VL-SML-NOME
           MOVE AUD-TX-VRF               TO WK21-DET-TX-VRF
           WRITE REG-RELAT FROM WK21-LINHA-DETALHE

           MOVE AUD-TX-FON               TO WK21-DET-TX-FON
           WRITE REG-RELAT FROM WK21-LINHA-DETALHE-FON

           PERFORM 9350-LER-EXTRATO
           .
       9400-SAI.
           EXIT.
      *-----------------------------------------------------------------
       9900-GRAVA-RUN-CONTROLE            SECTION.
      *-----------------------------------------------------------------
      * Registro padrao de controle de execucao (RUNLOG, EDUSIM07) - a
      * pesquisa e sob demanda e aparece no quadro do EDUS0018 entre
      * as execucoes avulsas. Os gravados sao os selecionados.
      *-----------------------------------------------------------------
           OPEN EXTEND RUNLOG-FILE

           MOVE SPACES                   TO RUN-REC
           MOVE 'EDUS0021'               TO RUN-NM-JOB
           MOVE WK21-DT-INICIO-RUN       TO RUN-DT-INICIO
           MOVE FUNCTION CURRENT-DATE    TO RUN-DT-FIM
           MOVE WK21-QT-LIDOS            TO RUN-QT-LIDOS
           MOVE WK21-QT-SELECIONADOS     TO RUN-QT-GRAVADOS
           SET  RUN-STATUS-OK            TO TRUE
           WRITE RUN-REC

           CLOSE RUNLOG-FILE
           .
       9900-SAI.
           EXIT.
      *-----------------------------------------------------------------
      * Motor de similaridade (comum com EDUS0001/EDUS0002/EDUS0003).
      *-----------------------------------------------------------------
       COPY EDUSIM01.
      *-----------------------------------------------------------------
      * Controles de completude da trilha de auditoria (ver EDUSIM12).
      *-----------------------------------------------------------------
       COPY EDUSIM12.
      *---------------------- FIM EDUS0021 ------------------------------
