      *-----------------------------------------------------------------
      * PROGRAM....: EDUS0023
      * ANALIST....: C1276521 - EDUARDO DIAS GUSMAO
      * AUTHOR.....: C1276521 - EDUARDO DIAS GUSMAO
      * COMPILATION: Cobol 5.2
      * OBJECTIVE..: Account-opening duplicate gate for the front
      *              office. Opening an account took three separate
      *              calls (EDUS0001 base search, EDUS0012 translation
      *              of retired numbers, EDUS0013 name index insert)
      *              and branches skipped steps. This transaction does
      *              the whole check in one place, for the prospective
      *              customer's name, birth date and document:
      *              - 'P' runs the EDUS0001 base search, translates
      *                every ranked client number through EDUS0012 to
      *                its current survivor and returns the likely
      *                existing customers with their scores, the
      *                threshold in force and the partial-block flag;
      *              - 'E' releases the opening under an existing
      *                customer the operator picked among those
      *                candidates;
      *              - 'N' releases the opening of a new customer,
      *                with an override reason whenever the search
      *                found candidates. Over a best candidate at or
      *                above the threshold a pending case is raised in
      *                CASODUP (CAS-CD-PASSE 'A') between the new
      *                client and that candidate, so the stewards see
      *                it the same day; the new customer then goes
      *                into EDUSNOM through EDUS0013.
      *              A decision always re-runs the search here - the
      *              screen cannot release an opening on a candidate
      *              list it built itself - and is logged, with the
      *              operator, to the online audit stream EDAU (layout
      *              EDUSIM02, view AUD-ABT-DECISAO) before anything is
      *              changed. No audit record, no opening.
      *-----------------------------------------------------------------
      * VRS001 15.10.2026 - C1276521 - IMPLANTATION
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. EDUS0023.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       LOCAL-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Book of parameters.
      *-----------------------------------------------------------------
       01 EDUS0023-RQSC.
      *-----------------------------------------------------------------
      * Acao pedida pela tela de abertura: 'P' pesquisa os candidatos;
      * 'E' decide pelo cliente existente S0023E-NR-CLIENTE-ESCOLHIDO;
      * 'N' decide por abrir o cliente novo S0023E-NR-CLIENTE-NOVO (o
      * numero vem do sistema de contas).
      *-----------------------------------------------------------------
          03 S0023E-CD-ACAO                PIC  X(001).
             88 S0023E-ACAO-PESQUISAR                   VALUE 'P'.
             88 S0023E-ACAO-EXISTENTE                   VALUE 'E'.
             88 S0023E-ACAO-NOVO                        VALUE 'N'.
             88 S0023E-ACAO-DECISAO                     VALUES 'E' 'N'.
          03 S0023E-NM-CLIENTE             PIC  X(040).
      *-----------------------------------------------------------------
      * Sobrenome do cadastro (MST-NM-SOBRENOME). Em branco, vale a
      * ultima palavra do nome, como na busca do EDUS0001.
      *-----------------------------------------------------------------
          03 S0023E-NM-SOBRENOME           PIC  X(030).
          03 S0023E-DT-NASCIMENTO          PIC  X(008).
          03 S0023E-NR-DOCUMENTO           PIC  X(014).
      *-----------------------------------------------------------------
      * Limiar de corte: ZEROS usa o limiar-padrao (LIMIAR-PADRAO, ver
      * EDUSIM00), o mesmo que o EDUS0001 usaria.
      *-----------------------------------------------------------------
          03 S0023E-VL-LIMIAR              PIC S9(001)V9(2) COMP-3.
      *-----------------------------------------------------------------
      * So para as decisoes ('E'/'N').
      *-----------------------------------------------------------------
          03 S0023E-NM-OPERADOR            PIC  X(008).
          03 S0023E-NR-CLIENTE-ESCOLHIDO   PIC  9(010).
          03 S0023E-NR-CLIENTE-NOVO        PIC  9(010).
          03 S0023E-TX-MOTIVO              PIC  X(100).

       01 EDUS0023-RPST.
          03 S0023S-VL-LIMIAR              PIC S9(001)V9(2) COMP-3.
          03 S0023S-SW-BLOCO-PARCIAL       PIC  X(001).
             88 S0023S-BLOCO-PARCIAL                    VALUE 'S'.
             88 S0023S-BLOCO-COMPLETO                   VALUE 'N'.
      *-----------------------------------------------------------------
      * Candidatos ja traduzidos para o numero atual, em ordem de
      * indice; NR-ORIGINAL e o numero que estava no indice de nomes
      * (diferente de NR-CLIENTE quando SW-TRADUZIDO 'S' - o nome e
      * o do cliente retirado). Dois retirados do mesmo sobrevivente
      * viram um candidato so, com o melhor indice.
      *-----------------------------------------------------------------
          03 S0023S-QT-CANDIDATOS          PIC  9(002).
          03 S0023S-TB-CANDIDATOS OCCURS 5 TIMES.
             05 S0023S-CND-NR-CLIENTE      PIC  9(010).
             05 S0023S-CND-NR-ORIGINAL     PIC  9(010).
             05 S0023S-CND-SW-TRADUZIDO    PIC  X(001).
             05 S0023S-CND-NM-CLIENTE      PIC  X(040).
             05 S0023S-CND-VL-SML          PIC S9(001)V9(2) COMP-3.
          03 S0023S-SW-ACIMA-LIMIAR        PIC  X(001).
             88 S0023S-ACIMA-LIMIAR                     VALUE 'S'.
             88 S0023S-ABAIXO-LIMIAR                    VALUE 'N'.
      *-----------------------------------------------------------------
      * Resultado da decisao: abertura liberada e o cliente sob o qual
      * a conta deve ser aberta; SW-CASO 'S' caso aberto em CASODUP,
      * 'J' o caso ja existia, 'N' nenhum caso exigido.
      *-----------------------------------------------------------------
          03 S0023S-SW-ABERTURA            PIC  X(001).
             88 S0023S-ABERTURA-LIBERADA                VALUE 'S'.
             88 S0023S-ABERTURA-BLOQUEADA               VALUE 'N'.
          03 S0023S-NR-CLIENTE-CONTA       PIC  9(010).
          03 S0023S-SW-CASO                PIC  X(001).
             88 S0023S-CASO-ABERTO                      VALUE 'S'.
             88 S0023S-CASO-JA-EXISTIA                  VALUE 'J'.
             88 S0023S-SEM-CASO                         VALUE 'N'.
          03 S0023S-CD-SOUNDEX             PIC  X(004).
      *-----------------------------------------------------------------
      * Books dos servicos chamados (mesmo layout de EDUS0001-RQSC/
      * RPST, EDUS0012-RQSC/RPST e EDUS0013-RQSC/RPST - uma mudanca
      * de layout num deles exige recompilar este programa).
      *-----------------------------------------------------------------
       01 EDUS0001-RQSC.
          03 S0001E-TX-VRF                 PIC  X(255).
          03 S0001E-TX-FON                 PIC  X(255).
          03 S0001E-QT-CANDIDATOS          PIC  9(002).
          03 S0001E-TB-CANDIDATOS OCCURS 50 TIMES.
             05 S0001E-TX-CANDIDATO        PIC  X(255).
          03 S0001E-VL-LIMIAR              PIC S9(001)V9(2) COMP-3.
          03 S0001E-CD-ALGORITMO           PIC  X(001).
          03 S0001E-SW-NORMALIZA           PIC  X(001).
          03 S0001E-SW-BUSCA-BASE          PIC  X(001).
          03 S0001E-SW-DICIONARIO          PIC  X(001).
          03 S0001E-SW-EXPLICA             PIC  X(001).

       01 EDUS0001-RPST.
          03 S0001S-VL-SML                 PIC S9(001)V9(2) COMP-3.
          03 S0001S-QT-RANKING             PIC  9(002).
          03 S0001S-TB-RANKING OCCURS 5 TIMES.
             05 S0001S-RNK-TX-CANDIDATO    PIC  X(255).
             05 S0001S-RNK-NR-CLIENTE      PIC  9(010).
             05 S0001S-RNK-VL-SML          PIC S9(001)V9(2) COMP-3.
          03 S0001S-SW-MATCH               PIC  X(001).
          03 S0001S-SW-BLOCO-PARCIAL       PIC  X(001).
             88 BLOCO-PARCIAL                           VALUE 'S'.
          03 S0001S-EXPLICACAO.
             05 S0001S-EXP-CD-ALGORITMO    PIC  X(001).
             05 S0001S-EXP-SW-NORM-ALT     PIC  X(001).
             05 S0001S-EXP-VL-JARO         PIC S9(001)V9(2) COMP-3.
             05 S0001S-EXP-VL-JAROWINK     PIC S9(001)V9(2) COMP-3.
             05 S0001S-EXP-QT-DIC          PIC  9(002).
             05 S0001S-EXP-TB-DIC OCCURS 10 TIMES.
                07 S0001S-EXP-DIC-VARIANTE PIC  X(030).
                07 S0001S-EXP-DIC-CANONICO PIC  X(030).
             05 S0001S-EXP-QT-TOKENS       PIC  9(002).
             05 S0001S-EXP-TB-TOKENS OCCURS 20 TIMES.
                07 S0001S-EXP-TOK-TX1      PIC  X(030).
                07 S0001S-EXP-TOK-TX2      PIC  X(030).
                07 S0001S-EXP-TOK-VL       PIC S9(001)V9(2) COMP-3.

       01 EDUS0012-RQSC.
          03 S0012E-NR-CLIENTE             PIC  9(010).

       01 EDUS0012-RPST.
          03 S0012S-NR-ATUAL               PIC  9(010).
          03 S0012S-SW-TRADUZIDO           PIC  X(001).
          03 S0012S-QT-SALTOS              PIC  9(002).

       01 EDUS0013-RQSC.
          03 S0013E-CD-ACAO                PIC  X(001).
          03 S0013E-NR-CLIENTE             PIC  9(010).
          03 S0013E-NM-CLIENTE             PIC  X(040).
          03 S0013E-NM-SOBRENOME           PIC  X(030).

       01 EDUS0013-RPST.
          03 S0013S-CD-SOUNDEX             PIC  X(004).
          03 S0013S-SW-EXECUTADO           PIC  X(001).
      *-----------------------------------------------------------------
      * Area de trabalho.
      *-----------------------------------------------------------------
       77 WS-VL-LIMIAR-USADO           PIC S9(001)V9(2) COMP-3
                                                         VALUE ZEROS.
       77 WS-NM-SOBRENOME              PIC  X(030)         VALUE SPACES.
       77 WS-CT-NOME-TAM               PIC  9(003)         VALUE ZEROS.
       77 WS-IDX-NOME                  PIC  9(003)         VALUE ZEROS.
       77 WS-CT-TOKEN-TAM              PIC  9(003)         VALUE ZEROS.
       77 WS-IDX-RNK                   PIC  9(002)         VALUE ZEROS.
       77 WS-IDX-CND                   PIC  9(002)         VALUE ZEROS.
       77 WS-SW-JA-LISTADO             PIC  X(001)         VALUE 'N'.
          88 WS-JA-LISTADO                                 VALUE 'S'.
       77 WS-SW-ESCOLHIDO-LISTADO      PIC  X(001)         VALUE 'N'.
          88 WS-ESCOLHIDO-LISTADO                          VALUE 'S'.
       77 WS-SW-CASO-EXIGIDO           PIC  X(001)         VALUE 'N'.
          88 WS-CASO-EXIGIDO                               VALUE 'S'.
      *-----------------------------------------------------------------
      * Chamada dos servicos (500000-LINK-SERVICO): todos rodam no
      * canal proprio WS-NM-CANAL-SERVICO, para os containers deles nao
      * se misturarem com os desta transacao no canal corrente.
      *-----------------------------------------------------------------
       77 WS-NM-CANAL-SERVICO          PIC  X(016)
                                              VALUE 'EDUS0023SERVICO'.
       77 WS-NM-PRG-SERVICO            PIC  X(008)         VALUE SPACES.
       77 WS-NM-CTNR-RQSC              PIC  X(016)         VALUE SPACES.
       77 WS-NM-CTNR-RPST              PIC  X(016)         VALUE SPACES.
       77 WS-LEN-RQSC                  PIC S9(008) COMP    VALUE ZEROS.
       77 WS-LEN-RPST                  PIC S9(008) COMP    VALUE ZEROS.
       77 WS-CD-RESP-SERVICO           PIC S9(008) COMP    VALUE ZEROS.
       77 WS-ED-CD-ERRO-SERVICO        PIC  9(003)         VALUE ZEROS.
       01 WS-DADOS-RQSC                PIC  X(14000)       VALUE SPACES.
       01 WS-DADOS-RPST                PIC  X(04000)       VALUE SPACES.
      *-----------------------------------------------------------------
      * Gravacao do caso (320000-ABRE-CASO) e da auditoria.
      *-----------------------------------------------------------------
       77 WS-CD-RESP-CASO              PIC S9(008) COMP    VALUE ZEROS.
       77 WS-CD-RESP-AUDITORIA         PIC S9(008) COMP    VALUE ZEROS.
       77 WS-NR-SEQ-AUDITORIA          PIC S9(008) COMP    VALUE ZEROS.
       01 WS-CH-CASO.
          03 WS-CH-NR-CLIENTE-A        PIC  9(010).
          03 WS-CH-NR-CLIENTE-B        PIC  9(010).
      *-----------------------------------------------------------------
      * Motor de similaridade - aqui so para o LIMIAR-PADRAO, que tem
      * de ser o mesmo que o EDUS0001 aplicaria.
      *-----------------------------------------------------------------
       COPY EDUSIM00.
      *-----------------------------------------------------------------
      * Registro de auditoria (comum com EDUS0001 - ver EDUSIM02, visao
      * AUD-ABT-DECISAO).
      *-----------------------------------------------------------------
       COPY EDUSIM02.
      *-----------------------------------------------------------------
      * Registro do caso de duplicidade (comum com EDUS0003/EDUS0007 -
      * ver EDUSIM03). A gravacao em CASODUP e feita FROM esta area.
      *-----------------------------------------------------------------
       COPY EDUSIM03.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       000000-MAIN-ROUTINE                SECTION.
      *-----------------------------------------------------------------

           PERFORM 100000-RECEIVE-REQUEST
           PERFORM 110000-VALIDA-PARAMETRO
           PERFORM 150000-PREPARA-PESQUISA
           PERFORM 200000-PESQUISA-BASE
           PERFORM 210000-TRADUZ-CANDIDATOS

           IF S0023E-ACAO-DECISAO
              PERFORM 250000-VALIDA-DECISAO
              PERFORM 300000-GRAVA-AUDITORIA

              IF S0023E-ACAO-NOVO
                 IF WS-CASO-EXIGIDO
                    PERFORM 320000-ABRE-CASO
                 END-IF
                 PERFORM 340000-INDEXA-CLIENTE-NOVO
              END-IF

              SET S0023S-ABERTURA-LIBERADA  TO TRUE
           END-IF

           PERFORM 400000-POSTA-RESPOSTA
           PERFORM 999999-ENCERRAR
           .
       000000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       100000-RECEIVE-REQUEST            SECTION.
      *-----------------------------------------------------------------
           MOVE 001                         TO MSG1-CD-SEQL-ERROR

           INITIALIZE SV888-CTL SV888-RQSC SV888-RPST

           MOVE 'EDUS0023-RQSC'             TO SV888-NM-GET
           MOVE LENGTH OF EDUS0023-RQSC     TO SV888-LEN-GET

           PERFORM 883000-GET-CONTAINER

           IF SV888-CD-RTN NOT EQUAL 0
             MOVE 001                       TO MSG1-CD-ERROR-TS
             MOVE SV888-NM-PRG              TO MSG1-NM-PGM-ACND
             STRING
                'ERROR no GET CONTAINER ' SV888-TX-RTN
                        DELIMITED BY SIZE INTO MSG1-TX-ERROR-TS
             PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF

           MOVE SV888-DADOS-SAIDA           TO EDUS0023-RQSC
           .
       100000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       110000-VALIDA-PARAMETRO              SECTION.
      *-----------------------------------------------------------------
      * S0023S-TB-CANDIDATOS carrega o OCCURS 5 - o INITIALIZE vai no
      * grupo pai para zerar as 5 ocorrencias.
      *-----------------------------------------------------------------
           MOVE 002                         TO MSG1-CD-SEQL-ERROR

           INITIALIZE EDUS0023-RPST
           SET  S0023S-BLOCO-COMPLETO       TO TRUE
           SET  S0023S-ABAIXO-LIMIAR        TO TRUE
           SET  S0023S-ABERTURA-BLOQUEADA   TO TRUE
           SET  S0023S-SEM-CASO             TO TRUE

           IF  NOT S0023E-ACAO-PESQUISAR
           AND NOT S0023E-ACAO-DECISAO
               SET  ERROR-PROGRAMADO         TO TRUE
               MOVE 002                     TO MSG1-CD-ERROR-TS
               MOVE 003                     TO MSG1-CD-SEQL-ERROR
               MOVE 'Action code is invalid.'
                                            TO MSG1-TX-ERROR-TS
               PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF

           IF S0023E-NM-CLIENTE EQUAL SPACES
              SET  ERROR-PROGRAMADO          TO TRUE
              MOVE 003                      TO MSG1-CD-ERROR-TS
              MOVE 004                      TO MSG1-CD-SEQL-ERROR
              MOVE 'Client name is required.'
                                            TO MSG1-TX-ERROR-TS
              PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF

           IF  S0023E-VL-LIMIAR LESS ZEROS
           OR  S0023E-VL-LIMIAR GREATER 1
               SET  ERROR-PROGRAMADO         TO TRUE
               MOVE 004                     TO MSG1-CD-ERROR-TS
               MOVE 005                     TO MSG1-CD-SEQL-ERROR
               MOVE 'Threshold must be between 0 and 1.'
                                            TO MSG1-TX-ERROR-TS
               PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF


      *-----------------------------------------------------------------
      * Numa decisao a data de nascimento, o documento e o operador vao
      * para a trilha de auditoria e nao podem faltar.
      *-----------------------------------------------------------------
           IF S0023E-ACAO-DECISAO
              IF S0023E-NM-OPERADOR EQUAL SPACES
                 SET  ERROR-PROGRAMADO       TO TRUE
                 MOVE 005                   TO MSG1-CD-ERROR-TS
                 MOVE 006                   TO MSG1-CD-SEQL-ERROR
                 MOVE 'Operator ID is required.'
                                            TO MSG1-TX-ERROR-TS
                 PERFORM 999000-GRAVA-ERROR-E-ENCERRA
              END-IF

              IF S0023E-DT-NASCIMENTO NOT NUMERIC
                 SET  ERROR-PROGRAMADO       TO TRUE
                 MOVE 006                   TO MSG1-CD-ERROR-TS
                 MOVE 007                   TO MSG1-CD-SEQL-ERROR
                 MOVE 'Birth date is invalid (YYYYMMDD).'
                                            TO MSG1-TX-ERROR-TS
                 PERFORM 999000-GRAVA-ERROR-E-ENCERRA
              END-IF

              IF S0023E-NR-DOCUMENTO EQUAL SPACES
                 SET  ERROR-PROGRAMADO       TO TRUE
                 MOVE 007                   TO MSG1-CD-ERROR-TS
                 MOVE 008                   TO MSG1-CD-SEQL-ERROR
                 MOVE 'Document number is required.'
                                            TO MSG1-TX-ERROR-TS
                 PERFORM 999000-GRAVA-ERROR-E-ENCERRA
              END-IF
           END-IF

           IF  S0023E-ACAO-EXISTENTE
           AND S0023E-NR-CLIENTE-ESCOLHIDO NOT GREATER ZEROS
               SET  ERROR-PROGRAMADO         TO TRUE
               MOVE 008                     TO MSG1-CD-ERROR-TS
               MOVE 009                     TO MSG1-CD-SEQL-ERROR
               MOVE 'Chosen client number is invalid.'
                                            TO MSG1-TX-ERROR-TS
               PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF

           IF  S0023E-ACAO-NOVO
           AND S0023E-NR-CLIENTE-NOVO NOT GREATER ZEROS
               SET  ERROR-PROGRAMADO         TO TRUE
               MOVE 009                     TO MSG1-CD-ERROR-TS
               MOVE 010                     TO MSG1-CD-SEQL-ERROR
               MOVE 'New client number is invalid.'
                                            TO MSG1-TX-ERROR-TS
               PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF
           .
       110000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       150000-PREPARA-PESQUISA              SECTION.
      *-----------------------------------------------------------------
      * Limiar em vigor (o do chamador ou o LIMIAR-PADRAO) - vai
      * explicito para o EDUS0001, para a resposta e para a auditoria
      * serem sempre o mesmo numero - e o sobrenome que indexa o
      * cliente novo em EDUSNOM.
      *-----------------------------------------------------------------
           MOVE 020                         TO MSG1-CD-SEQL-ERROR

           IF S0023E-VL-LIMIAR GREATER ZEROS
              MOVE S0023E-VL-LIMIAR         TO WS-VL-LIMIAR-USADO
           ELSE
              MOVE LIMIAR-PADRAO            TO WS-VL-LIMIAR-USADO
           END-IF

           MOVE WS-VL-LIMIAR-USADO          TO S0023S-VL-LIMIAR

           IF S0023E-NM-SOBRENOME NOT EQUAL SPACES
              MOVE S0023E-NM-SOBRENOME      TO WS-NM-SOBRENOME
           ELSE
              PERFORM 160000-EXTRAI-SOBRENOME
           END-IF
           .
       150000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       160000-EXTRAI-SOBRENOME              SECTION.
      *-----------------------------------------------------------------
      * Sobrenome = ultima palavra do nome (mesma regra do
      * 261000-EXTRAI-SOBRENOME do EDUS0001). Um nome de uma palavra so
      * e o proprio sobrenome.
      *-----------------------------------------------------------------
           MOVE 021                         TO MSG1-CD-SEQL-ERROR

           PERFORM VARYING WS-CT-NOME-TAM
                      FROM LENGTH OF S0023E-NM-CLIENTE BY -1
                     UNTIL WS-CT-NOME-TAM LESS 1
                        OR S0023E-NM-CLIENTE(WS-CT-NOME-TAM:1)
                           NOT EQUAL SPACE
              CONTINUE
           END-PERFORM

           PERFORM VARYING WS-IDX-NOME FROM WS-CT-NOME-TAM BY -1
                     UNTIL WS-IDX-NOME LESS 1
                        OR S0023E-NM-CLIENTE(WS-IDX-NOME:1) EQUAL SPACE
              CONTINUE
           END-PERFORM

           COMPUTE WS-CT-TOKEN-TAM = WS-CT-NOME-TAM - WS-IDX-NOME

           MOVE SPACES                      TO WS-NM-SOBRENOME

           IF WS-CT-TOKEN-TAM GREATER LENGTH OF WS-NM-SOBRENOME
              MOVE LENGTH OF WS-NM-SOBRENOME
                                            TO WS-CT-TOKEN-TAM
           END-IF

           IF WS-CT-TOKEN-TAM GREATER ZEROS
              MOVE S0023E-NM-CLIENTE(WS-IDX-NOME + 1:WS-CT-TOKEN-TAM)
                                            TO WS-NM-SOBRENOME
           END-IF
           .
       160000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       200000-PESQUISA-BASE                 SECTION.
      *-----------------------------------------------------------------
      * Busca na base do EDUS0001 (bloco Soundex do sobrenome em
      * EDUSNOM), com normalizacao de caixa/acentos - o nome vem
      * digitado na agencia - e sem dicionario de apelidos, como os
      * demais chamadores de identidade. A consulta em si fica na
      * trilha de auditoria pelo proprio EDUS0001.
      *-----------------------------------------------------------------
           MOVE 030                         TO MSG1-CD-SEQL-ERROR

           INITIALIZE EDUS0001-RQSC
           MOVE S0023E-NM-CLIENTE           TO S0001E-TX-VRF
           MOVE ZEROS                       TO S0001E-QT-CANDIDATOS
           MOVE WS-VL-LIMIAR-USADO          TO S0001E-VL-LIMIAR
           MOVE '1'                         TO S0001E-CD-ALGORITMO
           MOVE 'S'                         TO S0001E-SW-NORMALIZA
           MOVE 'S'                         TO S0001E-SW-BUSCA-BASE
           MOVE 'N'                         TO S0001E-SW-DICIONARIO
           MOVE 'N'                         TO S0001E-SW-EXPLICA

           MOVE 'EDUS0001'                  TO WS-NM-PRG-SERVICO
           MOVE 'EDUS0001-RQSC'             TO WS-NM-CTNR-RQSC
           MOVE 'EDUS0001-RPST'             TO WS-NM-CTNR-RPST
           MOVE LENGTH OF EDUS0001-RQSC     TO WS-LEN-RQSC
           MOVE LENGTH OF EDUS0001-RPST     TO WS-LEN-RPST
           MOVE EDUS0001-RQSC               TO WS-DADOS-RQSC

           PERFORM 500000-LINK-SERVICO

           MOVE WS-DADOS-RPST               TO EDUS0001-RPST

           IF BLOCO-PARCIAL
              SET S0023S-BLOCO-PARCIAL      TO TRUE
           END-IF
           .
       200000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       210000-TRADUZ-CANDIDATOS             SECTION.
      *-----------------------------------------------------------------
      * O ranking vem do indice de nomes, que so e recarregado a noite
      * - um cliente fundido hoje ainda aparece com o numero retirado.
      * Cada numero passa pelo EDUS0012; o ranking ja vem em ordem de
      * indice, entao quando dois numeros levam ao mesmo sobrevivente
      * fica o primeiro, que e o de maior indice.
      *-----------------------------------------------------------------
           MOVE 040                         TO MSG1-CD-SEQL-ERROR

           MOVE ZEROS                       TO S0023S-QT-CANDIDATOS

           PERFORM VARYING WS-IDX-RNK FROM 1 BY 1
                     UNTIL WS-IDX-RNK GREATER S0001S-QT-RANKING
                        OR WS-IDX-RNK GREATER 5
              IF S0001S-RNK-NR-CLIENTE (WS-IDX-RNK) GREATER ZEROS
                 PERFORM 215000-TRADUZ-CANDIDATO
              END-IF
           END-PERFORM

           IF  S0023S-QT-CANDIDATOS GREATER ZEROS
           AND S0023S-CND-VL-SML (1) NOT LESS WS-VL-LIMIAR-USADO
               SET S0023S-ACIMA-LIMIAR      TO TRUE
           END-IF
           .
       210000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       215000-TRADUZ-CANDIDATO              SECTION.
      *-----------------------------------------------------------------
           MOVE 041                         TO MSG1-CD-SEQL-ERROR

           INITIALIZE EDUS0012-RQSC
           MOVE S0001S-RNK-NR-CLIENTE (WS-IDX-RNK)
                                            TO S0012E-NR-CLIENTE

           MOVE 'EDUS0012'                  TO WS-NM-PRG-SERVICO
           MOVE 'EDUS0012-RQSC'             TO WS-NM-CTNR-RQSC
           MOVE 'EDUS0012-RPST'             TO WS-NM-CTNR-RPST
           MOVE LENGTH OF EDUS0012-RQSC     TO WS-LEN-RQSC
           MOVE LENGTH OF EDUS0012-RPST     TO WS-LEN-RPST
           MOVE EDUS0012-RQSC               TO WS-DADOS-RQSC

           PERFORM 500000-LINK-SERVICO

           MOVE WS-DADOS-RPST               TO EDUS0012-RPST

           MOVE 'N'                         TO WS-SW-JA-LISTADO

           PERFORM VARYING WS-IDX-CND FROM 1 BY 1
                     UNTIL WS-IDX-CND GREATER S0023S-QT-CANDIDATOS
              IF S0023S-CND-NR-CLIENTE (WS-IDX-CND)
                                       EQUAL S0012S-NR-ATUAL
                 SET WS-JA-LISTADO          TO TRUE
              END-IF
           END-PERFORM

           IF NOT WS-JA-LISTADO
              ADD 1                         TO S0023S-QT-CANDIDATOS
              MOVE S0023S-QT-CANDIDATOS     TO WS-IDX-CND
              MOVE S0012S-NR-ATUAL
                          TO S0023S-CND-NR-CLIENTE   (WS-IDX-CND)
              MOVE S0001S-RNK-NR-CLIENTE (WS-IDX-RNK)
                          TO S0023S-CND-NR-ORIGINAL  (WS-IDX-CND)
              MOVE S0012S-SW-TRADUZIDO
                          TO S0023S-CND-SW-TRADUZIDO (WS-IDX-CND)
              MOVE S0001S-RNK-TX-CANDIDATO (WS-IDX-RNK)
                          TO S0023S-CND-NM-CLIENTE   (WS-IDX-CND)
              MOVE S0001S-RNK-VL-SML (WS-IDX-RNK)
                          TO S0023S-CND-VL-SML       (WS-IDX-CND)
           END-IF
           .
       215000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       250000-VALIDA-DECISAO                SECTION.
      *-----------------------------------------------------------------
      * Confere a decisao contra a pesquisa que acabou de rodar:
      * - 'E' so vale para um dos candidatos devolvidos (ja pelo numero
      *   atual) - cliente fora da lista nao e escolha, e abertura de
      *   cliente novo com justificativa;
      * - 'N' exige o motivo sempre que a pesquisa achou candidato, e o
      *   numero novo nao pode ser um dos candidatos. Com o melhor
      *   candidato no limiar ou acima dele a abertura gera caso.
      *-----------------------------------------------------------------
           MOVE 050                         TO MSG1-CD-SEQL-ERROR

           MOVE 'N'                         TO WS-SW-ESCOLHIDO-LISTADO
                                               WS-SW-CASO-EXIGIDO

           PERFORM VARYING WS-IDX-CND FROM 1 BY 1
                     UNTIL WS-IDX-CND GREATER S0023S-QT-CANDIDATOS
              IF  S0023E-ACAO-EXISTENTE
              AND S0023S-CND-NR-CLIENTE (WS-IDX-CND)
                                   EQUAL S0023E-NR-CLIENTE-ESCOLHIDO
                  SET WS-ESCOLHIDO-LISTADO  TO TRUE
              END-IF
              IF  S0023E-ACAO-NOVO
              AND S0023S-CND-NR-CLIENTE (WS-IDX-CND)
                                   EQUAL S0023E-NR-CLIENTE-NOVO
                  SET WS-ESCOLHIDO-LISTADO  TO TRUE
              END-IF
           END-PERFORM

           IF S0023E-ACAO-EXISTENTE
              IF NOT WS-ESCOLHIDO-LISTADO
                 SET  ERROR-PROGRAMADO       TO TRUE
                 MOVE 010                   TO MSG1-CD-ERROR-TS
                 MOVE 051                   TO MSG1-CD-SEQL-ERROR
                 MOVE 'Chosen client is not among the candidates.'
                                            TO MSG1-TX-ERROR-TS
                 PERFORM 999000-GRAVA-ERROR-E-ENCERRA
              END-IF
              MOVE S0023E-NR-CLIENTE-ESCOLHIDO
                                            TO S0023S-NR-CLIENTE-CONTA
           ELSE
              IF WS-ESCOLHIDO-LISTADO
                 SET  ERROR-PROGRAMADO       TO TRUE
                 MOVE 011                   TO MSG1-CD-ERROR-TS
                 MOVE 052                   TO MSG1-CD-SEQL-ERROR
                 MOVE 'New client number is one of the candidates.'
                                            TO MSG1-TX-ERROR-TS
                 PERFORM 999000-GRAVA-ERROR-E-ENCERRA
              END-IF
              IF  S0023S-QT-CANDIDATOS GREATER ZEROS
              AND S0023E-TX-MOTIVO EQUAL SPACES
                  SET  ERROR-PROGRAMADO      TO TRUE
                  MOVE 012                  TO MSG1-CD-ERROR-TS
                  MOVE 053                  TO MSG1-CD-SEQL-ERROR
                  MOVE 'Override reason is required.'
                                            TO MSG1-TX-ERROR-TS
                  PERFORM 999000-GRAVA-ERROR-E-ENCERRA
              END-IF
              IF S0023S-ACIMA-LIMIAR
                 SET WS-CASO-EXIGIDO        TO TRUE
              END-IF
              MOVE S0023E-NR-CLIENTE-NOVO   TO S0023S-NR-CLIENTE-CONTA
           END-IF
           .
       250000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       300000-GRAVA-AUDITORIA               SECTION.
      *-----------------------------------------------------------------
      * Registro da decisao na fila online EDAU, no mesmo fluxo
      * continuo do EDUS0001 (AUD-ID-EXECUCAO 'EDUS0001EDAU', numerado
      * pelo contador EDAUSEQ - ver 240000-GRAVA-AUDITORIA de la). Ao
      * contrario da consulta, aqui a auditoria e a prova de que a
      * checagem foi feita: gravada antes do caso e do indice, e sem
      * ela a abertura nao e liberada.
      *-----------------------------------------------------------------
           MOVE 060                         TO MSG1-CD-SEQL-ERROR

           MOVE SPACES                      TO AUDIT-REC
           MOVE S0023E-NM-CLIENTE           TO AUD-TX-VRF

           MOVE S0023E-CD-ACAO              TO AUD-ABT-CD-DECISAO
           MOVE S0023E-NM-OPERADOR          TO AUD-ABT-NM-OPERADOR
           MOVE S0023S-QT-CANDIDATOS        TO AUD-ABT-QT-CANDIDATOS
           MOVE S0023S-SW-BLOCO-PARCIAL     TO AUD-ABT-SW-BLOCO-PARCIAL
           MOVE S0023E-DT-NASCIMENTO        TO AUD-ABT-DT-NASCIMENTO
           MOVE S0023E-NR-DOCUMENTO         TO AUD-ABT-NR-DOCUMENTO
           MOVE WS-SW-CASO-EXIGIDO          TO AUD-ABT-SW-CASO
           MOVE S0023E-TX-MOTIVO            TO AUD-ABT-TX-MOTIVO
           MOVE ZEROS                  TO AUD-ABT-NR-CLIENTE-NOVO
                                          AUD-ABT-NR-CLIENTE-ESCOLHIDO
                                          AUD-ABT-NR-CANDIDATO

           IF S0023E-ACAO-EXISTENTE
              MOVE S0023E-NR-CLIENTE-ESCOLHIDO
                                      TO AUD-ABT-NR-CLIENTE-ESCOLHIDO
           ELSE
              MOVE S0023E-NR-CLIENTE-NOVO
                                      TO AUD-ABT-NR-CLIENTE-NOVO
           END-IF

           IF S0023S-QT-CANDIDATOS GREATER ZEROS
              MOVE S0023S-CND-NR-CLIENTE (1) TO AUD-ABT-NR-CANDIDATO
              MOVE S0023S-CND-VL-SML (1)    TO AUD-VL-SML
           ELSE
              MOVE ZEROS                    TO AUD-VL-SML
           END-IF

           MOVE WS-VL-LIMIAR-USADO          TO AUD-VL-LIMIAR
           MOVE S0023S-SW-ACIMA-LIMIAR      TO AUD-SW-MATCH
           MOVE 'EDUS0023'                  TO AUD-NM-PRG
           MOVE FUNCTION CURRENT-DATE       TO AUD-DT-HORA

           MOVE 'EDUS0001EDAU'              TO AUD-ID-EXECUCAO
           MOVE 'D'                         TO AUD-CD-TIPO-REG

           EXEC CICS GET
              COUNTER  ( 'EDAUSEQ'                )
              VALUE    ( WS-NR-SEQ-AUDITORIA       )
              RESP     ( WS-CD-RESP-AUDITORIA      )
              NOHANDLE
           END-EXEC

           IF WS-CD-RESP-AUDITORIA NOT EQUAL DFHRESP(NORMAL)
              SET  ERROR-CICS                TO TRUE
              MOVE 013                      TO MSG1-CD-ERROR-TS
              MOVE 061                      TO MSG1-CD-SEQL-ERROR
              MOVE 'ERROR no GET COUNTER EDAUSEQ.'
                                            TO MSG1-TX-ERROR-TS
              PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF

           MOVE WS-NR-SEQ-AUDITORIA         TO AUD-NR-SEQUENCIA

           EXEC CICS WRITEQ TD
              QUEUE    ( 'EDAU'                   )
              FROM     ( AUDIT-REC                )
              LENGTH   ( LENGTH OF AUDIT-REC       )
              RESP     ( WS-CD-RESP-AUDITORIA      )
              NOHANDLE
           END-EXEC

           IF WS-CD-RESP-AUDITORIA NOT EQUAL DFHRESP(NORMAL)
              SET  ERROR-CICS                TO TRUE
              MOVE 014                      TO MSG1-CD-ERROR-TS
              MOVE 062                      TO MSG1-CD-SEQL-ERROR
              MOVE 'ERROR no WRITEQ TD EDAU.'
                                            TO MSG1-TX-ERROR-TS
              PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF
           .
       300000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       320000-ABRE-CASO                     SECTION.
      *-----------------------------------------------------------------
      * Caso pendente entre o cliente novo e o melhor candidato, na
      * chave canonica (menor numero em CAS-NR-CLIENTE-A). Sem data de
      * nascimento e documento do candidato o indice e so o de nome;
      * a proxima rodada do EDUS0003 recalcula o composto enquanto o
      * caso estiver NOVO. DUPREC e uma nova tentativa da mesma
      * abertura - o caso ja esta la.
      *-----------------------------------------------------------------
           MOVE 070                         TO MSG1-CD-SEQL-ERROR

           MOVE SPACES                      TO CASO-REC

           IF S0023E-NR-CLIENTE-NOVO LESS S0023S-CND-NR-CLIENTE (1)
              MOVE S0023E-NR-CLIENTE-NOVO   TO CAS-NR-CLIENTE-A
              MOVE S0023E-NM-CLIENTE        TO CAS-NM-CLIENTE-A
              MOVE S0023S-CND-NR-CLIENTE (1) TO CAS-NR-CLIENTE-B
              MOVE S0023S-CND-NM-CLIENTE (1) TO CAS-NM-CLIENTE-B
           ELSE
              MOVE S0023S-CND-NR-CLIENTE (1) TO CAS-NR-CLIENTE-A
              MOVE S0023S-CND-NM-CLIENTE (1) TO CAS-NM-CLIENTE-A
              MOVE S0023E-NR-CLIENTE-NOVO   TO CAS-NR-CLIENTE-B
              MOVE S0023E-NM-CLIENTE        TO CAS-NM-CLIENTE-B
           END-IF

           MOVE S0023S-CND-VL-SML (1)       TO CAS-VL-SML
                                               CAS-VL-SML-NOME
           SET  CAS-STATUS-NOVO             TO TRUE
           SET  CAS-PASSE-ABERTURA          TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8)  TO CAS-DT-CRIACAO
           MOVE CAS-CH-CASO                 TO WS-CH-CASO

           EXEC CICS WRITE
              FILE     ( 'CASODUP'                )
              FROM     ( CASO-REC                 )
              RIDFLD   ( WS-CH-CASO               )
              RESP     ( WS-CD-RESP-CASO          )
              NOHANDLE
           END-EXEC

           EVALUATE WS-CD-RESP-CASO
              WHEN DFHRESP(NORMAL)
                 SET S0023S-CASO-ABERTO     TO TRUE
              WHEN DFHRESP(DUPREC)
                 SET S0023S-CASO-JA-EXISTIA TO TRUE
              WHEN OTHER
                 SET  ERROR-CICS             TO TRUE
                 MOVE 015                   TO MSG1-CD-ERROR-TS
                 MOVE 071                   TO MSG1-CD-SEQL-ERROR
                 MOVE 'ERROR no WRITE de CASODUP.'
                                            TO MSG1-TX-ERROR-TS
                 PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-EVALUATE
           .
       320000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       340000-INDEXA-CLIENTE-NOVO           SECTION.
      *-----------------------------------------------------------------
      * Inclusao do cliente novo no indice de nomes pelo EDUS0013, para
      * a proxima abertura do dia ja o encontrar na busca na base.
      *-----------------------------------------------------------------
           MOVE 080                         TO MSG1-CD-SEQL-ERROR

           INITIALIZE EDUS0013-RQSC
           MOVE 'I'                         TO S0013E-CD-ACAO
           MOVE S0023E-NR-CLIENTE-NOVO      TO S0013E-NR-CLIENTE
           MOVE S0023E-NM-CLIENTE           TO S0013E-NM-CLIENTE
           MOVE WS-NM-SOBRENOME             TO S0013E-NM-SOBRENOME

           MOVE 'EDUS0013'                  TO WS-NM-PRG-SERVICO
           MOVE 'EDUS0013-RQSC'             TO WS-NM-CTNR-RQSC
           MOVE 'EDUS0013-RPST'             TO WS-NM-CTNR-RPST
           MOVE LENGTH OF EDUS0013-RQSC     TO WS-LEN-RQSC
           MOVE LENGTH OF EDUS0013-RPST     TO WS-LEN-RPST
           MOVE EDUS0013-RQSC               TO WS-DADOS-RQSC

           PERFORM 500000-LINK-SERVICO

           MOVE WS-DADOS-RPST               TO EDUS0013-RPST
           MOVE S0013S-CD-SOUNDEX           TO S0023S-CD-SOUNDEX
           .
       340000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       400000-POSTA-RESPOSTA                SECTION.
      *-----------------------------------------------------------------
           MOVE 090                         TO MSG1-CD-SEQL-ERROR

           MOVE 'EDUS0023-RPST'             TO SV888-NM-PUT
           MOVE  LENGTH OF EDUS0023-RPST
                                            TO SV888-LEN-PUT

           MOVE SPACES                      TO SV888-DADOS-ENTRADA
           MOVE EDUS0023-RPST               TO SV888-DADOS-ENTRADA

           PERFORM 881000-PUT-CONTAINER

           IF SV888-CD-RTN NOT EQUAL ZEROS
              SET  ERROR-CICS                TO TRUE
              MOVE 016                      TO MSG1-CD-ERROR-TS
              MOVE 091                      TO MSG1-CD-SEQL-ERROR
              STRING 'ERROR no PUT container ' SV888-TX-RTN
                      DELIMITED BY SIZE INTO MSG1-TX-ERROR-TS
              END-STRING
              MOVE SV888-NM-PRG             TO MSG1-NM-PGM-ACND
              PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF
           .
       400000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       500000-LINK-SERVICO                  SECTION.
      *-----------------------------------------------------------------
      * Chama o servico WS-NM-PRG-SERVICO no canal WS-NM-CANAL-SERVICO:
      * PUT do book de entrada (WS-DADOS-RQSC), LINK e GET do book de
      * resposta (WS-DADOS-RPST). Um servico que encerra com erro
      * deixa o container PRM-ERROR no canal (ver 999000 dele) - o
      * erro dele vira o erro desta transacao, com o codigo e o texto
      * originais e o nome do servico em MSG1-NM-PGM-ACND.
      *-----------------------------------------------------------------
           MOVE 100                         TO MSG1-CD-SEQL-ERROR

           EXEC CICS PUT
              CONTAINER ( WS-NM-CTNR-RQSC            )
              CHANNEL   ( WS-NM-CANAL-SERVICO        )
              FROM      ( WS-DADOS-RQSC              )
              FLENGTH   ( WS-LEN-RQSC                )
              RESP      ( WS-CD-RESP-SERVICO         )
              NOHANDLE
           END-EXEC

           IF WS-CD-RESP-SERVICO NOT EQUAL DFHRESP(NORMAL)
              SET  ERROR-CICS                TO TRUE
              MOVE 017                      TO MSG1-CD-ERROR-TS
              MOVE 101                      TO MSG1-CD-SEQL-ERROR
              MOVE WS-NM-PRG-SERVICO        TO MSG1-NM-PGM-ACND
              STRING 'ERROR no PUT container ' WS-NM-CTNR-RQSC
                      DELIMITED BY SIZE INTO MSG1-TX-ERROR-TS
              END-STRING
              PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF

           EXEC CICS LINK
              PROGRAM   ( WS-NM-PRG-SERVICO          )
              CHANNEL   ( WS-NM-CANAL-SERVICO        )
              RESP      ( WS-CD-RESP-SERVICO         )
              NOHANDLE
           END-EXEC

           IF WS-CD-RESP-SERVICO NOT EQUAL DFHRESP(NORMAL)
              SET  ERROR-CICS                TO TRUE
              MOVE 018                      TO MSG1-CD-ERROR-TS
              MOVE 102                      TO MSG1-CD-SEQL-ERROR
              MOVE WS-NM-PRG-SERVICO        TO MSG1-NM-PGM-ACND
              STRING 'ERROR no LINK de ' WS-NM-PRG-SERVICO
                      DELIMITED BY SIZE INTO MSG1-TX-ERROR-TS
              END-STRING
              PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF

           EXEC CICS GET
              CONTAINER ( 'PRM-ERROR'                 )
              CHANNEL   ( WS-NM-CANAL-SERVICO        )
              INTO      ( IIBKERROR-PRM-ERROR        )
              FLENGTH   ( LENGTH OF IIBKERROR-PRM-ERROR )
              RESP      ( WS-CD-RESP-SERVICO         )
              NOHANDLE
           END-EXEC

           IF WS-CD-RESP-SERVICO EQUAL DFHRESP(NORMAL)
              SET  ERROR-PROGRAMADO          TO TRUE
              MOVE 019                      TO MSG1-CD-ERROR-TS
              MOVE 103                      TO MSG1-CD-SEQL-ERROR
              MOVE WS-NM-PRG-SERVICO        TO MSG1-NM-PGM-ACND
              MOVE IIBKERROR-CD-ERROR       TO WS-ED-CD-ERRO-SERVICO
              STRING WS-NM-PRG-SERVICO ' ' WS-ED-CD-ERRO-SERVICO ': '
                     IIBKERROR-TX-ERROR
                      DELIMITED BY SIZE INTO MSG1-TX-ERROR-TS
              END-STRING
              PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF

           MOVE SPACES                      TO WS-DADOS-RPST

           EXEC CICS GET
              CONTAINER ( WS-NM-CTNR-RPST            )
              CHANNEL   ( WS-NM-CANAL-SERVICO        )
              INTO      ( WS-DADOS-RPST              )
              FLENGTH   ( WS-LEN-RPST                )
              RESP      ( WS-CD-RESP-SERVICO         )
              NOHANDLE
           END-EXEC

           IF WS-CD-RESP-SERVICO NOT EQUAL DFHRESP(NORMAL)
              SET  ERROR-CICS                TO TRUE
              MOVE 020                      TO MSG1-CD-ERROR-TS
              MOVE 104                      TO MSG1-CD-SEQL-ERROR
              MOVE WS-NM-PRG-SERVICO        TO MSG1-NM-PGM-ACND
              STRING 'ERROR no GET container ' WS-NM-CTNR-RPST
                      DELIMITED BY SIZE INTO MSG1-TX-ERROR-TS
              END-STRING
              PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF
           .
       500000-SAI.
           EXIT.
      *-----------------------------------------------------------------
      * 881000-PUT-CONTAINER                SECTION.
      * 882000-LINK-IIBP2000                SECTION.
      * 883000-GET-CONTAINER                SECTION.
      * 884000-DESCOBRIR-CANAL              SECTION.
      * 885000-VARIAVEIS-MONITORADAS        SECTION.
      * 886000-EXCLUIR-CTNR-ERROR            SECTION.
      * 887000-EXCLUIR-PUT-CTNR             SECTION.
      * 888000-RECEBE-CONTAINER-ERROR        SECTION.
      *-----------------------------------------------------------------
-INC DELKP888
      *-----------------------------------------------------------------
       999000-GRAVA-ERROR-E-ENCERRA          SECTION.
      *-----------------------------------------------------------------

           MOVE 'MSG1-CD-ERROR-TS'           TO MSGKW999-NM-VRV-MNT
           MOVE  MSG1-CD-ERROR-TS            TO MSGKW999-VL-VRV-MNT
           PERFORM 999003-ADICIONA-VRV-MNT

           MOVE 'MSG1-CD-SEQL-ERROR'         TO MSGKW999-NM-VRV-MNT
           MOVE  MSG1-CD-SEQL-ERROR          TO MSGKW999-VL-VRV-MNT
           PERFORM 999003-ADICIONA-VRV-MNT

           MOVE 'MSG1-TX-ERROR-TS'           TO MSGKW999-NM-VRV-MNT
           MOVE  MSG1-TX-ERROR-TS            TO MSGKW999-VL-VRV-MNT
           PERFORM 999003-ADICIONA-VRV-MNT

           MOVE 'S0023E-CD-ACAO'            TO MSGKW999-NM-VRV-MNT
           MOVE S0023E-CD-ACAO              TO MSGKW999-VL-VRV-MNT
           PERFORM 999003-ADICIONA-VRV-MNT

           MOVE 'S0023E-NM-CLIENTE'         TO MSGKW999-NM-VRV-MNT
           MOVE S0023E-NM-CLIENTE           TO MSGKW999-VL-VRV-MNT
           PERFORM 999003-ADICIONA-VRV-MNT

           MOVE 'WS-NM-PRG-SERVICO'         TO MSGKW999-NM-VRV-MNT
           MOVE WS-NM-PRG-SERVICO           TO MSGKW999-VL-VRV-MNT
           PERFORM 999003-ADICIONA-VRV-MNT

           PERFORM MSG1-NTF-MSG
           MOVE MSG1-CD-ERROR-TS             TO IIBKERROR-CD-ERROR
           MOVE MSG1-TX-ERROR-TS             TO IIBKERROR-TX-ERROR

           EXEC CICS PUT
              CONTAINER ( 'PRM-ERROR'                   )
              CHANNEL   ( SV888-CANAL                   )
              FROM      ( IIBKERROR-PRM-ERROR           )
              FLENGTH   ( LENGTH OF IIBKERROR-PRM-ERROR )
              NOHANDLE
           END-EXEC

           PERFORM 999999-ENCERRAR
           .
       999000-SAI.
           EXIT.
      *-----------------------------------------------------------------
      * 999001-TRATA-ABEND-CICS             SECTION.
      * 999002-TRATA-CONDITION-CICS         SECTION.
      * 999003-ADICIONA-VRV-MNT             SECTION.
      *-----------------------------------------------------------------
-INC HLPKP999
      *-----------------------------------------------------------------
      * MSG1-NTF-MSG                        SECTION.
      *-----------------------------------------------------------------
-INC MSGKPMG1
      *-----------------------------------------------------------------
       999999-ENCERRAR                      SECTION.
      *-----------------------------------------------------------------
           EXEC CICS
                RETURN
           END-EXEC
           .
       999999-SAI.
           EXIT.
      *---------------------- FIM EDUS0023 -----------------------------
