      *-----------------------------------------------------------------
      * PROGRAM....: EDUS0029
      * ANALIST....: C1276521 - EDUARDO DIAS GUSMAO
      * AUTHOR.....: C1276521 - EDUARDO DIAS GUSMAO
      * COMPILATION: Cobol 5.2
      * OBJECTIVE..: Online maintenance of the name-equivalence
      *              dictionary EDUSDIC (layout EDUSIM20) with
      *              maker-checker approval. Until now EDUSDIC and the
      *              batch NICKDIC were edited by hand with file
      *              utilities and drifted apart; now every change goes
      *              through here, and the nightly EDUS0030 unloads
      *              EDUSDIC to NICKDIC. Four actions for the
      *              stewardship screen:
      *              'P' proposes a change to one variant - inclusion,
      *                change of canonical form or retirement - with
      *                the date it takes effect (today when blank) and
      *                a justification. It is written as a PENDING
      *                version of the variant and changes nothing yet;
      *              'A' approves a pending version - only a user other
      *                than the one who proposed it, and only while its
      *                effective date has not passed;
      *              'R' rejects a pending version (the proposer may
      *                also use it to withdraw the proposal);
      *              'L' lists up to 10 versions from a variant key
      *                (optionally only the pending ones - the approval
      *                queue), which is also the change history of the
      *                entry: versions are never deleted.
      *              One pending change per variant at a time. A
      *              proposal or approval that would make a canonical
      *              form also a variant (circular entry - the engine
      *              substitution is only idempotent without those) is
      *              refused; EDUS0030 reports any left in the file.
      *-----------------------------------------------------------------
      * VRS001 15.10.2026 - C1276521 - IMPLANTATION
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. EDUS0029.
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
       01 EDUS0029-RQSC.
      *-----------------------------------------------------------------
      * Acao pedida pela tela de stewardship: 'L' lista versoes a
      * partir da variante/vigencia informadas (brancos = do inicio do
      * arquivo); 'P' propoe uma mudanca; 'A' aprova e 'R' rejeita a
      * versao pendente da variante/vigencia informadas.
      *-----------------------------------------------------------------
          03 S0029E-CD-ACAO                PIC  X(001).
             88 S0029E-ACAO-LISTAR                      VALUE 'L'.
             88 S0029E-ACAO-PROPOR                      VALUE 'P'.
             88 S0029E-ACAO-APROVAR                     VALUE 'A'.
             88 S0029E-ACAO-REJEITAR                    VALUE 'R'.
          03 S0029E-NM-VARIANTE            PIC  X(030).
          03 S0029E-DT-VIGENCIA            PIC  X(008).
      *-----------------------------------------------------------------
      * So para a acao 'P': a mudanca ('I' inclusao, 'A' alteracao,
      * 'R' retirada), a forma canonica (nao vale para a retirada) e
      * por que.
      *-----------------------------------------------------------------
          03 S0029E-CD-MUDANCA             PIC  X(001).
             88 S0029E-MUDANCA-INCLUSAO                 VALUE 'I'.
             88 S0029E-MUDANCA-ALTERACAO                VALUE 'A'.
             88 S0029E-MUDANCA-RETIRADA                 VALUE 'R'.
          03 S0029E-NM-CANONICO            PIC  X(030).
          03 S0029E-TX-JUSTIFICATIVA       PIC  X(100).
      *-----------------------------------------------------------------
      * Quem propoe ('P') ou decide ('A'/'R'), e a observacao da
      * decisao (obrigatoria na rejeicao).
      *-----------------------------------------------------------------
          03 S0029E-NM-OPERADOR            PIC  X(008).
          03 S0029E-TX-OBS-DECISAO         PIC  X(060).
      *-----------------------------------------------------------------
      * So para a acao 'L': 'S' devolve apenas as versoes PENDENTES (a
      * fila de aprovacao); qualquer outro valor devolve todas.
      *-----------------------------------------------------------------
          03 S0029E-SW-SO-PENDENTES        PIC  X(001).

       01 EDUS0029-RPST.
          03 S0029S-QT-VERSOES             PIC  9(002).
          03 S0029S-TB-VERSOES OCCURS 10 TIMES.
             05 S0029S-DCN-NM-VARIANTE     PIC  X(030).
             05 S0029S-DCN-DT-VIGENCIA     PIC  X(008).
             05 S0029S-DCN-NM-CANONICO     PIC  X(030).
             05 S0029S-DCN-CD-MUDANCA      PIC  X(001).
             05 S0029S-DCN-CD-SITUACAO     PIC  X(001).
             05 S0029S-DCN-NM-OPER-PROPOSTA
                                           PIC  X(008).
             05 S0029S-DCN-DT-PROPOSTA     PIC  X(008).
             05 S0029S-DCN-TX-JUSTIFICATIVA
                                           PIC  X(100).
             05 S0029S-DCN-NM-OPER-DECISAO PIC  X(008).
             05 S0029S-DCN-DT-DECISAO      PIC  X(008).
             05 S0029S-DCN-TX-OBS-DECISAO  PIC  X(060).
      *-----------------------------------------------------------------
      * Area de trabalho.
      *-----------------------------------------------------------------
       77 WS-CD-RESP-ARQUIVO           PIC S9(008) COMP VALUE ZEROS.
       77 WS-CT-LEN-VERBETE            PIC S9(004) COMP VALUE ZEROS.
       77 WS-CT-TAM                    PIC S9(004) COMP VALUE ZEROS.
       77 WS-SW-FIM-BROWSE             PIC  X(001)      VALUE 'N'.
          88 WS-FIM-BROWSE                              VALUE 'S'.
       77 WS-DT-HOJE                   PIC  X(008)      VALUE SPACES.
       77 WS-HR-AGORA                  PIC  X(006)      VALUE SPACES.
       77 WS-DT-VIGENCIA               PIC  9(008)      VALUE ZEROS.
       01 WS-CH-VERBETE.
          03 WS-CH-NM-VARIANTE         PIC  X(030).
          03 WS-CH-DT-VIGENCIA         PIC  X(008).
       01 WS-CH-BROWSE.
          03 WS-BRW-NM-VARIANTE        PIC  X(030).
          03 WS-BRW-DT-VIGENCIA        PIC  X(008).
      *-----------------------------------------------------------------
      * Situacao da variante apurada das versoes dela (500000): o
      * canonico da ultima versao aprovada, qualquer que seja a
      * vigencia (brancos se nao ha nenhuma ou se ela e retirada), a
      * vigencia dessa versao e se ha proposta pendente.
      *-----------------------------------------------------------------
       77 WS-NM-CANONICO-APROVADO      PIC  X(030)      VALUE SPACES.
       77 WS-DT-ULT-APROVADA           PIC  X(008)      VALUE SPACES.
       77 WS-SW-PENDENTE               PIC  X(001)      VALUE 'N'.
          88 WS-HA-PENDENTE                             VALUE 'S'.
      *-----------------------------------------------------------------
      * Variante corrente do browse completo da verificacao de verbete
      * circular (550000) e o canonico da ultima versao aprovada dela.
      *-----------------------------------------------------------------
       77 WS-GRP-NM-VARIANTE           PIC  X(030)      VALUE SPACES.
       77 WS-GRP-NM-CANONICO           PIC  X(030)      VALUE SPACES.
      *-----------------------------------------------------------------
      * Versao do verbete (ver EDUSIM20). As leituras/gravacoes do
      * arquivo EDUSDIC sao feitas INTO/FROM esta area.
      *-----------------------------------------------------------------
       COPY EDUSIM20.
      *-----------------------------------------------------------------
      * Motor de similaridade - so as tabelas NORM-TAB-* de maiusculas
      * e acentos: variante e canonico sao gravados na forma que o
      * motor compara depois de normalizar o nome.
      *-----------------------------------------------------------------
       COPY EDUSIM00.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       000000-MAIN-ROUTINE                SECTION.
      *-----------------------------------------------------------------

           PERFORM 100000-RECEIVE-REQUEST
           PERFORM 110000-VALIDA-PARAMETRO

           EVALUATE TRUE
              WHEN S0029E-ACAO-LISTAR
                 PERFORM 200000-LISTA-VERSOES
              WHEN S0029E-ACAO-PROPOR
                 PERFORM 300000-PROPOE-MUDANCA
              WHEN OTHER
                 PERFORM 350000-DECIDE-PROPOSTA
           END-EVALUATE

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

           MOVE 'EDUS0029-RQSC'             TO SV888-NM-GET
           MOVE LENGTH OF EDUS0029-RQSC     TO SV888-LEN-GET

           PERFORM 883000-GET-CONTAINER

           IF SV888-CD-RTN NOT EQUAL 0
             MOVE 001                       TO MSG1-CD-ERROR-TS
             MOVE SV888-NM-PRG              TO MSG1-NM-PGM-ACND
             STRING
                'ERROR no GET CONTAINER ' SV888-TX-RTN
                        DELIMITED BY SIZE INTO MSG1-TX-ERROR-TS
             PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF

           MOVE SV888-DADOS-SAIDA           TO EDUS0029-RQSC
           .
       100000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       110000-VALIDA-PARAMETRO              SECTION.
      *-----------------------------------------------------------------
           MOVE 002                         TO MSG1-CD-SEQL-ERROR

      *-----------------------------------------------------------------
      * S0029S-TB-VERSOES carrega um OCCURS 10 - INITIALIZE no grupo
      * pai zera as 10 ocorrencias de uma vez (mesma razao do
      * INITIALIZE de EDUS0020-RPST em EDUS0020).
      *-----------------------------------------------------------------
           INITIALIZE EDUS0029-RPST

           MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-DT-HOJE
           MOVE FUNCTION CURRENT-DATE(9:6)  TO WS-HR-AGORA

           IF  NOT S0029E-ACAO-LISTAR
           AND NOT S0029E-ACAO-PROPOR
           AND NOT S0029E-ACAO-APROVAR
           AND NOT S0029E-ACAO-REJEITAR
               SET  ERROR-PROGRAMADO         TO TRUE
               MOVE 002                     TO MSG1-CD-ERROR-TS
               MOVE 003                     TO MSG1-CD-SEQL-ERROR
               MOVE 'Action code is invalid.'
                                            TO MSG1-TX-ERROR-TS
               PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF

      *-----------------------------------------------------------------
      * Variante e canonico na forma normalizada (maiusculas, sem
      * acento) - a mesma de 305000-NORMALIZA-TX (EDUSIM01), para a
      * chave e a troca valerem com o nome ja normalizado pelo motor.
      *-----------------------------------------------------------------
           MOVE FUNCTION UPPER-CASE(S0029E-NM-VARIANTE)
                                            TO S0029E-NM-VARIANTE
           INSPECT S0029E-NM-VARIANTE
              CONVERTING NORM-TAB-ACENTUADAS
                      TO NORM-TAB-SIMPLES

           MOVE FUNCTION UPPER-CASE(S0029E-NM-CANONICO)
                                            TO S0029E-NM-CANONICO
           INSPECT S0029E-NM-CANONICO
              CONVERTING NORM-TAB-ACENTUADAS
                      TO NORM-TAB-SIMPLES

           EVALUATE TRUE
              WHEN S0029E-ACAO-PROPOR
                 PERFORM 120000-VALIDA-PROPOSTA
              WHEN S0029E-ACAO-APROVAR
                OR S0029E-ACAO-REJEITAR
                 PERFORM 130000-VALIDA-DECISAO
           END-EVALUATE

           MOVE S0029E-NM-VARIANTE          TO WS-CH-NM-VARIANTE
           MOVE S0029E-DT-VIGENCIA          TO WS-CH-DT-VIGENCIA
           .
       110000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       120000-VALIDA-PROPOSTA               SECTION.
      *-----------------------------------------------------------------
      * A proposta exige variante de uma palavra so (o motor troca
      * palavras inteiras - variante com espaco nunca casaria), mudanca
      * conhecida, canonico diferente da variante (menos na retirada),
      * operador e justificativa. Vigencia em branco vale hoje;
      * informada, tem de ser uma data valida a partir de hoje.
      *-----------------------------------------------------------------
           MOVE 004                         TO MSG1-CD-SEQL-ERROR

           IF S0029E-NM-VARIANTE EQUAL SPACES
               SET  ERROR-PROGRAMADO         TO TRUE
               MOVE 003                     TO MSG1-CD-ERROR-TS
               MOVE 005                     TO MSG1-CD-SEQL-ERROR
               MOVE 'Variant is required.'  TO MSG1-TX-ERROR-TS
               PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF

           MOVE ZEROS                       TO WS-CT-TAM
           INSPECT S0029E-NM-VARIANTE
                   TALLYING WS-CT-TAM FOR CHARACTERS
                   BEFORE INITIAL SPACE

           IF  WS-CT-TAM LESS LENGTH OF S0029E-NM-VARIANTE
           AND S0029E-NM-VARIANTE(WS-CT-TAM + 1:) NOT EQUAL SPACES
               SET  ERROR-PROGRAMADO         TO TRUE
               MOVE 004                     TO MSG1-CD-ERROR-TS
               MOVE 006                     TO MSG1-CD-SEQL-ERROR
               MOVE 'Variant must be a single word.'
                                            TO MSG1-TX-ERROR-TS
               PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF

           IF  NOT S0029E-MUDANCA-INCLUSAO
           AND NOT S0029E-MUDANCA-ALTERACAO
           AND NOT S0029E-MUDANCA-RETIRADA
               SET  ERROR-PROGRAMADO         TO TRUE
               MOVE 005                     TO MSG1-CD-ERROR-TS
               MOVE 007                     TO MSG1-CD-SEQL-ERROR
               MOVE 'Change type is invalid.'
                                            TO MSG1-TX-ERROR-TS
               PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF

           IF S0029E-MUDANCA-RETIRADA
              MOVE SPACES                   TO S0029E-NM-CANONICO
           ELSE
              IF S0029E-NM-CANONICO EQUAL SPACES
                 SET  ERROR-PROGRAMADO       TO TRUE
                 MOVE 006                   TO MSG1-CD-ERROR-TS
                 MOVE 008                   TO MSG1-CD-SEQL-ERROR
                 MOVE 'Canonical form is required.'
                                            TO MSG1-TX-ERROR-TS
                 PERFORM 999000-GRAVA-ERROR-E-ENCERRA
              END-IF
              IF S0029E-NM-CANONICO EQUAL S0029E-NM-VARIANTE
                 SET  ERROR-PROGRAMADO       TO TRUE
                 MOVE 007                   TO MSG1-CD-ERROR-TS
                 MOVE 009                   TO MSG1-CD-SEQL-ERROR
                 MOVE 'Canonical form equals the variant.'
                                            TO MSG1-TX-ERROR-TS
                 PERFORM 999000-GRAVA-ERROR-E-ENCERRA
              END-IF
           END-IF

           IF S0029E-NM-OPERADOR EQUAL SPACES
               SET  ERROR-PROGRAMADO         TO TRUE
               MOVE 008                     TO MSG1-CD-ERROR-TS
               MOVE 010                     TO MSG1-CD-SEQL-ERROR
               MOVE 'Operator is required.' TO MSG1-TX-ERROR-TS
               PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF

           IF S0029E-TX-JUSTIFICATIVA EQUAL SPACES
               SET  ERROR-PROGRAMADO         TO TRUE
               MOVE 009                     TO MSG1-CD-ERROR-TS
               MOVE 011                     TO MSG1-CD-SEQL-ERROR
               MOVE 'Justification is required.'
                                            TO MSG1-TX-ERROR-TS
               PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF

           IF S0029E-DT-VIGENCIA EQUAL SPACES
              MOVE WS-DT-HOJE               TO S0029E-DT-VIGENCIA
           ELSE
              PERFORM 140000-VALIDA-VIGENCIA
              IF S0029E-DT-VIGENCIA LESS WS-DT-HOJE
                 SET  ERROR-PROGRAMADO       TO TRUE
                 MOVE 010                   TO MSG1-CD-ERROR-TS
                 MOVE 012                   TO MSG1-CD-SEQL-ERROR
                 MOVE 'Effective date cannot be in the past.'
                                            TO MSG1-TX-ERROR-TS
                 PERFORM 999000-GRAVA-ERROR-E-ENCERRA
              END-IF
           END-IF
           .
       120000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       130000-VALIDA-DECISAO                SECTION.
      *-----------------------------------------------------------------
      * A decisao exige a chave completa da versao e o operador; a
      * rejeicao exige tambem a observacao.
      *-----------------------------------------------------------------
           MOVE 013                         TO MSG1-CD-SEQL-ERROR

           IF S0029E-NM-VARIANTE EQUAL SPACES
               SET  ERROR-PROGRAMADO         TO TRUE
               MOVE 003                     TO MSG1-CD-ERROR-TS
               MOVE 014                     TO MSG1-CD-SEQL-ERROR
               MOVE 'Variant is required.'  TO MSG1-TX-ERROR-TS
               PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF

           PERFORM 140000-VALIDA-VIGENCIA

           IF S0029E-NM-OPERADOR EQUAL SPACES
               SET  ERROR-PROGRAMADO         TO TRUE
               MOVE 008                     TO MSG1-CD-ERROR-TS
               MOVE 015                     TO MSG1-CD-SEQL-ERROR
               MOVE 'Operator is required.' TO MSG1-TX-ERROR-TS
               PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF

           IF  S0029E-ACAO-REJEITAR
           AND S0029E-TX-OBS-DECISAO EQUAL SPACES
               SET  ERROR-PROGRAMADO         TO TRUE
               MOVE 011                     TO MSG1-CD-ERROR-TS
               MOVE 016                     TO MSG1-CD-SEQL-ERROR
               MOVE 'Rejection reason is required.'
                                            TO MSG1-TX-ERROR-TS
               PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF
           .
       130000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       140000-VALIDA-VIGENCIA               SECTION.
      *-----------------------------------------------------------------
           MOVE 017                         TO MSG1-CD-SEQL-ERROR

           IF S0029E-DT-VIGENCIA IS NOT NUMERIC
               SET  ERROR-PROGRAMADO         TO TRUE
               MOVE 012                     TO MSG1-CD-ERROR-TS
               MOVE 018                     TO MSG1-CD-SEQL-ERROR
               MOVE 'Effective date is invalid.'
                                            TO MSG1-TX-ERROR-TS
               PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF

           MOVE S0029E-DT-VIGENCIA          TO WS-DT-VIGENCIA

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DT-VIGENCIA)
              NOT EQUAL ZEROS
               SET  ERROR-PROGRAMADO         TO TRUE
               MOVE 012                     TO MSG1-CD-ERROR-TS
               MOVE 019                     TO MSG1-CD-SEQL-ERROR
               MOVE 'Effective date is invalid.'
                                            TO MSG1-TX-ERROR-TS
               PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF
           .
       140000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       200000-LISTA-VERSOES                 SECTION.
      *-----------------------------------------------------------------
      * Percorre EDUSDIC a partir da chave recebida (GTEQ - brancos le
      * do inicio) devolvendo ate 10 versoes. Com S0029E-SW-SO-
      * PENDENTES 'S', so as propostas que esperam aprovacao voltam.
      *-----------------------------------------------------------------
           MOVE 020                         TO MSG1-CD-SEQL-ERROR

           MOVE 'N'                         TO WS-SW-FIM-BROWSE

           EXEC CICS STARTBR
              FILE     ( 'EDUSDIC'                )
              RIDFLD   ( WS-CH-VERBETE            )
              GTEQ
              RESP     ( WS-CD-RESP-ARQUIVO       )
              NOHANDLE
           END-EXEC

      *-----------------------------------------------------------------
      * NOTFND no STARTBR so quer dizer que nao ha versao alguma a
      * partir da chave pedida - a lista volta vazia, nao e erro.
      *-----------------------------------------------------------------
           IF WS-CD-RESP-ARQUIVO EQUAL DFHRESP(NOTFND)
              SET WS-FIM-BROWSE             TO TRUE
           ELSE
              IF WS-CD-RESP-ARQUIVO NOT EQUAL DFHRESP(NORMAL)
                 SET  ERROR-CICS             TO TRUE
                 MOVE 013                   TO MSG1-CD-ERROR-TS
                 MOVE 021                   TO MSG1-CD-SEQL-ERROR
                 MOVE 'ERROR no STARTBR de EDUSDIC.'
                                            TO MSG1-TX-ERROR-TS
                 PERFORM 999000-GRAVA-ERROR-E-ENCERRA
              END-IF
           END-IF

           PERFORM 210000-LE-PROXIMA-VERSAO
               UNTIL WS-FIM-BROWSE
                  OR S0029S-QT-VERSOES EQUAL 10

           IF WS-CD-RESP-ARQUIVO EQUAL DFHRESP(NORMAL)
           OR WS-CD-RESP-ARQUIVO EQUAL DFHRESP(ENDFILE)
              EXEC CICS ENDBR
                 FILE  ( 'EDUSDIC'                )
                 NOHANDLE
              END-EXEC
           END-IF
           .
       200000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       210000-LE-PROXIMA-VERSAO             SECTION.
      *-----------------------------------------------------------------
           MOVE 022                         TO MSG1-CD-SEQL-ERROR
           MOVE LENGTH OF DCN-REC           TO WS-CT-LEN-VERBETE

           EXEC CICS READNEXT
              FILE     ( 'EDUSDIC'                )
              INTO     ( DCN-REC                  )
              LENGTH   ( WS-CT-LEN-VERBETE        )
              RIDFLD   ( WS-CH-VERBETE            )
              RESP     ( WS-CD-RESP-ARQUIVO       )
              NOHANDLE
           END-EXEC

           EVALUATE WS-CD-RESP-ARQUIVO
              WHEN DFHRESP(NORMAL)
                 IF  S0029E-SW-SO-PENDENTES EQUAL 'S'
                 AND NOT DCN-SITUACAO-PENDENTE
                     CONTINUE
                 ELSE
                     PERFORM 220000-DEVOLVE-VERSAO
                 END-IF
              WHEN DFHRESP(ENDFILE)
                 SET WS-FIM-BROWSE          TO TRUE
              WHEN OTHER
                 SET  ERROR-CICS             TO TRUE
                 MOVE 014                   TO MSG1-CD-ERROR-TS
                 MOVE 023                   TO MSG1-CD-SEQL-ERROR
                 MOVE 'ERROR no READNEXT de EDUSDIC.'
                                            TO MSG1-TX-ERROR-TS
                 PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-EVALUATE
           .
       210000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       220000-DEVOLVE-VERSAO                SECTION.
      *-----------------------------------------------------------------
           ADD 1                            TO S0029S-QT-VERSOES

           MOVE DCN-NM-VARIANTE
                     TO S0029S-DCN-NM-VARIANTE(S0029S-QT-VERSOES)
           MOVE DCN-DT-VIGENCIA
                     TO S0029S-DCN-DT-VIGENCIA(S0029S-QT-VERSOES)
           MOVE DCN-NM-CANONICO
                     TO S0029S-DCN-NM-CANONICO(S0029S-QT-VERSOES)
           MOVE DCN-CD-MUDANCA
                     TO S0029S-DCN-CD-MUDANCA(S0029S-QT-VERSOES)
           MOVE DCN-CD-SITUACAO
                     TO S0029S-DCN-CD-SITUACAO(S0029S-QT-VERSOES)
           MOVE DCN-NM-OPER-PROPOSTA
                     TO S0029S-DCN-NM-OPER-PROPOSTA(S0029S-QT-VERSOES)
           MOVE DCN-DT-PROPOSTA
                     TO S0029S-DCN-DT-PROPOSTA(S0029S-QT-VERSOES)
           MOVE DCN-TX-JUSTIFICATIVA
                     TO S0029S-DCN-TX-JUSTIFICATIVA(S0029S-QT-VERSOES)
           MOVE DCN-NM-OPER-DECISAO
                     TO S0029S-DCN-NM-OPER-DECISAO(S0029S-QT-VERSOES)
           MOVE DCN-DT-DECISAO
                     TO S0029S-DCN-DT-DECISAO(S0029S-QT-VERSOES)
           MOVE DCN-TX-OBS-DECISAO
                     TO S0029S-DCN-TX-OBS-DECISAO(S0029S-QT-VERSOES)
           .
       220000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       300000-PROPOE-MUDANCA                SECTION.
      *-----------------------------------------------------------------
      * A mudanca tem de fazer sentido contra a ultima versao aprovada
      * da variante (mesmo que ainda nao vigente - o que ja foi
      * decidido conta): inclusao so de variante fora do dicionario,
      * alteracao e retirada so de variante nele, e a vigencia nova
      * depois da ultima aprovada. Uma proposta pendente por vez.
      *-----------------------------------------------------------------
           MOVE 030                         TO MSG1-CD-SEQL-ERROR

           PERFORM 500000-APURA-VARIANTE

           IF WS-HA-PENDENTE
              SET  ERROR-PROGRAMADO          TO TRUE
              MOVE 015                      TO MSG1-CD-ERROR-TS
              MOVE 031                      TO MSG1-CD-SEQL-ERROR
              MOVE 'A change to this variant is already pending.'
                                            TO MSG1-TX-ERROR-TS
              PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF

           IF  S0029E-MUDANCA-INCLUSAO
           AND WS-NM-CANONICO-APROVADO NOT EQUAL SPACES
               SET  ERROR-PROGRAMADO         TO TRUE
               MOVE 016                     TO MSG1-CD-ERROR-TS
               MOVE 032                     TO MSG1-CD-SEQL-ERROR
               MOVE 'Variant already in the dictionary.'
                                            TO MSG1-TX-ERROR-TS
               PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF

           IF  NOT S0029E-MUDANCA-INCLUSAO
           AND WS-NM-CANONICO-APROVADO EQUAL SPACES
               SET  ERROR-PROGRAMADO         TO TRUE
               MOVE 017                     TO MSG1-CD-ERROR-TS
               MOVE 033                     TO MSG1-CD-SEQL-ERROR
               MOVE 'Variant is not in the dictionary.'
                                            TO MSG1-TX-ERROR-TS
               PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF

           IF  S0029E-MUDANCA-ALTERACAO
           AND WS-NM-CANONICO-APROVADO EQUAL S0029E-NM-CANONICO
               SET  ERROR-PROGRAMADO         TO TRUE
               MOVE 018                     TO MSG1-CD-ERROR-TS
               MOVE 034                     TO MSG1-CD-SEQL-ERROR
               MOVE 'Canonical form is unchanged.'
                                            TO MSG1-TX-ERROR-TS
               PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF

           IF  WS-DT-ULT-APROVADA NOT EQUAL SPACES
           AND S0029E-DT-VIGENCIA NOT GREATER WS-DT-ULT-APROVADA
               SET  ERROR-PROGRAMADO         TO TRUE
               MOVE 019                     TO MSG1-CD-ERROR-TS
               MOVE 035                     TO MSG1-CD-SEQL-ERROR
               MOVE 'Effective date must follow the last approval.'
                                            TO MSG1-TX-ERROR-TS
               PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF

           IF NOT S0029E-MUDANCA-RETIRADA
              PERFORM 550000-VERIFICA-CIRCULAR
           END-IF

           MOVE 036                         TO MSG1-CD-SEQL-ERROR

           MOVE SPACES                      TO DCN-REC
           MOVE S0029E-NM-VARIANTE          TO DCN-NM-VARIANTE
           MOVE S0029E-DT-VIGENCIA          TO DCN-DT-VIGENCIA
           MOVE S0029E-NM-CANONICO          TO DCN-NM-CANONICO
           MOVE S0029E-CD-MUDANCA           TO DCN-CD-MUDANCA
           SET  DCN-SITUACAO-PENDENTE       TO TRUE
           MOVE S0029E-NM-OPERADOR          TO DCN-NM-OPER-PROPOSTA
           MOVE WS-DT-HOJE                  TO DCN-DT-PROPOSTA
           MOVE WS-HR-AGORA                 TO DCN-HR-PROPOSTA
           MOVE S0029E-TX-JUSTIFICATIVA     TO DCN-TX-JUSTIFICATIVA

           MOVE DCN-CH-VERBETE              TO WS-CH-VERBETE

           EXEC CICS WRITE
              FILE     ( 'EDUSDIC'                )
              FROM     ( DCN-REC                  )
              RIDFLD   ( WS-CH-VERBETE            )
              RESP     ( WS-CD-RESP-ARQUIVO       )
              NOHANDLE
           END-EXEC

      *-----------------------------------------------------------------
      * DUPREC: ja existe versao da variante nesta vigencia (uma
      * proposta rejeitada, por exemplo) - o historico nao e
      * sobreposto; a nova proposta vai com outra data.
      *-----------------------------------------------------------------
           IF WS-CD-RESP-ARQUIVO EQUAL DFHRESP(DUPREC)
              SET  ERROR-PROGRAMADO          TO TRUE
              MOVE 020                      TO MSG1-CD-ERROR-TS
              MOVE 037                      TO MSG1-CD-SEQL-ERROR
              MOVE 'Variant already has a version on this date.'
                                            TO MSG1-TX-ERROR-TS
              PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF

           IF WS-CD-RESP-ARQUIVO NOT EQUAL DFHRESP(NORMAL)
              SET  ERROR-CICS                TO TRUE
              MOVE 021                      TO MSG1-CD-ERROR-TS
              MOVE 038                      TO MSG1-CD-SEQL-ERROR
              MOVE 'ERROR no WRITE de EDUSDIC.'
                                            TO MSG1-TX-ERROR-TS
              PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF

           PERFORM 220000-DEVOLVE-VERSAO
           .
       300000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       350000-DECIDE-PROPOSTA               SECTION.
      *-----------------------------------------------------------------
      * Aprovacao ou rejeicao de uma versao PENDENTE. A aprovacao e do
      * segundo usuario (nunca de quem propos), com a vigencia ainda
      * por vir ou hoje, e refaz a verificacao de verbete circular -
      * o dicionario pode ter mudado desde a proposta. A primeira
      * leitura e sem UPDATE: o browse da verificacao nao pode rodar
      * com o registro preso; a situacao e conferida de novo no READ
      * UPDATE, contra outra decisao dada no meio tempo.
      *-----------------------------------------------------------------
           MOVE 040                         TO MSG1-CD-SEQL-ERROR

           EXEC CICS READ
              FILE     ( 'EDUSDIC'                )
              INTO     ( DCN-REC                  )
              RIDFLD   ( WS-CH-VERBETE            )
              RESP     ( WS-CD-RESP-ARQUIVO       )
              NOHANDLE
           END-EXEC

           PERFORM 360000-CONFERE-LEITURA

           IF S0029E-ACAO-APROVAR
              IF S0029E-NM-OPERADOR EQUAL DCN-NM-OPER-PROPOSTA
                 SET  ERROR-PROGRAMADO       TO TRUE
                 MOVE 022                   TO MSG1-CD-ERROR-TS
                 MOVE 041                   TO MSG1-CD-SEQL-ERROR
                 MOVE 'Approver must not be the proposer.'
                                            TO MSG1-TX-ERROR-TS
                 PERFORM 999000-GRAVA-ERROR-E-ENCERRA
              END-IF

              IF DCN-DT-VIGENCIA LESS WS-DT-HOJE
                 SET  ERROR-PROGRAMADO       TO TRUE
                 MOVE 023                   TO MSG1-CD-ERROR-TS
                 MOVE 042                   TO MSG1-CD-SEQL-ERROR
                 MOVE 'Effective date has passed - propose again.'
                                            TO MSG1-TX-ERROR-TS
                 PERFORM 999000-GRAVA-ERROR-E-ENCERRA
              END-IF

              IF NOT DCN-MUDANCA-RETIRADA
                 MOVE DCN-NM-CANONICO       TO S0029E-NM-CANONICO
                 PERFORM 550000-VERIFICA-CIRCULAR
              END-IF
           END-IF

           MOVE 043                         TO MSG1-CD-SEQL-ERROR

           EXEC CICS READ
              FILE     ( 'EDUSDIC'                )
              INTO     ( DCN-REC                  )
              RIDFLD   ( WS-CH-VERBETE            )
              UPDATE
              RESP     ( WS-CD-RESP-ARQUIVO       )
              NOHANDLE
           END-EXEC

           PERFORM 360000-CONFERE-LEITURA

           IF S0029E-ACAO-APROVAR
              SET DCN-SITUACAO-APROVADA     TO TRUE
           ELSE
              SET DCN-SITUACAO-REJEITADA    TO TRUE
           END-IF
           MOVE S0029E-NM-OPERADOR          TO DCN-NM-OPER-DECISAO
           MOVE WS-DT-HOJE                  TO DCN-DT-DECISAO
           MOVE WS-HR-AGORA                 TO DCN-HR-DECISAO
           MOVE S0029E-TX-OBS-DECISAO       TO DCN-TX-OBS-DECISAO

           EXEC CICS REWRITE
              FILE     ( 'EDUSDIC'                )
              FROM     ( DCN-REC                  )
              RESP     ( WS-CD-RESP-ARQUIVO       )
              NOHANDLE
           END-EXEC

           IF WS-CD-RESP-ARQUIVO NOT EQUAL DFHRESP(NORMAL)
              SET  ERROR-CICS                TO TRUE
              MOVE 024                      TO MSG1-CD-ERROR-TS
              MOVE 044                      TO MSG1-CD-SEQL-ERROR
              MOVE 'ERROR no REWRITE de EDUSDIC.'
                                            TO MSG1-TX-ERROR-TS
              PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF

           PERFORM 220000-DEVOLVE-VERSAO
           .
       350000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       360000-CONFERE-LEITURA               SECTION.
      *-----------------------------------------------------------------
      * Resultado das leituras de 350000: a versao tem de existir e
      * ainda estar PENDENTE.
      *-----------------------------------------------------------------
           IF WS-CD-RESP-ARQUIVO EQUAL DFHRESP(NOTFND)
              SET  ERROR-PROGRAMADO          TO TRUE
              MOVE 025                      TO MSG1-CD-ERROR-TS
              MOVE 045                      TO MSG1-CD-SEQL-ERROR
              MOVE 'Version not found.'     TO MSG1-TX-ERROR-TS
              PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF

           IF WS-CD-RESP-ARQUIVO NOT EQUAL DFHRESP(NORMAL)
              SET  ERROR-CICS                TO TRUE
              MOVE 026                      TO MSG1-CD-ERROR-TS
              MOVE 046                      TO MSG1-CD-SEQL-ERROR
              MOVE 'ERROR no READ de EDUSDIC.'
                                            TO MSG1-TX-ERROR-TS
              PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF

           IF NOT DCN-SITUACAO-PENDENTE
              SET  ERROR-PROGRAMADO          TO TRUE
              MOVE 027                      TO MSG1-CD-ERROR-TS
              MOVE 047                      TO MSG1-CD-SEQL-ERROR
              MOVE 'Version is not pending.'
                                            TO MSG1-TX-ERROR-TS
              PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF
           .
       360000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       400000-POSTA-RESPOSTA                SECTION.
      *-----------------------------------------------------------------
           MOVE 050                         TO MSG1-CD-SEQL-ERROR

           MOVE 'EDUS0029-RPST'             TO SV888-NM-PUT
           MOVE  LENGTH OF EDUS0029-RPST
                                            TO SV888-LEN-PUT

           MOVE SPACES                      TO SV888-DADOS-ENTRADA
           MOVE EDUS0029-RPST               TO SV888-DADOS-ENTRADA

           PERFORM 881000-PUT-CONTAINER

           IF SV888-CD-RTN NOT EQUAL ZEROS
              SET  ERROR-CICS                TO TRUE
              MOVE 028                      TO MSG1-CD-ERROR-TS
              MOVE 051                      TO MSG1-CD-SEQL-ERROR
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
       500000-APURA-VARIANTE                SECTION.
      *-----------------------------------------------------------------
      * Le todas as versoes da variante pedida (em ordem de vigencia)
      * e apura WS-NM-CANONICO-APROVADO, WS-DT-ULT-APROVADA e
      * WS-SW-PENDENTE.
      *-----------------------------------------------------------------
           MOVE 060                         TO MSG1-CD-SEQL-ERROR

           MOVE SPACES                      TO WS-NM-CANONICO-APROVADO
                                               WS-DT-ULT-APROVADA
           MOVE 'N'                         TO WS-SW-PENDENTE
                                               WS-SW-FIM-BROWSE
           MOVE S0029E-NM-VARIANTE          TO WS-BRW-NM-VARIANTE
           MOVE LOW-VALUES                  TO WS-BRW-DT-VIGENCIA

           PERFORM 520000-INICIA-BROWSE

           PERFORM 510000-LE-VERSAO-VARIANTE
               UNTIL WS-FIM-BROWSE

           PERFORM 530000-ENCERRA-BROWSE
           .
       500000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       510000-LE-VERSAO-VARIANTE            SECTION.
      *-----------------------------------------------------------------
           MOVE 061                         TO MSG1-CD-SEQL-ERROR

           PERFORM 540000-LE-PROXIMO-BROWSE

           IF NOT WS-FIM-BROWSE
              IF DCN-NM-VARIANTE NOT EQUAL S0029E-NM-VARIANTE
                 SET WS-FIM-BROWSE          TO TRUE
              ELSE
                 EVALUATE TRUE
                    WHEN DCN-SITUACAO-PENDENTE
                       SET WS-HA-PENDENTE   TO TRUE
                    WHEN DCN-SITUACAO-APROVADA
                       MOVE DCN-DT-VIGENCIA TO WS-DT-ULT-APROVADA
                       MOVE DCN-NM-CANONICO TO WS-NM-CANONICO-APROVADO
                 END-EVALUATE
              END-IF
           END-IF
           .
       510000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       520000-INICIA-BROWSE                 SECTION.
      *-----------------------------------------------------------------
      * STARTBR em WS-CH-BROWSE para as varreduras de 500000/550000;
      * NOTFND e fim de arquivo, nao erro.
      *-----------------------------------------------------------------
           MOVE 062                         TO MSG1-CD-SEQL-ERROR

           EXEC CICS STARTBR
              FILE     ( 'EDUSDIC'                )
              RIDFLD   ( WS-CH-BROWSE             )
              GTEQ
              RESP     ( WS-CD-RESP-ARQUIVO       )
              NOHANDLE
           END-EXEC

           IF WS-CD-RESP-ARQUIVO EQUAL DFHRESP(NOTFND)
              SET WS-FIM-BROWSE             TO TRUE
           ELSE
              IF WS-CD-RESP-ARQUIVO NOT EQUAL DFHRESP(NORMAL)
                 SET  ERROR-CICS             TO TRUE
                 MOVE 013                   TO MSG1-CD-ERROR-TS
                 MOVE 063                   TO MSG1-CD-SEQL-ERROR
                 MOVE 'ERROR no STARTBR de EDUSDIC.'
                                            TO MSG1-TX-ERROR-TS
                 PERFORM 999000-GRAVA-ERROR-E-ENCERRA
              END-IF
           END-IF
           .
       520000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       530000-ENCERRA-BROWSE                SECTION.
      *-----------------------------------------------------------------
           IF WS-CD-RESP-ARQUIVO EQUAL DFHRESP(NORMAL)
           OR WS-CD-RESP-ARQUIVO EQUAL DFHRESP(ENDFILE)
              EXEC CICS ENDBR
                 FILE  ( 'EDUSDIC'                )
                 NOHANDLE
              END-EXEC
           END-IF
           .
       530000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       540000-LE-PROXIMO-BROWSE             SECTION.
      *-----------------------------------------------------------------
           MOVE 064                         TO MSG1-CD-SEQL-ERROR
           MOVE LENGTH OF DCN-REC           TO WS-CT-LEN-VERBETE

           EXEC CICS READNEXT
              FILE     ( 'EDUSDIC'                )
              INTO     ( DCN-REC                  )
              LENGTH   ( WS-CT-LEN-VERBETE        )
              RIDFLD   ( WS-CH-BROWSE             )
              RESP     ( WS-CD-RESP-ARQUIVO       )
              NOHANDLE
           END-EXEC

           EVALUATE WS-CD-RESP-ARQUIVO
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(ENDFILE)
                 SET WS-FIM-BROWSE          TO TRUE
              WHEN OTHER
                 SET  ERROR-CICS             TO TRUE
                 MOVE 014                   TO MSG1-CD-ERROR-TS
                 MOVE 065                   TO MSG1-CD-SEQL-ERROR
                 MOVE 'ERROR no READNEXT de EDUSDIC.'
                                            TO MSG1-TX-ERROR-TS
                 PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-EVALUATE
           .
       540000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       550000-VERIFICA-CIRCULAR             SECTION.
      *-----------------------------------------------------------------
      * Percorre o dicionario inteiro (o mesmo browse que o EDUS0001
      * faz a cada consulta com dicionario) e recusa a mudanca que
      * deixaria um verbete circular: o canonico pedido ja e variante
      * de outro verbete, ou a variante pedida ja e o canonico de
      * outro. Vale a ultima versao aprovada de cada variante, vigente
      * ou nao.
      *-----------------------------------------------------------------
           MOVE 070                         TO MSG1-CD-SEQL-ERROR

           MOVE SPACES                      TO WS-GRP-NM-VARIANTE
                                               WS-GRP-NM-CANONICO
           MOVE 'N'                         TO WS-SW-FIM-BROWSE
           MOVE LOW-VALUES                  TO WS-CH-BROWSE

           PERFORM 520000-INICIA-BROWSE

           PERFORM 560000-LE-VERSAO-CIRCULAR
               UNTIL WS-FIM-BROWSE

           PERFORM 530000-ENCERRA-BROWSE

           PERFORM 570000-AVALIA-VARIANTE
           .
       550000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       560000-LE-VERSAO-CIRCULAR            SECTION.
      *-----------------------------------------------------------------
           MOVE 071                         TO MSG1-CD-SEQL-ERROR

           PERFORM 540000-LE-PROXIMO-BROWSE

           IF NOT WS-FIM-BROWSE
              IF DCN-NM-VARIANTE NOT EQUAL WS-GRP-NM-VARIANTE
                 PERFORM 570000-AVALIA-VARIANTE
                 MOVE DCN-NM-VARIANTE       TO WS-GRP-NM-VARIANTE
                 MOVE SPACES                TO WS-GRP-NM-CANONICO
              END-IF
              IF DCN-SITUACAO-APROVADA
                 MOVE DCN-NM-CANONICO       TO WS-GRP-NM-CANONICO
              END-IF
           END-IF
           .
       560000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       570000-AVALIA-VARIANTE               SECTION.
      *-----------------------------------------------------------------
      * Fecha a variante corrente do browse contra a mudanca pedida
      * (a propria variante pedida nao conta - e ela que muda).
      *-----------------------------------------------------------------
           MOVE 072                         TO MSG1-CD-SEQL-ERROR

           IF  WS-GRP-NM-CANONICO NOT EQUAL SPACES
           AND WS-GRP-NM-VARIANTE NOT EQUAL S0029E-NM-VARIANTE
               IF WS-GRP-NM-VARIANTE EQUAL S0029E-NM-CANONICO
                  SET  ERROR-PROGRAMADO      TO TRUE
                  MOVE 029                  TO MSG1-CD-ERROR-TS
                  MOVE 073                  TO MSG1-CD-SEQL-ERROR
                  MOVE 'Canonical form is a variant of another entry.'
                                            TO MSG1-TX-ERROR-TS
                  PERFORM 999000-GRAVA-ERROR-E-ENCERRA
               END-IF
               IF WS-GRP-NM-CANONICO EQUAL S0029E-NM-VARIANTE
                  SET  ERROR-PROGRAMADO      TO TRUE
                  MOVE 030                  TO MSG1-CD-ERROR-TS
                  MOVE 074                  TO MSG1-CD-SEQL-ERROR
                  MOVE 'Variant is the canonical form of another entry.'
                                            TO MSG1-TX-ERROR-TS
                  PERFORM 999000-GRAVA-ERROR-E-ENCERRA
               END-IF
           END-IF
           .
       570000-SAI.
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

           MOVE 'S0029E-CD-ACAO'            TO MSGKW999-NM-VRV-MNT
           MOVE S0029E-CD-ACAO              TO MSGKW999-VL-VRV-MNT
           PERFORM 999003-ADICIONA-VRV-MNT

           MOVE 'WS-CH-VERBETE'             TO MSGKW999-NM-VRV-MNT
           MOVE WS-CH-VERBETE               TO MSGKW999-VL-VRV-MNT
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
      *---------------------- FIM EDUS0029 -----------------------------
