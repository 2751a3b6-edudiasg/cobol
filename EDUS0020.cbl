      *-----------------------------------------------------------------
      * PROGRAM....: EDUS0020
      * ANALIST....: C1276521 - EDUARDO DIAS GUSMAO
      * AUTHOR.....: C1276521 - EDUARDO DIAS GUSMAO
      * COMPILATION: Cobol 5.2
      * OBJECTIVE..: Online review of the watchlist hit cases raised by
      *              the screening batch EDUS0016 (file HITCASO, layout
      *              EDUSIM11). Two actions for the compliance screen:
      *              'L' lists up to 10 hits starting at a hit key
      *              (optionally only the ones still waiting for an
      *              analyst - pending or escalated), 'D' dispositions
      *              one hit as TRUE MATCH, FALSE POSITIVE or ESCALATED,
      *              recording the analyst, the date and the
      *              justification. A false positive carries a
      *              revalidation date (informed, or one year ahead by
      *              default); until then the hit is suppressed from the
      *              nightly screening (see EDUS0016 2180-TRATA-HIT).
      *-----------------------------------------------------------------
      * VRS001 15.10.2026 - C1276521 - IMPLANTATION
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. EDUS0020.
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
       01 EDUS0020-RQSC.
      *-----------------------------------------------------------------
      * Acao pedida pela tela de compliance: 'L' lista hits a partir
      * da chave informada (zeros/brancos = do inicio do arquivo); 'D'
      * disposiciona o hit da chave informada.
      *-----------------------------------------------------------------
          03 S0020E-CD-ACAO                PIC  X(001).
             88 S0020E-ACAO-LISTAR                      VALUE 'L'.
             88 S0020E-ACAO-DISPOSICIONAR               VALUE 'D'.
          03 S0020E-NR-CLIENTE             PIC  9(010).
          03 S0020E-CD-LISTA               PIC  X(008).
          03 S0020E-NM-LISTADO             PIC  X(255).
      *-----------------------------------------------------------------
      * So para a acao 'L': 'S' devolve apenas os hits que ainda
      * esperam um analista (PENDENTE ou ESCALADO); qualquer outro
      * valor devolve todos, inclusive os ja disposicionados.
      *-----------------------------------------------------------------
          03 S0020E-SW-SO-PENDENTES        PIC  X(001).
      *-----------------------------------------------------------------
      * So para a acao 'D': a disposicao, quem a deu e por que. A data
      * de revalidacao (AAAAMMDD) so vale para FALSO POSITIVO; em
      * branco, a liberacao vale por WS-QT-DIAS-VALIDADE dias.
      *-----------------------------------------------------------------
          03 S0020E-CD-STATUS              PIC  X(001).
          03 S0020E-NM-ANALISTA            PIC  X(008).
          03 S0020E-TX-JUSTIFICATIVA       PIC  X(100).
          03 S0020E-DT-REVALIDACAO         PIC  X(008).

       01 EDUS0020-RPST.
          03 S0020S-QT-HITS                PIC  9(002).
          03 S0020S-TB-HITS OCCURS 10 TIMES.
             05 S0020S-HCS-NR-CLIENTE      PIC  9(010).
             05 S0020S-HCS-NM-CLIENTE      PIC  X(040).
             05 S0020S-HCS-CD-LISTA        PIC  X(008).
             05 S0020S-HCS-NM-LISTADO      PIC  X(255).
             05 S0020S-HCS-VL-SML          PIC  X(005).
             05 S0020S-HCS-CD-STATUS       PIC  X(001).
             05 S0020S-HCS-NM-ANALISTA     PIC  X(008).
             05 S0020S-HCS-DT-DISPOSICAO   PIC  X(008).
             05 S0020S-HCS-DT-REVALIDACAO  PIC  X(008).
             05 S0020S-HCS-TX-JUSTIFICATIVA
                                           PIC  X(100).
             05 S0020S-HCS-CD-MOTIVO-REABERT
                                           PIC  X(001).
      *-----------------------------------------------------------------
      * Area de trabalho.
      *-----------------------------------------------------------------
       77 WS-CD-RESP-ARQUIVO           PIC S9(008) COMP VALUE ZEROS.
       77 WS-CT-LEN-HIT                PIC S9(004) COMP VALUE ZEROS.
       77 WS-SW-FIM-BROWSE             PIC  X(001)      VALUE 'N'.
          88 WS-FIM-BROWSE                              VALUE 'S'.
      *-----------------------------------------------------------------
      * Validade padrao de uma liberacao de falso positivo, em dias -
      * revalidacao anual, como pedem os reguladores.
      *-----------------------------------------------------------------
       77 WS-QT-DIAS-VALIDADE          PIC S9(005) COMP VALUE 365.
       77 WS-DT-HOJE                   PIC  9(008)      VALUE ZEROS.
       77 WS-DT-REVALIDACAO            PIC  9(008)      VALUE ZEROS.
       77 WS-NR-DIA-HOJE               PIC S9(009) COMP VALUE ZEROS.
       01 WS-CH-HIT.
          03 WS-CH-NR-CLIENTE          PIC  9(010).
          03 WS-CH-CD-LISTA            PIC  X(008).
          03 WS-CH-NM-LISTADO          PIC  X(237).
      *-----------------------------------------------------------------
      * Registro do caso de hit (comum com EDUS0016 - ver EDUSIM11).
      * As leituras/gravacoes do arquivo HITCASO sao feitas INTO/FROM
      * esta area.
      *-----------------------------------------------------------------
       COPY EDUSIM11.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       000000-MAIN-ROUTINE                SECTION.
      *-----------------------------------------------------------------

           PERFORM 100000-RECEIVE-REQUEST
           PERFORM 110000-VALIDA-PARAMETRO

           IF S0020E-ACAO-LISTAR
              PERFORM 200000-LISTA-HITS
           ELSE
              PERFORM 250000-DISPOSICIONA-HIT
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

           MOVE 'EDUS0020-RQSC'             TO SV888-NM-GET
           MOVE LENGTH OF EDUS0020-RQSC     TO SV888-LEN-GET

           PERFORM 883000-GET-CONTAINER

           IF SV888-CD-RTN NOT EQUAL 0
             MOVE 001                       TO MSG1-CD-ERROR-TS
             MOVE SV888-NM-PRG              TO MSG1-NM-PGM-ACND
             STRING
                'ERROR no GET CONTAINER ' SV888-TX-RTN
                        DELIMITED BY SIZE INTO MSG1-TX-ERROR-TS
             PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF

           MOVE SV888-DADOS-SAIDA           TO EDUS0020-RQSC
           .
       100000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       110000-VALIDA-PARAMETRO              SECTION.
      *-----------------------------------------------------------------
           MOVE 002                         TO MSG1-CD-SEQL-ERROR

      *-----------------------------------------------------------------
      * S0020S-TB-HITS carrega um OCCURS 10 - INITIALIZE no grupo pai
      * zera as 10 ocorrencias de uma vez (mesma razao do INITIALIZE
      * de EDUS0007-RPST em EDUS0007).
      *-----------------------------------------------------------------
           INITIALIZE EDUS0020-RPST

           MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-DT-HOJE

           IF  NOT S0020E-ACAO-LISTAR
           AND NOT S0020E-ACAO-DISPOSICIONAR
               SET  ERROR-PROGRAMADO         TO TRUE
               MOVE 002                     TO MSG1-CD-ERROR-TS
               MOVE 003                     TO MSG1-CD-SEQL-ERROR
               MOVE 'Action code is invalid.'
                                            TO MSG1-TX-ERROR-TS
               PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF

           IF S0020E-ACAO-DISPOSICIONAR
              PERFORM 120000-VALIDA-DISPOSICAO
           END-IF

           MOVE S0020E-NR-CLIENTE           TO WS-CH-NR-CLIENTE
           MOVE S0020E-CD-LISTA             TO WS-CH-CD-LISTA
           MOVE S0020E-NM-LISTADO           TO WS-CH-NM-LISTADO
           .
       110000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       120000-VALIDA-DISPOSICAO             SECTION.
      *-----------------------------------------------------------------
      * A disposicao exige status conhecido, analista, justificativa e
      * a chave completa do hit. A revalidacao so se aplica a falso
      * positivo: informada, tem de ser uma data valida e futura; em
      * branco, vale hoje + WS-QT-DIAS-VALIDADE.
      *-----------------------------------------------------------------
           MOVE 004                         TO MSG1-CD-SEQL-ERROR

           IF  S0020E-CD-STATUS NOT EQUAL 'V'
           AND S0020E-CD-STATUS NOT EQUAL 'F'
           AND S0020E-CD-STATUS NOT EQUAL 'E'
               SET  ERROR-PROGRAMADO         TO TRUE
               MOVE 003                     TO MSG1-CD-ERROR-TS
               MOVE 005                     TO MSG1-CD-SEQL-ERROR
               MOVE 'Disposition status is invalid.'
                                            TO MSG1-TX-ERROR-TS
               PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF

           IF S0020E-NM-ANALISTA EQUAL SPACES
               SET  ERROR-PROGRAMADO         TO TRUE
               MOVE 004                     TO MSG1-CD-ERROR-TS
               MOVE 006                     TO MSG1-CD-SEQL-ERROR
               MOVE 'Analyst is required.'  TO MSG1-TX-ERROR-TS
               PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF

           IF S0020E-TX-JUSTIFICATIVA EQUAL SPACES
               SET  ERROR-PROGRAMADO         TO TRUE
               MOVE 005                     TO MSG1-CD-ERROR-TS
               MOVE 007                     TO MSG1-CD-SEQL-ERROR
               MOVE 'Justification is required.'
                                            TO MSG1-TX-ERROR-TS
               PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF

           IF  S0020E-NR-CLIENTE NOT GREATER ZEROS
           OR  S0020E-CD-LISTA   EQUAL SPACES
           OR  S0020E-NM-LISTADO EQUAL SPACES
               SET  ERROR-PROGRAMADO         TO TRUE
               MOVE 006                     TO MSG1-CD-ERROR-TS
               MOVE 008                     TO MSG1-CD-SEQL-ERROR
               MOVE 'Hit key is invalid.'   TO MSG1-TX-ERROR-TS
               PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF

           IF S0020E-CD-STATUS NOT EQUAL 'F'
              MOVE SPACES                   TO S0020E-DT-REVALIDACAO
           ELSE
              IF S0020E-DT-REVALIDACAO EQUAL SPACES
                 COMPUTE WS-NR-DIA-HOJE =
                         FUNCTION INTEGER-OF-DATE(WS-DT-HOJE)
                 COMPUTE WS-DT-REVALIDACAO =
                         FUNCTION DATE-OF-INTEGER
                         (WS-NR-DIA-HOJE + WS-QT-DIAS-VALIDADE)
                 MOVE WS-DT-REVALIDACAO     TO S0020E-DT-REVALIDACAO
              ELSE
                 IF S0020E-DT-REVALIDACAO IS NOT NUMERIC
                    SET  ERROR-PROGRAMADO    TO TRUE
                    MOVE 007                TO MSG1-CD-ERROR-TS
                    MOVE 009                TO MSG1-CD-SEQL-ERROR
                    MOVE 'Revalidation date is invalid.'
                                            TO MSG1-TX-ERROR-TS
                    PERFORM 999000-GRAVA-ERROR-E-ENCERRA
                 END-IF
                 MOVE S0020E-DT-REVALIDACAO TO WS-DT-REVALIDACAO
                 IF FUNCTION TEST-DATE-YYYYMMDD(WS-DT-REVALIDACAO)
                    NOT EQUAL ZEROS
                 OR WS-DT-REVALIDACAO NOT GREATER WS-DT-HOJE
                    SET  ERROR-PROGRAMADO    TO TRUE
                    MOVE 007                TO MSG1-CD-ERROR-TS
                    MOVE 010                TO MSG1-CD-SEQL-ERROR
                    MOVE 'Revalidation date must be a future date.'
                                            TO MSG1-TX-ERROR-TS
                    PERFORM 999000-GRAVA-ERROR-E-ENCERRA
                 END-IF
              END-IF
           END-IF
           .
       120000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       200000-LISTA-HITS                    SECTION.
      *-----------------------------------------------------------------
      * Percorre HITCASO a partir da chave recebida (GTEQ - zeros le
      * do inicio) devolvendo ate 10 hits. Com S0020E-SW-SO-PENDENTES
      * 'S', hits ja julgados sao pulados e so a fila dos analistas
      * (PENDENTE e ESCALADO) volta para a tela.
      *-----------------------------------------------------------------
           MOVE 020                         TO MSG1-CD-SEQL-ERROR

           EXEC CICS STARTBR
              FILE     ( 'HITCASO'                )
              RIDFLD   ( WS-CH-HIT                )
              GTEQ
              RESP     ( WS-CD-RESP-ARQUIVO       )
              NOHANDLE
           END-EXEC

      *-----------------------------------------------------------------
      * NOTFND no STARTBR so quer dizer que nao ha hit algum a partir
      * da chave pedida - a lista volta vazia, nao e erro.
      *-----------------------------------------------------------------
           IF WS-CD-RESP-ARQUIVO EQUAL DFHRESP(NOTFND)
              SET WS-FIM-BROWSE             TO TRUE
           ELSE
              IF WS-CD-RESP-ARQUIVO NOT EQUAL DFHRESP(NORMAL)
                 SET  ERROR-CICS             TO TRUE
                 MOVE 008                   TO MSG1-CD-ERROR-TS
                 MOVE 021                   TO MSG1-CD-SEQL-ERROR
                 MOVE 'ERROR no STARTBR de HITCASO.'
                                            TO MSG1-TX-ERROR-TS
                 PERFORM 999000-GRAVA-ERROR-E-ENCERRA
              END-IF
           END-IF

           PERFORM 210000-LE-PROXIMO-HIT
               UNTIL WS-FIM-BROWSE
                  OR S0020S-QT-HITS EQUAL 10

           IF WS-CD-RESP-ARQUIVO EQUAL DFHRESP(NORMAL)
           OR WS-CD-RESP-ARQUIVO EQUAL DFHRESP(ENDFILE)
              EXEC CICS ENDBR
                 FILE  ( 'HITCASO'                )
                 NOHANDLE
              END-EXEC
           END-IF
           .
       200000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       210000-LE-PROXIMO-HIT                SECTION.
      *-----------------------------------------------------------------
           MOVE 022                         TO MSG1-CD-SEQL-ERROR
           MOVE LENGTH OF HITCASO-REC       TO WS-CT-LEN-HIT

           EXEC CICS READNEXT
              FILE     ( 'HITCASO'                )
              INTO     ( HITCASO-REC              )
              LENGTH   ( WS-CT-LEN-HIT            )
              RIDFLD   ( WS-CH-HIT                )
              RESP     ( WS-CD-RESP-ARQUIVO       )
              NOHANDLE
           END-EXEC

           EVALUATE WS-CD-RESP-ARQUIVO
              WHEN DFHRESP(NORMAL)
                 IF  S0020E-SW-SO-PENDENTES EQUAL 'S'
                 AND HCS-STATUS-FINAL
                     CONTINUE
                 ELSE
                     PERFORM 220000-DEVOLVE-HIT
                 END-IF
              WHEN DFHRESP(ENDFILE)
                 SET WS-FIM-BROWSE          TO TRUE
              WHEN OTHER
                 SET  ERROR-CICS             TO TRUE
                 MOVE 009                   TO MSG1-CD-ERROR-TS
                 MOVE 023                   TO MSG1-CD-SEQL-ERROR
                 MOVE 'ERROR no READNEXT de HITCASO.'
                                            TO MSG1-TX-ERROR-TS
                 PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-EVALUATE
           .
       210000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       220000-DEVOLVE-HIT                   SECTION.
      *-----------------------------------------------------------------
           ADD 1                            TO S0020S-QT-HITS

           MOVE HCS-NR-CLIENTE
                     TO S0020S-HCS-NR-CLIENTE(S0020S-QT-HITS)
           MOVE HCS-NM-CLIENTE
                     TO S0020S-HCS-NM-CLIENTE(S0020S-QT-HITS)
           MOVE HCS-CD-LISTA
                     TO S0020S-HCS-CD-LISTA(S0020S-QT-HITS)
           MOVE HCS-NM-LISTADO
                     TO S0020S-HCS-NM-LISTADO(S0020S-QT-HITS)
           MOVE HCS-VL-SML
                     TO S0020S-HCS-VL-SML(S0020S-QT-HITS)
           MOVE HCS-CD-STATUS
                     TO S0020S-HCS-CD-STATUS(S0020S-QT-HITS)
           MOVE HCS-NM-ANALISTA
                     TO S0020S-HCS-NM-ANALISTA(S0020S-QT-HITS)
           MOVE HCS-DT-DISPOSICAO
                     TO S0020S-HCS-DT-DISPOSICAO(S0020S-QT-HITS)
           MOVE HCS-DT-REVALIDACAO
                     TO S0020S-HCS-DT-REVALIDACAO(S0020S-QT-HITS)
           MOVE HCS-TX-JUSTIFICATIVA
                     TO S0020S-HCS-TX-JUSTIFICATIVA(S0020S-QT-HITS)
           MOVE HCS-CD-MOTIVO-REABERT
                     TO S0020S-HCS-CD-MOTIVO-REABERT(S0020S-QT-HITS)
           .
       220000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       250000-DISPOSICIONA-HIT              SECTION.
      *-----------------------------------------------------------------
      * Le o hit com UPDATE, rejeita disposicao sobre hit ja julgado
      * (VERDADEIRO ou FALSO-POSITIVO - um falso positivo so volta a
      * fila quando o EDUS0016 o reabre) e regrava com a disposicao,
      * o analista, a data, a justificativa e a revalidacao. ESCALADO
      * continua aberto para o analista senior.
      *-----------------------------------------------------------------
           MOVE 030                         TO MSG1-CD-SEQL-ERROR

           EXEC CICS READ
              FILE     ( 'HITCASO'                )
              INTO     ( HITCASO-REC              )
              RIDFLD   ( WS-CH-HIT                )
              UPDATE
              RESP     ( WS-CD-RESP-ARQUIVO       )
              NOHANDLE
           END-EXEC

           IF WS-CD-RESP-ARQUIVO EQUAL DFHRESP(NOTFND)
              SET  ERROR-PROGRAMADO          TO TRUE
              MOVE 010                      TO MSG1-CD-ERROR-TS
              MOVE 031                      TO MSG1-CD-SEQL-ERROR
              MOVE 'Hit not found.'         TO MSG1-TX-ERROR-TS
              PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF

           IF WS-CD-RESP-ARQUIVO NOT EQUAL DFHRESP(NORMAL)
              SET  ERROR-CICS                TO TRUE
              MOVE 011                      TO MSG1-CD-ERROR-TS
              MOVE 032                      TO MSG1-CD-SEQL-ERROR
              MOVE 'ERROR no READ UPDATE de HITCASO.'
                                            TO MSG1-TX-ERROR-TS
              PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF

           IF HCS-STATUS-FINAL
              SET  ERROR-PROGRAMADO          TO TRUE
              MOVE 012                      TO MSG1-CD-ERROR-TS
              MOVE 033                      TO MSG1-CD-SEQL-ERROR
              MOVE 'Hit already dispositioned.'
                                            TO MSG1-TX-ERROR-TS
              PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF

           MOVE S0020E-CD-STATUS            TO HCS-CD-STATUS
           MOVE S0020E-NM-ANALISTA          TO HCS-NM-ANALISTA
           MOVE WS-DT-HOJE                  TO HCS-DT-DISPOSICAO
           MOVE S0020E-DT-REVALIDACAO       TO HCS-DT-REVALIDACAO
           MOVE S0020E-TX-JUSTIFICATIVA     TO HCS-TX-JUSTIFICATIVA

           EXEC CICS REWRITE
              FILE     ( 'HITCASO'                )
              FROM     ( HITCASO-REC              )
              RESP     ( WS-CD-RESP-ARQUIVO       )
              NOHANDLE
           END-EXEC

           IF WS-CD-RESP-ARQUIVO NOT EQUAL DFHRESP(NORMAL)
              SET  ERROR-CICS                TO TRUE
              MOVE 013                      TO MSG1-CD-ERROR-TS
              MOVE 034                      TO MSG1-CD-SEQL-ERROR
              MOVE 'ERROR no REWRITE de HITCASO.'
                                            TO MSG1-TX-ERROR-TS
              PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF

           PERFORM 220000-DEVOLVE-HIT
           .
       250000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       400000-POSTA-RESPOSTA                SECTION.
      *-----------------------------------------------------------------
           MOVE 040                         TO MSG1-CD-SEQL-ERROR

           MOVE 'EDUS0020-RPST'             TO SV888-NM-PUT
           MOVE  LENGTH OF EDUS0020-RPST
                                            TO SV888-LEN-PUT

           MOVE SPACES                      TO SV888-DADOS-ENTRADA
           MOVE EDUS0020-RPST               TO SV888-DADOS-ENTRADA

           PERFORM 881000-PUT-CONTAINER

           IF SV888-CD-RTN NOT EQUAL ZEROS
              SET  ERROR-CICS                TO TRUE
              MOVE 014                      TO MSG1-CD-ERROR-TS
              MOVE 041                      TO MSG1-CD-SEQL-ERROR
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

           MOVE 'S0020E-CD-ACAO'            TO MSGKW999-NM-VRV-MNT
           MOVE S0020E-CD-ACAO              TO MSGKW999-VL-VRV-MNT
           PERFORM 999003-ADICIONA-VRV-MNT

           MOVE 'WS-CH-HIT'                 TO MSGKW999-NM-VRV-MNT
           MOVE WS-CH-HIT                   TO MSGKW999-VL-VRV-MNT
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
      *---------------------- FIM EDUS0020 -----------------------------
