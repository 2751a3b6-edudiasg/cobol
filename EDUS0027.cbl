      *-----------------------------------------------------------------
      * PROGRAM....: EDUS0027
      * ANALIST....: C1276521 - EDUARDO DIAS GUSMAO
      * AUTHOR.....: C1276521 - EDUARDO DIAS GUSMAO
      * COMPILATION: Cobol 5.2
      * OBJECTIVE..: Online reverse-lineage inquiry of a client number
      *              for stewards, the call center and the fraud unit.
      *              EDUS0012 answers "what is this number today"; this
      *              one answers the opposite: which old numbers were
      *              folded into this customer, when, by which job, and
      *              whether any of it was reversed. Takes any client
      *              number, current or retired:
      *              - resolves it to the current survivor over
      *                XREFVSM (EDUSIM06), the same chain EDUS0012
      *                follows;
      *              - walks the merge tree below the survivor over
      *                XREFSOB (EDUSIM18, keyed by survivor, loaded
      *                nightly by EDUS0011), level by level, returning
      *                every number merged into it directly or through
      *                a chain, with merge date, originating program
      *                and the retired customer's name from the
      *                RETIRSNP snapshot;
      *              - returns the merges later reversed by EDUS0017
      *                too, flagged, with the reversal reason and
      *                operator read from the pair's CASODUP case
      *                (EDUSIM03). A reversed number is live again, so
      *                what was merged into it is its own tree and is
      *                not walked from here.
      *              Up to 100 entries come back; a bigger tree comes
      *              back cut with S0027S-SW-TRUNCADO 'S'.
      *-----------------------------------------------------------------
      * VRS001 15.10.2026 - C1276521 - IMPLANTATION
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. EDUS0027.
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
       01 EDUS0027-RQSC.
          03 S0027E-NR-CLIENTE             PIC  9(010).

       01 EDUS0027-RPST.
      *-----------------------------------------------------------------
      * Raiz da arvore: o sobrevivente atual do numero consultado (o
      * proprio numero quando nunca foi retirado - S0027S-SW-TRADUZIDO
      * 'N'), com o tamanho da cadeia percorrida ate ele.
      *-----------------------------------------------------------------
          03 S0027S-NR-ATUAL               PIC  9(010).
          03 S0027S-SW-TRADUZIDO           PIC  X(001).
             88 S0027S-TRADUZIDO                        VALUE 'S'.
             88 S0027S-NAO-TRADUZIDO                    VALUE 'N'.
          03 S0027S-QT-SALTOS              PIC  9(002).
          03 S0027S-SW-TRUNCADO            PIC  X(001).
             88 S0027S-TRUNCADO                         VALUE 'S'.
          03 S0027S-QT-ENTRADAS            PIC  9(003).
      *-----------------------------------------------------------------
      * Uma entrada por fusao, em ordem de nivel: nivel 1 sao as
      * fusoes diretas no sobrevivente atual, nivel 2 as fusoes nos
      * retirados do nivel 1, e assim por diante. Dentro do nivel, na
      * ordem da chave de XREFSOB (sobrevivente, retirado, data).
      *-----------------------------------------------------------------
          03 S0027S-TB-LINHAGEM OCCURS 100 TIMES.
             05 S0027S-LIN-NR-NIVEL        PIC  9(002).
             05 S0027S-LIN-NR-RETIRADO     PIC  9(010).
             05 S0027S-LIN-NR-SOBREVIVE    PIC  9(010).
             05 S0027S-LIN-DT-FUSAO        PIC  X(008).
             05 S0027S-LIN-NM-PRG          PIC  X(008).
             05 S0027S-LIN-SW-REVERTIDO    PIC  X(001).
             05 S0027S-LIN-SW-FOTOGRAFIA   PIC  X(001).
             05 S0027S-LIN-NM-CLIENTE      PIC  X(040).
             05 S0027S-LIN-NM-SOBRENOME    PIC  X(030).
             05 S0027S-LIN-CD-MOTIVO-REV   PIC  X(010).
             05 S0027S-LIN-NM-OPER-REVERSAO
                                           PIC  X(008).
      *-----------------------------------------------------------------
      * Area de trabalho.
      *-----------------------------------------------------------------
       77 WS-CD-RESP-ARQUIVO           PIC S9(008) COMP VALUE ZEROS.
      *-----------------------------------------------------------------
      * Resposta propria para CASODUP: o READ do caso acontece com o
      * browse de XREFSOB aberto, e o ENDBR depende da resposta dele.
      *-----------------------------------------------------------------
       77 WS-CD-RESP-CASO              PIC S9(008) COMP VALUE ZEROS.
       77 WS-CT-LEN-REG                PIC S9(004) COMP VALUE ZEROS.
       77 WS-SW-FIM-CADEIA             PIC  X(001)      VALUE 'N'.
          88 WS-FIM-CADEIA                              VALUE 'S'.
       77 WS-SW-FIM-BROWSE             PIC  X(001)      VALUE 'N'.
          88 WS-FIM-BROWSE                              VALUE 'S'.
      *-----------------------------------------------------------------
      * Teto de entradas devolvidas (o OCCURS da resposta) e de niveis
      * da arvore - o mesmo teto de 20 saltos do EDUS0012, que protege
      * contra ciclo em dado corrompido.
      *-----------------------------------------------------------------
       77 WS-QT-MAX-ENTRADAS           PIC S9(004) COMP VALUE 100.
       77 WS-QT-MAX-NIVEIS             PIC S9(004) COMP VALUE 20.
       77 WS-IDX-LIN                   PIC S9(004) COMP VALUE ZEROS.
       77 WS-NR-PAI                    PIC  9(010)      VALUE ZEROS.
       77 WS-NR-NIVEL-PAI              PIC  9(002)      VALUE ZEROS.
       01 WS-CH-XREF.
          03 WS-CH-NR-RETIRADO         PIC  9(010).
       01 WS-CH-XRS.
          03 WS-CH-XRS-NR-SOBREVIVE    PIC  9(010).
          03 WS-CH-XRS-RESTO           PIC  X(018).
       01 WS-CH-CASO.
          03 WS-CH-NR-CLIENTE-A        PIC  9(010).
          03 WS-CH-NR-CLIENTE-B        PIC  9(010).
      *-----------------------------------------------------------------
      * Referencia cruzada por retirado (comum com EDUS0011/EDUS0012 -
      * ver EDUSIM06), por sobrevivente (comum com EDUS0011 - ver
      * EDUSIM18) e caso de duplicidade (ver EDUSIM03). As leituras
      * sao feitas INTO estas areas.
      *-----------------------------------------------------------------
       COPY EDUSIM06.
       COPY EDUSIM18.
       COPY EDUSIM03.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       000000-MAIN-ROUTINE                SECTION.
      *-----------------------------------------------------------------

           PERFORM 100000-RECEIVE-REQUEST
           PERFORM 110000-VALIDA-PARAMETRO
           PERFORM 200000-RESOLVE-ATUAL
           PERFORM 300000-MONTA-LINHAGEM
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

           MOVE 'EDUS0027-RQSC'             TO SV888-NM-GET
           MOVE LENGTH OF EDUS0027-RQSC     TO SV888-LEN-GET

           PERFORM 883000-GET-CONTAINER

           IF SV888-CD-RTN NOT EQUAL 0
             MOVE 001                       TO MSG1-CD-ERROR-TS
             MOVE SV888-NM-PRG              TO MSG1-NM-PGM-ACND
             STRING
                'ERROR no GET CONTAINER ' SV888-TX-RTN
                        DELIMITED BY SIZE INTO MSG1-TX-ERROR-TS
             PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF

           MOVE SV888-DADOS-SAIDA           TO EDUS0027-RQSC
           .
       100000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       110000-VALIDA-PARAMETRO              SECTION.
      *-----------------------------------------------------------------
           MOVE 002                         TO MSG1-CD-SEQL-ERROR

      *-----------------------------------------------------------------
      * S0027S-TB-LINHAGEM carrega um OCCURS 100 - INITIALIZE no grupo
      * pai zera as 100 ocorrencias de uma vez (mesma razao do
      * INITIALIZE de EDUS0007-RPST em EDUS0007).
      *-----------------------------------------------------------------
           INITIALIZE EDUS0027-RPST
           SET  S0027S-NAO-TRADUZIDO        TO TRUE
           MOVE 'N'                         TO S0027S-SW-TRUNCADO

           IF S0027E-NR-CLIENTE NOT GREATER ZEROS
              SET  ERROR-PROGRAMADO          TO TRUE
              MOVE 002                      TO MSG1-CD-ERROR-TS
              MOVE 003                      TO MSG1-CD-SEQL-ERROR
              MOVE 'Client number is invalid.'
                                            TO MSG1-TX-ERROR-TS
              PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF

           MOVE S0027E-NR-CLIENTE           TO S0027S-NR-ATUAL
           .
       110000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       200000-RESOLVE-ATUAL                 SECTION.
      *-----------------------------------------------------------------
      * Mesma cadeia do EDUS0012 (200000-TRADUZ-NUMERO): enquanto o
      * numero corrente constar como retirado em XREFVSM, ele vira o
      * sobrevivente lido. A arvore e montada a partir do fim da
      * cadeia, entao um numero retirado mostra a familia inteira em
      * que foi absorvido, e nao so o que foi fundido nele.
      *-----------------------------------------------------------------
           MOVE 010                         TO MSG1-CD-SEQL-ERROR

           PERFORM 210000-LE-XREF
               UNTIL WS-FIM-CADEIA
                  OR S0027S-QT-SALTOS NOT LESS WS-QT-MAX-NIVEIS

           IF NOT WS-FIM-CADEIA
              SET  ERROR-PROGRAMADO          TO TRUE
              MOVE 003                      TO MSG1-CD-ERROR-TS
              MOVE 011                      TO MSG1-CD-SEQL-ERROR
              MOVE 'Merge chain exceeds 20 hops.'
                                            TO MSG1-TX-ERROR-TS
              PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-IF
           .
       200000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       210000-LE-XREF                       SECTION.
      *-----------------------------------------------------------------
           MOVE 012                         TO MSG1-CD-SEQL-ERROR
           MOVE LENGTH OF XRK-REC           TO WS-CT-LEN-REG
           MOVE S0027S-NR-ATUAL             TO WS-CH-NR-RETIRADO

           EXEC CICS READ
              FILE     ( 'XREFVSM'                )
              INTO     ( XRK-REC                  )
              LENGTH   ( WS-CT-LEN-REG            )
              RIDFLD   ( WS-CH-XREF               )
              RESP     ( WS-CD-RESP-ARQUIVO       )
              NOHANDLE
           END-EXEC

           EVALUATE WS-CD-RESP-ARQUIVO
              WHEN DFHRESP(NORMAL)
                 MOVE XRK-NR-SOBREVIVE      TO S0027S-NR-ATUAL
                 ADD 1                      TO S0027S-QT-SALTOS
                 SET S0027S-TRADUZIDO       TO TRUE
              WHEN DFHRESP(NOTFND)
                 SET WS-FIM-CADEIA          TO TRUE
              WHEN OTHER
                 SET  ERROR-CICS             TO TRUE
                 MOVE 004                   TO MSG1-CD-ERROR-TS
                 MOVE 013                   TO MSG1-CD-SEQL-ERROR
                 MOVE 'ERROR no READ de XREFVSM.'
                                            TO MSG1-TX-ERROR-TS
                 PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-EVALUATE
           .
       210000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       300000-MONTA-LINHAGEM                SECTION.
      *-----------------------------------------------------------------
      * Arvore em largura, usando a propria tabela de resposta como
      * fila: primeiro as fusoes diretas no sobrevivente atual; depois
      * cada entrada ja devolvida e expandida pelas fusoes em que ela
      * foi a sobrevivente. O PERFORM VARYING reavalia o total a cada
      * volta, entao as entradas acrescentadas tambem sao expandidas.
      *-----------------------------------------------------------------
           MOVE 020                         TO MSG1-CD-SEQL-ERROR

           MOVE S0027S-NR-ATUAL             TO WS-NR-PAI
           MOVE ZEROS                       TO WS-NR-NIVEL-PAI
           PERFORM 320000-LISTA-FUSOES

           PERFORM 310000-EXPANDE-ENTRADA
               VARYING WS-IDX-LIN FROM 1 BY 1
                 UNTIL WS-IDX-LIN GREATER S0027S-QT-ENTRADAS
                    OR S0027S-TRUNCADO
           .
       300000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       310000-EXPANDE-ENTRADA               SECTION.
      *-----------------------------------------------------------------
      * Fusao revertida nao e expandida: o retirado voltou a existir e
      * o que foi fundido nele pertence a arvore dele. O teto de
      * niveis corta um ciclo em dado corrompido.
      *-----------------------------------------------------------------
           IF  S0027S-LIN-SW-REVERTIDO(WS-IDX-LIN) NOT EQUAL 'S'
           AND S0027S-LIN-NR-NIVEL(WS-IDX-LIN) LESS WS-QT-MAX-NIVEIS
               MOVE S0027S-LIN-NR-RETIRADO(WS-IDX-LIN)
                                            TO WS-NR-PAI
               MOVE S0027S-LIN-NR-NIVEL(WS-IDX-LIN)
                                            TO WS-NR-NIVEL-PAI
               PERFORM 320000-LISTA-FUSOES
           END-IF
           .
       310000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       320000-LISTA-FUSOES                  SECTION.
      *-----------------------------------------------------------------
      * Browse de XREFSOB a partir do sobrevivente WS-NR-PAI (resto da
      * chave em LOW-VALUES), enquanto o sobrevivente lido for ele.
      *-----------------------------------------------------------------
           MOVE 021                         TO MSG1-CD-SEQL-ERROR

           MOVE 'N'                         TO WS-SW-FIM-BROWSE
           MOVE WS-NR-PAI                   TO WS-CH-XRS-NR-SOBREVIVE
           MOVE LOW-VALUES                  TO WS-CH-XRS-RESTO

           EXEC CICS STARTBR
              FILE     ( 'XREFSOB'                )
              RIDFLD   ( WS-CH-XRS                )
              GTEQ
              RESP     ( WS-CD-RESP-ARQUIVO       )
              NOHANDLE
           END-EXEC

      *-----------------------------------------------------------------
      * NOTFND no STARTBR so quer dizer que nada depois desta chave
      * existe - o numero nao absorveu ninguem, nao e erro.
      *-----------------------------------------------------------------
           IF WS-CD-RESP-ARQUIVO EQUAL DFHRESP(NOTFND)
              SET WS-FIM-BROWSE             TO TRUE
           ELSE
              IF WS-CD-RESP-ARQUIVO NOT EQUAL DFHRESP(NORMAL)
                 SET  ERROR-CICS             TO TRUE
                 MOVE 005                   TO MSG1-CD-ERROR-TS
                 MOVE 022                   TO MSG1-CD-SEQL-ERROR
                 MOVE 'ERROR no STARTBR de XREFSOB.'
                                            TO MSG1-TX-ERROR-TS
                 PERFORM 999000-GRAVA-ERROR-E-ENCERRA
              END-IF
           END-IF

           PERFORM 330000-LE-PROXIMA-FUSAO
               UNTIL WS-FIM-BROWSE

           IF WS-CD-RESP-ARQUIVO EQUAL DFHRESP(NORMAL)
           OR WS-CD-RESP-ARQUIVO EQUAL DFHRESP(ENDFILE)
              EXEC CICS ENDBR
                 FILE  ( 'XREFSOB'                )
                 NOHANDLE
              END-EXEC
           END-IF
           .
       320000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       330000-LE-PROXIMA-FUSAO              SECTION.
      *-----------------------------------------------------------------
           MOVE 023                         TO MSG1-CD-SEQL-ERROR
           MOVE LENGTH OF XRS-REC           TO WS-CT-LEN-REG

           EXEC CICS READNEXT
              FILE     ( 'XREFSOB'                )
              INTO     ( XRS-REC                  )
              LENGTH   ( WS-CT-LEN-REG            )
              RIDFLD   ( WS-CH-XRS                )
              RESP     ( WS-CD-RESP-ARQUIVO       )
              NOHANDLE
           END-EXEC

           EVALUATE WS-CD-RESP-ARQUIVO
              WHEN DFHRESP(NORMAL)
                 EVALUATE TRUE
                    WHEN XRS-NR-SOBREVIVE NOT EQUAL WS-NR-PAI
                       SET WS-FIM-BROWSE    TO TRUE
                    WHEN S0027S-QT-ENTRADAS NOT LESS
                         WS-QT-MAX-ENTRADAS
                       SET S0027S-TRUNCADO  TO TRUE
                       SET WS-FIM-BROWSE    TO TRUE
                    WHEN OTHER
                       PERFORM 340000-DEVOLVE-FUSAO
                 END-EVALUATE
              WHEN DFHRESP(ENDFILE)
                 SET WS-FIM-BROWSE          TO TRUE
              WHEN OTHER
                 SET  ERROR-CICS             TO TRUE
                 MOVE 006                   TO MSG1-CD-ERROR-TS
                 MOVE 024                   TO MSG1-CD-SEQL-ERROR
                 MOVE 'ERROR no READNEXT de XREFSOB.'
                                            TO MSG1-TX-ERROR-TS
                 PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-EVALUATE
           .
       330000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       340000-DEVOLVE-FUSAO                 SECTION.
      *-----------------------------------------------------------------
           ADD 1                            TO S0027S-QT-ENTRADAS

           COMPUTE S0027S-LIN-NR-NIVEL(S0027S-QT-ENTRADAS) =
                   WS-NR-NIVEL-PAI + 1
           MOVE XRS-NR-RETIRADO
                     TO S0027S-LIN-NR-RETIRADO(S0027S-QT-ENTRADAS)
           MOVE XRS-NR-SOBREVIVE
                     TO S0027S-LIN-NR-SOBREVIVE(S0027S-QT-ENTRADAS)
           MOVE XRS-DT-FUSAO
                     TO S0027S-LIN-DT-FUSAO(S0027S-QT-ENTRADAS)
           MOVE XRS-NM-PRG
                     TO S0027S-LIN-NM-PRG(S0027S-QT-ENTRADAS)
           MOVE XRS-SW-REVERTIDO
                     TO S0027S-LIN-SW-REVERTIDO(S0027S-QT-ENTRADAS)
           MOVE XRS-SW-FOTOGRAFIA
                     TO S0027S-LIN-SW-FOTOGRAFIA(S0027S-QT-ENTRADAS)
           MOVE XRS-NM-CLIENTE
                     TO S0027S-LIN-NM-CLIENTE(S0027S-QT-ENTRADAS)
           MOVE XRS-NM-SOBRENOME
                     TO S0027S-LIN-NM-SOBRENOME(S0027S-QT-ENTRADAS)

           IF XRS-REVERTIDO
              PERFORM 350000-LE-CASO-REVERSAO
           END-IF
           .
       340000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       350000-LE-CASO-REVERSAO              SECTION.
      *-----------------------------------------------------------------
      * O motivo e o operador da reversao ficam no caso do par em
      * CASODUP (EDUS0017). A chave e canonica - o menor numero em
      * CAS-NR-CLIENTE-A. Par fundido sem caso (lote manual do
      * EDUS0008) volta sem motivo.
      *-----------------------------------------------------------------
           MOVE 025                         TO MSG1-CD-SEQL-ERROR

           IF XRS-NR-RETIRADO LESS XRS-NR-SOBREVIVE
              MOVE XRS-NR-RETIRADO          TO WS-CH-NR-CLIENTE-A
              MOVE XRS-NR-SOBREVIVE         TO WS-CH-NR-CLIENTE-B
           ELSE
              MOVE XRS-NR-SOBREVIVE         TO WS-CH-NR-CLIENTE-A
              MOVE XRS-NR-RETIRADO          TO WS-CH-NR-CLIENTE-B
           END-IF

           MOVE LENGTH OF CASO-REC          TO WS-CT-LEN-REG

           EXEC CICS READ
              FILE     ( 'CASODUP'                )
              INTO     ( CASO-REC                 )
              LENGTH   ( WS-CT-LEN-REG            )
              RIDFLD   ( WS-CH-CASO               )
              RESP     ( WS-CD-RESP-CASO          )
              NOHANDLE
           END-EXEC

           EVALUATE WS-CD-RESP-CASO
              WHEN DFHRESP(NORMAL)
                 MOVE CAS-CD-MOTIVO-REV
                     TO S0027S-LIN-CD-MOTIVO-REV(S0027S-QT-ENTRADAS)
                 MOVE CAS-NM-OPER-REVERSAO
                     TO S0027S-LIN-NM-OPER-REVERSAO(S0027S-QT-ENTRADAS)
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 SET  ERROR-CICS             TO TRUE
                 MOVE 007                   TO MSG1-CD-ERROR-TS
                 MOVE 026                   TO MSG1-CD-SEQL-ERROR
                 MOVE 'ERROR no READ de CASODUP.'
                                            TO MSG1-TX-ERROR-TS
                 PERFORM 999000-GRAVA-ERROR-E-ENCERRA
           END-EVALUATE
           .
       350000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       400000-POSTA-RESPOSTA                SECTION.
      *-----------------------------------------------------------------
           MOVE 030                         TO MSG1-CD-SEQL-ERROR

           MOVE 'EDUS0027-RPST'             TO SV888-NM-PUT
           MOVE  LENGTH OF EDUS0027-RPST
                                            TO SV888-LEN-PUT

           MOVE SPACES                      TO SV888-DADOS-ENTRADA
           MOVE EDUS0027-RPST               TO SV888-DADOS-ENTRADA

           PERFORM 881000-PUT-CONTAINER

           IF SV888-CD-RTN NOT EQUAL ZEROS
              SET  ERROR-CICS                TO TRUE
              MOVE 008                      TO MSG1-CD-ERROR-TS
              MOVE 031                      TO MSG1-CD-SEQL-ERROR
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

           MOVE 'S0027E-NR-CLIENTE'         TO MSGKW999-NM-VRV-MNT
           MOVE S0027E-NR-CLIENTE           TO MSGKW999-VL-VRV-MNT
           PERFORM 999003-ADICIONA-VRV-MNT

           MOVE 'S0027S-NR-ATUAL'           TO MSGKW999-NM-VRV-MNT
           MOVE S0027S-NR-ATUAL             TO MSGKW999-VL-VRV-MNT
           PERFORM 999003-ADICIONA-VRV-MNT

           MOVE 'WS-NR-PAI'                 TO MSGKW999-NM-VRV-MNT
           MOVE WS-NR-PAI                   TO MSGKW999-VL-VRV-MNT
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
      *---------------------- FIM EDUS0027 -----------------------------
