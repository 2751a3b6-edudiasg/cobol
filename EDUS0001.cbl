      *        with the same customer twice. EDUS0009 prints the
      *        blocks above the cap in RELBLOCO. Callers must
      *        recompile for the new response field.
      * VRS015 15.10.2026 - C1276521 - Audit trail controls: every EDAU
      *        record is stamped with the online stream identifier
      *        (AUD-ID-EXECUCAO 'EDUS0001EDAU') and a continuous
      *        sequence number taken from the CICS named counter
      *        EDAUSEQ, shared by every task and region, so a record
      *        lost between the WRITEQ and the archive shows up in
      *        EDUS0022 as a gap. A failed counter request logs the
      *        record with sequence zero and turns on WS-SW-AUDITORIA-
      *        FALHOU, like a failed WRITEQ.
      * VRS016 15.10.2026 - C1276521 - EDUSDIC is now the versioned,
      *        maker-checker dictionary maintained by EDUS0029 (layout
      *        EDUSIM20, key variant + effective date).
      *        270000-CARREGA-DICIONARIO keeps, per variant, only the
      *        last approved version already in force today, and skips
      *        the variant when that version is a retirement - the same
      *        rule the nightly unload EDUS0030 applies to NICKDIC.
      *        The record changes from the 60-byte variant + canonical
      *        layout - existing EDUSDIC files must be converted on
      *        promotion, by the one-time load EDUS0031: the old
      *        entries become APROVADA/INCLUSAO versions with
      *        DCN-DT-VIGENCIA 00000000, and NICKDIC entries missing
      *        from EDUSDIC are loaded the same way. Against an
      *        unconverted file no version is ever APROVADA and the
      *        dictionary stays inactive.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       77 WS-VL-LIMIAR-USADO           PIC S9(001)V9(2) COMP-3
                                                         VALUE ZEROS.
       77 WS-CD-RESP-AUDITORIA         PIC S9(008) COMP VALUE ZEROS.
       77 WS-NR-SEQ-AUDITORIA          PIC S9(008) COMP VALUE ZEROS.
       01 WS-SW-AUDITORIA.
          03 WS-SW-AUDITORIA-FALHOU     PIC  X(001)        VALUE 'N'.
             88 AUDITORIA-FALHOU                           VALUE 'S'.
      * Area de trabalho da carga do dicionario de equivalencia
      * (270000-CARREGA-DICIONARIO, arquivo EDUSDIC).
      *-----------------------------------------------------------------
       77 WS-CH-VERBETE-RID            PIC  X(038)         VALUE SPACES.
       77 WS-DT-HOJE-DICION            PIC  X(008)         VALUE SPACES.
       77 WS-CD-RESP-DICION            PIC S9(008) COMP    VALUE ZEROS.
       77 WS-CT-LEN-DICION             PIC S9(004) COMP    VALUE ZEROS.
       77 WS-SW-FIM-DICIONARIO         PIC  X(001)         VALUE 'N'.
          88 WS-FIM-DICIONARIO                             VALUE 'S'.
      *-----------------------------------------------------------------
      * Verbete em vigor da variante corrente do browse - canonico em
      * branco enquanto nenhuma versao aprovada e vigente foi lida (ou
      * quando a vigente e uma retirada).
      *-----------------------------------------------------------------
       01 WS-REG-DICIONARIO.
          03 WS-DIC-NM-VARIANTE        PIC  X(030).
          03 WS-DIC-NM-CANONICO        PIC  X(030).
      *-----------------------------------------------------------------
      * Versao do verbete lida do EDUSDIC (ver EDUSIM20).
      *-----------------------------------------------------------------
       COPY EDUSIM20.
       77 WS-SW-FIM-NOMES              PIC  X(001)         VALUE 'N'.
          88 WS-FIM-NOMES                                  VALUE 'S'.
       01 WS-CH-NOME.
      *-----------------------------------------------------------------
       270000-CARREGA-DICIONARIO            SECTION.
      *-----------------------------------------------------------------
      * Carrega o dicionario de equivalencia do VSAM EDUSDIC (layout
      * EDUSIM20, chave variante + data de vigencia) na DIC-TB. De cada
      * variante entra so a ultima versao APROVADA com vigencia ate
      * hoje, e nada se ela for uma retirada - propostas pendentes e
      * mudancas com vigencia futura nao mexem no motor (mesma regra
      * do EDUS0030 ao gerar o NICKDIC). O browse e por transacao
      * porque a tabela vive em LOCAL-STORAGE - em producao EDUSDIC e
      * definido como data table de CICS, que mantem os registros em
      * memoria e torna estas leituras baratas.
      *-----------------------------------------------------------------
           MOVE 025                         TO MSG1-CD-SEQL-ERROR

           MOVE LOW-VALUES                  TO WS-CH-VERBETE-RID
           MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-DT-HOJE-DICION
           MOVE SPACES                      TO WS-REG-DICIONARIO

           EXEC CICS STARTBR
              FILE     ( 'EDUSDIC'                )
              RIDFLD   ( WS-CH-VERBETE-RID        )
              GTEQ
              RESP     ( WS-CD-RESP-DICION        )
              NOHANDLE
                 NOHANDLE
              END-EXEC

      *-----------------------------------------------------------------
      * A ultima variante do browse so e fechada aqui.
      *-----------------------------------------------------------------
              PERFORM 276000-GUARDA-VERBETE

              IF DIC-QT-ENTRADAS EQUAL ZEROS
                 SET DICIONARIO-INATIVO     TO TRUE
              END-IF
           EXIT.
      *-----------------------------------------------------------------
       275000-LE-PROXIMO-VERBETE            SECTION.
      *-----------------------------------------------------------------
      * As versoes chegam agrupadas por variante e em ordem de
      * vigencia: ao mudar de variante a anterior e fechada (276000), e
      * dentro da variante cada versao aprovada ja vigente substitui a
      * anterior - a ultima lida e a que vale hoje.
      *-----------------------------------------------------------------
           MOVE 026                         TO MSG1-CD-SEQL-ERROR
           MOVE LENGTH OF DCN-REC           TO WS-CT-LEN-DICION

           EXEC CICS READNEXT
              FILE     ( 'EDUSDIC'                )
              INTO     ( DCN-REC                  )
              LENGTH   ( WS-CT-LEN-DICION         )
              RIDFLD   ( WS-CH-VERBETE-RID        )
              RESP     ( WS-CD-RESP-DICION        )
              NOHANDLE
           END-EXEC

           EVALUATE WS-CD-RESP-DICION
              WHEN DFHRESP(NORMAL)
                 IF DCN-NM-VARIANTE NOT EQUAL WS-DIC-NM-VARIANTE
                    PERFORM 276000-GUARDA-VERBETE
                    MOVE DCN-NM-VARIANTE    TO WS-DIC-NM-VARIANTE
                    MOVE SPACES             TO WS-DIC-NM-CANONICO
                 END-IF
                 IF  DCN-SITUACAO-APROVADA
                 AND DCN-DT-VIGENCIA NOT GREATER WS-DT-HOJE-DICION
                     IF DCN-MUDANCA-RETIRADA
                        MOVE SPACES         TO WS-DIC-NM-CANONICO
                     ELSE
                        MOVE DCN-NM-CANONICO
                                            TO WS-DIC-NM-CANONICO
                     END-IF
                 END-IF
              WHEN OTHER
                 SET WS-FIM-DICIONARIO      TO TRUE
           END-EVALUATE
           .
       275000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       276000-GUARDA-VERBETE                SECTION.
      *-----------------------------------------------------------------
      * Fecha a variante corrente: entra na DIC-TB se tem verbete em
      * vigor e ainda ha lugar (o teto de 300 e o mesmo dos batch).
      *-----------------------------------------------------------------
           MOVE 027                         TO MSG1-CD-SEQL-ERROR

           IF  WS-DIC-NM-CANONICO NOT EQUAL SPACES
           AND DIC-QT-ENTRADAS LESS 300
               ADD 1                        TO DIC-QT-ENTRADAS
               MOVE WS-DIC-NM-VARIANTE
                          TO DIC-NM-VARIANTE(DIC-QT-ENTRADAS)
               MOVE WS-DIC-NM-CANONICO
                          TO DIC-NM-CANONICO(DIC-QT-ENTRADAS)
           END-IF
           .
       276000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       230000-AVALIA-LIMIAR                 SECTION.
      *-----------------------------------------------------------------

           SET  AUDITORIA-OK                TO TRUE

      *-----------------------------------------------------------------
      * Carimbo de completude: a fila online e uma trilha continua (nao
      * tem execucao nem trailer), numerada pelo contador nomeado
      * EDAUSEQ. O EDUS0022 confere a continuidade de uma noite para a
      * outra - um buraco na numeracao e um registro que nao chegou ao
      * arquivo. Sem o numero o registro vai assim mesmo, com
      * sequencial zero, para a trilha nao perder a consulta.
      *-----------------------------------------------------------------
           MOVE 'EDUS0001EDAU'              TO AUD-ID-EXECUCAO
           MOVE 'D'                         TO AUD-CD-TIPO-REG

           EXEC CICS GET
              COUNTER  ( 'EDAUSEQ'                )
              VALUE    ( WS-NR-SEQ-AUDITORIA       )
              RESP     ( WS-CD-RESP-AUDITORIA      )
              NOHANDLE
           END-EXEC

           IF WS-CD-RESP-AUDITORIA EQUAL DFHRESP(NORMAL)
              MOVE WS-NR-SEQ-AUDITORIA      TO AUD-NR-SEQUENCIA
           ELSE
              MOVE ZEROS                    TO AUD-NR-SEQUENCIA
              SET  AUDITORIA-FALHOU         TO TRUE
           END-IF

           EXEC CICS WRITEQ TD
              QUEUE    ( 'EDAU'                   )
              FROM     ( AUDIT-REC                )
