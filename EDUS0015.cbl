      *              - the overall average days from creation to
      *                disposition in the same window;
      *              - the case volume split between the surname-prefix
      *                and the phonetic blocking passes and the
      *                account-opening gate (CAS-CD-PASSE).
      *-----------------------------------------------------------------
      * VRS001 01.09.2026 - C1276521 - IMPLANTATION
      * VRS002 02.09.2026 - C1276521 - Writes the standard run-control
      *        that could not answer "what did each reviewer close
      *        last week". The pending-backlog aging and the volume
      *        split stay whole-file - the queue is the queue.
      * VRS004 15.10.2026 - C1276521 - Volume split also counts the
      *        cases raised at account opening by EDUS0023 (CAS-CD-
      *        PASSE 'A'), which used to fall under "not informed".
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       77  WK15-QT-PASSE-PREFIXO         PIC  9(007) COMP VALUE ZEROS.
       77  WK15-QT-PASSE-FONETICO        PIC  9(007) COMP VALUE ZEROS.
       77  WK15-QT-PASSE-ABERTURA        PIC  9(007) COMP VALUE ZEROS.
       77  WK15-QT-PASSE-OUTRO           PIC  9(007) COMP VALUE ZEROS.
      *-----------------------------------------------------------------
      * Media geral de dias entre criacao e disposicao.
                 ADD 1                   TO WK15-QT-PASSE-PREFIXO
              WHEN CAS-PASSE-FONETICO
                 ADD 1                   TO WK15-QT-PASSE-FONETICO
              WHEN CAS-PASSE-ABERTURA
                 ADD 1                   TO WK15-QT-PASSE-ABERTURA
              WHEN OTHER
                 ADD 1                   TO WK15-QT-PASSE-OUTRO
           END-EVALUATE
           MOVE WK15-QT-PASSE-FONETICO   TO WK15-FXA-QT
           WRITE REG-RELAT FROM WK15-LINHA-FAIXA

           MOVE 'ABERTURA DE CONTA............:'
                                         TO WK15-FXA-ROTULO
           MOVE WK15-QT-PASSE-ABERTURA   TO WK15-FXA-QT
           WRITE REG-RELAT FROM WK15-LINHA-FAIXA

           MOVE 'PASSE NAO INFORMADO..........:'
                                         TO WK15-FXA-ROTULO
           MOVE WK15-QT-PASSE-OUTRO      TO WK15-FXA-QT
