      *-----------------------------------------------------------------
      * PROGRAM....: EDUS0026
      * ANALIST....: C1276521 - EDUARDO DIAS GUSMAO
      * AUTHOR.....: C1276521 - EDUARDO DIAS GUSMAO
      * COMPILATION: Cobol 5.2
      * OBJECTIVE..: Periodic threshold calibration report over the
      *              steward decisions in the duplicate case file
      *              CASODUP (layout EDUSIM03). Every case dispositioned
      *              inside a date window (CALPRM; default the whole
      *              history) is a labeled outcome: CONFIRMADO/FUNDIDO
      *              means the match was right, NAO-DUPLICADO that it
      *              was wrong. The report (RELCALIB) shows, per score
      *              band of CAS-VL-SML, how many were confirmed and
      *              how many rejected:
      *              - for all cases, and split by blocking pass
      *                (CAS-CD-PASSE), by birth-date and by document
      *                adjustment (CAS-CD-AJUSTE-DATA/DOC);
      *              - banded by the raw name score (CAS-VL-SML-NOME)
      *                instead of the composite, and split by whether
      *                the composite came out above, equal to or below
      *                the raw name score;
      *              - for each candidate threshold, the steward work
      *                that would have been saved (cases below it never
      *                raised) and the real duplicates that would have
      *                been missed, with the thresholds in force today
      *                (PARMDUP and LIMIAR-PADRAO) flagged.
      *              The thresholds were set by feel; a change now
      *              comes with evidence for the risk committee.
      *-----------------------------------------------------------------
      * VRS001 15.10.2026 - C1276521 - IMPLANTATION
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. EDUS0026.
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

           SELECT OPTIONAL CALPRM-FILE ASSIGN TO CALPRM
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL PARMDUP-FILE ASSIGN TO PARMDUP
                  ORGANIZATION IS SEQUENTIAL.

           SELECT RELAT-FILE  ASSIGN TO RELCALIB
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
      * Janela das disposicoes (CAS-DT-REVISAO, AAAAMMDD, inclusiva) -
      * em branco ou invalida vale a historia inteira, como no AGEPRM
      * do EDUS0015.
      *-----------------------------------------------------------------
       FD  CALPRM-FILE.
       01  REG-CALPRM.
           03 CAL-DT-INICIO              PIC  X(008).
           03 CAL-DT-FIM                 PIC  X(008).
           03 FILLER                     PIC  X(064).

      *-----------------------------------------------------------------
      * Parametro do EDUS0003 - so o limiar de corte e lido aqui, para
      * marcar na simulacao o limiar em vigor.
      *-----------------------------------------------------------------
       FD  PARMDUP-FILE.
       01  REG-PARMDUP.
           03 PRM-VL-LIMIAR              PIC S9(001)V9(2).
           03 FILLER                     PIC  X(014).

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
      * Motor de similaridade (so o LIMIAR-PADRAO e usado aqui, para
      * marcar na simulacao o limiar que vale sem PARMDUP).
      *-----------------------------------------------------------------
       COPY EDUSIM00.
      *-----------------------------------------------------------------
      * Area de trabalho do batch.
      *-----------------------------------------------------------------
       77  WK26-SW-FIM-ARQ               PIC  X(001) VALUE 'N'.
           88 WK26-FIM-ARQ                            VALUE 'S'.
       77  WK26-SW-CONFIRMADO            PIC  X(001) VALUE 'N'.
           88 WK26-CONFIRMADO                          VALUE 'S'.
       77  WK26-DT-INICIO-RUN            PIC  X(021) VALUE SPACES.
       77  WK26-DT-JANELA-INI            PIC  X(008) VALUE '00000000'.
       77  WK26-DT-JANELA-FIM            PIC  X(008) VALUE '99999999'.
      *-----------------------------------------------------------------
      * Limiares em vigor: o do PARMDUP (zero quando o arquivo nao
      * vem - o EDUS0003 usa entao o LIMIAR-PADRAO).
      *-----------------------------------------------------------------
       77  WK26-VL-LIMIAR-PARMDUP        PIC  9(001)V9(2) VALUE ZEROS.
       77  WK26-VL-LIMIAR-PADRAO         PIC  9(001)V9(2) VALUE ZEROS.
      *-----------------------------------------------------------------
      * Faixas de indice: 20 faixas de 0,05 - a faixa N cobre de
      * (N-1)*0,05 inclusive ate N*0,05 exclusive; a 20 tambem leva o
      * 1,00. O indice do caso vem editado (Z9,99) e e desfeito para
      * numerico pelo MOVE.
      *-----------------------------------------------------------------
       77  WK26-QT-FAIXAS                PIC  9(002) COMP VALUE 20.
       77  WK26-VL-LARGURA-FAIXA         PIC  9(001)V9(2) VALUE 0,05.
       77  WK26-VL-SML                   PIC  9(002)V9(2) VALUE ZEROS.
       77  WK26-VL-SML-NOME              PIC  9(002)V9(2) VALUE ZEROS.
       77  WK26-IDX-FXA-COMP             PIC  9(003) COMP VALUE ZEROS.
       77  WK26-IDX-FXA-NOME             PIC  9(003) COMP VALUE ZEROS.
       77  WK26-IDX-FXA                  PIC  9(003) COMP VALUE ZEROS.
       77  WK26-IDX-SOMA                 PIC  9(003) COMP VALUE ZEROS.
       77  WK26-IDX-CAT                  PIC  9(002) COMP VALUE ZEROS.
       77  WK26-IDX-CAT-SOMA             PIC  9(002) COMP VALUE ZEROS.
      *-----------------------------------------------------------------
       77  WK26-QT-LIDOS                 PIC  9(007) COMP VALUE ZEROS.
       77  WK26-QT-PENDENTES             PIC  9(007) COMP VALUE ZEROS.
       77  WK26-QT-FORA-PERIODO          PIC  9(007) COMP VALUE ZEROS.
       77  WK26-QT-SEM-INDICE            PIC  9(007) COMP VALUE ZEROS.
       77  WK26-QT-CALIBRADOS            PIC  9(007) COMP VALUE ZEROS.
      *-----------------------------------------------------------------
      * Totais de uma categoria (quebra da impressao) e da simulacao.
      *-----------------------------------------------------------------
       77  WK26-QT-CAT-CONF              PIC  9(007) COMP VALUE ZEROS.
       77  WK26-QT-CAT-REJ               PIC  9(007) COMP VALUE ZEROS.
       77  WK26-QT-FXA-TOTAL             PIC  9(007) COMP VALUE ZEROS.
       77  WK26-QT-TOT-CONF              PIC  9(007) COMP VALUE ZEROS.
       77  WK26-QT-TOT-REJ               PIC  9(007) COMP VALUE ZEROS.
       77  WK26-QT-SIM-CONF              PIC  9(007) COMP VALUE ZEROS.
       77  WK26-QT-SIM-REJ               PIC  9(007) COMP VALUE ZEROS.
       77  WK26-VL-LIMIAR-SIM            PIC  9(001)V9(2) VALUE ZEROS.
       77  WK26-VL-PERCENTUAL            PIC  9(003)V9(1) VALUE ZEROS.
      *-----------------------------------------------------------------
      * Categorias do quadro por faixa. A 12 e faixeada pelo indice de
      * nome cru; todas as demais, pelo indice composto.
      *-----------------------------------------------------------------
       01  WK26-TB-ROTULOS-VAL.
           03 FILLER                     PIC  X(040)
              VALUE 'TODOS OS CASOS DISPOSICIONADOS'.
           03 FILLER                     PIC  X(040)
              VALUE 'PASSE 1 - PREFIXO DO SOBRENOME'.
           03 FILLER                     PIC  X(040)
              VALUE 'PASSE 2 - FONETICO (SOUNDEX)'.
           03 FILLER                     PIC  X(040)
              VALUE 'PASSE A - ABERTURA DE CONTA'.
           03 FILLER                     PIC  X(040)
              VALUE 'PASSE NAO INFORMADO'.
           03 FILLER                     PIC  X(040)
              VALUE 'DATA DE NASCIMENTO IGUAL (REFORCO)'.
           03 FILLER                     PIC  X(040)
              VALUE 'DATA DE NASCIMENTO DIFERENTE (PENA)'.
           03 FILLER                     PIC  X(040)
              VALUE 'DATA DE NASCIMENTO SEM EVIDENCIA'.
           03 FILLER                     PIC  X(040)
              VALUE 'DOCUMENTO IGUAL (REFORCO)'.
           03 FILLER                     PIC  X(040)
              VALUE 'DOCUMENTO DIFERENTE (PENA)'.
           03 FILLER                     PIC  X(040)
              VALUE 'DOCUMENTO SEM EVIDENCIA'.
           03 FILLER                     PIC  X(040)
              VALUE 'POR INDICE DE NOME CRU (SEM AJUSTES)'.
           03 FILLER                     PIC  X(040)
              VALUE 'COMPOSTO ACIMA DO INDICE DE NOME'.
           03 FILLER                     PIC  X(040)
              VALUE 'COMPOSTO IGUAL AO INDICE DE NOME'.
           03 FILLER                     PIC  X(040)
              VALUE 'COMPOSTO ABAIXO DO INDICE DE NOME'.
       01  WK26-TB-ROTULOS REDEFINES WK26-TB-ROTULOS-VAL.
           03 WK26-NM-CATEGORIA OCCURS 15 TIMES
                                         PIC  X(040).

       01  WK26-TB-CATEGORIA.
           03 WK26-REG-CAT OCCURS 15 TIMES.
              05 WK26-REG-FXA OCCURS 20 TIMES.
                 07 WK26-FXA-QT-CONF     PIC  9(007) COMP.
                 07 WK26-FXA-QT-REJ      PIC  9(007) COMP.

       01  WK26-LINHA-TITULO.
           03 FILLER                     PIC  X(044)
              VALUE 'CALIBRACAO DE LIMIARES - DECISOES CASODUP - '.
           03 WK26-TIT-DATA              PIC  X(008).
           03 FILLER                     PIC  X(011)
              VALUE ' - PERIODO '.
           03 WK26-TIT-DT-INI            PIC  X(008).
           03 FILLER                     PIC  X(001) VALUE '-'.
           03 WK26-TIT-DT-FIM            PIC  X(008).

       01  WK26-LINHA-SECAO              PIC  X(060) VALUE SPACES.

       01  WK26-LINHA-CABEC-FXA.
           03 FILLER                     PIC  X(014)
              VALUE 'FAIXA'.
           03 FILLER                     PIC  X(010)
              VALUE 'CONFIRM.'.
           03 FILLER                     PIC  X(010)
              VALUE 'REJEIT.'.
           03 FILLER                     PIC  X(010)
              VALUE 'TOTAL'.
           03 FILLER                     PIC  X(010)
              VALUE '%ACERTO'.

       01  WK26-LINHA-DET-FXA.
           03 WK26-DET-VL-INI            PIC  9,99.
           03 FILLER                     PIC  X(003) VALUE ' A '.
           03 WK26-DET-VL-FIM            PIC  9,99.
           03 FILLER                     PIC  X(003) VALUE SPACES.
           03 WK26-DET-QT-CONF           PIC  ZZZ.ZZ9.
           03 FILLER                     PIC  X(003) VALUE SPACES.
           03 WK26-DET-QT-REJ            PIC  ZZZ.ZZ9.
           03 FILLER                     PIC  X(003) VALUE SPACES.
           03 WK26-DET-QT-TOTAL          PIC  ZZZ.ZZ9.
           03 FILLER                     PIC  X(003) VALUE SPACES.
           03 WK26-DET-VL-ACERTO         PIC  ZZ9,9.

       01  WK26-LINHA-TOT-FXA.
           03 FILLER                     PIC  X(014)
              VALUE 'TOTAL'.
           03 WK26-TFX-QT-CONF           PIC  ZZZ.ZZ9.
           03 FILLER                     PIC  X(003) VALUE SPACES.
           03 WK26-TFX-QT-REJ            PIC  ZZZ.ZZ9.
           03 FILLER                     PIC  X(003) VALUE SPACES.
           03 WK26-TFX-QT-TOTAL          PIC  ZZZ.ZZ9.
           03 FILLER                     PIC  X(003) VALUE SPACES.
           03 WK26-TFX-VL-ACERTO         PIC  ZZ9,9.

       01  WK26-LINHA-CABEC-SIM.
           03 FILLER                     PIC  X(009)
              VALUE 'LIMIAR'.
           03 FILLER                     PIC  X(022)
              VALUE 'TRABALHO EVITADO'.
           03 FILLER                     PIC  X(022)
              VALUE 'DUPLICADOS PERDIDOS'.
           03 FILLER                     PIC  X(022)
              VALUE 'CASOS QUE RESTAM'.
           03 FILLER                     PIC  X(020)
              VALUE 'EM VIGOR'.

       01  WK26-LINHA-DET-SIM.
           03 WK26-SIM-VL-LIMIAR         PIC  9,99.
           03 FILLER                     PIC  X(005) VALUE SPACES.
           03 WK26-SIM-QT-EVITADO        PIC  ZZZ.ZZ9.
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK26-SIM-VL-EVITADO        PIC  ZZ9,9.
           03 FILLER                     PIC  X(008) VALUE '%       '.
           03 WK26-SIM-QT-PERDIDO        PIC  ZZZ.ZZ9.
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK26-SIM-VL-PERDIDO        PIC  ZZ9,9.
           03 FILLER                     PIC  X(008) VALUE '%       '.
           03 WK26-SIM-QT-RESTAM         PIC  ZZZ.ZZ9.
           03 FILLER                     PIC  X(015) VALUE SPACES.
           03 WK26-SIM-TX-VIGOR          PIC  X(020).

       01  WK26-LINHA-TOTAL.
           03 WK26-TOT-ROTULO            PIC  X(036).
           03 WK26-TOT-QT                PIC  ZZZ.ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE                      SECTION.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZA

           PERFORM 2000-PROCESSA-CASO
               UNTIL WK26-FIM-ARQ

           PERFORM 9000-FINALIZA

           STOP RUN
           .
       0000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1000-INICIALIZA                    SECTION.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE    TO WK26-DT-INICIO-RUN

           INITIALIZE WK26-TB-CATEGORIA

           OPEN INPUT  CASO-FILE
           OPEN OUTPUT RELAT-FILE

           PERFORM 1050-LE-PARAMETROS

           MOVE FUNCTION CURRENT-DATE(1:8) TO WK26-TIT-DATA
           MOVE WK26-DT-JANELA-INI       TO WK26-TIT-DT-INI
           MOVE WK26-DT-JANELA-FIM       TO WK26-TIT-DT-FIM
           WRITE REG-RELAT FROM WK26-LINHA-TITULO

           MOVE LOW-VALUES               TO CAS-CH-CASO

           START CASO-FILE KEY NOT LESS CAS-CH-CASO
               INVALID KEY
                  SET WK26-FIM-ARQ       TO TRUE
           END-START

      *-----------------------------------------------------------------
      * CASODUP vazio ou ausente: sem posicao valida para o READ NEXT,
      * o relatorio sai zerado (mesmo tratamento do EDUS0015).
      *-----------------------------------------------------------------
           IF NOT WK26-FIM-ARQ
              PERFORM 1100-LER-CASO
           END-IF
           .
       1000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1050-LE-PARAMETROS                 SECTION.
      *-----------------------------------------------------------------
      * CALPRM e PARMDUP sao OPTIONAL. Cada data da janela so vale se
      * vier numerica - meia janela informada funciona.
      *-----------------------------------------------------------------
           OPEN INPUT CALPRM-FILE

           READ CALPRM-FILE
               AT END
                  CONTINUE
               NOT AT END
                  IF CAL-DT-INICIO IS NUMERIC
                     MOVE CAL-DT-INICIO   TO WK26-DT-JANELA-INI
                  END-IF
                  IF CAL-DT-FIM IS NUMERIC
                     MOVE CAL-DT-FIM      TO WK26-DT-JANELA-FIM
                  END-IF
           END-READ

           CLOSE CALPRM-FILE

           OPEN INPUT PARMDUP-FILE

           READ PARMDUP-FILE
               AT END
                  CONTINUE
               NOT AT END
                  IF PRM-VL-LIMIAR IS NUMERIC
                     MOVE PRM-VL-LIMIAR   TO WK26-VL-LIMIAR-PARMDUP
                  END-IF
           END-READ

           CLOSE PARMDUP-FILE

           MOVE LIMIAR-PADRAO            TO WK26-VL-LIMIAR-PADRAO
           .
       1050-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1100-LER-CASO                      SECTION.
      *-----------------------------------------------------------------
           READ CASO-FILE NEXT
               AT END
                  SET WK26-FIM-ARQ       TO TRUE
               NOT AT END
                  ADD 1                  TO WK26-QT-LIDOS
           END-READ
           .
       1100-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2000-PROCESSA-CASO                 SECTION.
      *-----------------------------------------------------------------
      * Entra na calibracao o caso disposicionado dentro da janela:
      * CONFIRMADO e FUNDIDO contam como acerto do match, NAO-
      * DUPLICADO como erro. Caso pendente (inclusive o reaberto por
      * reversao) ainda nao tem desfecho e fica de fora.
      *-----------------------------------------------------------------
           EVALUATE TRUE
              WHEN NOT CAS-STATUS-FINAL
                 ADD 1                   TO WK26-QT-PENDENTES
              WHEN CAS-DT-REVISAO LESS WK26-DT-JANELA-INI
                OR CAS-DT-REVISAO GREATER WK26-DT-JANELA-FIM
                 ADD 1                   TO WK26-QT-FORA-PERIODO
              WHEN CAS-VL-SML EQUAL SPACES
                 ADD 1                   TO WK26-QT-SEM-INDICE
              WHEN OTHER
                 PERFORM 2100-CALIBRA-CASO
           END-EVALUATE

           PERFORM 1100-LER-CASO
           .
       2000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2100-CALIBRA-CASO                  SECTION.
      *-----------------------------------------------------------------
      * Caso sem o indice de nome (gravado antes da VRS004 do
      * EDUSIM03) usa o composto como nome cru - nao havia ajuste.
      *-----------------------------------------------------------------
           ADD 1                         TO WK26-QT-CALIBRADOS

           IF CAS-STATUS-NAO-DUPLICADO
              MOVE 'N'                   TO WK26-SW-CONFIRMADO
           ELSE
              SET WK26-CONFIRMADO        TO TRUE
           END-IF

           MOVE CAS-VL-SML               TO WK26-VL-SML
           IF CAS-VL-SML-NOME EQUAL SPACES
              MOVE WK26-VL-SML           TO WK26-VL-SML-NOME
           ELSE
              MOVE CAS-VL-SML-NOME       TO WK26-VL-SML-NOME
           END-IF

           MOVE WK26-VL-SML              TO WK26-VL-LIMIAR-SIM
           PERFORM 2200-CALCULA-FAIXA
           MOVE WK26-IDX-FXA             TO WK26-IDX-FXA-COMP

           MOVE WK26-VL-SML-NOME         TO WK26-VL-LIMIAR-SIM
           PERFORM 2200-CALCULA-FAIXA
           MOVE WK26-IDX-FXA             TO WK26-IDX-FXA-NOME

           MOVE WK26-IDX-FXA-COMP        TO WK26-IDX-SOMA

           MOVE 1                        TO WK26-IDX-CAT-SOMA
           PERFORM 2500-SOMA-CATEGORIA

           EVALUATE TRUE
              WHEN CAS-PASSE-PREFIXO
                 MOVE 2                  TO WK26-IDX-CAT-SOMA
              WHEN CAS-PASSE-FONETICO
                 MOVE 3                  TO WK26-IDX-CAT-SOMA
              WHEN CAS-PASSE-ABERTURA
                 MOVE 4                  TO WK26-IDX-CAT-SOMA
              WHEN OTHER
                 MOVE 5                  TO WK26-IDX-CAT-SOMA
           END-EVALUATE
           PERFORM 2500-SOMA-CATEGORIA

           EVALUATE TRUE
              WHEN CAS-AJUSTE-DATA-IGUAL
                 MOVE 6                  TO WK26-IDX-CAT-SOMA
              WHEN CAS-AJUSTE-DATA-DIFERE
                 MOVE 7                  TO WK26-IDX-CAT-SOMA
              WHEN OTHER
                 MOVE 8                  TO WK26-IDX-CAT-SOMA
           END-EVALUATE
           PERFORM 2500-SOMA-CATEGORIA

           EVALUATE TRUE
              WHEN CAS-AJUSTE-DOC-IGUAL
                 MOVE 9                  TO WK26-IDX-CAT-SOMA
              WHEN CAS-AJUSTE-DOC-DIFERE
                 MOVE 10                 TO WK26-IDX-CAT-SOMA
              WHEN OTHER
                 MOVE 11                 TO WK26-IDX-CAT-SOMA
           END-EVALUATE
           PERFORM 2500-SOMA-CATEGORIA

           EVALUATE TRUE
              WHEN WK26-VL-SML GREATER WK26-VL-SML-NOME
                 MOVE 13                 TO WK26-IDX-CAT-SOMA
              WHEN WK26-VL-SML EQUAL WK26-VL-SML-NOME
                 MOVE 14                 TO WK26-IDX-CAT-SOMA
              WHEN OTHER
                 MOVE 15                 TO WK26-IDX-CAT-SOMA
           END-EVALUATE
           PERFORM 2500-SOMA-CATEGORIA

           MOVE WK26-IDX-FXA-NOME        TO WK26-IDX-SOMA
           MOVE 12                       TO WK26-IDX-CAT-SOMA
           PERFORM 2500-SOMA-CATEGORIA
           .
       2100-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2200-CALCULA-FAIXA                 SECTION.
      *-----------------------------------------------------------------
      * Faixa do indice em WK26-VL-LIMIAR-SIM (truncado: 0,85 cai na
      * faixa 18, de 0,85 a 0,90); 1,00 ou acima fica na ultima.
      *-----------------------------------------------------------------
           COMPUTE WK26-IDX-FXA =
                   WK26-VL-LIMIAR-SIM / WK26-VL-LARGURA-FAIXA + 1

           IF WK26-IDX-FXA GREATER WK26-QT-FAIXAS
              MOVE WK26-QT-FAIXAS        TO WK26-IDX-FXA
           END-IF
           .
       2200-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2500-SOMA-CATEGORIA                SECTION.
      *-----------------------------------------------------------------
           IF WK26-CONFIRMADO
              ADD 1 TO WK26-FXA-QT-CONF(WK26-IDX-CAT-SOMA WK26-IDX-SOMA)
           ELSE
              ADD 1 TO WK26-FXA-QT-REJ(WK26-IDX-CAT-SOMA WK26-IDX-SOMA)
           END-IF
           .
       2500-SAI.
           EXIT.
      *-----------------------------------------------------------------
       9000-FINALIZA                      SECTION.
      *-----------------------------------------------------------------
           PERFORM 9100-IMPRIME-CATEGORIA
               VARYING WK26-IDX-CAT FROM 1 BY 1
                 UNTIL WK26-IDX-CAT GREATER 15

           PERFORM 9300-IMPRIME-SIMULACAO
           PERFORM 9500-IMPRIME-TOTAIS

           CLOSE CASO-FILE
           CLOSE RELAT-FILE

           PERFORM 9900-GRAVA-RUN-CONTROLE
           .
       9000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       9100-IMPRIME-CATEGORIA             SECTION.
      *-----------------------------------------------------------------
      * Uma secao por categoria, so com as faixas que tiveram caso;
      * %ACERTO e a parte confirmada do total da faixa.
      *-----------------------------------------------------------------
           MOVE SPACES                   TO WK26-LINHA-SECAO
           MOVE WK26-NM-CATEGORIA(WK26-IDX-CAT)
                                         TO WK26-LINHA-SECAO
           WRITE REG-RELAT FROM WK26-LINHA-SECAO
           WRITE REG-RELAT FROM WK26-LINHA-CABEC-FXA

           MOVE ZEROS                    TO WK26-QT-CAT-CONF
                                            WK26-QT-CAT-REJ

           PERFORM 9150-IMPRIME-FAIXA
               VARYING WK26-IDX-FXA FROM 1 BY 1
                 UNTIL WK26-IDX-FXA GREATER WK26-QT-FAIXAS

           MOVE WK26-QT-CAT-CONF         TO WK26-TFX-QT-CONF
           MOVE WK26-QT-CAT-REJ          TO WK26-TFX-QT-REJ
           COMPUTE WK26-QT-FXA-TOTAL = WK26-QT-CAT-CONF +
                                       WK26-QT-CAT-REJ
           MOVE WK26-QT-FXA-TOTAL        TO WK26-TFX-QT-TOTAL
           IF WK26-QT-FXA-TOTAL GREATER ZEROS
              COMPUTE WK26-VL-PERCENTUAL ROUNDED =
                      WK26-QT-CAT-CONF * 100 / WK26-QT-FXA-TOTAL
           ELSE
              MOVE ZEROS                 TO WK26-VL-PERCENTUAL
           END-IF
           MOVE WK26-VL-PERCENTUAL       TO WK26-TFX-VL-ACERTO
           WRITE REG-RELAT FROM WK26-LINHA-TOT-FXA
           .
       9100-SAI.
           EXIT.
      *-----------------------------------------------------------------
       9150-IMPRIME-FAIXA                 SECTION.
      *-----------------------------------------------------------------
           COMPUTE WK26-QT-FXA-TOTAL =
                   WK26-FXA-QT-CONF(WK26-IDX-CAT WK26-IDX-FXA) +
                   WK26-FXA-QT-REJ(WK26-IDX-CAT WK26-IDX-FXA)

           IF WK26-QT-FXA-TOTAL GREATER ZEROS
              ADD WK26-FXA-QT-CONF(WK26-IDX-CAT WK26-IDX-FXA)
                                         TO WK26-QT-CAT-CONF
              ADD WK26-FXA-QT-REJ(WK26-IDX-CAT WK26-IDX-FXA)
                                         TO WK26-QT-CAT-REJ

              COMPUTE WK26-DET-VL-INI =
                      (WK26-IDX-FXA - 1) * WK26-VL-LARGURA-FAIXA
              COMPUTE WK26-DET-VL-FIM =
                      WK26-IDX-FXA * WK26-VL-LARGURA-FAIXA
              MOVE WK26-FXA-QT-CONF(WK26-IDX-CAT WK26-IDX-FXA)
                                         TO WK26-DET-QT-CONF
              MOVE WK26-FXA-QT-REJ(WK26-IDX-CAT WK26-IDX-FXA)
                                         TO WK26-DET-QT-REJ
              MOVE WK26-QT-FXA-TOTAL     TO WK26-DET-QT-TOTAL
              COMPUTE WK26-VL-PERCENTUAL ROUNDED =
                      WK26-FXA-QT-CONF(WK26-IDX-CAT WK26-IDX-FXA)
                      * 100 / WK26-QT-FXA-TOTAL
              MOVE WK26-VL-PERCENTUAL    TO WK26-DET-VL-ACERTO
              WRITE REG-RELAT FROM WK26-LINHA-DET-FXA
           END-IF
           .
       9150-SAI.
           EXIT.
      *-----------------------------------------------------------------
       9300-IMPRIME-SIMULACAO             SECTION.
      *-----------------------------------------------------------------
      * Para cada limiar candidato (0,05 a 0,95, de faixa em faixa),
      * sobre o indice composto de todos os casos: os casos abaixo do
      * limiar nao teriam sido abertos - trabalho evitado do steward -
      * e os confirmados entre eles seriam duplicados perdidos. Os
      * percentuais sao sobre o total de casos e o total de
      * confirmados do periodo.
      *-----------------------------------------------------------------
           MOVE SPACES                   TO WK26-LINHA-SECAO
           MOVE 'SIMULACAO DE LIMIAR (INDICE COMPOSTO)'
                                         TO WK26-LINHA-SECAO
           WRITE REG-RELAT FROM WK26-LINHA-SECAO
           WRITE REG-RELAT FROM WK26-LINHA-CABEC-SIM

           MOVE ZEROS                    TO WK26-QT-TOT-CONF
                                            WK26-QT-TOT-REJ
                                            WK26-QT-SIM-CONF
                                            WK26-QT-SIM-REJ

           PERFORM 9310-SOMA-TOTAL
               VARYING WK26-IDX-FXA FROM 1 BY 1
                 UNTIL WK26-IDX-FXA GREATER WK26-QT-FAIXAS

           PERFORM 9350-IMPRIME-LIMIAR
               VARYING WK26-IDX-FXA FROM 1 BY 1
                 UNTIL WK26-IDX-FXA NOT LESS WK26-QT-FAIXAS
           .
       9300-SAI.
           EXIT.
      *-----------------------------------------------------------------
       9310-SOMA-TOTAL                    SECTION.
      *-----------------------------------------------------------------
           ADD WK26-FXA-QT-CONF(1 WK26-IDX-FXA) TO WK26-QT-TOT-CONF
           ADD WK26-FXA-QT-REJ(1 WK26-IDX-FXA)  TO WK26-QT-TOT-REJ
           .
       9310-SAI.
           EXIT.
      *-----------------------------------------------------------------
       9350-IMPRIME-LIMIAR                SECTION.
      *-----------------------------------------------------------------
      * O limiar da linha e o fim da faixa corrente: os casos da
      * faixa 1 ate ela ficam abaixo dele (acumulado em WK26-QT-SIM-*).
      *-----------------------------------------------------------------
           ADD WK26-FXA-QT-CONF(1 WK26-IDX-FXA) TO WK26-QT-SIM-CONF
           ADD WK26-FXA-QT-REJ(1 WK26-IDX-FXA)  TO WK26-QT-SIM-REJ

           COMPUTE WK26-VL-LIMIAR-SIM =
                   WK26-IDX-FXA * WK26-VL-LARGURA-FAIXA
           MOVE WK26-VL-LIMIAR-SIM       TO WK26-SIM-VL-LIMIAR

           COMPUTE WK26-QT-FXA-TOTAL = WK26-QT-SIM-CONF +
                                       WK26-QT-SIM-REJ
           MOVE WK26-QT-FXA-TOTAL        TO WK26-SIM-QT-EVITADO
           IF WK26-QT-CALIBRADOS GREATER ZEROS
              COMPUTE WK26-VL-PERCENTUAL ROUNDED =
                      WK26-QT-FXA-TOTAL * 100 / WK26-QT-CALIBRADOS
           ELSE
              MOVE ZEROS                 TO WK26-VL-PERCENTUAL
           END-IF
           MOVE WK26-VL-PERCENTUAL       TO WK26-SIM-VL-EVITADO

           MOVE WK26-QT-SIM-CONF         TO WK26-SIM-QT-PERDIDO
           IF WK26-QT-TOT-CONF GREATER ZEROS
              COMPUTE WK26-VL-PERCENTUAL ROUNDED =
                      WK26-QT-SIM-CONF * 100 / WK26-QT-TOT-CONF
           ELSE
              MOVE ZEROS                 TO WK26-VL-PERCENTUAL
           END-IF
           MOVE WK26-VL-PERCENTUAL       TO WK26-SIM-VL-PERDIDO

           COMPUTE WK26-QT-FXA-TOTAL = WK26-QT-CALIBRADOS -
                                       WK26-QT-FXA-TOTAL
           MOVE WK26-QT-FXA-TOTAL        TO WK26-SIM-QT-RESTAM

           EVALUATE TRUE
              WHEN WK26-VL-LIMIAR-SIM EQUAL WK26-VL-LIMIAR-PARMDUP
                 MOVE '<- PARMDUP'       TO WK26-SIM-TX-VIGOR
              WHEN WK26-VL-LIMIAR-SIM EQUAL WK26-VL-LIMIAR-PADRAO
               AND WK26-VL-LIMIAR-PARMDUP EQUAL ZEROS
                 MOVE '<- LIMIAR-PADRAO'  TO WK26-SIM-TX-VIGOR
              WHEN OTHER
                 MOVE SPACES             TO WK26-SIM-TX-VIGOR
           END-EVALUATE

           WRITE REG-RELAT FROM WK26-LINHA-DET-SIM
           .
       9350-SAI.
           EXIT.
      *-----------------------------------------------------------------
       9500-IMPRIME-TOTAIS                SECTION.
      *-----------------------------------------------------------------
           MOVE SPACES                   TO WK26-LINHA-SECAO
           MOVE 'TOTAIS' TO WK26-LINHA-SECAO
           WRITE REG-RELAT FROM WK26-LINHA-SECAO

           MOVE 'CASOS LIDOS........................:'
                                         TO WK26-TOT-ROTULO
           MOVE WK26-QT-LIDOS            TO WK26-TOT-QT
           WRITE REG-RELAT FROM WK26-LINHA-TOTAL

           MOVE 'CASOS PENDENTES (SEM DESFECHO).....:'
                                         TO WK26-TOT-ROTULO
           MOVE WK26-QT-PENDENTES        TO WK26-TOT-QT
           WRITE REG-RELAT FROM WK26-LINHA-TOTAL

           MOVE 'DISPOSICOES FORA DO PERIODO........:'
                                         TO WK26-TOT-ROTULO
           MOVE WK26-QT-FORA-PERIODO     TO WK26-TOT-QT
           WRITE REG-RELAT FROM WK26-LINHA-TOTAL

           MOVE 'DISPOSICOES SEM INDICE.............:'
                                         TO WK26-TOT-ROTULO
           MOVE WK26-QT-SEM-INDICE       TO WK26-TOT-QT
           WRITE REG-RELAT FROM WK26-LINHA-TOTAL

           MOVE 'DISPOSICOES CALIBRADAS.............:'
                                         TO WK26-TOT-ROTULO
           MOVE WK26-QT-CALIBRADOS       TO WK26-TOT-QT
           WRITE REG-RELAT FROM WK26-LINHA-TOTAL

           MOVE '  CONFIRMADAS/FUNDIDAS.............:'
                                         TO WK26-TOT-ROTULO
           MOVE WK26-QT-TOT-CONF         TO WK26-TOT-QT
           WRITE REG-RELAT FROM WK26-LINHA-TOTAL

           MOVE '  NAO-DUPLICADO....................:'
                                         TO WK26-TOT-ROTULO
           MOVE WK26-QT-TOT-REJ          TO WK26-TOT-QT
           WRITE REG-RELAT FROM WK26-LINHA-TOTAL
           .
       9500-SAI.
           EXIT.
      *-----------------------------------------------------------------
       9900-GRAVA-RUN-CONTROLE            SECTION.
      *-----------------------------------------------------------------
      * Registro padrao de controle de execucao (RUNLOG, EDUSIM07) - e
      * dele que o EDUS0018 monta o quadro consolidado da noite. Job
      * so de relatorio: o contador de gravados fica zerado.
      *-----------------------------------------------------------------
           OPEN EXTEND RUNLOG-FILE

           MOVE SPACES                   TO RUN-REC
           MOVE 'EDUS0026'               TO RUN-NM-JOB
           MOVE WK26-DT-INICIO-RUN       TO RUN-DT-INICIO
           MOVE FUNCTION CURRENT-DATE    TO RUN-DT-FIM
           MOVE WK26-QT-LIDOS            TO RUN-QT-LIDOS
           MOVE ZEROS                    TO RUN-QT-GRAVADOS
           SET  RUN-STATUS-OK            TO TRUE
           WRITE RUN-REC

           CLOSE RUNLOG-FILE
           .
       9900-SAI.
           EXIT.
      *---------------------- FIM EDUS0026 ------------------------------
