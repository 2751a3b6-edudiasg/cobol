      *-----------------------------------------------------------------
      * PROGRAM....: EDUS0028
      * ANALIST....: C1276521 - EDUARDO DIAS GUSMAO
      * AUTHOR.....: C1276521 - EDUARDO DIAS GUSMAO
      * COMPILATION: Cobol 5.2
      * OBJECTIVE..: Parameter gate at the head of the nightly chain.
      *              Every job reads its own control file at start-up
      *              and quietly falls back to defaults when the file
      *              or a field is missing; this step checks all of
      *              them before anything runs - format and allowed
      *              ranges:
      *              - TUNEPRM (EDUS0002/EDUS0003): divisors 1 to 9,
      *                known algorithm ('1' to '4');
      *              - PARMDUP (EDUS0003): threshold above 0 and up to
      *                1, known blocking code ('1'/'2'), composite
      *                weights up to 1, explain switch 'S'/'N';
      *              - SCRNPRM (EDUS0016): threshold above 0 and up to
      *                1;
      *              - EDTPRM (EDUS0010): mandatory, type 'P'/'M',
      *                numeric minimum length;
      *              - AGEPRM (EDUS0015): numeric SLA, valid window
      *                dates in order;
      *              - PURGPRM (EDUS0006): valid cutoff date, not in
      *                the future;
      *              - RCPPRM (EDUS0025): 1 to 20 receivers, no
      *                duplicate code, numeric day limit.
      *              Anything invalid ends the step with return code 16
      *              and a RUNLOG error record, so the chain stops here.
      *              A clean night has its effective values (from the
      *              file, or the job's default) appended to the
      *              permanent history PARMHST and written to PARMNOV
      *              (layout EDUSIM19), and the differences from the
      *              previous night's PARMANT are printed (RELPARM).
      *-----------------------------------------------------------------
      * VRS001 15.10.2026 - C1276521 - IMPLANTATION
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. EDUS0028.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TUNEPRM-FILE ASSIGN TO TUNEPRM
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL PARMDUP-FILE ASSIGN TO PARMDUP
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL SCRNPRM-FILE ASSIGN TO SCRNPRM
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL EDTPRM-FILE ASSIGN TO EDTPRM
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL AGEPRM-FILE ASSIGN TO AGEPRM
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL PURGPRM-FILE ASSIGN TO PURGPRM
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL RCPPRM-FILE ASSIGN TO RCPPRM
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL PRMANT-FILE ASSIGN TO PARMANT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT PRMNOV-FILE ASSIGN TO PARMNOV
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL PRMHST-FILE ASSIGN TO PARMHST
                  ORGANIZATION IS SEQUENTIAL.

           SELECT RELAT-FILE  ASSIGN TO RELPARM
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO RUNLOG
                  ORGANIZATION IS SEQUENTIAL.
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *-----------------------------------------------------------------
      * Arquivos de parametro - mesmos layouts lidos pelos jobs donos
      * de cada um, com uma visao alfanumerica de cada campo numerico:
      * validar o formato e o papel deste job, e o conteudo bruto nao
      * pode passar por um MOVE numerico antes disso.
      *-----------------------------------------------------------------
       FD  TUNEPRM-FILE.
       01  REG-TUNEPRM.
           03 TNP-TX-DIV-LIMIAR-DIST     PIC  X(001).
           03 TNP-TX-DIV-TRANSP          PIC  X(001).
           03 TNP-TX-DIV-MEDIA-JARO      PIC  X(001).
           03 TNP-CD-ALGORITMO           PIC  X(001).

       FD  PARMDUP-FILE.
       01  REG-PARMDUP.
           03 DUP-TX-LIMIAR              PIC  X(003).
           03 DUP-CD-BLOCAGEM            PIC  X(001).
           03 DUP-TX-BONUS-DATA          PIC  X(003).
           03 DUP-TX-PENA-DATA           PIC  X(003).
           03 DUP-TX-BONUS-DOC           PIC  X(003).
           03 DUP-TX-PENA-DOC            PIC  X(003).
           03 DUP-SW-EXPLICA             PIC  X(001).

       FD  SCRNPRM-FILE.
       01  REG-SCRNPRM.
           03 SCR-TX-LIMIAR              PIC  X(003).

       FD  EDTPRM-FILE.
       01  REG-EDTPRM.
           03 EDT-CD-TIPO                PIC  X(001).
           03 EDT-TX-TAM-MINIMO          PIC  X(002).

       FD  AGEPRM-FILE.
       01  REG-AGEPRM.
           03 AGE-TX-SLA-DIAS            PIC  X(003).
           03 AGE-DT-INICIO              PIC  X(008).
           03 AGE-DT-FIM                 PIC  X(008).

       FD  PURGPRM-FILE.
       01  REG-PURGPRM.
           03 PRG-DT-CORTE               PIC  X(008).

       FD  RCPPRM-FILE.
       01  REG-RCPPRM.
           03 RCP-CD-RECEPTOR            PIC  X(008).
           03 RCP-TX-DIAS-LIMITE         PIC  X(003).
           03 RCP-NM-RECEPTOR            PIC  X(030).
           03 FILLER                     PIC  X(039).

      *-----------------------------------------------------------------
      * Valores em vigor da noite anterior, da noite e historico
      * permanente - lidos INTO / gravados FROM a area EDUSIM19 da
      * WORKING-STORAGE.
      *-----------------------------------------------------------------
       FD  PRMANT-FILE.
       01  REG-PRMANT                    PIC  X(100).

       FD  PRMNOV-FILE.
       01  REG-PRMNOV                    PIC  X(100).

       FD  PRMHST-FILE.
       01  REG-PRMHST                    PIC  X(100).

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
      * Motor de similaridade - so os defaults de TUNEPRM (TUNING-*,
      * ALGORITMO-SELECIONADO) e o LIMIAR-PADRAO de PARMDUP/SCRNPRM.
      *-----------------------------------------------------------------
       COPY EDUSIM00.
      *-----------------------------------------------------------------
      * Registro de valor em vigor (ver EDUSIM19).
      *-----------------------------------------------------------------
       COPY EDUSIM19.
      *-----------------------------------------------------------------
      * Area de trabalho do batch.
      *-----------------------------------------------------------------
       77  WK28-SW-FIM-ARQ               PIC  X(001) VALUE 'N'.
           88 WK28-FIM-ARQ                            VALUE 'S'.
       77  WK28-SW-REGISTRO              PIC  X(001) VALUE 'N'.
           88 WK28-COM-REGISTRO                       VALUE 'S'.
       77  WK28-SW-ACHADO                PIC  X(001) VALUE 'N'.
           88 WK28-ACHADO                             VALUE 'S'.
       77  WK28-SW-DATA                  PIC  X(001) VALUE 'N'.
           88 WK28-DATA-VALIDA                        VALUE 'S'.
       77  WK28-DT-INICIO-RUN            PIC  X(021) VALUE SPACES.
       77  WK28-DT-HOJE                  PIC  X(008) VALUE SPACES.
       77  WK28-HR-EXECUCAO              PIC  X(006) VALUE SPACES.
       77  WK28-QT-LIDOS                 PIC  9(007) COMP VALUE ZEROS.
       77  WK28-QT-ERROS                 PIC  9(005) COMP VALUE ZEROS.
       77  WK28-QT-AVISOS                PIC  9(005) COMP VALUE ZEROS.
       77  WK28-QT-DIFERENCAS            PIC  9(005) COMP VALUE ZEROS.
       77  WK28-QT-GRAVADOS              PIC  9(007) COMP VALUE ZEROS.
       77  WK28-IDX-NOI                  PIC  9(003) COMP VALUE ZEROS.
       77  WK28-IDX-ANT                  PIC  9(003) COMP VALUE ZEROS.
       77  WK28-IDX-RCP                  PIC  9(002) COMP VALUE ZEROS.
      *-----------------------------------------------------------------
      * Defaults dos jobs donos de cada arquivo, para registrar o que
      * vale quando o campo nao vem - os mesmos da WORKING-STORAGE de
      * EDUS0003 (pesos do composto), EDUS0010 (tamanho minimo),
      * EDUS0015 (SLA) e EDUS0025 (limite do receptor; teto de 20
      * receptores da tabela dele).
      *-----------------------------------------------------------------
       77  WK28-PAD-BONUS-DATA           PIC  9(001)V9(2) VALUE 0,05.
       77  WK28-PAD-PENA-DATA            PIC  9(001)V9(2) VALUE 0,35.
       77  WK28-PAD-BONUS-DOC            PIC  9(001)V9(2) VALUE 0,10.
       77  WK28-PAD-PENA-DOC             PIC  9(001)V9(2) VALUE 0,20.
       77  WK28-PAD-TAM-MINIMO           PIC  9(002) VALUE 02.
       77  WK28-PAD-SLA-DIAS             PIC  9(003) VALUE 030.
       77  WK28-PAD-DIAS-RECEPTOR        PIC  9(003) VALUE 003.
       77  WK28-QT-MAX-RECEPTORES        PIC  9(002) COMP VALUE 20.
      *-----------------------------------------------------------------
      * Campo corrente das rotinas de registro (7000-7200) e das
      * validacoes comuns (7500-7700).
      *-----------------------------------------------------------------
       77  WK28-NM-ARQ                   PIC  X(008) VALUE SPACES.
       77  WK28-NM-CAMPO                 PIC  X(020) VALUE SPACES.
       77  WK28-TX-VALOR                 PIC  X(030) VALUE SPACES.
       77  WK28-CD-ORIGEM                PIC  X(001) VALUE SPACES.
       77  WK28-TX-MENSAGEM              PIC  X(080) VALUE SPACES.
       01  WK28-TX-DIV                   PIC  X(001) VALUE SPACES.
       01  WK28-VL-DIV REDEFINES WK28-TX-DIV
                                         PIC  9(001).
       77  WK28-VL-DIV-PADRAO            PIC  9(001) VALUE ZEROS.
       01  WK28-TX-LIMIAR                PIC  X(003) VALUE SPACES.
       01  WK28-VL-LIMIAR REDEFINES WK28-TX-LIMIAR
                                         PIC S9(001)V9(2).
       01  WK28-TX-PESO                  PIC  X(003) VALUE SPACES.
       01  WK28-VL-PESO REDEFINES WK28-TX-PESO
                                         PIC  9(001)V9(2).
       77  WK28-VL-PESO-PADRAO           PIC  9(001)V9(2) VALUE ZEROS.
       01  WK28-TX-QT                    PIC  X(003) VALUE SPACES.
       01  WK28-VL-QT REDEFINES WK28-TX-QT
                                         PIC  9(003).
       77  WK28-VL-QT-PADRAO             PIC  9(003) VALUE ZEROS.
       01  WK28-TX-DATA                  PIC  X(008) VALUE SPACES.
       01  WK28-VL-DATA REDEFINES WK28-TX-DATA
                                         PIC  9(008).
       77  WK28-ED-LIMIAR                PIC  9,99.
       77  WK28-ED-QT                    PIC  ZZ9.
      *-----------------------------------------------------------------
      * Valores em vigor da noite (montados aqui) e da noite anterior
      * (PARMANT). WK28-*-SW-CONFERIDO marca o que ja foi comparado.
      *-----------------------------------------------------------------
       01  WK28-TB-NOITE.
           03 WK28-QT-NOITE              PIC  9(003) COMP VALUE ZEROS.
           03 WK28-REG-NOITE OCCURS 200 TIMES.
              05 WK28-NOI-NM-ARQUIVO     PIC  X(008).
              05 WK28-NOI-NM-CAMPO       PIC  X(020).
              05 WK28-NOI-TX-VALOR       PIC  X(030).
              05 WK28-NOI-CD-ORIGEM      PIC  X(001).

       01  WK28-TB-ANTERIOR.
           03 WK28-QT-ANT                PIC  9(003) COMP VALUE ZEROS.
           03 WK28-REG-ANT OCCURS 200 TIMES.
              05 WK28-ANT-NM-ARQUIVO     PIC  X(008).
              05 WK28-ANT-NM-CAMPO       PIC  X(020).
              05 WK28-ANT-TX-VALOR       PIC  X(030).
              05 WK28-ANT-CD-ORIGEM      PIC  X(001).
              05 WK28-ANT-SW-CONFERIDO   PIC  X(001).
      *-----------------------------------------------------------------
      * Receptores ja vistos em RCPPRM (deteccao de codigo repetido).
      *-----------------------------------------------------------------
       01  WK28-TB-RECEPTORES.
           03 WK28-QT-RECEPTORES         PIC  9(002) COMP VALUE ZEROS.
           03 WK28-RCP-CD-RECEPTOR OCCURS 20 TIMES
                                         PIC  X(008).

       01  WK28-LINHA-TITULO.
           03 FILLER                     PIC  X(040)
              VALUE 'VALIDACAO DE PARAMETROS DA ESTEIRA - '.
           03 WK28-TIT-DATA              PIC  X(008).

       01  WK28-LINHA-SECAO              PIC  X(060) VALUE SPACES.

       01  WK28-LINHA-CABEC.
           03 FILLER                     PIC  X(010)
              VALUE 'ARQUIVO'.
           03 FILLER                     PIC  X(022)
              VALUE 'CAMPO'.
           03 FILLER                     PIC  X(032)
              VALUE 'VALOR EM VIGOR'.
           03 FILLER                     PIC  X(010)
              VALUE 'ORIGEM'.

       01  WK28-LINHA-DET.
           03 WK28-DET-NM-ARQUIVO        PIC  X(008).
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK28-DET-NM-CAMPO          PIC  X(020).
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK28-DET-TX-VALOR          PIC  X(030).
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK28-DET-TX-ORIGEM         PIC  X(008).

       01  WK28-LINHA-OCORR.
           03 WK28-OCO-TX-TIPO           PIC  X(008).
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK28-OCO-NM-ARQUIVO        PIC  X(008).
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK28-OCO-TX-MENSAGEM       PIC  X(080).

       01  WK28-LINHA-DIF.
           03 WK28-DIF-TX-SITUACAO       PIC  X(010).
           03 WK28-DIF-NM-ARQUIVO        PIC  X(008).
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK28-DIF-NM-CAMPO          PIC  X(020).
           03 FILLER                     PIC  X(002) VALUE SPACES.
           03 WK28-DIF-TX-ANTERIOR       PIC  X(030).
           03 WK28-DIF-TX-SETA           PIC  X(004).
           03 WK28-DIF-TX-NOVO           PIC  X(030).

       01  WK28-LINHA-TOTAL.
           03 WK28-TOT-ROTULO            PIC  X(030).
           03 WK28-TOT-QT                PIC  ZZZ.ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE                      SECTION.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZA

           PERFORM 2000-VALIDA-TUNEPRM
           PERFORM 2100-VALIDA-PARMDUP
           PERFORM 2200-VALIDA-SCRNPRM
           PERFORM 2300-VALIDA-EDTPRM
           PERFORM 2400-VALIDA-AGEPRM
           PERFORM 2500-VALIDA-PURGPRM
           PERFORM 2600-VALIDA-RCPPRM

           PERFORM 3000-COMPARA-NOITES
           PERFORM 8000-GRAVA-VIGENTES
           PERFORM 9000-FINALIZA

           STOP RUN
           .
       0000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1000-INICIALIZA                    SECTION.
      *-----------------------------------------------------------------
           MOVE FUNCTION CURRENT-DATE    TO WK28-DT-INICIO-RUN
           MOVE WK28-DT-INICIO-RUN(1:8)  TO WK28-DT-HOJE
           MOVE WK28-DT-INICIO-RUN(9:6)  TO WK28-HR-EXECUCAO

           OPEN OUTPUT RELAT-FILE

           MOVE WK28-DT-HOJE             TO WK28-TIT-DATA
           WRITE REG-RELAT FROM WK28-LINHA-TITULO
           WRITE REG-RELAT FROM WK28-LINHA-CABEC

           PERFORM 1100-CARREGA-ANTERIOR
           .
       1000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1100-CARREGA-ANTERIOR              SECTION.
      *-----------------------------------------------------------------
      * PARMANT e OPTIONAL: na primeira noite nao ha imagem anterior e
      * a comparacao so avisa isso.
      *-----------------------------------------------------------------
           OPEN INPUT PRMANT-FILE

           MOVE 'N'                      TO WK28-SW-FIM-ARQ
           PERFORM 1150-LER-ANTERIOR

           PERFORM 1200-GUARDA-ANTERIOR
               UNTIL WK28-FIM-ARQ

           CLOSE PRMANT-FILE
           .
       1100-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1150-LER-ANTERIOR                  SECTION.
      *-----------------------------------------------------------------
           READ PRMANT-FILE INTO PHS-REC
               AT END
                  SET WK28-FIM-ARQ        TO TRUE
           END-READ
           .
       1150-SAI.
           EXIT.
      *-----------------------------------------------------------------
       1200-GUARDA-ANTERIOR               SECTION.
      *-----------------------------------------------------------------
           IF WK28-QT-ANT NOT LESS 200
              DISPLAY 'EDUS0028: PARMANT EXCEDE 200 VALORES - '
                      'JOB INTERROMPIDO'
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           ADD 1                         TO WK28-QT-ANT
           MOVE PHS-NM-ARQUIVO    TO WK28-ANT-NM-ARQUIVO(WK28-QT-ANT)
           MOVE PHS-NM-CAMPO      TO WK28-ANT-NM-CAMPO(WK28-QT-ANT)
           MOVE PHS-TX-VALOR      TO WK28-ANT-TX-VALOR(WK28-QT-ANT)
           MOVE PHS-CD-ORIGEM     TO WK28-ANT-CD-ORIGEM(WK28-QT-ANT)
           MOVE 'N'               TO WK28-ANT-SW-CONFERIDO(WK28-QT-ANT)

           PERFORM 1150-LER-ANTERIOR
           .
       1200-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2000-VALIDA-TUNEPRM                SECTION.
      *-----------------------------------------------------------------
      * TUNEPRM (OPTIONAL): sem registro valem os defaults de EDUSIM00.
      * Um divisor zerado, que os jobs ignorariam em silencio, aqui e
      * erro - quem informou o campo quis mudar o divisor.
      *-----------------------------------------------------------------
           MOVE 'TUNEPRM'                TO WK28-NM-ARQ
           PERFORM 7300-ABRE-SECAO

           OPEN INPUT TUNEPRM-FILE
           PERFORM 7400-LER-TUNEPRM

           MOVE 'DIV-LIMIAR-DIST'        TO WK28-NM-CAMPO
           MOVE TNP-TX-DIV-LIMIAR-DIST   TO WK28-TX-DIV
           MOVE TUNING-VL-DIV-LIMIAR-DIST
                                         TO WK28-VL-DIV-PADRAO
           PERFORM 7500-VALIDA-DIVISOR

           MOVE 'DIV-TRANSP'             TO WK28-NM-CAMPO
           MOVE TNP-TX-DIV-TRANSP        TO WK28-TX-DIV
           MOVE TUNING-VL-DIV-TRANSP     TO WK28-VL-DIV-PADRAO
           PERFORM 7500-VALIDA-DIVISOR

           MOVE 'DIV-MEDIA-JARO'         TO WK28-NM-CAMPO
           MOVE TNP-TX-DIV-MEDIA-JARO    TO WK28-TX-DIV
           MOVE TUNING-VL-DIV-MEDIA-JARO TO WK28-VL-DIV-PADRAO
           PERFORM 7500-VALIDA-DIVISOR

           MOVE 'ALGORITMO'              TO WK28-NM-CAMPO
           EVALUATE TRUE
              WHEN NOT WK28-COM-REGISTRO
                OR TNP-CD-ALGORITMO EQUAL SPACE
                 MOVE ALGORITMO-SELECIONADO TO WK28-TX-VALOR
                 MOVE 'P'                TO WK28-CD-ORIGEM
                 PERFORM 7000-REGISTRA-VALOR
              WHEN TNP-CD-ALGORITMO EQUAL '1' OR '2' OR '3' OR '4'
                 MOVE TNP-CD-ALGORITMO   TO WK28-TX-VALOR
                 MOVE 'A'                TO WK28-CD-ORIGEM
                 PERFORM 7000-REGISTRA-VALOR
              WHEN OTHER
                 STRING 'ALGORITMO DESCONHECIDO (ESPERADO 1 A 4): '
                        TNP-CD-ALGORITMO
                        DELIMITED BY SIZE INTO WK28-TX-MENSAGEM
                 END-STRING
                 PERFORM 7100-REGISTRA-ERRO
           END-EVALUATE

           CLOSE TUNEPRM-FILE
           .
       2000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2100-VALIDA-PARMDUP                SECTION.
      *-----------------------------------------------------------------
      * PARMDUP (OPTIONAL): sem registro o EDUS0003 usa LIMIAR-PADRAO,
      * blocagem por prefixo, os pesos default e sem detalhamento.
      *-----------------------------------------------------------------
           MOVE 'PARMDUP'                TO WK28-NM-ARQ
           PERFORM 7300-ABRE-SECAO

           OPEN INPUT PARMDUP-FILE
           READ PARMDUP-FILE
               AT END
                  MOVE 'N'               TO WK28-SW-REGISTRO
               NOT AT END
                  SET WK28-COM-REGISTRO  TO TRUE
                  ADD 1                  TO WK28-QT-LIDOS
           END-READ

           MOVE 'LIMIAR'                 TO WK28-NM-CAMPO
           MOVE DUP-TX-LIMIAR            TO WK28-TX-LIMIAR
           PERFORM 7600-VALIDA-LIMIAR

           MOVE 'BLOCAGEM'               TO WK28-NM-CAMPO
           EVALUATE TRUE
              WHEN NOT WK28-COM-REGISTRO
                OR DUP-CD-BLOCAGEM EQUAL SPACE
                 MOVE '1'                TO WK28-TX-VALOR
                 MOVE 'P'                TO WK28-CD-ORIGEM
                 PERFORM 7000-REGISTRA-VALOR
              WHEN DUP-CD-BLOCAGEM EQUAL '1' OR '2'
                 MOVE DUP-CD-BLOCAGEM    TO WK28-TX-VALOR
                 MOVE 'A'                TO WK28-CD-ORIGEM
                 PERFORM 7000-REGISTRA-VALOR
              WHEN OTHER
                 STRING 'BLOCAGEM DESCONHECIDA (ESPERADO 1 OU 2): '
                        DUP-CD-BLOCAGEM
                        DELIMITED BY SIZE INTO WK28-TX-MENSAGEM
                 END-STRING
                 PERFORM 7100-REGISTRA-ERRO
           END-EVALUATE

           MOVE 'BONUS-DATA'             TO WK28-NM-CAMPO
           MOVE DUP-TX-BONUS-DATA        TO WK28-TX-PESO
           MOVE WK28-PAD-BONUS-DATA      TO WK28-VL-PESO-PADRAO
           PERFORM 7650-VALIDA-PESO

           MOVE 'PENA-DATA'              TO WK28-NM-CAMPO
           MOVE DUP-TX-PENA-DATA         TO WK28-TX-PESO
           MOVE WK28-PAD-PENA-DATA       TO WK28-VL-PESO-PADRAO
           PERFORM 7650-VALIDA-PESO

           MOVE 'BONUS-DOC'              TO WK28-NM-CAMPO
           MOVE DUP-TX-BONUS-DOC         TO WK28-TX-PESO
           MOVE WK28-PAD-BONUS-DOC       TO WK28-VL-PESO-PADRAO
           PERFORM 7650-VALIDA-PESO

           MOVE 'PENA-DOC'               TO WK28-NM-CAMPO
           MOVE DUP-TX-PENA-DOC          TO WK28-TX-PESO
           MOVE WK28-PAD-PENA-DOC        TO WK28-VL-PESO-PADRAO
           PERFORM 7650-VALIDA-PESO

           MOVE 'EXPLICA'                TO WK28-NM-CAMPO
           EVALUATE TRUE
              WHEN NOT WK28-COM-REGISTRO
                OR DUP-SW-EXPLICA EQUAL SPACE
                 MOVE 'N'                TO WK28-TX-VALOR
                 MOVE 'P'                TO WK28-CD-ORIGEM
                 PERFORM 7000-REGISTRA-VALOR
              WHEN DUP-SW-EXPLICA EQUAL 'S' OR 'N'
                 MOVE DUP-SW-EXPLICA     TO WK28-TX-VALOR
                 MOVE 'A'                TO WK28-CD-ORIGEM
                 PERFORM 7000-REGISTRA-VALOR
              WHEN OTHER
                 STRING 'DETALHAMENTO INVALIDO (ESPERADO S OU N): '
                        DUP-SW-EXPLICA
                        DELIMITED BY SIZE INTO WK28-TX-MENSAGEM
                 END-STRING
                 PERFORM 7100-REGISTRA-ERRO
           END-EVALUATE

           CLOSE PARMDUP-FILE
           .
       2100-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2200-VALIDA-SCRNPRM                SECTION.
      *-----------------------------------------------------------------
      * SCRNPRM (OPTIONAL): sem registro o EDUS0016 usa LIMIAR-PADRAO.
      *-----------------------------------------------------------------
           MOVE 'SCRNPRM'                TO WK28-NM-ARQ
           PERFORM 7300-ABRE-SECAO

           OPEN INPUT SCRNPRM-FILE
           READ SCRNPRM-FILE
               AT END
                  MOVE 'N'               TO WK28-SW-REGISTRO
               NOT AT END
                  SET WK28-COM-REGISTRO  TO TRUE
                  ADD 1                  TO WK28-QT-LIDOS
           END-READ

           MOVE 'LIMIAR'                 TO WK28-NM-CAMPO
           MOVE SCR-TX-LIMIAR            TO WK28-TX-LIMIAR
           PERFORM 7600-VALIDA-LIMIAR

           CLOSE SCRNPRM-FILE
           .
       2200-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2300-VALIDA-EDTPRM                 SECTION.
      *-----------------------------------------------------------------
      * EDTPRM e obrigatorio: sem registro ou com tipo fora de P/M o
      * EDUS0010 interrompe - melhor barrar aqui, antes da esteira.
      *-----------------------------------------------------------------
           MOVE 'EDTPRM'                 TO WK28-NM-ARQ
           PERFORM 7300-ABRE-SECAO

           OPEN INPUT EDTPRM-FILE
           READ EDTPRM-FILE
               AT END
                  MOVE 'N'               TO WK28-SW-REGISTRO
               NOT AT END
                  SET WK28-COM-REGISTRO  TO TRUE
                  ADD 1                  TO WK28-QT-LIDOS
           END-READ

           IF NOT WK28-COM-REGISTRO
              MOVE 'EDTPRM AUSENTE OU VAZIO - EDUS0010 NAO RODA SEM ELE'
                                         TO WK28-TX-MENSAGEM
              PERFORM 7100-REGISTRA-ERRO
           ELSE
              MOVE 'TIPO'                TO WK28-NM-CAMPO
              IF EDT-CD-TIPO EQUAL 'P' OR 'M'
                 MOVE EDT-CD-TIPO        TO WK28-TX-VALOR
                 MOVE 'A'                TO WK28-CD-ORIGEM
                 PERFORM 7000-REGISTRA-VALOR
              ELSE
                 STRING 'TIPO DESCONHECIDO (ESPERADO P OU M): '
                        EDT-CD-TIPO
                        DELIMITED BY SIZE INTO WK28-TX-MENSAGEM
                 END-STRING
                 PERFORM 7100-REGISTRA-ERRO
              END-IF

              MOVE 'TAM-MINIMO'          TO WK28-NM-CAMPO
              MOVE '0'                   TO WK28-TX-QT(1:1)
              MOVE EDT-TX-TAM-MINIMO     TO WK28-TX-QT(2:2)
              MOVE WK28-PAD-TAM-MINIMO   TO WK28-VL-QT-PADRAO
              PERFORM 7550-VALIDA-QUANTIDADE
           END-IF

           CLOSE EDTPRM-FILE
           .
       2300-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2400-VALIDA-AGEPRM                 SECTION.
      *-----------------------------------------------------------------
      * AGEPRM (OPTIONAL): SLA zerado ou em branco vale 30 dias; cada
      * data da janela em branco deixa aquela ponta aberta, como no
      * EDUS0015. Informada, a data tem de ser valida, e as duas na
      * ordem certa.
      *-----------------------------------------------------------------
           MOVE 'AGEPRM'                 TO WK28-NM-ARQ
           PERFORM 7300-ABRE-SECAO

           OPEN INPUT AGEPRM-FILE
           READ AGEPRM-FILE
               AT END
                  MOVE 'N'               TO WK28-SW-REGISTRO
                  MOVE SPACES            TO REG-AGEPRM
               NOT AT END
                  SET WK28-COM-REGISTRO  TO TRUE
                  ADD 1                  TO WK28-QT-LIDOS
           END-READ

           MOVE 'SLA-DIAS'               TO WK28-NM-CAMPO
           MOVE AGE-TX-SLA-DIAS          TO WK28-TX-QT
           MOVE WK28-PAD-SLA-DIAS        TO WK28-VL-QT-PADRAO
           PERFORM 7550-VALIDA-QUANTIDADE

           MOVE 'DT-INICIO'              TO WK28-NM-CAMPO
           MOVE AGE-DT-INICIO            TO WK28-TX-DATA
           MOVE '00000000'               TO WK28-TX-VALOR
           PERFORM 7750-VALIDA-DATA-JANELA

           MOVE 'DT-FIM'                 TO WK28-NM-CAMPO
           MOVE AGE-DT-FIM               TO WK28-TX-DATA
           MOVE '99999999'               TO WK28-TX-VALOR
           PERFORM 7750-VALIDA-DATA-JANELA

           IF  AGE-DT-INICIO IS NUMERIC
           AND AGE-DT-FIM    IS NUMERIC
           AND AGE-DT-INICIO GREATER AGE-DT-FIM
               STRING 'JANELA INVERTIDA: ' AGE-DT-INICIO ' A '
                      AGE-DT-FIM
                      DELIMITED BY SIZE INTO WK28-TX-MENSAGEM
               END-STRING
               PERFORM 7100-REGISTRA-ERRO
           END-IF

           CLOSE AGEPRM-FILE
           .
       2400-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2500-VALIDA-PURGPRM                SECTION.
      *-----------------------------------------------------------------
      * PURGPRM sem registro poe o EDUS0006 em "reter tudo" - nao e
      * erro, mas sai como aviso. Com registro, a data de corte tem de
      * ser valida e nao pode estar no futuro: um corte adiante da data
      * de hoje expurgaria o que ainda esta no prazo de retencao.
      *-----------------------------------------------------------------
           MOVE 'PURGPRM'                TO WK28-NM-ARQ
           PERFORM 7300-ABRE-SECAO

           OPEN INPUT PURGPRM-FILE
           READ PURGPRM-FILE
               AT END
                  MOVE 'N'               TO WK28-SW-REGISTRO
               NOT AT END
                  SET WK28-COM-REGISTRO  TO TRUE
                  ADD 1                  TO WK28-QT-LIDOS
           END-READ

           MOVE 'DT-CORTE'               TO WK28-NM-CAMPO

           IF NOT WK28-COM-REGISTRO
              MOVE 'SEM-DATA'            TO WK28-TX-VALOR
              MOVE 'P'                   TO WK28-CD-ORIGEM
              PERFORM 7000-REGISTRA-VALOR
              MOVE 'PURGPRM AUSENTE OU VAZIO - EDUS0006 RETEM TUDO'
                                         TO WK28-TX-MENSAGEM
              PERFORM 7200-REGISTRA-AVISO
           ELSE
              MOVE PRG-DT-CORTE          TO WK28-TX-DATA
              PERFORM 7700-TESTA-DATA
              EVALUATE TRUE
                 WHEN NOT WK28-DATA-VALIDA
                    STRING 'DATA DE CORTE INVALIDA: ' PRG-DT-CORTE
                           DELIMITED BY SIZE INTO WK28-TX-MENSAGEM
                    END-STRING
                    PERFORM 7100-REGISTRA-ERRO
                 WHEN PRG-DT-CORTE GREATER WK28-DT-HOJE
                    STRING 'DATA DE CORTE NO FUTURO: ' PRG-DT-CORTE
                           DELIMITED BY SIZE INTO WK28-TX-MENSAGEM
                    END-STRING
                    PERFORM 7100-REGISTRA-ERRO
                 WHEN OTHER
                    MOVE PRG-DT-CORTE    TO WK28-TX-VALOR
                    MOVE 'A'             TO WK28-CD-ORIGEM
                    PERFORM 7000-REGISTRA-VALOR
              END-EVALUATE
           END-IF

           CLOSE PURGPRM-FILE
           .
       2500-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2600-VALIDA-RCPPRM                 SECTION.
      *-----------------------------------------------------------------
      * RCPPRM: o EDUS0025 interrompe sem receptor algum e so comporta
      * 20; linha com codigo em branco e ignorada, como la. Cada
      * receptor entra no historico com o limite de dias e o nome.
      *-----------------------------------------------------------------
           MOVE 'RCPPRM'                 TO WK28-NM-ARQ
           PERFORM 7300-ABRE-SECAO

           OPEN INPUT RCPPRM-FILE

           MOVE 'N'                      TO WK28-SW-FIM-ARQ
           PERFORM 2650-LER-RCPPRM

           PERFORM 2700-VALIDA-RECEPTOR
               UNTIL WK28-FIM-ARQ

           CLOSE RCPPRM-FILE

           EVALUATE TRUE
              WHEN WK28-QT-RECEPTORES EQUAL ZEROS
                 MOVE 'RCPPRM SEM RECEPTOR - EDUS0025 NAO RODA SEM ELE'
                                         TO WK28-TX-MENSAGEM
                 PERFORM 7100-REGISTRA-ERRO
              WHEN WK28-QT-RECEPTORES GREATER WK28-QT-MAX-RECEPTORES
                 MOVE 'RCPPRM COM MAIS DE 20 RECEPTORES'
                                         TO WK28-TX-MENSAGEM
                 PERFORM 7100-REGISTRA-ERRO
           END-EVALUATE
           .
       2600-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2650-LER-RCPPRM                    SECTION.
      *-----------------------------------------------------------------
           READ RCPPRM-FILE
               AT END
                  SET WK28-FIM-ARQ        TO TRUE
               NOT AT END
                  ADD 1                   TO WK28-QT-LIDOS
           END-READ
           .
       2650-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2700-VALIDA-RECEPTOR               SECTION.
      *-----------------------------------------------------------------
      * Alem do teto da tabela de repetidos, o receptor so e contado
      * (o erro sai uma vez so, em 2600).
      *-----------------------------------------------------------------
           IF RCP-CD-RECEPTOR NOT EQUAL SPACES
              MOVE 'N'                   TO WK28-SW-ACHADO
              PERFORM 2750-PROCURA-RECEPTOR
                  VARYING WK28-IDX-RCP FROM 1 BY 1
                    UNTIL WK28-IDX-RCP GREATER WK28-QT-RECEPTORES
                       OR WK28-IDX-RCP GREATER WK28-QT-MAX-RECEPTORES
                       OR WK28-ACHADO

              IF WK28-ACHADO
                 STRING 'RECEPTOR REPETIDO: ' RCP-CD-RECEPTOR
                        DELIMITED BY SIZE INTO WK28-TX-MENSAGEM
                 END-STRING
                 PERFORM 7100-REGISTRA-ERRO
              ELSE
                 ADD 1                   TO WK28-QT-RECEPTORES
                 IF WK28-QT-RECEPTORES NOT GREATER
                    WK28-QT-MAX-RECEPTORES
                    MOVE RCP-CD-RECEPTOR
                      TO WK28-RCP-CD-RECEPTOR(WK28-QT-RECEPTORES)
                    PERFORM 2800-REGISTRA-RECEPTOR
                 END-IF
              END-IF
           END-IF

           PERFORM 2650-LER-RCPPRM
           .
       2700-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2750-PROCURA-RECEPTOR              SECTION.
      *-----------------------------------------------------------------
           IF WK28-RCP-CD-RECEPTOR(WK28-IDX-RCP) EQUAL RCP-CD-RECEPTOR
              SET WK28-ACHADO            TO TRUE
           END-IF
           .
       2750-SAI.
           EXIT.
      *-----------------------------------------------------------------
       2800-REGISTRA-RECEPTOR             SECTION.
      *-----------------------------------------------------------------
      * O campo no historico e o codigo do receptor seguido do nome do
      * campo, para a comparacao entre noites casar receptor a
      * receptor.
      *-----------------------------------------------------------------
           SET WK28-COM-REGISTRO         TO TRUE

           MOVE SPACES                   TO WK28-NM-CAMPO
           MOVE RCP-CD-RECEPTOR          TO WK28-NM-CAMPO(1:8)
           MOVE 'DIAS-LIMITE'            TO WK28-NM-CAMPO(10:11)
           MOVE RCP-TX-DIAS-LIMITE       TO WK28-TX-QT
           MOVE WK28-PAD-DIAS-RECEPTOR   TO WK28-VL-QT-PADRAO
           PERFORM 7550-VALIDA-QUANTIDADE

           MOVE SPACES                   TO WK28-NM-CAMPO
           MOVE RCP-CD-RECEPTOR          TO WK28-NM-CAMPO(1:8)
           MOVE 'NOME'                   TO WK28-NM-CAMPO(10:4)
           MOVE RCP-NM-RECEPTOR          TO WK28-TX-VALOR
           MOVE 'A'                      TO WK28-CD-ORIGEM
           PERFORM 7000-REGISTRA-VALOR
           .
       2800-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3000-COMPARA-NOITES                SECTION.
      *-----------------------------------------------------------------
      * Diferencas contra a noite anterior, campo a campo (arquivo +
      * campo): ALTERADO quando o valor ou a origem mudou, NOVO quando
      * o campo nao existia, REMOVIDO quando deixou de existir (um
      * receptor retirado do RCPPRM). Com erro de validacao a noite
      * nao esta completa e a comparacao nao e feita.
      *-----------------------------------------------------------------
           MOVE SPACES                   TO WK28-LINHA-SECAO
           MOVE 'DIFERENCAS EM RELACAO A NOITE ANTERIOR (PARMANT)'
                                         TO WK28-LINHA-SECAO
           WRITE REG-RELAT FROM WK28-LINHA-SECAO

           EVALUATE TRUE
              WHEN WK28-QT-ERROS GREATER ZEROS
                 MOVE 'PARAMETROS COM ERRO - COMPARACAO NAO FEITA'
                                         TO WK28-LINHA-SECAO
                 WRITE REG-RELAT FROM WK28-LINHA-SECAO
              WHEN WK28-QT-ANT EQUAL ZEROS
                 MOVE 'SEM IMAGEM DA NOITE ANTERIOR - NADA A COMPARAR'
                                         TO WK28-LINHA-SECAO
                 WRITE REG-RELAT FROM WK28-LINHA-SECAO
              WHEN OTHER
                 PERFORM 3100-COMPARA-VALOR
                     VARYING WK28-IDX-NOI FROM 1 BY 1
                       UNTIL WK28-IDX-NOI GREATER WK28-QT-NOITE
                 PERFORM 3300-VERIFICA-REMOVIDO
                     VARYING WK28-IDX-ANT FROM 1 BY 1
                       UNTIL WK28-IDX-ANT GREATER WK28-QT-ANT
                 IF WK28-QT-DIFERENCAS EQUAL ZEROS
                    MOVE 'NENHUMA DIFERENCA'
                                         TO WK28-LINHA-SECAO
                    WRITE REG-RELAT FROM WK28-LINHA-SECAO
                 END-IF
           END-EVALUATE
           .
       3000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3100-COMPARA-VALOR                 SECTION.
      *-----------------------------------------------------------------
           MOVE 'N'                      TO WK28-SW-ACHADO

           PERFORM 3150-PROCURA-ANTERIOR
               VARYING WK28-IDX-ANT FROM 1 BY 1
                 UNTIL WK28-IDX-ANT GREATER WK28-QT-ANT
                    OR WK28-ACHADO

           MOVE SPACES                   TO WK28-LINHA-DIF
           MOVE WK28-NOI-NM-ARQUIVO(WK28-IDX-NOI)
                                         TO WK28-DIF-NM-ARQUIVO
           MOVE WK28-NOI-NM-CAMPO(WK28-IDX-NOI)
                                         TO WK28-DIF-NM-CAMPO
           MOVE WK28-NOI-TX-VALOR(WK28-IDX-NOI)
                                         TO WK28-DIF-TX-NOVO
           MOVE ' -> '                   TO WK28-DIF-TX-SETA

           IF NOT WK28-ACHADO
              MOVE 'NOVO'                TO WK28-DIF-TX-SITUACAO
              PERFORM 3200-GRAVA-DIFERENCA
           ELSE
      *-----------------------------------------------------------------
      * A procura sai com o indice uma posicao adiante do achado.
      *-----------------------------------------------------------------
              SUBTRACT 1                 FROM WK28-IDX-ANT
              MOVE 'S'     TO WK28-ANT-SW-CONFERIDO(WK28-IDX-ANT)
              IF WK28-ANT-TX-VALOR(WK28-IDX-ANT) NOT EQUAL
                 WK28-NOI-TX-VALOR(WK28-IDX-NOI)
              OR WK28-ANT-CD-ORIGEM(WK28-IDX-ANT) NOT EQUAL
                 WK28-NOI-CD-ORIGEM(WK28-IDX-NOI)
                 MOVE 'ALTERADO'         TO WK28-DIF-TX-SITUACAO
                 MOVE WK28-ANT-TX-VALOR(WK28-IDX-ANT)
                                         TO WK28-DIF-TX-ANTERIOR
                 PERFORM 3200-GRAVA-DIFERENCA
              END-IF
           END-IF
           .
       3100-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3150-PROCURA-ANTERIOR              SECTION.
      *-----------------------------------------------------------------
           IF  WK28-ANT-NM-ARQUIVO(WK28-IDX-ANT) EQUAL
               WK28-NOI-NM-ARQUIVO(WK28-IDX-NOI)
           AND WK28-ANT-NM-CAMPO(WK28-IDX-ANT) EQUAL
               WK28-NOI-NM-CAMPO(WK28-IDX-NOI)
               SET WK28-ACHADO           TO TRUE
           END-IF
           .
       3150-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3200-GRAVA-DIFERENCA               SECTION.
      *-----------------------------------------------------------------
           ADD 1                         TO WK28-QT-DIFERENCAS
           WRITE REG-RELAT FROM WK28-LINHA-DIF
           .
       3200-SAI.
           EXIT.
      *-----------------------------------------------------------------
       3300-VERIFICA-REMOVIDO             SECTION.
      *-----------------------------------------------------------------
           IF WK28-ANT-SW-CONFERIDO(WK28-IDX-ANT) NOT EQUAL 'S'
              MOVE SPACES                TO WK28-LINHA-DIF
              MOVE 'REMOVIDO'            TO WK28-DIF-TX-SITUACAO
              MOVE WK28-ANT-NM-ARQUIVO(WK28-IDX-ANT)
                                         TO WK28-DIF-NM-ARQUIVO
              MOVE WK28-ANT-NM-CAMPO(WK28-IDX-ANT)
                                         TO WK28-DIF-NM-CAMPO
              MOVE WK28-ANT-TX-VALOR(WK28-IDX-ANT)
                                         TO WK28-DIF-TX-ANTERIOR
              MOVE ' -> '                TO WK28-DIF-TX-SETA
              PERFORM 3200-GRAVA-DIFERENCA
           END-IF
           .
       3300-SAI.
           EXIT.
      *-----------------------------------------------------------------
       7000-REGISTRA-VALOR                SECTION.
      *-----------------------------------------------------------------
      * Guarda o valor em vigor do campo corrente na tabela da noite e
      * lista no relatorio.
      *-----------------------------------------------------------------
           IF WK28-QT-NOITE NOT LESS 200
              DISPLAY 'EDUS0028: MAIS DE 200 VALORES DE PARAMETRO - '
                      'JOB INTERROMPIDO'
              MOVE 16                    TO RETURN-CODE
              STOP RUN
           END-IF

           ADD 1                         TO WK28-QT-NOITE
           MOVE WK28-NM-ARQ     TO WK28-NOI-NM-ARQUIVO(WK28-QT-NOITE)
           MOVE WK28-NM-CAMPO   TO WK28-NOI-NM-CAMPO(WK28-QT-NOITE)
           MOVE WK28-TX-VALOR   TO WK28-NOI-TX-VALOR(WK28-QT-NOITE)
           MOVE WK28-CD-ORIGEM  TO WK28-NOI-CD-ORIGEM(WK28-QT-NOITE)

           MOVE WK28-NM-ARQ              TO WK28-DET-NM-ARQUIVO
           MOVE WK28-NM-CAMPO            TO WK28-DET-NM-CAMPO
           MOVE WK28-TX-VALOR            TO WK28-DET-TX-VALOR
           IF WK28-CD-ORIGEM EQUAL 'A'
              MOVE 'ARQUIVO'             TO WK28-DET-TX-ORIGEM
           ELSE
              MOVE 'PADRAO'              TO WK28-DET-TX-ORIGEM
           END-IF
           WRITE REG-RELAT FROM WK28-LINHA-DET

           MOVE SPACES                   TO WK28-TX-VALOR
           .
       7000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       7100-REGISTRA-ERRO                 SECTION.
      *-----------------------------------------------------------------
           ADD 1                         TO WK28-QT-ERROS

           MOVE 'ERRO'                   TO WK28-OCO-TX-TIPO
           MOVE WK28-NM-ARQ              TO WK28-OCO-NM-ARQUIVO
           MOVE WK28-TX-MENSAGEM         TO WK28-OCO-TX-MENSAGEM
           WRITE REG-RELAT FROM WK28-LINHA-OCORR

           DISPLAY 'EDUS0028: ' WK28-NM-ARQ ' - ' WK28-TX-MENSAGEM

           MOVE SPACES                   TO WK28-TX-MENSAGEM
           .
       7100-SAI.
           EXIT.
      *-----------------------------------------------------------------
       7200-REGISTRA-AVISO                SECTION.
      *-----------------------------------------------------------------
           ADD 1                         TO WK28-QT-AVISOS

           MOVE 'AVISO'                  TO WK28-OCO-TX-TIPO
           MOVE WK28-NM-ARQ              TO WK28-OCO-NM-ARQUIVO
           MOVE WK28-TX-MENSAGEM         TO WK28-OCO-TX-MENSAGEM
           WRITE REG-RELAT FROM WK28-LINHA-OCORR

           MOVE SPACES                   TO WK28-TX-MENSAGEM
           .
       7200-SAI.
           EXIT.
      *-----------------------------------------------------------------
       7300-ABRE-SECAO                    SECTION.
      *-----------------------------------------------------------------
           MOVE SPACES                   TO WK28-LINHA-SECAO
           STRING 'ARQUIVO ' WK28-NM-ARQ
                  DELIMITED BY SIZE INTO WK28-LINHA-SECAO
           END-STRING
           WRITE REG-RELAT FROM WK28-LINHA-SECAO

           MOVE SPACES                   TO WK28-TX-MENSAGEM
           MOVE SPACES                   TO WK28-TX-VALOR
           .
       7300-SAI.
           EXIT.
      *-----------------------------------------------------------------
       7400-LER-TUNEPRM                   SECTION.
      *-----------------------------------------------------------------
           READ TUNEPRM-FILE
               AT END
                  MOVE 'N'               TO WK28-SW-REGISTRO
               NOT AT END
                  SET WK28-COM-REGISTRO  TO TRUE
                  ADD 1                  TO WK28-QT-LIDOS
           END-READ
           .
       7400-SAI.
           EXIT.
      *-----------------------------------------------------------------
       7500-VALIDA-DIVISOR                SECTION.
      *-----------------------------------------------------------------
      * Divisor do Jaro-Winkler (WK28-TX-DIV): sem registro vale o
      * default; informado, tem de ser um digito de 1 a 9.
      *-----------------------------------------------------------------
           EVALUATE TRUE
              WHEN NOT WK28-COM-REGISTRO
                 MOVE WK28-VL-DIV-PADRAO TO WK28-TX-VALOR
                 MOVE 'P'                TO WK28-CD-ORIGEM
                 PERFORM 7000-REGISTRA-VALOR
              WHEN WK28-TX-DIV IS NUMERIC
               AND WK28-VL-DIV GREATER ZEROS
                 MOVE WK28-TX-DIV        TO WK28-TX-VALOR
                 MOVE 'A'                TO WK28-CD-ORIGEM
                 PERFORM 7000-REGISTRA-VALOR
              WHEN OTHER
                 STRING 'DIVISOR ' WK28-NM-CAMPO
                        ' ZERADO OU NAO NUMERICO: ' WK28-TX-DIV
                        DELIMITED BY SIZE INTO WK28-TX-MENSAGEM
                 END-STRING
                 PERFORM 7100-REGISTRA-ERRO
           END-EVALUATE
           .
       7500-SAI.
           EXIT.
      *-----------------------------------------------------------------
       7550-VALIDA-QUANTIDADE             SECTION.
      *-----------------------------------------------------------------
      * Quantidade inteira (WK28-TX-QT, 3 posicoes): em branco ou
      * zerada vale o default do job; informada, tem de ser numerica.
      *-----------------------------------------------------------------
           EVALUATE TRUE
              WHEN NOT WK28-COM-REGISTRO
                OR WK28-TX-QT EQUAL SPACES
                OR WK28-TX-QT EQUAL '0  '
                 MOVE WK28-VL-QT-PADRAO  TO WK28-ED-QT
                 MOVE WK28-ED-QT         TO WK28-TX-VALOR
                 MOVE 'P'                TO WK28-CD-ORIGEM
                 PERFORM 7000-REGISTRA-VALOR
              WHEN WK28-TX-QT IS NOT NUMERIC
                 STRING WK28-NM-CAMPO ' NAO NUMERICO: ' WK28-TX-QT
                        DELIMITED BY SIZE INTO WK28-TX-MENSAGEM
                 END-STRING
                 PERFORM 7100-REGISTRA-ERRO
              WHEN WK28-VL-QT EQUAL ZEROS
                 MOVE WK28-VL-QT-PADRAO  TO WK28-ED-QT
                 MOVE WK28-ED-QT         TO WK28-TX-VALOR
                 MOVE 'P'                TO WK28-CD-ORIGEM
                 PERFORM 7000-REGISTRA-VALOR
              WHEN OTHER
                 MOVE WK28-VL-QT         TO WK28-ED-QT
                 MOVE WK28-ED-QT         TO WK28-TX-VALOR
                 MOVE 'A'                TO WK28-CD-ORIGEM
                 PERFORM 7000-REGISTRA-VALOR
           END-EVALUATE
           .
       7550-SAI.
           EXIT.
      *-----------------------------------------------------------------
       7600-VALIDA-LIMIAR                 SECTION.
      *-----------------------------------------------------------------
      * Limiar de corte (WK28-TX-LIMIAR, S9V99): sem registro vale o
      * LIMIAR-PADRAO; informado, tem de ser numerico, acima de zero
      * e no maximo 1,00 - os jobs usam o valor do arquivo como vier.
      *-----------------------------------------------------------------
           EVALUATE TRUE
              WHEN NOT WK28-COM-REGISTRO
                 MOVE LIMIAR-PADRAO      TO WK28-ED-LIMIAR
                 MOVE WK28-ED-LIMIAR     TO WK28-TX-VALOR
                 MOVE 'P'                TO WK28-CD-ORIGEM
                 PERFORM 7000-REGISTRA-VALOR
              WHEN WK28-TX-LIMIAR IS NOT NUMERIC
                 STRING 'LIMIAR NAO NUMERICO: ' WK28-TX-LIMIAR
                        DELIMITED BY SIZE INTO WK28-TX-MENSAGEM
                 END-STRING
                 PERFORM 7100-REGISTRA-ERRO
              WHEN WK28-VL-LIMIAR NOT GREATER ZEROS
                OR WK28-VL-LIMIAR GREATER 1
                 STRING 'LIMIAR FORA DA FAIXA (ACIMA DE 0 ATE 1): '
                        WK28-TX-LIMIAR
                        DELIMITED BY SIZE INTO WK28-TX-MENSAGEM
                 END-STRING
                 PERFORM 7100-REGISTRA-ERRO
              WHEN OTHER
                 MOVE WK28-VL-LIMIAR     TO WK28-ED-LIMIAR
                 MOVE WK28-ED-LIMIAR     TO WK28-TX-VALOR
                 MOVE 'A'                TO WK28-CD-ORIGEM
                 PERFORM 7000-REGISTRA-VALOR
           END-EVALUATE
           .
       7600-SAI.
           EXIT.
      *-----------------------------------------------------------------
       7650-VALIDA-PESO                   SECTION.
      *-----------------------------------------------------------------
      * Peso do indice composto (WK28-TX-PESO, 9V99): em branco ou
      * zerado mantem o default do EDUS0003; informado, numerico e no
      * maximo 1,00.
      *-----------------------------------------------------------------
           EVALUATE TRUE
              WHEN NOT WK28-COM-REGISTRO
                OR WK28-TX-PESO EQUAL SPACES
                 MOVE WK28-VL-PESO-PADRAO TO WK28-ED-LIMIAR
                 MOVE WK28-ED-LIMIAR     TO WK28-TX-VALOR
                 MOVE 'P'                TO WK28-CD-ORIGEM
                 PERFORM 7000-REGISTRA-VALOR
              WHEN WK28-TX-PESO IS NOT NUMERIC
                 STRING 'PESO ' WK28-NM-CAMPO ' NAO NUMERICO: '
                        WK28-TX-PESO
                        DELIMITED BY SIZE INTO WK28-TX-MENSAGEM
                 END-STRING
                 PERFORM 7100-REGISTRA-ERRO
              WHEN WK28-VL-PESO EQUAL ZEROS
                 MOVE WK28-VL-PESO-PADRAO TO WK28-ED-LIMIAR
                 MOVE WK28-ED-LIMIAR     TO WK28-TX-VALOR
                 MOVE 'P'                TO WK28-CD-ORIGEM
                 PERFORM 7000-REGISTRA-VALOR
              WHEN WK28-VL-PESO GREATER 1
                 STRING 'PESO ' WK28-NM-CAMPO ' ACIMA DE 1: '
                        WK28-TX-PESO
                        DELIMITED BY SIZE INTO WK28-TX-MENSAGEM
                 END-STRING
                 PERFORM 7100-REGISTRA-ERRO
              WHEN OTHER
                 MOVE WK28-VL-PESO       TO WK28-ED-LIMIAR
                 MOVE WK28-ED-LIMIAR     TO WK28-TX-VALOR
                 MOVE 'A'                TO WK28-CD-ORIGEM
                 PERFORM 7000-REGISTRA-VALOR
           END-EVALUATE
           .
       7650-SAI.
           EXIT.
      *-----------------------------------------------------------------
       7700-TESTA-DATA                    SECTION.
      *-----------------------------------------------------------------
      * WK28-TX-DATA e uma data AAAAMMDD valida?
      *-----------------------------------------------------------------
           MOVE 'N'                      TO WK28-SW-DATA

           IF WK28-TX-DATA IS NUMERIC
              IF FUNCTION TEST-DATE-YYYYMMDD(WK28-VL-DATA)
                 EQUAL ZEROS
                 SET WK28-DATA-VALIDA    TO TRUE
              END-IF
           END-IF
           .
       7700-SAI.
           EXIT.
      *-----------------------------------------------------------------
       7750-VALIDA-DATA-JANELA            SECTION.
      *-----------------------------------------------------------------
      * Ponta da janela do AGEPRM: em branco fica aberta (WK28-TX-VALOR
      * ja traz o default da ponta); informada, tem de ser valida.
      *-----------------------------------------------------------------
           IF WK28-TX-DATA EQUAL SPACES
              MOVE 'P'                   TO WK28-CD-ORIGEM
              PERFORM 7000-REGISTRA-VALOR
           ELSE
              PERFORM 7700-TESTA-DATA
              IF WK28-DATA-VALIDA
                 MOVE WK28-TX-DATA       TO WK28-TX-VALOR
                 MOVE 'A'                TO WK28-CD-ORIGEM
                 PERFORM 7000-REGISTRA-VALOR
              ELSE
                 STRING WK28-NM-CAMPO ' INVALIDA: ' WK28-TX-DATA
                        DELIMITED BY SIZE INTO WK28-TX-MENSAGEM
                 END-STRING
                 PERFORM 7100-REGISTRA-ERRO
                 MOVE SPACES             TO WK28-TX-VALOR
              END-IF
           END-IF
           .
       7750-SAI.
           EXIT.
      *-----------------------------------------------------------------
       8000-GRAVA-VIGENTES                SECTION.
      *-----------------------------------------------------------------
      * Noite valida: os valores em vigor vao para o historico
      * permanente (OPEN EXTEND) e para o PARMNOV. Noite com erro nao
      * entra no historico - a esteira nao roda com estes parametros -
      * e o PARMNOV repete o PARMANT, para a proxima comparacao ser
      * contra a ultima noite que rodou.
      *-----------------------------------------------------------------
           OPEN OUTPUT PRMNOV-FILE

           IF WK28-QT-ERROS EQUAL ZEROS
              OPEN EXTEND PRMHST-FILE
              PERFORM 8100-GRAVA-VALOR-NOITE
                  VARYING WK28-IDX-NOI FROM 1 BY 1
                    UNTIL WK28-IDX-NOI GREATER WK28-QT-NOITE
              CLOSE PRMHST-FILE
           ELSE
              PERFORM 8200-REPETE-ANTERIOR
                  VARYING WK28-IDX-ANT FROM 1 BY 1
                    UNTIL WK28-IDX-ANT GREATER WK28-QT-ANT
           END-IF

           CLOSE PRMNOV-FILE
           .
       8000-SAI.
           EXIT.
      *-----------------------------------------------------------------
       8100-GRAVA-VALOR-NOITE             SECTION.
      *-----------------------------------------------------------------
           MOVE SPACES                   TO PHS-REC
           MOVE WK28-DT-HOJE             TO PHS-DT-NOITE
           MOVE WK28-HR-EXECUCAO         TO PHS-HR-EXECUCAO
           MOVE WK28-NOI-NM-ARQUIVO(WK28-IDX-NOI)
                                         TO PHS-NM-ARQUIVO
           MOVE WK28-NOI-NM-CAMPO(WK28-IDX-NOI)
                                         TO PHS-NM-CAMPO
           MOVE WK28-NOI-TX-VALOR(WK28-IDX-NOI)
                                         TO PHS-TX-VALOR
           MOVE WK28-NOI-CD-ORIGEM(WK28-IDX-NOI)
                                         TO PHS-CD-ORIGEM

           WRITE REG-PRMHST FROM PHS-REC
           WRITE REG-PRMNOV FROM PHS-REC
           ADD 1                         TO WK28-QT-GRAVADOS
           .
       8100-SAI.
           EXIT.
      *-----------------------------------------------------------------
       8200-REPETE-ANTERIOR               SECTION.
      *-----------------------------------------------------------------
      * A data e a hora da noite anterior nao foram guardadas na
      * tabela; o registro repetido sai com a data de hoje e sem hora
      * (o historico permanente, esse, nao e tocado).
      *-----------------------------------------------------------------
           MOVE SPACES                   TO PHS-REC
           MOVE WK28-DT-HOJE             TO PHS-DT-NOITE
           MOVE WK28-ANT-NM-ARQUIVO(WK28-IDX-ANT)
                                         TO PHS-NM-ARQUIVO
           MOVE WK28-ANT-NM-CAMPO(WK28-IDX-ANT)
                                         TO PHS-NM-CAMPO
           MOVE WK28-ANT-TX-VALOR(WK28-IDX-ANT)
                                         TO PHS-TX-VALOR
           MOVE WK28-ANT-CD-ORIGEM(WK28-IDX-ANT)
                                         TO PHS-CD-ORIGEM

           WRITE REG-PRMNOV FROM PHS-REC
           .
       8200-SAI.
           EXIT.
      *-----------------------------------------------------------------
       9000-FINALIZA                      SECTION.
      *-----------------------------------------------------------------
           MOVE SPACES                   TO WK28-LINHA-SECAO
           MOVE 'TOTAIS'                 TO WK28-LINHA-SECAO
           WRITE REG-RELAT FROM WK28-LINHA-SECAO

           MOVE 'REGISTROS DE PARAMETRO LIDOS.:' TO WK28-TOT-ROTULO
           MOVE WK28-QT-LIDOS            TO WK28-TOT-QT
           WRITE REG-RELAT FROM WK28-LINHA-TOTAL

           MOVE 'VALORES EM VIGOR.............:' TO WK28-TOT-ROTULO
           MOVE WK28-QT-NOITE            TO WK28-TOT-QT
           WRITE REG-RELAT FROM WK28-LINHA-TOTAL

           MOVE 'ERROS........................:' TO WK28-TOT-ROTULO
           MOVE WK28-QT-ERROS            TO WK28-TOT-QT
           WRITE REG-RELAT FROM WK28-LINHA-TOTAL

           MOVE 'AVISOS.......................:' TO WK28-TOT-ROTULO
           MOVE WK28-QT-AVISOS           TO WK28-TOT-QT
           WRITE REG-RELAT FROM WK28-LINHA-TOTAL

           MOVE 'DIFERENCAS DA NOITE ANTERIOR.:' TO WK28-TOT-ROTULO
           MOVE WK28-QT-DIFERENCAS       TO WK28-TOT-QT
           WRITE REG-RELAT FROM WK28-LINHA-TOTAL

           MOVE 'GRAVADOS NO HISTORICO........:' TO WK28-TOT-ROTULO
           MOVE WK28-QT-GRAVADOS         TO WK28-TOT-QT
           WRITE REG-RELAT FROM WK28-LINHA-TOTAL

           CLOSE RELAT-FILE

      *-----------------------------------------------------------------
      * Parametro invalido para a esteira: RC 16 e RUNLOG com ERRO.
      *-----------------------------------------------------------------
           IF WK28-QT-ERROS GREATER ZEROS
              DISPLAY 'EDUS0028: PARAMETROS INVALIDOS - '
                      'ESTEIRA INTERROMPIDA'
              MOVE 16                    TO RETURN-CODE
           END-IF

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
           MOVE 'EDUS0028'               TO RUN-NM-JOB
           MOVE WK28-DT-INICIO-RUN       TO RUN-DT-INICIO
           MOVE FUNCTION CURRENT-DATE    TO RUN-DT-FIM
           MOVE WK28-QT-LIDOS            TO RUN-QT-LIDOS
           MOVE WK28-QT-GRAVADOS         TO RUN-QT-GRAVADOS
           IF WK28-QT-ERROS GREATER ZEROS
              SET RUN-STATUS-ERRO        TO TRUE
           ELSE
              SET RUN-STATUS-OK          TO TRUE
           END-IF
           WRITE RUN-REC

           CLOSE RUNLOG-FILE
           .
       9900-SAI.
           EXIT.
      *---------------------- FIM EDUS0028 ------------------------------
