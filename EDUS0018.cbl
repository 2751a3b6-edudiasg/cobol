      *              EDUSIM07, one generation per night) where every
      *              job of the suite appends its record at end of run,
      *              and prints the whole night on one page (RELNOITE):
      *              one line per expected job of the chain - the
      *              EDUS0028 parameter gate, the EDUS0030
      *              dictionary unload, EDUS0010 pre-edit,
      *              EDUS0002, EDUS0003, EDUS0009, EDUS0005,
      *              EDUS0006, the EDUS0022 audit trail
      *              verification, the EDUS0019 cluster builder,
      *              EDUS0008, the EDUS0011 keyed
      *              cross-reference load, the EDUS0014 reconciliation,
      *              the EDUS0024 notification feed, the EDUS0025
      *              acknowledgment reconciliation
      *              and the EDUS0004 morning summary - with
      *              start/end, counts and status,
      *              flagging AUSENTE any job with no record (it never
      *              alert instead of someone opening eight listings.
      *-----------------------------------------------------------------
      * VRS001 02.09.2026 - C1276521 - IMPLANTATION
      * VRS002 15.10.2026 - C1276521 - The cluster builder EDUS0019
      *        joins the expected chain, between EDUS0006 and the merge
      *        executor EDUS0008 that reads its CLUSDUP.
      * VRS003 15.10.2026 - C1276521 - The audit trail verification
      *        EDUS0022 joins the expected chain, right after the
      *        retention purge EDUS0006 whose output it checks.
      * VRS004 15.10.2026 - C1276521 - The downstream notification feed
      *        EDUS0024 and its acknowledgment reconciliation EDUS0025
      *        join the expected chain, after the EDUS0014
      *        reconciliation and before the morning summary EDUS0004.
      * VRS005 15.10.2026 - C1276521 - The parameter gate EDUS0028
      *        joins the expected chain as its first job.
      * VRS006 15.10.2026 - C1276521 - The nightly dictionary unload
      *        EDUS0030 joins the expected chain right after the
      *        parameter gate, ahead of the screening jobs that read
      *        NICKDIC.
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       77  WK18-SW-ESPERADO              PIC  X(001) VALUE 'N'.
           88 WK18-ESPERADO                            VALUE 'S'.
      *-----------------------------------------------------------------
      * Os jobs da esteira noturna, na ordem de execucao - e contra
      * esta lista que o log e conferido; faltar aqui e ser flagrado
      * AUSENTE. EDUS0011 (carga da referencia cruzada com chave),
      * EDUS0014 (reconciliacao) e EDUS0019 (clusters de duplicidade,
      * entrada do EDUS0008) sao noturnos tanto quanto os oito
      * originais, e EDUS0022 (verificacao da trilha de auditoria)
      * roda logo depois do expurgo que ele confere. EDUS0024 (arquivo
      * de notificacao aos receptores) e EDUS0025 (conferencia dos
      * retornos) fecham a esteira antes do resumo da manha. EDUS0028
      * (validacao dos arquivos de parametro) abre a esteira, seguido
      * do EDUS0030 (descarga do dicionario EDUSDIC para o NICKDIC).
      *-----------------------------------------------------------------
       01  WK18-TB-ESPERADOS-VAL.
           03 FILLER                     PIC  X(008) VALUE 'EDUS0028'.
           03 FILLER                     PIC  X(008) VALUE 'EDUS0030'.
           03 FILLER                     PIC  X(008) VALUE 'EDUS0010'.
           03 FILLER                     PIC  X(008) VALUE 'EDUS0002'.
           03 FILLER                     PIC  X(008) VALUE 'EDUS0003'.
           03 FILLER                     PIC  X(008) VALUE 'EDUS0009'.
           03 FILLER                     PIC  X(008) VALUE 'EDUS0005'.
           03 FILLER                     PIC  X(008) VALUE 'EDUS0006'.
           03 FILLER                     PIC  X(008) VALUE 'EDUS0022'.
           03 FILLER                     PIC  X(008) VALUE 'EDUS0019'.
           03 FILLER                     PIC  X(008) VALUE 'EDUS0008'.
           03 FILLER                     PIC  X(008) VALUE 'EDUS0011'.
           03 FILLER                     PIC  X(008) VALUE 'EDUS0014'.
           03 FILLER                     PIC  X(008) VALUE 'EDUS0024'.
           03 FILLER                     PIC  X(008) VALUE 'EDUS0025'.
           03 FILLER                     PIC  X(008) VALUE 'EDUS0004'.
       01  WK18-TB-ESPERADOS REDEFINES WK18-TB-ESPERADOS-VAL.
           03 WK18-NM-ESPERADO OCCURS 16 TIMES
                                         PIC  X(008).
      *-----------------------------------------------------------------
      * Registros do log da noite, carregados inteiros no start-up -
       2000-QUADRO-ESPERADOS              SECTION.
      *-----------------------------------------------------------------
           PERFORM VARYING WK18-IDX-ESP FROM 1 BY 1
                     UNTIL WK18-IDX-ESP GREATER 16
              PERFORM 2100-LISTA-ESPERADO
           END-PERFORM
           .
