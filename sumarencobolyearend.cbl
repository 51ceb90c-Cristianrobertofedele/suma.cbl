      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Fiscal year-end close.  Income and expense
      *           positions used to carry their balances from one
      *           year into the next, so BALMAST never showed a
      *           clean new year and the year's result was never
      *           booked anywhere.  Run on the last business day of
      *           the year, after the December period close has
      *           preserved the pre-closing positions in BALHIST,
      *           this job zeroes every position whose account is
      *           classified income (I) or expense (X) in COAMAST
      *           against the retained-earnings account named in
      *           YECTL.IN, department by department.  Each closing
      *           entry posts BALMAST, is appended to GLFEED.OUT in
      *           the GLREC layout (the trailer is rebuilt so the
      *           feed still proves) and is written to AUDIT.LOG
      *           under operator YEAREND, so the integrity check
      *           can account for it.  The replaced feed is kept as
      *           a new GLFEED generation in GENCAT.DAT, so the feed
      *           sent downstream is the one a reprint or restore
      *           brings back.  The year is logged in
      *           PERIODS.DAT as period AAAA13 and a second close of
      *           the same year is refused unless forced; a forced
      *           rerun only closes whatever has been posted to the
      *           temporary positions since.  YEAREND.RPT lists the
      *           closing entries with a department recap and the
      *           sign-off block for the auditors:
      *               sumarencobolyearend [AAAA] [FORCE]
      *           No year means the year of the business date, and
      *           the business date must fall inside the year being
      *           closed, so the closing entries stay in that year's
      *           month and year buckets.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sumarencobolyearend.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT balance-file ASSIGN TO "BALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS bal-key
               FILE STATUS IS ws-balance-status.
           SELECT coamast-file ASSIGN TO "COAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS com-key
               FILE STATUS IS ws-coamast-status.
           SELECT yearend-ctl-file ASSIGN TO "YECTL.IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-yearend-ctl-status.
           SELECT period-file ASSIGN TO "PERIODS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-period-status.
           SELECT audit-file ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audit-status.
           SELECT gl-file ASSIGN TO "GLFEED.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-gl-status.
           SELECT glnew-file ASSIGN TO "GLFEED.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-glnew-status.
           SELECT yearend-report-file ASSIGN TO "YEAREND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-yearend-report-status.
           SELECT busdate-file ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-busdate-status.
           SELECT gencat-file ASSIGN TO "GENCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-gencat-status.
           SELECT genwork-file ASSIGN TO "GENWORK.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-genwork-status.
       DATA DIVISION.
       FILE SECTION.
       FD  balance-file.
           01 balance-record.
               COPY BALREC.
       FD  coamast-file.
           01 coamast-record.
               COPY COAMREC.
       FD  yearend-ctl-file.
           01 yearend-ctl-record.
               COPY YECREC.
       FD  period-file.
           01 period-record.
               COPY PERREC.
       FD  audit-file.
           01 audit-record.
               COPY AUDITREC.
       FD  gl-file.
           01 gl-record.
               COPY GLREC.
       FD  glnew-file.
           01 glnew-record.
               COPY GLREC REPLACING LEADING ==gl== BY ==gln==.
       FD  yearend-report-file.
           01 yearend-report-line pic x(132).
       FD  busdate-file.
           01 busdate-record.
               COPY BUSREC.
       FD  gencat-file.
           01 gencat-record.
               COPY GENCREC.
       FD  genwork-file.
           01 genwork-record pic x(132).
       WORKING-STORAGE SECTION.
           01 ws-balance-status pic x(2).
           01 ws-coamast-status pic x(2).
           01 ws-yearend-ctl-status pic x(2).
           01 ws-period-status pic x(2).
           01 ws-audit-status pic x(2).
           01 ws-gl-status pic x(2).
           01 ws-glnew-status pic x(2).
           01 ws-yearend-report-status pic x(2).
           01 ws-busdate-status pic x(2).
           01 ws-gencat-status pic x(2).
           01 ws-genwork-status pic x(2).
           01 ws-gencat-eof-flag pic x value "N".
               88 ws-gencat-eof value "Y".
           01 ws-gen-copy-eof-flag pic x value "N".
               88 ws-gen-copy-eof value "Y".
           01 ws-gen-ok-flag pic x value "N".
               88 ws-gen-ok value "Y".
           01 ws-gen-type pic x(8) value spaces.
           01 ws-gen-seq pic 9(2) value zero.
           01 ws-gen-name pic x(21) value spaces.
           01 ws-genwork-name pic x(11) value "GENWORK.TMP".
           01 ws-gen-record-count pic 9(9) value zero.
           01 ws-gen-control-count pic 9(9) value zero.
           01 ws-gen-control-amount-1 pic s9(13)v99 value zero.
           01 ws-gen-control-amount-2 pic s9(13)v99 value zero.
           01 ws-parm-line pic x(20).
           01 ws-parm-token-1 pic x(9).
           01 ws-parm-token-2 pic x(9).
           01 ws-force-flag pic x value "N".
               88 ws-force-mode value "Y".
           01 ws-current-datetime.
               05 ws-cdt-date pic 9(8).
               05 ws-cdt-time pic 9(6).
               05 filler pic x(7).
           01 ws-run-date pic 9(8) value zero.
           01 ws-run-date-split redefines ws-run-date.
               05 ws-run-year pic 9(4).
               05 ws-run-month pic 9(2).
               05 filler pic 9(2).
           01 ws-close-year pic 9(4) value zero.
           01 ws-year-period pic 9(6) value zero.
           01 ws-year-period-split redefines ws-year-period.
               05 ws-yp-year pic 9(4).
               05 ws-yp-month pic 9(2).
           01 ws-december-period pic 9(6) value zero.
           01 ws-december-split redefines ws-december-period.
               05 ws-dp-year pic 9(4).
               05 ws-dp-month pic 9(2).
           01 ws-stop-flag pic x value "N".
               88 ws-stop-run value "Y".
           01 ws-eof-flag pic x value "N".
               88 ws-eof value "Y".
           01 ws-period-eof-flag pic x value "N".
               88 ws-period-eof value "Y".
           01 ws-coa-eof-flag pic x value "N".
               88 ws-coa-eof value "Y".
           01 ws-gl-eof-flag pic x value "N".
               88 ws-gl-eof value "Y".
           01 ws-already-closed-flag pic x value "N".
               88 ws-already-closed value "Y".
           01 ws-december-closed-flag pic x value "N".
               88 ws-december-closed value "Y".
           01 ws-balance-open-flag pic x value "N".
               88 ws-balance-open value "Y".
           01 ws-audit-open-flag pic x value "N".
               88 ws-audit-open value "Y".
           01 ws-glnew-open-flag pic x value "N".
               88 ws-glnew-open value "Y".
           01 ws-balance-found-flag pic x value "N".
               88 ws-balance-found value "Y".
           01 ws-retained-account pic 9(8) value zero.
           01 ws-glnew-name pic x(10) value "GLFEED.TMP".
           01 ws-gl-name pic x(10) value "GLFEED.OUT".
           01 ws-saved-return-code pic s9(4) comp.
           01 ws-gl-record-count pic 9(9) value zero.
           01 ws-gl-debits pic s9(11)v99 value zero.
           01 ws-gl-credits pic s9(11)v99 value zero.
           01 ws-gl-carried-count pic 9(9) value zero.
           01 ws-cls-account pic 9(8) value zero.
           01 ws-cls-class pic x(1) value space.
               88 ws-cls-temporary value "I" "X".
           01 ws-cls-count pic 9(3) value zero.
           01 ws-cls-idx pic 9(3) comp.
           01 ws-cls-found-idx pic 9(3) comp.
           01 ws-cls-table.
               05 ws-cls-entry occurs 300.
                   10 cls-account pic 9(8).
                   10 cls-class pic x(1).
           01 ws-cls-ovfl-flag pic x value "N".
               88 ws-cls-ovfl value "Y".
           01 ws-cls-conflict-count pic 9(5) value zero.
           01 ws-pos-count pic 9(3) value zero.
           01 ws-pos-idx pic 9(3) comp.
           01 ws-pos-table.
               05 ws-pos-entry occurs 500.
                   10 pos-account pic 9(8).
                   10 pos-dept pic x(4).
                   10 pos-class pic x(1).
                   10 pos-amount pic s9(11)v99.
           01 ws-pos-ovfl-flag pic x value "N".
               88 ws-pos-ovfl value "Y".
           01 ws-debit-account pic 9(8) value zero.
           01 ws-credit-account pic 9(8) value zero.
           01 ws-post-dept pic x(4) value spaces.
           01 ws-close-amount pic s9(11)v99 value zero.
           01 ws-remaining pic s9(11)v99 value zero.
           01 ws-chunk pic s9(7)v99 value zero.
           01 ws-chunk-max pic s9(7)v99 value 9999999.99.
           01 ws-post-account pic 9(8) value zero.
           01 ws-post-amount pic s9(11)v99 value zero.
           01 ws-bal-date-split.
               05 ws-bal-year pic 9(4).
               05 ws-bal-month pic 9(2).
               05 filler pic 9(2).
           01 ws-entry-count pic 9(9) value zero.
           01 ws-total-income pic s9(13)v99 value zero.
           01 ws-total-expense pic s9(13)v99 value zero.
           01 ws-total-result pic s9(13)v99 value zero.
           01 ws-dept-count pic 9(3) value zero.
           01 ws-dept-idx pic 9(3) comp.
           01 ws-dept-found-idx pic 9(3) comp.
           01 ws-dept-table.
               05 ws-dept-entry occurs 50.
                   10 ws-dept-id pic x(4).
                   10 ws-dept-income pic s9(11)v99.
                   10 ws-dept-expense pic s9(11)v99.
           01 ws-dept-ovfl-flag pic x value "N".
               88 ws-dept-ovfl value "Y".

           01 ws-yer-header-line.
               05 filler pic x(45) value
                   "SUMARENCOBOL - CIERRE ANUAL DEL EJERCICIO".

           01 ws-yer-year-line.
               05 filler pic x(11) value "EJERCICIO=".
               05 cy-year pic 9(4).
               05 filler pic x(15) value " FECHA CIERRE=".
               05 cy-closed-date pic 9(8).
               05 filler pic x(24) value
                   " RESULTADOS ACUMULADOS=".
               05 cy-retained-account pic 9(8).

           01 ws-yer-column-line.
               05 filler pic x(10) value "CUENTA".
               05 filler pic x(6) value "DEPTO".
               05 filler pic x(7) value "CLASE".
               05 filler pic x(16) value "SALDO CERRADO".
               05 filler pic x(10) value "DEBITO".
               05 filler pic x(10) value "CREDITO".
               05 filler pic x(16) value "IMPORTE".

           01 ws-yer-detail-line.
               05 yd-account pic 9(8).
               05 filler pic x(2) value spaces.
               05 yd-dept pic x(4).
               05 filler pic x(2) value spaces.
               05 yd-class pic x(7).
               05 yd-balance pic -zzzzzzzzzz9.99.
               05 filler pic x(1) value space.
               05 yd-debit pic 9(8).
               05 filler pic x(2) value spaces.
               05 yd-credit pic 9(8).
               05 filler pic x(2) value spaces.
               05 yd-amount pic zzzzzzzzzz9.99.

           01 ws-yer-dept-header-line.
               05 filler pic x(30) value
                   "RESUMEN POR DEPARTAMENTO".

           01 ws-yer-dept-column-line.
               05 filler pic x(14) value "DEPTO".
               05 filler pic x(16) value "INGRESOS".
               05 filler pic x(16) value "GASTOS".
               05 filler pic x(16) value "RESULTADO".

           01 ws-yer-dept-line.
               05 filler pic x(7) value "DEPTO ".
               05 yt-dept pic x(4).
               05 filler pic x(3) value spaces.
               05 yt-income pic -zzzzzzzzzz9.99.
               05 filler pic x(1) value space.
               05 yt-expense pic -zzzzzzzzzz9.99.
               05 filler pic x(1) value space.
               05 yt-result pic -zzzzzzzzzz9.99.

           01 ws-yer-total-line.
               05 filler pic x(14) value "TOTALES:".
               05 ys-income pic -zzzzzzzzzz9.99.
               05 filler pic x(1) value space.
               05 ys-expense pic -zzzzzzzzzz9.99.
               05 filler pic x(1) value space.
               05 ys-result pic -zzzzzzzzzz9.99.

           01 ws-yer-counts-line.
               05 filler pic x(21) value "POSICIONES CERRADAS=".
               05 yc-positions pic zzzzzzzz9.
               05 filler pic x(17) value " ASIENTOS GL/AUD=".
               05 yc-entries pic zzzzzzzz9.

           01 ws-yer-nothing-line.
               05 filler pic x(50) value
                   "SIN POSICIONES DE INGRESO O GASTO PENDIENTES".

           01 ws-yer-signoff-header-line.
               05 filler pic x(30) value "CONFORMIDAD DEL CIERRE".

           01 ws-yer-signoff-prep-line.
               05 filler pic x(60) value
                   "PREPARADO POR: __________________  FECHA: ________".

           01 ws-yer-signoff-acct-line.
               05 filler pic x(60) value
                   "CONTADOR:      __________________  FECHA: ________".

           01 ws-yer-signoff-audit-line.
               05 filler pic x(60) value
                   "AUDITOR:       __________________  FECHA: ________".

           01 ws-yer-closed-line.
               05 filler pic x(30) value
                   "*** EJERCICIO YA CERRADO - ".
               05 yl-year pic 9(4).
               05 filler pic x(23) value " (USE FORCE P/REPETIR)".

           01 ws-yer-refused-line.
               05 filler pic x(16) value "*** RECHAZADO - ".
               05 yr-reason pic x(60).

           01 ws-yer-forced-line.
               05 filler pic x(50) value
                   "*** EJERCICIO YA CERRADO, CIERRE FORZADO".

           01 ws-yer-cls-ovfl-line.
               05 filler pic x(50) value
                   "*** TABLA DE CLASES LLENA, CLASIFICACION PARCIAL".

           01 ws-yer-dept-ovfl-line.
               05 filler pic x(50) value
                   "*** TABLA DE DEPARTAMENTOS LLENA, RESUMEN PARCIAL".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           IF NOT ws-stop-run
               PERFORM 2000-COLLECT-POSITIONS UNTIL ws-eof
               PERFORM 2500-CHECK-COLLECTION
           END-IF.
           IF NOT ws-stop-run
               PERFORM 3000-POST-CLOSING-ENTRIES
           END-IF.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO ws-current-datetime.
           PERFORM 1050-GET-PROCESSING-DATE.
           PERFORM 1100-PARSE-YEAREND-PARMS.
           OPEN OUTPUT yearend-report-file.
           WRITE yearend-report-line FROM ws-yer-header-line.
           PERFORM 1200-CHECK-PERIOD-LOG.
           IF ws-already-closed AND NOT ws-force-mode
               MOVE ws-close-year TO yl-year
               WRITE yearend-report-line FROM ws-yer-closed-line
               DISPLAY "ejercicio " ws-close-year " ya cerrado, use "
                   "FORCE para repetir"
               MOVE "Y" TO ws-stop-flag
               MOVE 16 TO RETURN-CODE
           END-IF.
           IF NOT ws-stop-run
               IF ws-run-year NOT = ws-close-year
                   MOVE "FECHA DE NEGOCIO FUERA DEL EJERCICIO"
                       TO yr-reason
                   PERFORM 1900-REFUSE-CLOSE
               ELSE
                   IF NOT ws-december-closed
                       MOVE "PERIODO DE DICIEMBRE SIN CERRAR"
                           TO yr-reason
                       PERFORM 1900-REFUSE-CLOSE
                   END-IF
               END-IF
           END-IF.
           IF NOT ws-stop-run
               PERFORM 1300-LOAD-RETAINED-ACCOUNT
           END-IF.
           IF NOT ws-stop-run
               PERFORM 1400-LOAD-ACCOUNT-CLASSES
           END-IF.
           IF NOT ws-stop-run
               MOVE ws-close-year TO cy-year
               MOVE ws-run-date TO cy-closed-date
               MOVE ws-retained-account TO cy-retained-account
               WRITE yearend-report-line FROM ws-yer-year-line
               IF ws-already-closed
                   WRITE yearend-report-line FROM ws-yer-forced-line
               END-IF
               IF ws-cls-ovfl
                   WRITE yearend-report-line FROM ws-yer-cls-ovfl-line
               END-IF
               PERFORM 1500-OPEN-CLOSING-FILES
           END-IF.
           IF NOT ws-stop-run
               WRITE yearend-report-line FROM ws-yer-column-line
               PERFORM 2100-READ-NEXT-BALANCE
           END-IF.

      ******************************************************************
      * Same business-date rule as the period close: the closing
      * entries belong to the date on BUSDATE.DAT, with the system
      * date as the fallback when the control file is absent.
      ******************************************************************
       1050-GET-PROCESSING-DATE.
           MOVE ws-cdt-date TO ws-run-date.
           OPEN INPUT busdate-file.
           IF ws-busdate-status NOT = "00"
               DISPLAY "BUSDATE.DAT ausente, se cierra con la fecha "
                   "del sistema " ws-run-date
           ELSE
               READ busdate-file
                   AT END
                       CONTINUE
                   NOT AT END
                       IF bus-proc-date IS NUMERIC
                           AND bus-proc-date > ZERO
                           MOVE bus-proc-date TO ws-run-date
                       END-IF
               END-READ
               CLOSE busdate-file
           END-IF.

       1100-PARSE-YEAREND-PARMS.
           ACCEPT ws-parm-line FROM COMMAND-LINE.
           UNSTRING ws-parm-line DELIMITED BY ALL SPACE
               INTO ws-parm-token-1 ws-parm-token-2.
           MOVE ws-run-year TO ws-close-year.
           IF ws-parm-token-1 = "FORCE" OR ws-parm-token-2 = "FORCE"
               MOVE "Y" TO ws-force-flag
           END-IF.
           IF ws-parm-token-1(1:4) IS NUMERIC
               AND ws-parm-token-1(5:5) = SPACES
               MOVE ws-parm-token-1(1:4) TO ws-close-year
           END-IF.
           MOVE ws-close-year TO ws-yp-year.
           MOVE 13 TO ws-yp-month.
           MOVE ws-close-year TO ws-dp-year.
           MOVE 12 TO ws-dp-month.

      ******************************************************************
      * PERIODS.DAT answers both questions at once: whether this
      * year already has its AAAA13 entry, and whether December was
      * closed - the December snapshot is the only record of the
      * income and expense positions before they are zeroed here.
      ******************************************************************
       1200-CHECK-PERIOD-LOG.
           MOVE "N" TO ws-already-closed-flag.
           MOVE "N" TO ws-december-closed-flag.
           OPEN INPUT period-file.
           IF ws-period-status NOT = "00"
               CONTINUE
           ELSE
               MOVE "N" TO ws-period-eof-flag
               PERFORM UNTIL ws-period-eof
                   READ period-file
                       AT END
                           MOVE "Y" TO ws-period-eof-flag
                       NOT AT END
                           IF per-period = ws-year-period
                               MOVE "Y" TO ws-already-closed-flag
                           END-IF
                           IF per-period = ws-december-period
                               MOVE "Y" TO ws-december-closed-flag
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE period-file
           END-IF.

       1300-LOAD-RETAINED-ACCOUNT.
           MOVE ZERO TO ws-retained-account.
           OPEN INPUT yearend-ctl-file.
           IF ws-yearend-ctl-status NOT = "00"
               DISPLAY "no se pudo abrir YECTL.IN, status "
                   ws-yearend-ctl-status
           ELSE
               READ yearend-ctl-file
                   AT END
                       CONTINUE
                   NOT AT END
                       IF yec-retained-account IS NUMERIC
                           MOVE yec-retained-account
                               TO ws-retained-account
                       END-IF
               END-READ
               CLOSE yearend-ctl-file
           END-IF.
           IF ws-retained-account = ZERO
               MOVE "CUENTA DE RESULTADOS ACUMULADOS NO DEFINIDA"
                   TO yr-reason
               PERFORM 1900-REFUSE-CLOSE
           END-IF.

      ******************************************************************
      * The class of a ledger account lives on the COAMAST mappings
      * that post it, on the debit or the credit side.  An account
      * mapped more than once takes the first class found; a later
      * mapping that disagrees is only reported, so accounting can
      * correct it before the close is rerun.  An account with no
      * class, or posted by no mapping at all, is permanent and is
      * left alone.
      ******************************************************************
       1400-LOAD-ACCOUNT-CLASSES.
           MOVE ZERO TO ws-cls-count.
           OPEN INPUT coamast-file.
           IF ws-coamast-status NOT = "00"
               DISPLAY "no se pudo abrir COAMAST, status "
                   ws-coamast-status
               MOVE "PLAN DE CUENTAS NO DISPONIBLE" TO yr-reason
               PERFORM 1900-REFUSE-CLOSE
           ELSE
               MOVE "N" TO ws-coa-eof-flag
               PERFORM UNTIL ws-coa-eof
                   READ coamast-file
                       AT END
                           MOVE "Y" TO ws-coa-eof-flag
                       NOT AT END
                           MOVE com-debit-account TO ws-cls-account
                           MOVE com-debit-class TO ws-cls-class
                           PERFORM 1450-ADD-ACCOUNT-CLASS
                           MOVE com-credit-account TO ws-cls-account
                           MOVE com-credit-class TO ws-cls-class
                           PERFORM 1450-ADD-ACCOUNT-CLASS
                   END-READ
               END-PERFORM
               CLOSE coamast-file
           END-IF.
           IF ws-cls-conflict-count > ZERO
               DISPLAY ws-cls-conflict-count " cuentas con clase "
                   "contradictoria en COAMAST, se usa la primera"
           END-IF.

       1450-ADD-ACCOUNT-CLASS.
           IF ws-cls-account > ZERO AND ws-cls-class NOT = SPACE
               PERFORM 1460-FIND-ACCOUNT-CLASS
               IF ws-cls-found-idx = ZERO
                   IF ws-cls-count < 300
                       ADD 1 TO ws-cls-count
                       MOVE ws-cls-account TO cls-account(ws-cls-count)
                       MOVE ws-cls-class TO cls-class(ws-cls-count)
                   ELSE
                       MOVE "Y" TO ws-cls-ovfl-flag
                   END-IF
               ELSE
                   IF cls-class(ws-cls-found-idx) NOT = ws-cls-class
                       ADD 1 TO ws-cls-conflict-count
                       DISPLAY "cuenta " ws-cls-account " clase "
                           cls-class(ws-cls-found-idx) " y "
                           ws-cls-class " en COAMAST"
                   END-IF
               END-IF
           END-IF.

       1460-FIND-ACCOUNT-CLASS.
           MOVE ZERO TO ws-cls-found-idx.
           PERFORM VARYING ws-cls-idx FROM 1 BY 1
                   UNTIL ws-cls-idx > ws-cls-count
               IF cls-account(ws-cls-idx) = ws-cls-account
                   MOVE ws-cls-idx TO ws-cls-found-idx
                   MOVE ws-cls-count TO ws-cls-idx
               END-IF
           END-PERFORM.

      ******************************************************************
      * Every file the close writes is opened before anything is
      * posted, so a missing file stops the run with BALMAST
      * untouched.  The GL feed is rebuilt through GLFEED.TMP: the
      * night's details are carried over, the closing entries go
      * after them and the trailer is recomputed over the lot.
      ******************************************************************
       1500-OPEN-CLOSING-FILES.
           OPEN I-O balance-file.
           IF ws-balance-status NOT = "00"
               DISPLAY "no se pudo abrir BALMAST, status "
                   ws-balance-status
               MOVE "BALMAST NO DISPONIBLE" TO yr-reason
               PERFORM 1900-REFUSE-CLOSE
           ELSE
               MOVE "Y" TO ws-balance-open-flag
           END-IF.
           IF NOT ws-stop-run
               OPEN EXTEND audit-file
               IF ws-audit-status = "35"
                   OPEN OUTPUT audit-file
               END-IF
               IF ws-audit-status NOT = "00"
                   DISPLAY "no se pudo abrir AUDIT.LOG, status "
                       ws-audit-status
                   MOVE "AUDIT.LOG NO DISPONIBLE" TO yr-reason
                   PERFORM 1900-REFUSE-CLOSE
               ELSE
                   MOVE "Y" TO ws-audit-open-flag
               END-IF
           END-IF.
           IF NOT ws-stop-run
               PERFORM 1550-CARRY-GL-FEED
           END-IF.

       1550-CARRY-GL-FEED.
           OPEN OUTPUT glnew-file.
           IF ws-glnew-status NOT = "00"
               DISPLAY "no se pudo abrir GLFEED.TMP, status "
                   ws-glnew-status
               MOVE "GLFEED.TMP NO DISPONIBLE" TO yr-reason
               PERFORM 1900-REFUSE-CLOSE
           ELSE
               MOVE "Y" TO ws-glnew-open-flag
               OPEN INPUT gl-file
               IF ws-gl-status = "00"
                   MOVE "N" TO ws-gl-eof-flag
                   PERFORM UNTIL ws-gl-eof
                       READ gl-file
                           AT END
                               MOVE "Y" TO ws-gl-eof-flag
                           NOT AT END
                               IF gl-is-detail
                                   PERFORM 1560-CARRY-GL-DETAIL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE gl-file
               END-IF
           END-IF.

       1560-CARRY-GL-DETAIL.
           WRITE glnew-record FROM gl-record.
           ADD 1 TO ws-gl-record-count.
           ADD 1 TO ws-gl-carried-count.
           IF gl-dr-cr = "D"
               ADD gl-amount TO ws-gl-debits
           ELSE
               ADD gl-amount TO ws-gl-credits
           END-IF.

       1900-REFUSE-CLOSE.
           WRITE yearend-report-line FROM ws-yer-refused-line.
           DISPLAY "cierre anual " ws-close-year " rechazado: "
               yr-reason.
           MOVE "Y" TO ws-stop-flag.
           MOVE "Y" TO ws-eof-flag.
           IF RETURN-CODE < 12
               MOVE 12 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * First pass: tabulate every temporary position with a balance
      * to close.  The retained-earnings account itself is never a
      * closing candidate even if misclassified.  Nothing is posted
      * until the whole master has been read, so a table overflow
      * refuses the close instead of leaving it half done.
      ******************************************************************
       2000-COLLECT-POSITIONS.
           MOVE bal-account TO ws-cls-account.
           PERFORM 1460-FIND-ACCOUNT-CLASS.
           IF ws-cls-found-idx > ZERO
               AND bal-current NOT = ZERO
               AND bal-account NOT = ws-retained-account
               MOVE cls-class(ws-cls-found-idx) TO ws-cls-class
               IF ws-cls-temporary
                   IF ws-pos-count < 500
                       ADD 1 TO ws-pos-count
                       MOVE bal-account TO pos-account(ws-pos-count)
                       MOVE bal-dept TO pos-dept(ws-pos-count)
                       MOVE ws-cls-class TO pos-class(ws-pos-count)
                       MOVE bal-current TO pos-amount(ws-pos-count)
                   ELSE
                       MOVE "Y" TO ws-pos-ovfl-flag
                   END-IF
               END-IF
           END-IF.
           PERFORM 2100-READ-NEXT-BALANCE.

       2100-READ-NEXT-BALANCE.
           READ balance-file NEXT RECORD
               AT END
                   MOVE "Y" TO ws-eof-flag
           END-READ.

       2500-CHECK-COLLECTION.
           IF ws-pos-ovfl
               MOVE "MAS DE 500 POSICIONES A CERRAR" TO yr-reason
               PERFORM 1900-REFUSE-CLOSE
           END-IF.
           IF NOT ws-stop-run AND ws-pos-count = ZERO
               WRITE yearend-report-line FROM ws-yer-nothing-line
           END-IF.

      ******************************************************************
      * A credit (negative) balance - normal for income - closes by
      * debiting the position and crediting retained earnings; a
      * debit balance - normal for expense - the other way round.
      * Either way the position ends at zero and the department's
      * result lands in its retained-earnings position.
      ******************************************************************
       3000-POST-CLOSING-ENTRIES.
           PERFORM VARYING ws-pos-idx FROM 1 BY 1
                   UNTIL ws-pos-idx > ws-pos-count
               MOVE pos-dept(ws-pos-idx) TO ws-post-dept
               IF pos-amount(ws-pos-idx) < ZERO
                   MOVE pos-account(ws-pos-idx) TO ws-debit-account
                   MOVE ws-retained-account TO ws-credit-account
                   COMPUTE ws-close-amount =
                       ZERO - pos-amount(ws-pos-idx)
               ELSE
                   MOVE ws-retained-account TO ws-debit-account
                   MOVE pos-account(ws-pos-idx) TO ws-credit-account
                   MOVE pos-amount(ws-pos-idx) TO ws-close-amount
               END-IF
               PERFORM 3100-WRITE-CLOSING-LINE
               MOVE ws-close-amount TO ws-remaining
               PERFORM 3200-POST-CLOSING-CHUNK
                   UNTIL ws-remaining = ZERO
               PERFORM 3500-ACCUMULATE-DEPARTMENT
           END-PERFORM.

       3100-WRITE-CLOSING-LINE.
           MOVE pos-account(ws-pos-idx) TO yd-account.
           MOVE pos-dept(ws-pos-idx) TO yd-dept.
           IF pos-class(ws-pos-idx) = "I"
               MOVE "INGRESO" TO yd-class
           ELSE
               MOVE "GASTO" TO yd-class
           END-IF.
           MOVE pos-amount(ws-pos-idx) TO yd-balance.
           MOVE ws-debit-account TO yd-debit.
           MOVE ws-credit-account TO yd-credit.
           MOVE ws-close-amount TO yd-amount.
           WRITE yearend-report-line FROM ws-yer-detail-line.

      ******************************************************************
      * The audit trail carries amounts of at most 9,999,999.99, so
      * a larger balance is closed in as many entries as it takes;
      * each entry is posted to GL, AUDIT.LOG and BALMAST together,
      * the way the batch posts a detail.
      ******************************************************************
       3200-POST-CLOSING-CHUNK.
           IF ws-remaining > ws-chunk-max
               MOVE ws-chunk-max TO ws-chunk
           ELSE
               MOVE ws-remaining TO ws-chunk
           END-IF.
           SUBTRACT ws-chunk FROM ws-remaining.
           PERFORM 3300-WRITE-GL-PAIR.
           PERFORM 3350-WRITE-AUDIT-RECORD.
           MOVE ws-debit-account TO ws-post-account.
           MOVE ws-chunk TO ws-post-amount.
           PERFORM 3400-POST-ONE-BALANCE.
           MOVE ws-credit-account TO ws-post-account.
           COMPUTE ws-post-amount = ZERO - ws-chunk.
           PERFORM 3400-POST-ONE-BALANCE.
           ADD 1 TO ws-entry-count.

       3300-WRITE-GL-PAIR.
           MOVE SPACES TO glnew-record.
           MOVE "D" TO gln-rec-type.
           MOVE ws-run-date TO gln-batch-date.
           MOVE ws-debit-account TO gln-account.
           MOVE ws-post-dept TO gln-dept.
           MOVE "D" TO gln-dr-cr.
           MOVE ws-chunk TO gln-amount.
           WRITE glnew-record.
           ADD 1 TO ws-gl-record-count.
           ADD ws-chunk TO ws-gl-debits.
           MOVE "D" TO gln-rec-type.
           MOVE ws-run-date TO gln-batch-date.
           MOVE ws-credit-account TO gln-account.
           MOVE ws-post-dept TO gln-dept.
           MOVE "C" TO gln-dr-cr.
           MOVE ws-chunk TO gln-amount.
           WRITE glnew-record.
           ADD 1 TO ws-gl-record-count.
           ADD ws-chunk TO ws-gl-credits.

       3350-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO ws-current-datetime.
           MOVE ws-run-date TO aud-date.
           MOVE ws-cdt-time TO aud-time.
           MOVE ws-chunk TO aud-num1.
           MOVE ZERO TO aud-num2.
           MOVE "Y" TO aud-op-code.
           MOVE ws-chunk TO aud-resultado.
           MOVE "YEAREND" TO aud-operator.
           MOVE ws-post-dept TO aud-dept.
           MOVE ws-debit-account TO aud-debit-account.
           MOVE ws-credit-account TO aud-credit-account.
           WRITE audit-record.

      ******************************************************************
      * Same rollover as 2083-POST-ONE-BALANCE in the batch, so the
      * integrity check recomputes exactly what is written here.
      ******************************************************************
       3400-POST-ONE-BALANCE.
           MOVE ws-post-account TO bal-account.
           MOVE ws-post-dept TO bal-dept.
           READ balance-file
               INVALID KEY
                   MOVE "N" TO ws-balance-found-flag
                   MOVE ws-post-account TO bal-account
                   MOVE ws-post-dept TO bal-dept
                   MOVE ZERO TO bal-current
                   MOVE ZERO TO bal-mtd
                   MOVE ZERO TO bal-ytd
                   MOVE ZERO TO bal-post-count
                   MOVE ZERO TO bal-last-date
               NOT INVALID KEY
                   MOVE "Y" TO ws-balance-found-flag
           END-READ.
           MOVE bal-last-date TO ws-bal-date-split.
           IF bal-last-date > ZERO
               IF ws-bal-year NOT = ws-run-year
                   MOVE ZERO TO bal-ytd
                   MOVE ZERO TO bal-mtd
               ELSE
                   IF ws-bal-month NOT = ws-run-month
                       MOVE ZERO TO bal-mtd
                   END-IF
               END-IF
           END-IF.
           ADD ws-post-amount TO bal-current.
           ADD ws-post-amount TO bal-mtd.
           ADD ws-post-amount TO bal-ytd.
           ADD 1 TO bal-post-count.
           MOVE ws-run-date TO bal-last-date.
           IF ws-balance-found
               REWRITE balance-record
           ELSE
               WRITE balance-record
           END-IF.

       3500-ACCUMULATE-DEPARTMENT.
           MOVE ZERO TO ws-dept-found-idx.
           PERFORM VARYING ws-dept-idx FROM 1 BY 1
                   UNTIL ws-dept-idx > ws-dept-count
               IF ws-dept-id(ws-dept-idx) = ws-post-dept
                   MOVE ws-dept-idx TO ws-dept-found-idx
                   MOVE ws-dept-count TO ws-dept-idx
               END-IF
           END-PERFORM.
           IF ws-dept-found-idx = ZERO
               IF ws-dept-count < 50
                   ADD 1 TO ws-dept-count
                   MOVE ws-dept-count TO ws-dept-found-idx
                   MOVE ws-post-dept TO ws-dept-id(ws-dept-found-idx)
                   MOVE ZERO TO ws-dept-income(ws-dept-found-idx)
                   MOVE ZERO TO ws-dept-expense(ws-dept-found-idx)
               ELSE
                   MOVE "Y" TO ws-dept-ovfl-flag
               END-IF
           END-IF.
           IF pos-class(ws-pos-idx) = "I"
               SUBTRACT pos-amount(ws-pos-idx) FROM ws-total-income
               IF ws-dept-found-idx > ZERO
                   SUBTRACT pos-amount(ws-pos-idx)
                       FROM ws-dept-income(ws-dept-found-idx)
               END-IF
           ELSE
               ADD pos-amount(ws-pos-idx) TO ws-total-expense
               IF ws-dept-found-idx > ZERO
                   ADD pos-amount(ws-pos-idx)
                       TO ws-dept-expense(ws-dept-found-idx)
               END-IF
           END-IF.

       9000-TERMINATE.
           IF NOT ws-stop-run
               PERFORM 9200-WRITE-CLOSING-SUMMARY
               PERFORM 9300-REPLACE-GL-FEED
               PERFORM 9100-REGISTER-CLOSED-YEAR
           END-IF.
           IF ws-glnew-open
               CLOSE glnew-file
           END-IF.
           IF ws-audit-open
               CLOSE audit-file
           END-IF.
           IF ws-balance-open
               CLOSE balance-file
           END-IF.
           CLOSE yearend-report-file.
           DISPLAY "cierre anual " ws-close-year ": " ws-pos-count
               " posiciones cerradas, " ws-entry-count " asientos".

       9100-REGISTER-CLOSED-YEAR.
           OPEN EXTEND period-file.
           IF ws-period-status = "35"
               OPEN OUTPUT period-file
           END-IF.
           IF ws-period-status NOT = "00"
               DISPLAY "no se pudo abrir PERIODS.DAT, status "
                   ws-period-status ", ejercicio sin marcar cerrado"
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE ws-year-period TO per-period
               MOVE ws-run-date TO per-closed-date
               MOVE ws-pos-count TO per-record-count
               MOVE ws-total-result TO per-total-current
               WRITE period-record
               CLOSE period-file
           END-IF.

       9200-WRITE-CLOSING-SUMMARY.
           COMPUTE ws-total-result = ws-total-income - ws-total-expense.
           IF ws-pos-count > ZERO
               WRITE yearend-report-line FROM ws-yer-dept-header-line
               WRITE yearend-report-line FROM ws-yer-dept-column-line
               PERFORM VARYING ws-dept-idx FROM 1 BY 1
                       UNTIL ws-dept-idx > ws-dept-count
                   MOVE ws-dept-id(ws-dept-idx) TO yt-dept
                   MOVE ws-dept-income(ws-dept-idx) TO yt-income
                   MOVE ws-dept-expense(ws-dept-idx) TO yt-expense
                   COMPUTE yt-result = ws-dept-income(ws-dept-idx)
                       - ws-dept-expense(ws-dept-idx)
                   WRITE yearend-report-line FROM ws-yer-dept-line
               END-PERFORM
               IF ws-dept-ovfl
                   WRITE yearend-report-line FROM ws-yer-dept-ovfl-line
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE ws-total-income TO ys-income
               MOVE ws-total-expense TO ys-expense
               MOVE ws-total-result TO ys-result
               WRITE yearend-report-line FROM ws-yer-total-line
           END-IF.
           MOVE ws-pos-count TO yc-positions.
           MOVE ws-entry-count TO yc-entries.
           WRITE yearend-report-line FROM ws-yer-counts-line.
           MOVE SPACES TO yearend-report-line.
           WRITE yearend-report-line.
           WRITE yearend-report-line FROM ws-yer-signoff-header-line.
           MOVE SPACES TO yearend-report-line.
           WRITE yearend-report-line.
           WRITE yearend-report-line FROM ws-yer-signoff-prep-line.
           MOVE SPACES TO yearend-report-line.
           WRITE yearend-report-line.
           WRITE yearend-report-line FROM ws-yer-signoff-acct-line.
           MOVE SPACES TO yearend-report-line.
           WRITE yearend-report-line.
           WRITE yearend-report-line FROM ws-yer-signoff-audit-line.

      ******************************************************************
      * The rebuilt feed only replaces GLFEED.OUT once its trailer
      * is written; if the rename fails the original feed is still
      * in place and the closing entries wait in GLFEED.TMP, so the
      * run ends severe and operations sends the temporary file.
      ******************************************************************
       9300-REPLACE-GL-FEED.
           MOVE SPACES TO glnew-record.
           MOVE "T" TO gln-rec-type.
           MOVE ws-gl-record-count TO gln-trl-count.
           MOVE ws-gl-debits TO gln-trl-debits.
           MOVE ws-gl-credits TO gln-trl-credits.
           WRITE glnew-record.
           CLOSE glnew-file.
           MOVE "N" TO ws-glnew-open-flag.
           MOVE RETURN-CODE TO ws-saved-return-code.
           CALL "CBL_RENAME_FILE" USING ws-glnew-name ws-gl-name.
           IF RETURN-CODE NOT = ZERO
               DISPLAY "no se pudo renombrar GLFEED.TMP a "
                   "GLFEED.OUT, asientos de cierre en GLFEED.TMP"
               IF ws-saved-return-code > 12
                   MOVE ws-saved-return-code TO RETURN-CODE
               ELSE
                   MOVE 12 TO RETURN-CODE
               END-IF
           ELSE
               MOVE ws-saved-return-code TO RETURN-CODE
               PERFORM 9950-TAKE-GENERATIONS
           END-IF.

       9950-TAKE-GENERATIONS.
           MOVE "GLFEED" TO ws-gen-type.
           MOVE ws-gl-record-count TO ws-gen-control-count.
           MOVE ws-gl-debits TO ws-gen-control-amount-1.
           MOVE ws-gl-credits TO ws-gen-control-amount-2.
           PERFORM 9955-OPEN-GENERATION.
           IF ws-gen-ok
               OPEN INPUT gl-file
               IF ws-gl-status NOT = "00"
                   DISPLAY "no se pudo releer GLFEED.OUT, status "
                       ws-gl-status ", " ws-gen-name " no guardado"
                   PERFORM 9962-DROP-GENERATION
               ELSE
                   PERFORM UNTIL ws-gen-copy-eof
                       READ gl-file
                           AT END
                               MOVE "Y" TO ws-gen-copy-eof-flag
                           NOT AT END
                               WRITE genwork-record FROM gl-record
                               ADD 1 TO ws-gen-record-count
                       END-READ
                   END-PERFORM
                   CLOSE gl-file
                   PERFORM 9960-PLACE-GENERATION
               END-IF
           END-IF.

      ******************************************************************
      * Opens the next generation of ws-gen-type for the business
      * date: the sequence follows the highest one catalogued for
      * that type and date, so a rerun keeps its own copy beside the
      * first run's.  Sequence 99 is the last one a day can have.
      ******************************************************************
       9955-OPEN-GENERATION.
           MOVE "N" TO ws-gen-ok-flag.
           MOVE "N" TO ws-gen-copy-eof-flag.
           MOVE ZERO TO ws-gen-record-count.
           PERFORM 9956-FIND-LAST-GENERATION.
           IF ws-gen-seq >= 99
               DISPLAY "no quedan generaciones de " ws-gen-type
                   " para " ws-run-date ", copia no guardada"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO ws-gen-seq
               MOVE SPACES TO ws-gen-name
               STRING ws-gen-type DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   ws-run-date DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   ws-gen-seq DELIMITED BY SIZE
                   INTO ws-gen-name
               OPEN OUTPUT genwork-file
               IF ws-genwork-status NOT = "00"
                   DISPLAY "no se pudo abrir GENWORK.TMP, status "
                       ws-genwork-status ", " ws-gen-name
                       " no guardado"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   MOVE "Y" TO ws-gen-ok-flag
               END-IF
           END-IF.

       9956-FIND-LAST-GENERATION.
           MOVE ZERO TO ws-gen-seq.
           OPEN INPUT gencat-file.
           IF ws-gencat-status = "00"
               MOVE "N" TO ws-gencat-eof-flag
               PERFORM UNTIL ws-gencat-eof
                   READ gencat-file
                       AT END
                           MOVE "Y" TO ws-gencat-eof-flag
                       NOT AT END
                           IF gen-generation
                               AND gen-type = ws-gen-type
                               AND gen-bus-date = ws-run-date
                               AND gen-seq > ws-gen-seq
                               MOVE gen-seq TO ws-gen-seq
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE gencat-file
           END-IF.

      ******************************************************************
      * The copy goes under its dated name by rename (an ASSIGN
      * data-name is resolved externally in this dialect) and is
      * then catalogued.  A failed rename leaves GENWORK.TMP for
      * the operator; the working file itself is untouched.
      ******************************************************************
       9960-PLACE-GENERATION.
           CLOSE genwork-file.
           MOVE RETURN-CODE TO ws-saved-return-code.
           CALL "CBL_RENAME_FILE" USING ws-genwork-name ws-gen-name.
           IF RETURN-CODE NOT = ZERO
               DISPLAY "no se pudo renombrar GENWORK.TMP a "
                   ws-gen-name
               IF ws-saved-return-code > 4
                   MOVE ws-saved-return-code TO RETURN-CODE
               ELSE
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE ws-saved-return-code TO RETURN-CODE
               PERFORM 9965-CATALOGUE-GENERATION
           END-IF.

       9962-DROP-GENERATION.
           CLOSE genwork-file.
           MOVE RETURN-CODE TO ws-saved-return-code.
           CALL "CBL_DELETE_FILE" USING ws-genwork-name.
           IF ws-saved-return-code > 4
               MOVE ws-saved-return-code TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.

       9965-CATALOGUE-GENERATION.
           MOVE FUNCTION CURRENT-DATE TO ws-current-datetime.
           OPEN EXTEND gencat-file.
           IF ws-gencat-status = "35"
               OPEN OUTPUT gencat-file
           END-IF.
           IF ws-gencat-status NOT = "00"
               DISPLAY "no se pudo abrir GENCAT.DAT, status "
                   ws-gencat-status ", " ws-gen-name " sin catalogar"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE SPACES TO gencat-record
               MOVE "G" TO gen-rec-type
               MOVE ws-gen-type TO gen-type
               MOVE ws-run-date TO gen-bus-date
               MOVE ws-gen-seq TO gen-seq
               MOVE ws-gen-name TO gen-name
               MOVE "YEAREND" TO gen-job
               MOVE SPACES TO gen-submission-id
               MOVE ws-cdt-date TO gen-stamp-date
               MOVE ws-cdt-time TO gen-stamp-time
               MOVE ws-gen-record-count TO gen-record-count
               MOVE ws-gen-control-count TO gen-control-count
               MOVE ws-gen-control-amount-1 TO gen-control-amount-1
               MOVE ws-gen-control-amount-2 TO gen-control-amount-2
               WRITE gencat-record
               CLOSE gencat-file
           END-IF.
       END PROGRAM sumarencobolyearend.
