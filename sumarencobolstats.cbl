      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Monthly operations volume report over RUNHIST.DAT,
      *           the statistics the batch, the collector and the GL
      *           acknowledgment append at the end of every run.
      *           Shows the batch volume day by day (dispositions,
      *           reject rate, GL details sent and bounced, elapsed
      *           time), the same volumes per department by day and
      *           for the month, rejects by reason, the elapsed-time
      *           trend over the twelve months ending with the one
      *           reported, and the collector's receipts.  A day
      *           whose volume or elapsed time exceeds the month's
      *           daily average by more than the threshold (percent,
      *           50 unless given) is flagged VV or TT, a month of the
      *           trend likewise TT, and a department whose reject
      *           rate exceeds the overall rate by the same margin RR;
      *           any flag ends the job with return code 4:
      *               sumarencobolstats [AAAAMM] [PCT]
      *           No period means the month of the business date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sumarencobolstats.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT runhist-file ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-runhist-status.
           SELECT stats-report-file ASSIGN TO "STATS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-stats-report-status.
           SELECT busdate-file ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-busdate-status.
       DATA DIVISION.
       FILE SECTION.
       FD  runhist-file.
           01 runhist-record.
               COPY RUNSTREC.
       FD  stats-report-file.
           01 stats-report-line pic x(132).
       FD  busdate-file.
           01 busdate-record.
               COPY BUSREC.
       WORKING-STORAGE SECTION.
           01 ws-runhist-status pic x(2).
           01 ws-stats-report-status pic x(2).
           01 ws-busdate-status pic x(2).
           01 ws-parm-line pic x(20).
           01 ws-parm-token-1 pic x(9).
           01 ws-parm-token-2 pic x(9).
           01 ws-parm-token pic x(9).
           01 ws-current-datetime.
               05 ws-cdt-date pic 9(8).
               05 ws-cdt-time pic 9(6).
               05 filler pic x(7).
           01 ws-run-date pic 9(8) value zero.
           01 ws-run-date-split redefines ws-run-date.
               05 ws-run-period pic 9(6).
               05 filler pic 9(2).
           01 ws-report-period pic 9(6) value zero.
           01 ws-report-period-split redefines ws-report-period.
               05 ws-report-year pic 9(4).
               05 ws-report-month pic 9(2).
           01 ws-threshold-pct pic 9(3) value 50.
           01 ws-stop-flag pic x value "N".
               88 ws-stop-run value "Y".
           01 ws-hist-eof-flag pic x value "N".
               88 ws-hist-eof value "Y".
           01 ws-hist-open-flag pic x value "N".
               88 ws-hist-open value "Y".
           01 ws-in-period-flag pic x value "N".
               88 ws-in-period value "Y".
           01 ws-row-date pic 9(8) value zero.
           01 ws-row-date-split redefines ws-row-date.
               05 ws-row-period pic 9(6).
               05 ws-row-day pic 9(2).
           01 ws-row-period-split redefines ws-row-date.
               05 ws-row-year pic 9(4).
               05 ws-row-month pic 9(2).
               05 filler pic 9(2).
           01 ws-report-month-no pic 9(6) value zero.
           01 ws-row-month-no pic 9(6) value zero.
           01 ws-month-offset pic s9(6) value zero.
           01 ws-trend-period pic 9(6) value zero.
           01 ws-trend-period-split redefines ws-trend-period.
               05 ws-trend-year pic 9(4).
               05 ws-trend-month pic 9(2).
           01 ws-time-work pic 9(6) value zero.
           01 ws-time-split redefines ws-time-work.
               05 ws-time-hh pic 9(2).
               05 ws-time-mm pic 9(2).
               05 ws-time-ss pic 9(2).
           01 ws-start-secs pic 9(5) value zero.
           01 ws-end-secs pic 9(5) value zero.
           01 ws-elapsed-secs pic s9(9) value zero.
           01 ws-pct-part pic 9(11) value zero.
           01 ws-pct-whole pic 9(11) value zero.
           01 ws-pct-result pic 9(3)v9 value zero.
           01 ws-month-rows pic 9(7) value zero.
           01 ws-flagged-count pic 9(5) value zero.

      * Batch, acknowledgment and collector figures per day of the
      * month reported.
           01 ws-day-idx pic 9(2) comp.
           01 ws-day-table.
               05 ws-day-entry occurs 31.
                   10 ws-day-runs pic 9(3).
                   10 ws-day-processed pic 9(9).
                   10 ws-day-posted pic 9(9).
                   10 ws-day-rejected pic 9(9).
                   10 ws-day-held pic 9(9).
                   10 ws-day-warehoused pic 9(9).
                   10 ws-day-elapsed pic 9(9).
                   10 ws-day-max-rc pic 9(3).
                   10 ws-day-gl-sent pic 9(9).
                   10 ws-day-gl-bounced pic 9(9).
                   10 ws-day-col-runs pic 9(3).
                   10 ws-day-col-clean pic 9(5).
                   10 ws-day-col-held pic 9(5).
                   10 ws-day-col-merged pic 9(9).
                   10 ws-day-col-rec-held pic 9(9).
                   10 ws-day-col-elapsed pic 9(9).
           01 ws-batch-days pic 9(2) value zero.
           01 ws-collect-days pic 9(2) value zero.
           01 ws-mon-runs pic 9(5) value zero.
           01 ws-mon-processed pic 9(11) value zero.
           01 ws-mon-posted pic 9(11) value zero.
           01 ws-mon-rejected pic 9(11) value zero.
           01 ws-mon-held pic 9(11) value zero.
           01 ws-mon-warehoused pic 9(11) value zero.
           01 ws-mon-elapsed pic 9(11) value zero.
           01 ws-mon-max-rc pic 9(3) value zero.
           01 ws-mon-gl-sent pic 9(11) value zero.
           01 ws-mon-gl-bounced pic 9(11) value zero.
           01 ws-mon-col-runs pic 9(5) value zero.
           01 ws-mon-col-clean pic 9(7) value zero.
           01 ws-mon-col-held pic 9(7) value zero.
           01 ws-mon-col-merged pic 9(11) value zero.
           01 ws-mon-col-rec-held pic 9(11) value zero.
           01 ws-mon-col-elapsed pic 9(11) value zero.
           01 ws-avg-processed pic 9(9) value zero.
           01 ws-avg-elapsed pic 9(9) value zero.
           01 ws-limit-processed pic 9(11) value zero.
           01 ws-limit-elapsed pic 9(11) value zero.

      * Department volumes per day of the month reported.
           01 ws-dept-count pic 9(3) value zero.
           01 ws-dept-idx pic 9(3) comp.
           01 ws-dept-found-idx pic 9(3) comp.
           01 ws-dept-table.
               05 ws-dept-entry occurs 50.
                   10 ws-dept-id pic x(4).
                   10 ws-dept-day occurs 31.
                       15 ws-dd-processed pic 9(7).
                       15 ws-dd-posted pic 9(7).
                       15 ws-dd-rejected pic 9(7).
                       15 ws-dd-held pic 9(7).
           01 ws-dept-ovfl-flag pic x value "N".
               88 ws-dept-ovfl value "Y".
           01 ws-dpt-processed pic 9(9) value zero.
           01 ws-dpt-posted pic 9(9) value zero.
           01 ws-dpt-rejected pic 9(9) value zero.
           01 ws-dpt-held pic 9(9) value zero.
           01 ws-overall-reject-pct pic 9(3)v9 value zero.
           01 ws-limit-reject-pct pic 9(5)v9 value zero.

      * Rejects by reason code for the month reported.
           01 ws-rsn-count pic 9(2) value zero.
           01 ws-rsn-idx pic 9(2) comp.
           01 ws-rsn-found-idx pic 9(2) comp.
           01 ws-rsn-table.
               05 ws-rsn-entry occurs 30.
                   10 ws-rsn-code pic x(2).
                   10 ws-rsn-total pic 9(9).
           01 ws-rsn-sum pic 9(11) value zero.

      * Batch runs per month, oldest first, the twelfth entry being
      * the month reported.
           01 ws-trend-idx pic 9(2) comp.
           01 ws-trend-table.
               05 ws-trend-entry occurs 12.
                   10 ws-trn-period pic 9(6).
                   10 ws-trn-runs pic 9(5).
                   10 ws-trn-processed pic 9(11).
                   10 ws-trn-rejected pic 9(11).
                   10 ws-trn-gl-sent pic 9(11).
                   10 ws-trn-gl-bounced pic 9(11).
                   10 ws-trn-elapsed pic 9(11).
                   10 ws-trn-max-elapsed pic 9(9).
           01 ws-trn-avg-elapsed pic 9(9) value zero.
           01 ws-trn-all-runs pic 9(7) value zero.
           01 ws-trn-all-elapsed pic 9(13) value zero.
           01 ws-trn-overall-avg pic 9(9) value zero.
           01 ws-trn-limit pic 9(11) value zero.

           01 ws-str-header-line.
               05 filler pic x(45) value
                   "SUMARENCOBOL - ESTADISTICAS DE OPERACION".

           01 ws-str-period-line.
               05 filler pic x(9) value "PERIODO=".
               05 sp-period pic 9(6).
               05 filler pic x(9) value " UMBRAL=".
               05 sp-threshold pic zz9.
               05 filler pic x(22) value "% SOBRE PROMEDIO".
               05 filler pic x(7) value "FECHA=".
               05 sp-run-date pic 9(8).

           01 ws-str-section-line.
               05 filler pic x(4) value "--- ".
               05 ss-title pic x(50).

           01 ws-str-day-column-line.
               05 filler pic x(8) value "FECHA".
               05 filler pic x(4) value " COR".
               05 filler pic x(10) value " PROCESADO".
               05 filler pic x(10) value " ASENTADOS".
               05 filler pic x(10) value " RECHAZADO".
               05 filler pic x(10) value " RETENIDOS".
               05 filler pic x(10) value " ALMACENAD".
               05 filler pic x(6) value " %RECH".
               05 filler pic x(10) value " DETALL-GL".
               05 filler pic x(10) value " DEVUEL-GL".
               05 filler pic x(6) value " %DEVL".
               05 filler pic x(8) value " DURAC-S".
               05 filler pic x(4) value "  RC".
               05 filler pic x(8) value "  MARCAS".

           01 ws-str-day-line.
               05 dv-label pic x(8).
               05 filler pic x(1) value space.
               05 dv-runs pic zz9.
               05 filler pic x(1) value space.
               05 dv-processed pic zzzzzzzz9.
               05 filler pic x(1) value space.
               05 dv-posted pic zzzzzzzz9.
               05 filler pic x(1) value space.
               05 dv-rejected pic zzzzzzzz9.
               05 filler pic x(1) value space.
               05 dv-held pic zzzzzzzz9.
               05 filler pic x(1) value space.
               05 dv-warehoused pic zzzzzzzz9.
               05 filler pic x(1) value space.
               05 dv-reject-pct pic zz9.9.
               05 filler pic x(1) value space.
               05 dv-gl-sent pic zzzzzzzz9.
               05 filler pic x(1) value space.
               05 dv-gl-bounced pic zzzzzzzz9.
               05 filler pic x(1) value space.
               05 dv-bounce-pct pic zz9.9.
               05 filler pic x(1) value space.
               05 dv-elapsed pic zzzzzz9.
               05 filler pic x(1) value space.
               05 dv-max-rc pic zz9.
               05 filler pic x(2) value spaces.
               05 dv-volume-flag pic x(2).
               05 filler pic x(1) value space.
               05 dv-time-flag pic x(2).

           01 ws-str-average-line.
               05 filler pic x(28) value
                   "PROMEDIO DIARIO: PROCESADOS=".
               05 sa-processed pic zzzzzzzz9.
               05 filler pic x(11) value " DURACION=".
               05 sa-elapsed pic zzzzzz9.
               05 filler pic x(20) value " S  DIAS CON BATCH=".
               05 sa-days pic z9.

           01 ws-str-dept-column-line.
               05 filler pic x(6) value "DEPTO".
               05 filler pic x(8) value "FECHA".
               05 filler pic x(10) value " PROCESADO".
               05 filler pic x(10) value " ASENTADOS".
               05 filler pic x(10) value " RECHAZADO".
               05 filler pic x(10) value " RETENIDOS".
               05 filler pic x(6) value " %RECH".
               05 filler pic x(7) value "  MARCA".

           01 ws-str-dept-line.
               05 dl-dept pic x(4).
               05 filler pic x(2) value spaces.
               05 dl-label pic x(8).
               05 filler pic x(1) value space.
               05 dl-processed pic zzzzzzzz9.
               05 filler pic x(1) value space.
               05 dl-posted pic zzzzzzzz9.
               05 filler pic x(1) value space.
               05 dl-rejected pic zzzzzzzz9.
               05 filler pic x(1) value space.
               05 dl-held pic zzzzzzzz9.
               05 filler pic x(1) value space.
               05 dl-reject-pct pic zz9.9.
               05 filler pic x(2) value spaces.
               05 dl-flag pic x(2).

           01 ws-str-reason-column-line.
               05 filler pic x(7) value "MOTIVO".
               05 filler pic x(41) value "DESCRIPCION".
               05 filler pic x(10) value "  RECHAZOS".
               05 filler pic x(8) value " %S/RECH".
               05 filler pic x(8) value " %S/PROC".

           01 ws-str-reason-line.
               05 rr-code pic x(2).
               05 filler pic x(5) value spaces.
               05 rr-desc pic x(40).
               05 filler pic x(2) value spaces.
               05 rr-count pic zzzzzzzz9.
               05 filler pic x(3) value spaces.
               05 rr-pct-rej pic zz9.9.
               05 filler pic x(3) value spaces.
               05 rr-pct-proc pic zz9.9.

           01 ws-str-trend-column-line.
               05 filler pic x(7) value "PERIODO".
               05 filler pic x(9) value " CORRIDAS".
               05 filler pic x(13) value "   PROCESADOS".
               05 filler pic x(6) value " %RECH".
               05 filler pic x(6) value " %DEVL".
               05 filler pic x(11) value " DURAC-PROM".
               05 filler pic x(10) value " DURAC-MAX".
               05 filler pic x(7) value "  MARCA".

           01 ws-str-trend-line.
               05 tl-period pic 9(6).
               05 filler pic x(4) value spaces.
               05 tl-runs pic zzzz9.
               05 filler pic x(2) value spaces.
               05 tl-processed pic zzzzzzzzzz9.
               05 filler pic x(1) value space.
               05 tl-reject-pct pic zz9.9.
               05 filler pic x(1) value space.
               05 tl-bounce-pct pic zz9.9.
               05 filler pic x(4) value spaces.
               05 tl-avg-elapsed pic zzzzzz9.
               05 filler pic x(3) value spaces.
               05 tl-max-elapsed pic zzzzzz9.
               05 filler pic x(2) value spaces.
               05 tl-flag pic x(2).

           01 ws-str-collect-column-line.
               05 filler pic x(8) value "FECHA".
               05 filler pic x(4) value " COR".
               05 filler pic x(8) value " LIMPIOS".
               05 filler pic x(8) value " RETENID".
               05 filler pic x(12) value "  REG-UNIDOS".
               05 filler pic x(12) value "  REG-RETENI".
               05 filler pic x(8) value " DURAC-S".

           01 ws-str-collect-line.
               05 cl-label pic x(8).
               05 filler pic x(1) value space.
               05 cl-runs pic zz9.
               05 filler pic x(3) value spaces.
               05 cl-clean pic zzzz9.
               05 filler pic x(3) value spaces.
               05 cl-held pic zzzz9.
               05 filler pic x(3) value spaces.
               05 cl-merged pic zzzzzzzz9.
               05 filler pic x(3) value spaces.
               05 cl-rec-held pic zzzzzzzz9.
               05 filler pic x(1) value space.
               05 cl-elapsed pic zzzzzz9.

           01 ws-str-none-line.
               05 filler pic x(4) value spaces.
               05 sn-text pic x(50).

           01 ws-str-legend-line.
               05 filler pic x(34) value
                   "VV VOLUMEN DEL DIA SOBRE PROMEDIO".
               05 filler pic x(30) value
                   "TT DURACION SOBRE PROMEDIO".
               05 filler pic x(40) value
                   "RR TASA DE RECHAZO SOBRE LA GENERAL".

           01 ws-str-counts-line.
               05 filler pic x(19) value "REGISTROS DEL MES=".
               05 sc-rows pic zzzzzz9.
               05 filler pic x(10) value " MARCAS=".
               05 sc-flagged pic zzzz9.

           01 ws-str-refused-line.
               05 filler pic x(16) value "*** RECHAZADO - ".
               05 sr-reason pic x(60).

           01 ws-str-dept-ovfl-line.
               05 filler pic x(50) value
                   "*** TABLA DE DEPARTAMENTOS LLENA, DETALLE PARCIAL".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           IF NOT ws-stop-run
               PERFORM 2000-READ-RUN-HISTORY UNTIL ws-hist-eof
           END-IF.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO ws-current-datetime.
           PERFORM 1050-GET-PROCESSING-DATE.
           PERFORM 1100-PARSE-STATS-PARMS.
           OPEN OUTPUT stats-report-file.
           WRITE stats-report-line FROM ws-str-header-line.
           MOVE ws-report-period TO sp-period.
           MOVE ws-threshold-pct TO sp-threshold.
           MOVE ws-run-date TO sp-run-date.
           WRITE stats-report-line FROM ws-str-period-line.
           INITIALIZE ws-day-table.
           INITIALIZE ws-dept-table.
           INITIALIZE ws-rsn-table.
           INITIALIZE ws-trend-table.
           IF ws-report-month < 1 OR ws-report-month > 12
               MOVE "PERIODO INVALIDO" TO sr-reason
               PERFORM 1900-REFUSE-REPORT
           END-IF.
           IF NOT ws-stop-run
               PERFORM 1200-SET-TREND-PERIODS
               OPEN INPUT runhist-file
               IF ws-runhist-status NOT = "00"
                   MOVE "RUNHIST.DAT AUSENTE, SIN ESTADISTICAS"
                       TO sn-text
                   WRITE stats-report-line FROM ws-str-none-line
                   DISPLAY "no se pudo abrir RUNHIST.DAT, status "
                       ws-runhist-status
                   MOVE "Y" TO ws-stop-flag
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE "Y" TO ws-hist-open-flag
               END-IF
           END-IF.

      ******************************************************************
      * The report belongs to the business date on BUSDATE.DAT, so
      * a rerun the morning after still reports the right month.
      * System date is the fallback when the control file is absent.
      ******************************************************************
       1050-GET-PROCESSING-DATE.
           MOVE ws-cdt-date TO ws-run-date.
           OPEN INPUT busdate-file.
           IF ws-busdate-status NOT = "00"
               DISPLAY "BUSDATE.DAT ausente, se reporta con la fecha "
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

       1100-PARSE-STATS-PARMS.
           ACCEPT ws-parm-line FROM COMMAND-LINE.
           UNSTRING ws-parm-line DELIMITED BY ALL SPACE
               INTO ws-parm-token-1 ws-parm-token-2.
           MOVE ws-run-period TO ws-report-period.
           MOVE ws-parm-token-1 TO ws-parm-token.
           PERFORM 1150-APPLY-PARM-TOKEN.
           MOVE ws-parm-token-2 TO ws-parm-token.
           PERFORM 1150-APPLY-PARM-TOKEN.

      ******************************************************************
      * A six-digit token is the period, a token of one to three
      * digits the threshold percent; either may come first.
      ******************************************************************
       1150-APPLY-PARM-TOKEN.
           EVALUATE TRUE
               WHEN ws-parm-token(1:6) IS NUMERIC
                       AND ws-parm-token(7:3) = SPACES
                   MOVE ws-parm-token(1:6) TO ws-report-period
               WHEN ws-parm-token(1:3) IS NUMERIC
                       AND ws-parm-token(4:6) = SPACES
                   MOVE ws-parm-token(1:3) TO ws-threshold-pct
               WHEN ws-parm-token(1:2) IS NUMERIC
                       AND ws-parm-token(3:7) = SPACES
                   MOVE ws-parm-token(1:2) TO ws-threshold-pct
               WHEN ws-parm-token(1:1) IS NUMERIC
                       AND ws-parm-token(2:8) = SPACES
                   MOVE ws-parm-token(1:1) TO ws-threshold-pct
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * Months are numbered year * 12 + month - 1 so the trend's
      * twelve periods and a record's distance back from the month
      * reported are plain subtractions across year ends.
      ******************************************************************
       1200-SET-TREND-PERIODS.
           COMPUTE ws-report-month-no =
               ws-report-year * 12 + ws-report-month - 1.
           PERFORM VARYING ws-trend-idx FROM 1 BY 1
                   UNTIL ws-trend-idx > 12
               COMPUTE ws-row-month-no =
                   ws-report-month-no - 12 + ws-trend-idx
               DIVIDE ws-row-month-no BY 12 GIVING ws-trend-year
                   REMAINDER ws-trend-month
               ADD 1 TO ws-trend-month
               MOVE ws-trend-period TO ws-trn-period(ws-trend-idx)
           END-PERFORM.

       1900-REFUSE-REPORT.
           WRITE stats-report-line FROM ws-str-refused-line.
           DISPLAY "estadisticas de operacion " ws-report-period
               " rechazado: " sr-reason.
           MOVE "Y" TO ws-stop-flag.
           MOVE 12 TO RETURN-CODE.

      ******************************************************************
      * One pass over the history.  Batch run totals feed the daily
      * table and the trend, department and reason records the
      * month's breakdowns, acknowledgment runs the GL bounce figures
      * (dated with the feed's batch date, so they fall on the day of
      * the run that sent the feed) and collector runs the receipts.
      ******************************************************************
       2000-READ-RUN-HISTORY.
           READ runhist-file
               AT END
                   MOVE "Y" TO ws-hist-eof-flag
               NOT AT END
                   IF rst-run-date IS NUMERIC
                       PERFORM 2050-CLASSIFY-RECORD
                   END-IF
           END-READ.

       2050-CLASSIFY-RECORD.
           MOVE rst-run-date TO ws-row-date.
           MOVE "N" TO ws-in-period-flag.
           IF ws-row-period = ws-report-period
               AND ws-row-day > ZERO AND ws-row-day < 32
               MOVE "Y" TO ws-in-period-flag
               MOVE ws-row-day TO ws-day-idx
               ADD 1 TO ws-month-rows
           END-IF.
           MOVE ZERO TO ws-trend-idx.
           IF ws-row-month > ZERO AND ws-row-month < 13
               COMPUTE ws-row-month-no =
                   ws-row-year * 12 + ws-row-month - 1
               COMPUTE ws-month-offset =
                   ws-report-month-no - ws-row-month-no
               IF ws-month-offset >= ZERO AND ws-month-offset < 12
                   COMPUTE ws-trend-idx = 12 - ws-month-offset
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN rst-from-batch AND rst-run-totals
                   PERFORM 2100-TAKE-BATCH-TOTALS
               WHEN rst-from-batch AND rst-dept-totals
                       AND ws-in-period
                   PERFORM 2200-TAKE-DEPT-TOTALS
               WHEN rst-from-batch AND rst-reason-totals
                       AND ws-in-period
                   PERFORM 2300-TAKE-REASON-TOTALS
               WHEN rst-from-glack AND rst-run-totals
                   PERFORM 2400-TAKE-GLACK-TOTALS
               WHEN rst-from-collect AND rst-run-totals
                       AND ws-in-period
                   PERFORM 2500-TAKE-COLLECT-TOTALS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2100-TAKE-BATCH-TOTALS.
           PERFORM 2800-COMPUTE-ELAPSED.
           IF ws-in-period
               ADD 1 TO ws-day-runs(ws-day-idx)
               ADD rst-processed TO ws-day-processed(ws-day-idx)
               ADD rst-posted TO ws-day-posted(ws-day-idx)
               ADD rst-rejected TO ws-day-rejected(ws-day-idx)
               ADD rst-held TO ws-day-held(ws-day-idx)
               ADD rst-warehoused TO ws-day-warehoused(ws-day-idx)
               ADD ws-elapsed-secs TO ws-day-elapsed(ws-day-idx)
               IF rst-return-code > ws-day-max-rc(ws-day-idx)
                   MOVE rst-return-code TO ws-day-max-rc(ws-day-idx)
               END-IF
           END-IF.
           IF ws-trend-idx > ZERO
               ADD 1 TO ws-trn-runs(ws-trend-idx)
               ADD rst-processed TO ws-trn-processed(ws-trend-idx)
               ADD rst-rejected TO ws-trn-rejected(ws-trend-idx)
               ADD ws-elapsed-secs TO ws-trn-elapsed(ws-trend-idx)
               IF ws-elapsed-secs > ws-trn-max-elapsed(ws-trend-idx)
                   MOVE ws-elapsed-secs TO
                       ws-trn-max-elapsed(ws-trend-idx)
               END-IF
           END-IF.

       2200-TAKE-DEPT-TOTALS.
           MOVE ZERO TO ws-dept-found-idx.
           PERFORM VARYING ws-dept-idx FROM 1 BY 1
                   UNTIL ws-dept-idx > ws-dept-count
               IF ws-dept-id(ws-dept-idx) = rst-dept
                   MOVE ws-dept-idx TO ws-dept-found-idx
                   MOVE ws-dept-count TO ws-dept-idx
               END-IF
           END-PERFORM.
           IF ws-dept-found-idx = ZERO
               IF ws-dept-count < 50
                   ADD 1 TO ws-dept-count
                   MOVE ws-dept-count TO ws-dept-found-idx
                   MOVE rst-dept TO ws-dept-id(ws-dept-found-idx)
               ELSE
                   MOVE "Y" TO ws-dept-ovfl-flag
               END-IF
           END-IF.
           IF ws-dept-found-idx > ZERO
               ADD rst-processed TO
                   ws-dd-processed(ws-dept-found-idx, ws-day-idx)
               ADD rst-posted TO
                   ws-dd-posted(ws-dept-found-idx, ws-day-idx)
               ADD rst-rejected TO
                   ws-dd-rejected(ws-dept-found-idx, ws-day-idx)
               ADD rst-held TO
                   ws-dd-held(ws-dept-found-idx, ws-day-idx)
           END-IF.

       2300-TAKE-REASON-TOTALS.
           MOVE ZERO TO ws-rsn-found-idx.
           PERFORM VARYING ws-rsn-idx FROM 1 BY 1
                   UNTIL ws-rsn-idx > ws-rsn-count
               IF ws-rsn-code(ws-rsn-idx) = rst-reason
                   MOVE ws-rsn-idx TO ws-rsn-found-idx
                   MOVE ws-rsn-count TO ws-rsn-idx
               END-IF
           END-PERFORM.
           IF ws-rsn-found-idx = ZERO AND ws-rsn-count < 30
               ADD 1 TO ws-rsn-count
               MOVE ws-rsn-count TO ws-rsn-found-idx
               MOVE rst-reason TO ws-rsn-code(ws-rsn-found-idx)
           END-IF.
           IF ws-rsn-found-idx > ZERO
               ADD rst-rejected TO ws-rsn-total(ws-rsn-found-idx)
           END-IF.

       2400-TAKE-GLACK-TOTALS.
           IF ws-in-period
               ADD rst-gl-sent TO ws-day-gl-sent(ws-day-idx)
               ADD rst-gl-bounced TO ws-day-gl-bounced(ws-day-idx)
           END-IF.
           IF ws-trend-idx > ZERO
               ADD rst-gl-sent TO ws-trn-gl-sent(ws-trend-idx)
               ADD rst-gl-bounced TO ws-trn-gl-bounced(ws-trend-idx)
           END-IF.

       2500-TAKE-COLLECT-TOTALS.
           PERFORM 2800-COMPUTE-ELAPSED.
           ADD 1 TO ws-day-col-runs(ws-day-idx).
           ADD rst-files-clean TO ws-day-col-clean(ws-day-idx).
           ADD rst-files-held TO ws-day-col-held(ws-day-idx).
           ADD rst-records-merged TO ws-day-col-merged(ws-day-idx).
           ADD rst-records-held TO ws-day-col-rec-held(ws-day-idx).
           ADD ws-elapsed-secs TO ws-day-col-elapsed(ws-day-idx).

      ******************************************************************
      * Elapsed seconds from the record's start and end stamps; a
      * run crossing midnight spans two dates.  Stamps that are
      * missing or out of order count as zero.
      ******************************************************************
       2800-COMPUTE-ELAPSED.
           MOVE ZERO TO ws-elapsed-secs.
           IF rst-start-date IS NUMERIC AND rst-end-date IS NUMERIC
               AND rst-start-time IS NUMERIC
               AND rst-end-time IS NUMERIC
               AND rst-start-date > ZERO
               AND rst-end-date >= rst-start-date
               MOVE rst-start-time TO ws-time-work
               COMPUTE ws-start-secs =
                   ws-time-hh * 3600 + ws-time-mm * 60 + ws-time-ss
               MOVE rst-end-time TO ws-time-work
               COMPUTE ws-end-secs =
                   ws-time-hh * 3600 + ws-time-mm * 60 + ws-time-ss
               COMPUTE ws-elapsed-secs =
                   (FUNCTION INTEGER-OF-DATE(rst-end-date)
                   - FUNCTION INTEGER-OF-DATE(rst-start-date)) * 86400
                   + ws-end-secs - ws-start-secs
               IF ws-elapsed-secs < ZERO
                   MOVE ZERO TO ws-elapsed-secs
               END-IF
           END-IF.

       2850-COMPUTE-PERCENT.
           MOVE ZERO TO ws-pct-result.
           IF ws-pct-whole > ZERO
               COMPUTE ws-pct-result ROUNDED =
                   ws-pct-part * 100 / ws-pct-whole
                   ON SIZE ERROR
                       MOVE 999.9 TO ws-pct-result
               END-COMPUTE
           END-IF.

      ******************************************************************
      * Day by day volume of the batch.  The average is over the days
      * the batch ran; a day above it by more than the threshold is
      * flagged VV for volume and TT for elapsed time.
      ******************************************************************
       3000-WRITE-DAILY-VOLUME.
           MOVE "VOLUMEN DIARIO DEL BATCH" TO ss-title.
           WRITE stats-report-line FROM ws-str-section-line.
           WRITE stats-report-line FROM ws-str-day-column-line.
           PERFORM VARYING ws-day-idx FROM 1 BY 1 UNTIL ws-day-idx > 31
               IF ws-day-runs(ws-day-idx) > ZERO
                   ADD 1 TO ws-batch-days
                   ADD ws-day-runs(ws-day-idx) TO ws-mon-runs
                   ADD ws-day-processed(ws-day-idx) TO ws-mon-processed
                   ADD ws-day-posted(ws-day-idx) TO ws-mon-posted
                   ADD ws-day-rejected(ws-day-idx) TO ws-mon-rejected
                   ADD ws-day-held(ws-day-idx) TO ws-mon-held
                   ADD ws-day-warehoused(ws-day-idx) TO
                       ws-mon-warehoused
                   ADD ws-day-elapsed(ws-day-idx) TO ws-mon-elapsed
                   IF ws-day-max-rc(ws-day-idx) > ws-mon-max-rc
                       MOVE ws-day-max-rc(ws-day-idx) TO ws-mon-max-rc
                   END-IF
               END-IF
               ADD ws-day-gl-sent(ws-day-idx) TO ws-mon-gl-sent
               ADD ws-day-gl-bounced(ws-day-idx) TO ws-mon-gl-bounced
           END-PERFORM.
           IF ws-batch-days > ZERO
               DIVIDE ws-mon-processed BY ws-batch-days
                   GIVING ws-avg-processed
               DIVIDE ws-mon-elapsed BY ws-batch-days
                   GIVING ws-avg-elapsed
           END-IF.
           COMPUTE ws-limit-processed =
               ws-avg-processed * (100 + ws-threshold-pct) / 100.
           COMPUTE ws-limit-elapsed =
               ws-avg-elapsed * (100 + ws-threshold-pct) / 100.
           PERFORM VARYING ws-day-idx FROM 1 BY 1 UNTIL ws-day-idx > 31
               IF ws-day-runs(ws-day-idx) > ZERO
                   OR ws-day-gl-sent(ws-day-idx) > ZERO
                   PERFORM 3100-WRITE-DAY-LINE
               END-IF
           END-PERFORM.
           MOVE "TOTAL" TO dv-label.
           MOVE ws-mon-runs TO dv-runs.
           MOVE ws-mon-processed TO dv-processed.
           MOVE ws-mon-posted TO dv-posted.
           MOVE ws-mon-rejected TO dv-rejected.
           MOVE ws-mon-held TO dv-held.
           MOVE ws-mon-warehoused TO dv-warehoused.
           MOVE ws-mon-rejected TO ws-pct-part.
           MOVE ws-mon-processed TO ws-pct-whole.
           PERFORM 2850-COMPUTE-PERCENT.
           MOVE ws-pct-result TO dv-reject-pct.
           MOVE ws-pct-result TO ws-overall-reject-pct.
           MOVE ws-mon-gl-sent TO dv-gl-sent.
           MOVE ws-mon-gl-bounced TO dv-gl-bounced.
           MOVE ws-mon-gl-bounced TO ws-pct-part.
           MOVE ws-mon-gl-sent TO ws-pct-whole.
           PERFORM 2850-COMPUTE-PERCENT.
           MOVE ws-pct-result TO dv-bounce-pct.
           MOVE ws-mon-elapsed TO dv-elapsed.
           MOVE ws-mon-max-rc TO dv-max-rc.
           MOVE SPACES TO dv-volume-flag.
           MOVE SPACES TO dv-time-flag.
           WRITE stats-report-line FROM ws-str-day-line.
           MOVE ws-avg-processed TO sa-processed.
           MOVE ws-avg-elapsed TO sa-elapsed.
           MOVE ws-batch-days TO sa-days.
           WRITE stats-report-line FROM ws-str-average-line.

       3100-WRITE-DAY-LINE.
           MOVE ws-report-period TO ws-row-period.
           MOVE ws-day-idx TO ws-row-day.
           MOVE ws-row-date TO dv-label.
           MOVE ws-day-runs(ws-day-idx) TO dv-runs.
           MOVE ws-day-processed(ws-day-idx) TO dv-processed.
           MOVE ws-day-posted(ws-day-idx) TO dv-posted.
           MOVE ws-day-rejected(ws-day-idx) TO dv-rejected.
           MOVE ws-day-held(ws-day-idx) TO dv-held.
           MOVE ws-day-warehoused(ws-day-idx) TO dv-warehoused.
           MOVE ws-day-rejected(ws-day-idx) TO ws-pct-part.
           MOVE ws-day-processed(ws-day-idx) TO ws-pct-whole.
           PERFORM 2850-COMPUTE-PERCENT.
           MOVE ws-pct-result TO dv-reject-pct.
           MOVE ws-day-gl-sent(ws-day-idx) TO dv-gl-sent.
           MOVE ws-day-gl-bounced(ws-day-idx) TO dv-gl-bounced.
           MOVE ws-day-gl-bounced(ws-day-idx) TO ws-pct-part.
           MOVE ws-day-gl-sent(ws-day-idx) TO ws-pct-whole.
           PERFORM 2850-COMPUTE-PERCENT.
           MOVE ws-pct-result TO dv-bounce-pct.
           MOVE ws-day-elapsed(ws-day-idx) TO dv-elapsed.
           MOVE ws-day-max-rc(ws-day-idx) TO dv-max-rc.
           MOVE SPACES TO dv-volume-flag.
           MOVE SPACES TO dv-time-flag.
           IF ws-day-runs(ws-day-idx) > ZERO
               IF ws-day-processed(ws-day-idx) > ws-limit-processed
                   MOVE "VV" TO dv-volume-flag
                   ADD 1 TO ws-flagged-count
               END-IF
               IF ws-day-elapsed(ws-day-idx) > ws-limit-elapsed
                   MOVE "TT" TO dv-time-flag
                   ADD 1 TO ws-flagged-count
               END-IF
           END-IF.
           WRITE stats-report-line FROM ws-str-day-line.

      ******************************************************************
      * Each department's days, then its month.  A department whose
      * reject rate for the month exceeds the overall rate by more
      * than the threshold is flagged RR.
      ******************************************************************
       4000-WRITE-DEPARTMENT-VOLUME.
           MOVE "VOLUMEN POR DEPARTAMENTO" TO ss-title.
           WRITE stats-report-line FROM ws-str-section-line.
           WRITE stats-report-line FROM ws-str-dept-column-line.
           COMPUTE ws-limit-reject-pct =
               ws-overall-reject-pct * (100 + ws-threshold-pct) / 100.
           PERFORM VARYING ws-dept-idx FROM 1 BY 1
                   UNTIL ws-dept-idx > ws-dept-count
               PERFORM 4100-WRITE-DEPARTMENT
           END-PERFORM.
           IF ws-dept-ovfl
               WRITE stats-report-line FROM ws-str-dept-ovfl-line
           END-IF.

       4100-WRITE-DEPARTMENT.
           MOVE ZERO TO ws-dpt-processed.
           MOVE ZERO TO ws-dpt-posted.
           MOVE ZERO TO ws-dpt-rejected.
           MOVE ZERO TO ws-dpt-held.
           MOVE ws-dept-id(ws-dept-idx) TO dl-dept.
           PERFORM VARYING ws-day-idx FROM 1 BY 1 UNTIL ws-day-idx > 31
               IF ws-dd-processed(ws-dept-idx, ws-day-idx) > ZERO
                   PERFORM 4150-WRITE-DEPT-DAY
               END-IF
           END-PERFORM.
           MOVE "MES" TO dl-label.
           MOVE ws-dpt-processed TO dl-processed.
           MOVE ws-dpt-posted TO dl-posted.
           MOVE ws-dpt-rejected TO dl-rejected.
           MOVE ws-dpt-held TO dl-held.
           MOVE ws-dpt-rejected TO ws-pct-part.
           MOVE ws-dpt-processed TO ws-pct-whole.
           PERFORM 2850-COMPUTE-PERCENT.
           MOVE ws-pct-result TO dl-reject-pct.
           MOVE SPACES TO dl-flag.
           IF ws-dpt-rejected > ZERO
               AND ws-pct-result > ws-limit-reject-pct
               MOVE "RR" TO dl-flag
               ADD 1 TO ws-flagged-count
           END-IF.
           WRITE stats-report-line FROM ws-str-dept-line.

       4150-WRITE-DEPT-DAY.
           MOVE ws-report-period TO ws-row-period.
           MOVE ws-day-idx TO ws-row-day.
           MOVE ws-row-date TO dl-label.
           MOVE ws-dd-processed(ws-dept-idx, ws-day-idx) TO
               dl-processed.
           MOVE ws-dd-posted(ws-dept-idx, ws-day-idx) TO dl-posted.
           MOVE ws-dd-rejected(ws-dept-idx, ws-day-idx) TO
               dl-rejected.
           MOVE ws-dd-held(ws-dept-idx, ws-day-idx) TO dl-held.
           MOVE ws-dd-rejected(ws-dept-idx, ws-day-idx) TO
               ws-pct-part.
           MOVE ws-dd-processed(ws-dept-idx, ws-day-idx) TO
               ws-pct-whole.
           PERFORM 2850-COMPUTE-PERCENT.
           MOVE ws-pct-result TO dl-reject-pct.
           MOVE SPACES TO dl-flag.
           WRITE stats-report-line FROM ws-str-dept-line.
           ADD ws-dd-processed(ws-dept-idx, ws-day-idx) TO
               ws-dpt-processed.
           ADD ws-dd-posted(ws-dept-idx, ws-day-idx) TO ws-dpt-posted.
           ADD ws-dd-rejected(ws-dept-idx, ws-day-idx) TO
               ws-dpt-rejected.
           ADD ws-dd-held(ws-dept-idx, ws-day-idx) TO ws-dpt-held.

      ******************************************************************
      * Each reason's share of the month's rejects and its rate
      * against everything the batch processed.
      ******************************************************************
       5000-WRITE-REJECT-REASONS.
           MOVE "RECHAZOS POR MOTIVO" TO ss-title.
           WRITE stats-report-line FROM ws-str-section-line.
           WRITE stats-report-line FROM ws-str-reason-column-line.
           MOVE ZERO TO ws-rsn-sum.
           PERFORM VARYING ws-rsn-idx FROM 1 BY 1
                   UNTIL ws-rsn-idx > ws-rsn-count
               ADD ws-rsn-total(ws-rsn-idx) TO ws-rsn-sum
           END-PERFORM.
           PERFORM VARYING ws-rsn-idx FROM 1 BY 1
                   UNTIL ws-rsn-idx > ws-rsn-count
               PERFORM 5100-WRITE-REASON-LINE
           END-PERFORM.
           IF ws-rsn-count = ZERO
               MOVE "SIN RECHAZOS EN EL PERIODO" TO sn-text
               WRITE stats-report-line FROM ws-str-none-line
           END-IF.

       5100-WRITE-REASON-LINE.
           MOVE ws-rsn-code(ws-rsn-idx) TO rr-code.
           EVALUATE ws-rsn-code(ws-rsn-idx)
               WHEN "N1"
                   MOVE "PRIMER OPERANDO NO NUMERICO" TO rr-desc
               WHEN "N2"
                   MOVE "SEGUNDO OPERANDO NO NUMERICO" TO rr-desc
               WHEN "OP"
                   MOVE "OPERACION INVALIDA" TO rr-desc
               WHEN "DZ"
                   MOVE "DIVISION POR CERO" TO rr-desc
               WHEN "OV"
                   MOVE "RESULTADO EXCEDE CAPACIDAD" TO rr-desc
               WHEN "FS"
                   MOVE "DETALLE FUERA DE LOTE ABIERTO" TO rr-desc
               WHEN "CM"
                   MOVE "OPERACION/DEPTO SIN PLAN DE CUENTAS"
                       TO rr-desc
               WHEN "MO"
                   MOVE "MONEDA SIN TIPO DE CAMBIO" TO rr-desc
               WHEN "DU"
                   MOVE "SECUENCIA DUPLICADA" TO rr-desc
               WHEN OTHER
                   MOVE "MOTIVO NO CATALOGADO" TO rr-desc
           END-EVALUATE.
           MOVE ws-rsn-total(ws-rsn-idx) TO rr-count.
           MOVE ws-rsn-total(ws-rsn-idx) TO ws-pct-part.
           MOVE ws-rsn-sum TO ws-pct-whole.
           PERFORM 2850-COMPUTE-PERCENT.
           MOVE ws-pct-result TO rr-pct-rej.
           MOVE ws-mon-processed TO ws-pct-whole.
           PERFORM 2850-COMPUTE-PERCENT.
           MOVE ws-pct-result TO rr-pct-proc.
           WRITE stats-report-line FROM ws-str-reason-line.

      ******************************************************************
      * Elapsed time of the batch over the twelve months ending with
      * the one reported.  A month whose average run exceeds the
      * average over the whole span by more than the threshold is
      * flagged TT.
      ******************************************************************
       6000-WRITE-ELAPSED-TREND.
           MOVE "TENDENCIA DE DURACION - ULTIMOS 12 MESES" TO ss-title.
           WRITE stats-report-line FROM ws-str-section-line.
           WRITE stats-report-line FROM ws-str-trend-column-line.
           PERFORM VARYING ws-trend-idx FROM 1 BY 1
                   UNTIL ws-trend-idx > 12
               ADD ws-trn-runs(ws-trend-idx) TO ws-trn-all-runs
               ADD ws-trn-elapsed(ws-trend-idx) TO ws-trn-all-elapsed
           END-PERFORM.
           IF ws-trn-all-runs > ZERO
               DIVIDE ws-trn-all-elapsed BY ws-trn-all-runs
                   GIVING ws-trn-overall-avg
           END-IF.
           COMPUTE ws-trn-limit =
               ws-trn-overall-avg * (100 + ws-threshold-pct) / 100.
           PERFORM VARYING ws-trend-idx FROM 1 BY 1
                   UNTIL ws-trend-idx > 12
               IF ws-trn-runs(ws-trend-idx) > ZERO
                   PERFORM 6100-WRITE-TREND-LINE
               END-IF
           END-PERFORM.

       6100-WRITE-TREND-LINE.
           MOVE ws-trn-period(ws-trend-idx) TO tl-period.
           MOVE ws-trn-runs(ws-trend-idx) TO tl-runs.
           MOVE ws-trn-processed(ws-trend-idx) TO tl-processed.
           MOVE ws-trn-rejected(ws-trend-idx) TO ws-pct-part.
           MOVE ws-trn-processed(ws-trend-idx) TO ws-pct-whole.
           PERFORM 2850-COMPUTE-PERCENT.
           MOVE ws-pct-result TO tl-reject-pct.
           MOVE ws-trn-gl-bounced(ws-trend-idx) TO ws-pct-part.
           MOVE ws-trn-gl-sent(ws-trend-idx) TO ws-pct-whole.
           PERFORM 2850-COMPUTE-PERCENT.
           MOVE ws-pct-result TO tl-bounce-pct.
           DIVIDE ws-trn-elapsed(ws-trend-idx)
               BY ws-trn-runs(ws-trend-idx)
               GIVING ws-trn-avg-elapsed.
           MOVE ws-trn-avg-elapsed TO tl-avg-elapsed.
           MOVE ws-trn-max-elapsed(ws-trend-idx) TO tl-max-elapsed.
           MOVE SPACES TO tl-flag.
           IF ws-trn-avg-elapsed > ws-trn-limit
               MOVE "TT" TO tl-flag
               ADD 1 TO ws-flagged-count
           END-IF.
           WRITE stats-report-line FROM ws-str-trend-line.

       7000-WRITE-COLLECT-SUMMARY.
           MOVE "RECEPCION DE ARCHIVOS" TO ss-title.
           WRITE stats-report-line FROM ws-str-section-line.
           WRITE stats-report-line FROM ws-str-collect-column-line.
           PERFORM VARYING ws-day-idx FROM 1 BY 1 UNTIL ws-day-idx > 31
               IF ws-day-col-runs(ws-day-idx) > ZERO
                   PERFORM 7100-WRITE-COLLECT-DAY
               END-IF
           END-PERFORM.
           MOVE "TOTAL" TO cl-label.
           MOVE ws-mon-col-runs TO cl-runs.
           MOVE ws-mon-col-clean TO cl-clean.
           MOVE ws-mon-col-held TO cl-held.
           MOVE ws-mon-col-merged TO cl-merged.
           MOVE ws-mon-col-rec-held TO cl-rec-held.
           MOVE ws-mon-col-elapsed TO cl-elapsed.
           WRITE stats-report-line FROM ws-str-collect-line.

       7100-WRITE-COLLECT-DAY.
           ADD 1 TO ws-collect-days.
           ADD ws-day-col-runs(ws-day-idx) TO ws-mon-col-runs.
           ADD ws-day-col-clean(ws-day-idx) TO ws-mon-col-clean.
           ADD ws-day-col-held(ws-day-idx) TO ws-mon-col-held.
           ADD ws-day-col-merged(ws-day-idx) TO ws-mon-col-merged.
           ADD ws-day-col-rec-held(ws-day-idx) TO ws-mon-col-rec-held.
           ADD ws-day-col-elapsed(ws-day-idx) TO ws-mon-col-elapsed.
           MOVE ws-report-period TO ws-row-period.
           MOVE ws-day-idx TO ws-row-day.
           MOVE ws-row-date TO cl-label.
           MOVE ws-day-col-runs(ws-day-idx) TO cl-runs.
           MOVE ws-day-col-clean(ws-day-idx) TO cl-clean.
           MOVE ws-day-col-held(ws-day-idx) TO cl-held.
           MOVE ws-day-col-merged(ws-day-idx) TO cl-merged.
           MOVE ws-day-col-rec-held(ws-day-idx) TO cl-rec-held.
           MOVE ws-day-col-elapsed(ws-day-idx) TO cl-elapsed.
           WRITE stats-report-line FROM ws-str-collect-line.

       9000-TERMINATE.
           IF ws-hist-open
               CLOSE runhist-file
           END-IF.
           IF NOT ws-stop-run
               IF ws-month-rows = ZERO
                   MOVE "SIN CORRIDAS REGISTRADAS EN EL PERIODO"
                       TO sn-text
                   WRITE stats-report-line FROM ws-str-none-line
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM 3000-WRITE-DAILY-VOLUME
                   PERFORM 4000-WRITE-DEPARTMENT-VOLUME
                   PERFORM 5000-WRITE-REJECT-REASONS
                   PERFORM 6000-WRITE-ELAPSED-TREND
                   PERFORM 7000-WRITE-COLLECT-SUMMARY
                   MOVE ws-month-rows TO sc-rows
                   MOVE ws-flagged-count TO sc-flagged
                   WRITE stats-report-line FROM ws-str-counts-line
                   WRITE stats-report-line FROM ws-str-legend-line
                   IF ws-dept-ovfl
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   IF RETURN-CODE < 4 AND ws-flagged-count > ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           CLOSE stats-report-file.
           DISPLAY "estadisticas de operacion " ws-report-period ": "
               ws-month-rows " registros, " ws-flagged-count
               " marcas".
       END PROGRAM sumarencobolstats.
