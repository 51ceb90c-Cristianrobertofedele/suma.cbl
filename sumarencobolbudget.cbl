      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Monthly budget-versus-actual report.  Matches the
      *           BUDMAST budget of every account/department against
      *           its actuals for the month and the year to date and
      *           prints the variance (actual less budget) in amount
      *           and percent of budget, with a subtotal per
      *           department and the report total.  A closed month
      *           is read from its BALHIST snapshot; the month in
      *           course is read live from BALMAST, with the same
      *           month/year rollover the batch applies, so a
      *           position not yet touched this month shows no
      *           movement.  A line whose month variance exceeds the
      *           tolerance (percent of budget, 10 unless given) is
      *           flagged **, and income or expense movement with no
      *           budget at all is flagged SP; any flag ends the job
      *           with return code 4 so the scheduler shows it:
      *               sumarencobolbudget [AAAAMM] [PCT]
      *           No period means the month of the business date.  A
      *           past month that was never closed is refused: its
      *           actuals no longer exist anywhere.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sumarencobolbudget.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT budget-file ASSIGN TO "BUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS bud-key
               FILE STATUS IS ws-budget-status.
           SELECT balance-file ASSIGN TO "BALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS bal-key
               FILE STATUS IS ws-balance-status.
           SELECT history-file ASSIGN TO "BALHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS his-key
               FILE STATUS IS ws-history-status.
           SELECT coamast-file ASSIGN TO "COAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS com-key
               FILE STATUS IS ws-coamast-status.
           SELECT period-file ASSIGN TO "PERIODS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-period-status.
           SELECT budget-report-file ASSIGN TO "BUDGET.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-budget-report-status.
           SELECT busdate-file ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-busdate-status.
       DATA DIVISION.
       FILE SECTION.
       FD  budget-file.
           01 budget-record.
               COPY BUDREC.
       FD  balance-file.
           01 balance-record.
               COPY BALREC.
       FD  history-file.
           01 history-record.
               COPY HISTREC.
       FD  coamast-file.
           01 coamast-record.
               COPY COAMREC.
       FD  period-file.
           01 period-record.
               COPY PERREC.
       FD  budget-report-file.
           01 budget-report-line pic x(132).
       FD  busdate-file.
           01 busdate-record.
               COPY BUSREC.
       WORKING-STORAGE SECTION.
           01 ws-budget-status pic x(2).
           01 ws-balance-status pic x(2).
           01 ws-history-status pic x(2).
           01 ws-coamast-status pic x(2).
           01 ws-period-status pic x(2).
           01 ws-budget-report-status pic x(2).
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
           01 ws-tolerance-pct pic 9(3) value 10.
           01 ws-stop-flag pic x value "N".
               88 ws-stop-run value "Y".
           01 ws-period-eof-flag pic x value "N".
               88 ws-period-eof value "Y".
           01 ws-coa-eof-flag pic x value "N".
               88 ws-coa-eof value "Y".
           01 ws-period-closed-flag pic x value "N".
               88 ws-period-closed value "Y".
           01 ws-budget-open-flag pic x value "N".
               88 ws-budget-open value "Y".
           01 ws-actual-open-flag pic x value "N".
               88 ws-actual-open value "Y".
           01 ws-bud-eof-flag pic x value "N".
               88 ws-bud-eof value "Y".
           01 ws-bud-taken-flag pic x value "N".
               88 ws-bud-taken value "Y".
           01 ws-act-eof-flag pic x value "N".
               88 ws-act-eof value "Y".
           01 ws-bud-cur-key.
               05 ws-bck-account pic 9(8).
               05 ws-bck-dept pic x(4).
           01 ws-act-cur-key.
               05 ws-ack-account pic 9(8).
               05 ws-ack-dept pic x(4).
           01 ws-act-mtd pic s9(11)v99 value zero.
           01 ws-act-ytd pic s9(11)v99 value zero.
           01 ws-bal-date-split.
               05 ws-bal-year pic 9(4).
               05 ws-bal-month pic 9(2).
               05 filler pic 9(2).
           01 ws-bud-idx pic 9(2) comp.
           01 ws-line-account pic 9(8) value zero.
           01 ws-line-dept pic x(4) value spaces.
           01 ws-line-has-budget-flag pic x value "N".
               88 ws-line-has-budget value "Y".
           01 ws-line-wanted-flag pic x value "N".
               88 ws-line-wanted value "Y".
           01 ws-line-bud-mtd pic s9(11)v99 value zero.
           01 ws-line-bud-ytd pic s9(11)v99 value zero.
           01 ws-line-act-mtd pic s9(11)v99 value zero.
           01 ws-line-act-ytd pic s9(11)v99 value zero.
           01 ws-line-var-mtd pic s9(11)v99 value zero.
           01 ws-line-var-ytd pic s9(11)v99 value zero.
           01 ws-pct-budget pic s9(11)v99 value zero.
           01 ws-pct-variance pic s9(11)v99 value zero.
           01 ws-pct-result pic s9(4)v9 value zero.
           01 ws-abs-budget pic s9(11)v99 value zero.
           01 ws-abs-variance pic s9(11)v99 value zero.
           01 ws-limit-amount pic s9(13)v99 value zero.
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
           01 ws-line-count pic 9(7) value zero.
           01 ws-flagged-count pic 9(7) value zero.
           01 ws-unbudgeted-count pic 9(7) value zero.
           01 ws-other-year-count pic 9(7) value zero.
           01 ws-total-bud-mtd pic s9(13)v99 value zero.
           01 ws-total-act-mtd pic s9(13)v99 value zero.
           01 ws-total-bud-ytd pic s9(13)v99 value zero.
           01 ws-total-act-ytd pic s9(13)v99 value zero.
           01 ws-dept-count pic 9(3) value zero.
           01 ws-dept-idx pic 9(3) comp.
           01 ws-dept-found-idx pic 9(3) comp.
           01 ws-dept-table.
               05 ws-dept-entry occurs 50.
                   10 ws-dept-id pic x(4).
                   10 ws-dept-bud-mtd pic s9(11)v99.
                   10 ws-dept-act-mtd pic s9(11)v99.
                   10 ws-dept-bud-ytd pic s9(11)v99.
                   10 ws-dept-act-ytd pic s9(11)v99.
           01 ws-dept-ovfl-flag pic x value "N".
               88 ws-dept-ovfl value "Y".

           01 ws-bgr-header-line.
               05 filler pic x(45) value
                   "SUMARENCOBOL - PRESUPUESTO VS REAL".

           01 ws-bgr-period-line.
               05 filler pic x(9) value "PERIODO=".
               05 bp-period pic 9(6).
               05 filler pic x(13) value " TOLERANCIA=".
               05 bp-tolerance pic zz9.
               05 filler pic x(10) value "% FUENTE=".
               05 bp-source pic x(20).
               05 filler pic x(8) value " FECHA=".
               05 bp-run-date pic 9(8).

           01 ws-bgr-column-line.
               05 filler pic x(16) value "CUENTA    DEPTO".
               05 filler pic x(15) value "   PPTO MES".
               05 filler pic x(15) value "   REAL MES".
               05 filler pic x(15) value "   VAR. MES".
               05 filler pic x(8) value "  %VAR".
               05 filler pic x(15) value "   PPTO ANO".
               05 filler pic x(15) value "   REAL ANO".
               05 filler pic x(15) value "   VAR. ANO".
               05 filler pic x(8) value "  %VAR".
               05 filler pic x(5) value "MARCA".

           01 ws-bgr-detail-line.
               05 bd-account pic 9(8).
               05 filler pic x(2) value spaces.
               05 bd-dept pic x(4).
               05 filler pic x(2) value spaces.
               05 bd-bud-mtd pic -zzzzzzzzz9.99.
               05 filler pic x(1) value space.
               05 bd-act-mtd pic -zzzzzzzzz9.99.
               05 filler pic x(1) value space.
               05 bd-var-mtd pic -zzzzzzzzz9.99.
               05 filler pic x(1) value space.
               05 bd-pct-mtd pic -zzz9.9.
               05 filler pic x(1) value space.
               05 bd-bud-ytd pic -zzzzzzzzz9.99.
               05 filler pic x(1) value space.
               05 bd-act-ytd pic -zzzzzzzzz9.99.
               05 filler pic x(1) value space.
               05 bd-var-ytd pic -zzzzzzzzz9.99.
               05 filler pic x(1) value space.
               05 bd-pct-ytd pic -zzz9.9.
               05 filler pic x(1) value space.
               05 bd-flag pic x(2).

           01 ws-bgr-dept-header-line.
               05 filler pic x(30) value
                   "RESUMEN POR DEPARTAMENTO".

           01 ws-bgr-subtotal-line.
               05 bs-label pic x(16).
               05 bs-bud-mtd pic -zzzzzzzzz9.99.
               05 filler pic x(1) value space.
               05 bs-act-mtd pic -zzzzzzzzz9.99.
               05 filler pic x(1) value space.
               05 bs-var-mtd pic -zzzzzzzzz9.99.
               05 filler pic x(1) value space.
               05 bs-pct-mtd pic -zzz9.9.
               05 filler pic x(1) value space.
               05 bs-bud-ytd pic -zzzzzzzzz9.99.
               05 filler pic x(1) value space.
               05 bs-act-ytd pic -zzzzzzzzz9.99.
               05 filler pic x(1) value space.
               05 bs-var-ytd pic -zzzzzzzzz9.99.
               05 filler pic x(1) value space.
               05 bs-pct-ytd pic -zzz9.9.

           01 ws-bgr-dept-label.
               05 filler pic x(6) value "DEPTO ".
               05 bl-dept pic x(4).
               05 filler pic x(6) value spaces.

           01 ws-bgr-counts-line.
               05 filler pic x(12) value "POSICIONES=".
               05 bc-lines pic zzzzzz9.
               05 filler pic x(20) value " SOBRE TOLERANCIA=".
               05 bc-flagged pic zzzzzz9.
               05 filler pic x(18) value " SIN PRESUPUESTO=".
               05 bc-unbudgeted pic zzzzzz9.

           01 ws-bgr-legend-line.
               05 filler pic x(40) value
                   "** VARIACION DEL MES SOBRE TOLERANCIA".
               05 filler pic x(20) value "SP SIN PRESUPUESTO".

           01 ws-bgr-other-year-line.
               05 filler pic x(40) value
                   "PRESUPUESTOS DE OTRO EJERCICIO OMITIDOS=".
               05 bo-count pic zzzzzz9.

           01 ws-bgr-refused-line.
               05 filler pic x(16) value "*** RECHAZADO - ".
               05 br-reason pic x(60).

           01 ws-bgr-dept-ovfl-line.
               05 filler pic x(50) value
                   "*** TABLA DE DEPARTAMENTOS LLENA, RESUMEN PARCIAL".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           IF NOT ws-stop-run
               PERFORM 2000-MATCH-POSITIONS
                   UNTIL ws-bud-eof AND ws-act-eof
           END-IF.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO ws-current-datetime.
           PERFORM 1050-GET-PROCESSING-DATE.
           PERFORM 1100-PARSE-BUDGET-PARMS.
           OPEN OUTPUT budget-report-file.
           WRITE budget-report-line FROM ws-bgr-header-line.
           PERFORM 1200-CHECK-PERIOD-LOG.
           MOVE ws-report-period TO bp-period.
           MOVE ws-tolerance-pct TO bp-tolerance.
           MOVE ws-run-date TO bp-run-date.
           IF ws-period-closed
               MOVE "BALHIST (CERRADO)" TO bp-source
           ELSE
               MOVE "BALMAST (EN CURSO)" TO bp-source
           END-IF.
           WRITE budget-report-line FROM ws-bgr-period-line.
           IF ws-report-month < 1 OR ws-report-month > 12
               MOVE "PERIODO INVALIDO" TO br-reason
               PERFORM 1900-REFUSE-REPORT
           END-IF.
           IF NOT ws-stop-run AND NOT ws-period-closed
               AND ws-report-period < ws-run-period
               MOVE "PERIODO ANTERIOR SIN CIERRE EN BALHIST"
                   TO br-reason
               PERFORM 1900-REFUSE-REPORT
           END-IF.
           IF NOT ws-stop-run
               PERFORM 1300-LOAD-ACCOUNT-CLASSES
               PERFORM 1400-OPEN-BUDGET-AND-ACTUALS
           END-IF.
           IF NOT ws-stop-run
               WRITE budget-report-line FROM ws-bgr-column-line
               PERFORM 2100-READ-BUDGET
               PERFORM 2200-READ-ACTUAL
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

       1100-PARSE-BUDGET-PARMS.
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
      * digits the tolerance percent; either may come first.
      ******************************************************************
       1150-APPLY-PARM-TOKEN.
           EVALUATE TRUE
               WHEN ws-parm-token(1:6) IS NUMERIC
                       AND ws-parm-token(7:3) = SPACES
                   MOVE ws-parm-token(1:6) TO ws-report-period
               WHEN ws-parm-token(1:3) IS NUMERIC
                       AND ws-parm-token(4:6) = SPACES
                   MOVE ws-parm-token(1:3) TO ws-tolerance-pct
               WHEN ws-parm-token(1:2) IS NUMERIC
                       AND ws-parm-token(3:7) = SPACES
                   MOVE ws-parm-token(1:2) TO ws-tolerance-pct
               WHEN ws-parm-token(1:1) IS NUMERIC
                       AND ws-parm-token(2:8) = SPACES
                   MOVE ws-parm-token(1:1) TO ws-tolerance-pct
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1200-CHECK-PERIOD-LOG.
           MOVE "N" TO ws-period-closed-flag.
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
                           IF per-period = ws-report-period
                               MOVE "Y" TO ws-period-closed-flag
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE period-file
           END-IF.

      ******************************************************************
      * Income and expense accounts are the ones a budget is drawn
      * up for, so their movement is reported even with no budget;
      * movement on any other account without a budget is left out.
      * The class comes from the COAMAST mappings, first one wins.
      ******************************************************************
       1300-LOAD-ACCOUNT-CLASSES.
           MOVE ZERO TO ws-cls-count.
           OPEN INPUT coamast-file.
           IF ws-coamast-status NOT = "00"
               DISPLAY "no se pudo abrir COAMAST, status "
                   ws-coamast-status ", solo posiciones presupuestadas"
           ELSE
               MOVE "N" TO ws-coa-eof-flag
               PERFORM UNTIL ws-coa-eof
                   READ coamast-file
                       AT END
                           MOVE "Y" TO ws-coa-eof-flag
                       NOT AT END
                           MOVE com-debit-account TO ws-cls-account
                           MOVE com-debit-class TO ws-cls-class
                           PERFORM 1350-ADD-ACCOUNT-CLASS
                           MOVE com-credit-account TO ws-cls-account
                           MOVE com-credit-class TO ws-cls-class
                           PERFORM 1350-ADD-ACCOUNT-CLASS
                   END-READ
               END-PERFORM
               CLOSE coamast-file
           END-IF.

       1350-ADD-ACCOUNT-CLASS.
           IF ws-cls-account > ZERO AND ws-cls-class NOT = SPACE
               PERFORM 1360-FIND-ACCOUNT-CLASS
               IF ws-cls-found-idx = ZERO AND ws-cls-count < 300
                   ADD 1 TO ws-cls-count
                   MOVE ws-cls-account TO cls-account(ws-cls-count)
                   MOVE ws-cls-class TO cls-class(ws-cls-count)
               END-IF
           END-IF.

       1360-FIND-ACCOUNT-CLASS.
           MOVE ZERO TO ws-cls-found-idx.
           PERFORM VARYING ws-cls-idx FROM 1 BY 1
                   UNTIL ws-cls-idx > ws-cls-count
               IF cls-account(ws-cls-idx) = ws-cls-account
                   MOVE ws-cls-idx TO ws-cls-found-idx
                   MOVE ws-cls-count TO ws-cls-idx
               END-IF
           END-PERFORM.

       1400-OPEN-BUDGET-AND-ACTUALS.
           OPEN INPUT budget-file.
           IF ws-budget-status NOT = "00"
               DISPLAY "no se pudo abrir BUDMAST, status "
                   ws-budget-status
               MOVE "BUDMAST AUSENTE, SIN PRESUPUESTO CARGADO"
                   TO br-reason
               PERFORM 1900-REFUSE-REPORT
           ELSE
               MOVE "Y" TO ws-budget-open-flag
           END-IF.
           IF NOT ws-stop-run
               IF ws-period-closed
                   PERFORM 1450-OPEN-HISTORY-PERIOD
               ELSE
                   OPEN INPUT balance-file
                   IF ws-balance-status NOT = "00"
                       DISPLAY "no se pudo abrir BALMAST, status "
                           ws-balance-status
                       MOVE "BALMAST NO DISPONIBLE" TO br-reason
                       PERFORM 1900-REFUSE-REPORT
                   ELSE
                       MOVE "Y" TO ws-actual-open-flag
                   END-IF
               END-IF
           END-IF.

       1450-OPEN-HISTORY-PERIOD.
           OPEN INPUT history-file.
           IF ws-history-status NOT = "00"
               DISPLAY "no se pudo abrir BALHIST, status "
                   ws-history-status
               MOVE "BALHIST NO DISPONIBLE" TO br-reason
               PERFORM 1900-REFUSE-REPORT
           ELSE
               MOVE "Y" TO ws-actual-open-flag
               MOVE ws-report-period TO his-period
               MOVE ZERO TO his-account
               MOVE LOW-VALUES TO his-dept
               START history-file KEY IS NOT LESS THAN his-key
                   INVALID KEY
                       MOVE "Y" TO ws-act-eof-flag
               END-START
           END-IF.

       1900-REFUSE-REPORT.
           WRITE budget-report-line FROM ws-bgr-refused-line.
           DISPLAY "presupuesto vs real " ws-report-period
               " rechazado: " br-reason.
           MOVE "Y" TO ws-stop-flag.
           MOVE "Y" TO ws-bud-eof-flag.
           MOVE "Y" TO ws-act-eof-flag.
           MOVE 12 TO RETURN-CODE.

      ******************************************************************
      * BUDMAST and the actuals are both in account/department key
      * order, so one pass matches them: the lower key is reported
      * alone, equal keys together.  An exhausted file's key goes to
      * high-values so the other file drains.
      ******************************************************************
       2000-MATCH-POSITIONS.
           MOVE ZERO TO ws-line-bud-mtd.
           MOVE ZERO TO ws-line-bud-ytd.
           MOVE ZERO TO ws-line-act-mtd.
           MOVE ZERO TO ws-line-act-ytd.
           MOVE "N" TO ws-line-has-budget-flag.
           EVALUATE TRUE
               WHEN ws-bud-cur-key < ws-act-cur-key
                   PERFORM 2300-TAKE-BUDGET
                   PERFORM 3000-REPORT-POSITION
                   PERFORM 2100-READ-BUDGET
               WHEN ws-act-cur-key < ws-bud-cur-key
                   PERFORM 2400-TAKE-ACTUAL
                   PERFORM 3000-REPORT-POSITION
                   PERFORM 2200-READ-ACTUAL
               WHEN OTHER
                   PERFORM 2300-TAKE-BUDGET
                   PERFORM 2400-TAKE-ACTUAL
                   PERFORM 3000-REPORT-POSITION
                   PERFORM 2100-READ-BUDGET
                   PERFORM 2200-READ-ACTUAL
           END-EVALUATE.

      ******************************************************************
      * BUDMAST holds one year per position; a budget still on an
      * earlier (or later) fiscal year says nothing about this one
      * and is skipped and counted, not compared.
      ******************************************************************
       2100-READ-BUDGET.
           MOVE "N" TO ws-bud-taken-flag.
           PERFORM UNTIL ws-bud-eof OR ws-bud-taken
               READ budget-file NEXT RECORD
                   AT END
                       MOVE "Y" TO ws-bud-eof-flag
                   NOT AT END
                       IF bud-fiscal-year = ws-report-year
                           MOVE bud-account TO ws-bck-account
                           MOVE bud-dept TO ws-bck-dept
                           MOVE "Y" TO ws-bud-taken-flag
                       ELSE
                           ADD 1 TO ws-other-year-count
                       END-IF
               END-READ
           END-PERFORM.
           IF ws-bud-eof
               MOVE HIGH-VALUES TO ws-bud-cur-key
           END-IF.

       2200-READ-ACTUAL.
           IF ws-period-closed
               PERFORM 2250-READ-HISTORY-ACTUAL
           ELSE
               PERFORM 2260-READ-BALANCE-ACTUAL
           END-IF.
           IF ws-act-eof
               MOVE HIGH-VALUES TO ws-act-cur-key
           END-IF.

       2250-READ-HISTORY-ACTUAL.
           IF NOT ws-act-eof
               READ history-file NEXT RECORD
                   AT END
                       MOVE "Y" TO ws-act-eof-flag
               END-READ
           END-IF.
           IF NOT ws-act-eof
               IF his-period NOT = ws-report-period
                   MOVE "Y" TO ws-act-eof-flag
               ELSE
                   MOVE his-account TO ws-ack-account
                   MOVE his-dept TO ws-ack-dept
                   MOVE his-mtd TO ws-act-mtd
                   MOVE his-ytd TO ws-act-ytd
               END-IF
           END-IF.

      ******************************************************************
      * Live positions get the batch's rollover against the report
      * period: a position last posted in an earlier month has no
      * movement this month, one last posted in an earlier year has
      * none this year either.
      ******************************************************************
       2260-READ-BALANCE-ACTUAL.
           READ balance-file NEXT RECORD
               AT END
                   MOVE "Y" TO ws-act-eof-flag
           END-READ.
           IF NOT ws-act-eof
               MOVE bal-account TO ws-ack-account
               MOVE bal-dept TO ws-ack-dept
               MOVE bal-mtd TO ws-act-mtd
               MOVE bal-ytd TO ws-act-ytd
               MOVE bal-last-date TO ws-bal-date-split
               IF bal-last-date > ZERO
                   IF ws-bal-year NOT = ws-report-year
                       MOVE ZERO TO ws-act-ytd
                       MOVE ZERO TO ws-act-mtd
                   ELSE
                       IF ws-bal-month NOT = ws-report-month
                           MOVE ZERO TO ws-act-mtd
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2300-TAKE-BUDGET.
           MOVE "Y" TO ws-line-has-budget-flag.
           MOVE ws-bck-account TO ws-line-account.
           MOVE ws-bck-dept TO ws-line-dept.
           MOVE bud-amount(ws-report-month) TO ws-line-bud-mtd.
           PERFORM VARYING ws-bud-idx FROM 1 BY 1
                   UNTIL ws-bud-idx > ws-report-month
               ADD bud-amount(ws-bud-idx) TO ws-line-bud-ytd
           END-PERFORM.

       2400-TAKE-ACTUAL.
           MOVE ws-ack-account TO ws-line-account.
           MOVE ws-ack-dept TO ws-line-dept.
           MOVE ws-act-mtd TO ws-line-act-mtd.
           MOVE ws-act-ytd TO ws-line-act-ytd.

      ******************************************************************
      * A position without a budget is only worth a line when it is
      * income or expense and moved this year.  The tolerance test
      * is on the month: the variance is flagged when its size is
      * more than the tolerance percent of the budget's size.
      ******************************************************************
       3000-REPORT-POSITION.
           MOVE "Y" TO ws-line-wanted-flag.
           IF NOT ws-line-has-budget
               PERFORM 3050-CHECK-UNBUDGETED-LINE
           END-IF.
           IF ws-line-wanted
               PERFORM 3060-WRITE-POSITION-LINE
           END-IF.

       3050-CHECK-UNBUDGETED-LINE.
           MOVE "N" TO ws-line-wanted-flag.
           MOVE ws-line-account TO ws-cls-account.
           PERFORM 1360-FIND-ACCOUNT-CLASS.
           IF ws-cls-found-idx > ZERO
               MOVE cls-class(ws-cls-found-idx) TO ws-cls-class
               IF ws-cls-temporary
                   AND (ws-line-act-mtd NOT = ZERO
                       OR ws-line-act-ytd NOT = ZERO)
                   MOVE "Y" TO ws-line-wanted-flag
               END-IF
           END-IF.

       3060-WRITE-POSITION-LINE.
           COMPUTE ws-line-var-mtd = ws-line-act-mtd - ws-line-bud-mtd.
           COMPUTE ws-line-var-ytd = ws-line-act-ytd - ws-line-bud-ytd.
           MOVE ws-line-account TO bd-account.
           MOVE ws-line-dept TO bd-dept.
           MOVE ws-line-bud-mtd TO bd-bud-mtd.
           MOVE ws-line-act-mtd TO bd-act-mtd.
           MOVE ws-line-var-mtd TO bd-var-mtd.
           MOVE ws-line-bud-mtd TO ws-pct-budget.
           MOVE ws-line-var-mtd TO ws-pct-variance.
           PERFORM 3100-COMPUTE-PERCENT.
           MOVE ws-pct-result TO bd-pct-mtd.
           MOVE ws-line-bud-ytd TO bd-bud-ytd.
           MOVE ws-line-act-ytd TO bd-act-ytd.
           MOVE ws-line-var-ytd TO bd-var-ytd.
           MOVE ws-line-bud-ytd TO ws-pct-budget.
           MOVE ws-line-var-ytd TO ws-pct-variance.
           PERFORM 3100-COMPUTE-PERCENT.
           MOVE ws-pct-result TO bd-pct-ytd.
           MOVE SPACES TO bd-flag.
           IF ws-line-bud-mtd = ZERO
               IF ws-line-act-mtd NOT = ZERO
                   MOVE "SP" TO bd-flag
                   ADD 1 TO ws-unbudgeted-count
               END-IF
           ELSE
               MOVE ws-line-bud-mtd TO ws-abs-budget
               IF ws-abs-budget < ZERO
                   COMPUTE ws-abs-budget = ZERO - ws-abs-budget
               END-IF
               MOVE ws-line-var-mtd TO ws-abs-variance
               IF ws-abs-variance < ZERO
                   COMPUTE ws-abs-variance = ZERO - ws-abs-variance
               END-IF
               COMPUTE ws-limit-amount =
                   ws-abs-budget * ws-tolerance-pct / 100
               IF ws-abs-variance > ws-limit-amount
                   MOVE "**" TO bd-flag
                   ADD 1 TO ws-flagged-count
               END-IF
           END-IF.
           WRITE budget-report-line FROM ws-bgr-detail-line.
           ADD 1 TO ws-line-count.
           ADD ws-line-bud-mtd TO ws-total-bud-mtd.
           ADD ws-line-act-mtd TO ws-total-act-mtd.
           ADD ws-line-bud-ytd TO ws-total-bud-ytd.
           ADD ws-line-act-ytd TO ws-total-act-ytd.
           PERFORM 3200-ACCUMULATE-DEPARTMENT.

      ******************************************************************
      * Percent of the budget's size, so a favourable or adverse
      * variance keeps its sign whatever the sign of the budget.
      * No budget gives no percent; a percent too wide for the
      * column prints as 9999.9.
      ******************************************************************
       3100-COMPUTE-PERCENT.
           MOVE ZERO TO ws-pct-result.
           IF ws-pct-budget NOT = ZERO
               IF ws-pct-budget < ZERO
                   COMPUTE ws-pct-budget = ZERO - ws-pct-budget
               END-IF
               COMPUTE ws-pct-result ROUNDED =
                   ws-pct-variance * 100 / ws-pct-budget
                   ON SIZE ERROR
                       IF ws-pct-variance < ZERO
                           MOVE -9999.9 TO ws-pct-result
                       ELSE
                           MOVE 9999.9 TO ws-pct-result
                       END-IF
               END-COMPUTE
           END-IF.

       3200-ACCUMULATE-DEPARTMENT.
           MOVE ZERO TO ws-dept-found-idx.
           PERFORM VARYING ws-dept-idx FROM 1 BY 1
                   UNTIL ws-dept-idx > ws-dept-count
               IF ws-dept-id(ws-dept-idx) = ws-line-dept
                   MOVE ws-dept-idx TO ws-dept-found-idx
                   MOVE ws-dept-count TO ws-dept-idx
               END-IF
           END-PERFORM.
           IF ws-dept-found-idx = ZERO
               IF ws-dept-count < 50
                   ADD 1 TO ws-dept-count
                   MOVE ws-dept-count TO ws-dept-found-idx
                   MOVE ws-line-dept TO ws-dept-id(ws-dept-found-idx)
                   MOVE ZERO TO ws-dept-bud-mtd(ws-dept-found-idx)
                   MOVE ZERO TO ws-dept-act-mtd(ws-dept-found-idx)
                   MOVE ZERO TO ws-dept-bud-ytd(ws-dept-found-idx)
                   MOVE ZERO TO ws-dept-act-ytd(ws-dept-found-idx)
               ELSE
                   MOVE "Y" TO ws-dept-ovfl-flag
               END-IF
           END-IF.
           IF ws-dept-found-idx > ZERO
               ADD ws-line-bud-mtd TO ws-dept-bud-mtd(ws-dept-found-idx)
               ADD ws-line-act-mtd TO ws-dept-act-mtd(ws-dept-found-idx)
               ADD ws-line-bud-ytd TO ws-dept-bud-ytd(ws-dept-found-idx)
               ADD ws-line-act-ytd TO ws-dept-act-ytd(ws-dept-found-idx)
           END-IF.

       9000-TERMINATE.
           IF NOT ws-stop-run
               PERFORM 9100-WRITE-DEPARTMENT-RECAP
               MOVE "TOTALES:" TO bs-label
               MOVE ws-total-bud-mtd TO ws-line-bud-mtd
               MOVE ws-total-act-mtd TO ws-line-act-mtd
               MOVE ws-total-bud-ytd TO ws-line-bud-ytd
               MOVE ws-total-act-ytd TO ws-line-act-ytd
               PERFORM 9200-WRITE-SUBTOTAL-LINE
               MOVE ws-line-count TO bc-lines
               MOVE ws-flagged-count TO bc-flagged
               MOVE ws-unbudgeted-count TO bc-unbudgeted
               WRITE budget-report-line FROM ws-bgr-counts-line
               WRITE budget-report-line FROM ws-bgr-legend-line
               IF ws-other-year-count > ZERO
                   MOVE ws-other-year-count TO bo-count
                   WRITE budget-report-line FROM ws-bgr-other-year-line
               END-IF
               IF ws-dept-ovfl
                   WRITE budget-report-line FROM ws-bgr-dept-ovfl-line
                   MOVE 8 TO RETURN-CODE
               END-IF
               IF RETURN-CODE < 4
                   AND (ws-flagged-count > ZERO
                       OR ws-unbudgeted-count > ZERO)
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF ws-budget-open
               CLOSE budget-file
           END-IF.
           IF ws-actual-open
               IF ws-period-closed
                   CLOSE history-file
               ELSE
                   CLOSE balance-file
               END-IF
           END-IF.
           CLOSE budget-report-file.
           DISPLAY "presupuesto vs real " ws-report-period ": "
               ws-line-count " posiciones, " ws-flagged-count
               " sobre tolerancia".

       9100-WRITE-DEPARTMENT-RECAP.
           IF ws-dept-count > ZERO
               WRITE budget-report-line FROM ws-bgr-dept-header-line
           END-IF.
           PERFORM VARYING ws-dept-idx FROM 1 BY 1
                   UNTIL ws-dept-idx > ws-dept-count
               MOVE ws-dept-id(ws-dept-idx) TO bl-dept
               MOVE ws-bgr-dept-label TO bs-label
               MOVE ws-dept-bud-mtd(ws-dept-idx) TO ws-line-bud-mtd
               MOVE ws-dept-act-mtd(ws-dept-idx) TO ws-line-act-mtd
               MOVE ws-dept-bud-ytd(ws-dept-idx) TO ws-line-bud-ytd
               MOVE ws-dept-act-ytd(ws-dept-idx) TO ws-line-act-ytd
               PERFORM 9200-WRITE-SUBTOTAL-LINE
           END-PERFORM.

       9200-WRITE-SUBTOTAL-LINE.
           COMPUTE ws-line-var-mtd = ws-line-act-mtd - ws-line-bud-mtd.
           COMPUTE ws-line-var-ytd = ws-line-act-ytd - ws-line-bud-ytd.
           MOVE ws-line-bud-mtd TO bs-bud-mtd.
           MOVE ws-line-act-mtd TO bs-act-mtd.
           MOVE ws-line-var-mtd TO bs-var-mtd.
           MOVE ws-line-bud-mtd TO ws-pct-budget.
           MOVE ws-line-var-mtd TO ws-pct-variance.
           PERFORM 3100-COMPUTE-PERCENT.
           MOVE ws-pct-result TO bs-pct-mtd.
           MOVE ws-line-bud-ytd TO bs-bud-ytd.
           MOVE ws-line-act-ytd TO bs-act-ytd.
           MOVE ws-line-var-ytd TO bs-var-ytd.
           MOVE ws-line-bud-ytd TO ws-pct-budget.
           MOVE ws-line-var-ytd TO ws-pct-variance.
           PERFORM 3100-COMPUTE-PERCENT.
           MOVE ws-pct-result TO bs-pct-ytd.
           WRITE budget-report-line FROM ws-bgr-subtotal-line.
       END PROGRAM sumarencobolbudget.
