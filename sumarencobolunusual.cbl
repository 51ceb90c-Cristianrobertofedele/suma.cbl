      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Unusual-activity exception report, run after the
      *           nightly batch.  Every BALMAST position the night's
      *           run posted to is judged against its own closing
      *           history in BALHIST over the latest closed periods
      *           (up to six, from PERIODS.DAT) and reported when:
      *             RG its movement for the month exceeds the largest
      *                monthly movement of its history by more than
      *                the factor (3 unless given) - at least three
      *                periods of history are needed to judge;
      *             DO it had no movement in the last three closed
      *                periods;
      *             SG its balance changed sign since the last close;
      *             NU it did not exist at the last close - the first
      *                posting ever to that account/department.
      *           Each exception prints the history figures it was
      *           judged against and goes to UNUSUAL.DAT, which the
      *           supervisor works through on the online review
      *           screen.  An exception marked reviewed there
      *           (UNUSREV.DAT) is not reported again for the rest
      *           of the month.  Any exception ends the job with
      *           return code 4:
      *               sumarencobolunusual [VECES]
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sumarencobolunusual.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT balance-file ASSIGN TO "BALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS bal-key
               FILE STATUS IS ws-balance-status.
           SELECT history-file ASSIGN TO "BALHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS his-key
               FILE STATUS IS ws-history-status.
           SELECT period-file ASSIGN TO "PERIODS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-period-status.
           SELECT reviewed-file ASSIGN TO "UNUSREV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-reviewed-status.
           SELECT unusual-file ASSIGN TO "UNUSUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-unusual-status.
           SELECT unusual-report-file ASSIGN TO "UNUSUAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-unusual-report-status.
           SELECT busdate-file ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-busdate-status.
       DATA DIVISION.
       FILE SECTION.
       FD  balance-file.
           01 balance-record.
               COPY BALREC.
       FD  history-file.
           01 history-record.
               COPY HISTREC.
       FD  period-file.
           01 period-record.
               COPY PERREC.
       FD  reviewed-file.
           01 reviewed-record.
               COPY UREVREC.
       FD  unusual-file.
           01 unusual-record.
               COPY UNUSREC.
       FD  unusual-report-file.
           01 unusual-report-line pic x(132).
       FD  busdate-file.
           01 busdate-record.
               COPY BUSREC.
       WORKING-STORAGE SECTION.
           01 ws-balance-status pic x(2).
           01 ws-history-status pic x(2).
           01 ws-period-status pic x(2).
           01 ws-reviewed-status pic x(2).
           01 ws-unusual-status pic x(2).
           01 ws-unusual-report-status pic x(2).
           01 ws-busdate-status pic x(2).
           01 ws-parm-line pic x(20).
           01 ws-parm-token pic x(9).
           01 ws-current-datetime.
               05 ws-cdt-date pic 9(8).
               05 ws-cdt-time pic 9(6).
               05 filler pic x(7).
           01 ws-run-date pic 9(8) value zero.
           01 ws-run-date-split redefines ws-run-date.
               05 ws-run-period pic 9(6).
               05 filler pic 9(2).
           01 ws-factor pic 9(2) value 3.
           01 ws-dormant-periods pic 9(2) value 3.
           01 ws-min-history pic 9(2) value 3.
           01 ws-stop-flag pic x value "N".
               88 ws-stop-run value "Y".
           01 ws-eof-flag pic x value "N".
               88 ws-eof value "Y".
           01 ws-period-eof-flag pic x value "N".
               88 ws-period-eof value "Y".
           01 ws-reviewed-eof-flag pic x value "N".
               88 ws-reviewed-eof value "Y".
           01 ws-balance-open-flag pic x value "N".
               88 ws-balance-open value "Y".
           01 ws-history-open-flag pic x value "N".
               88 ws-history-open value "Y".
           01 ws-period-dup-flag pic x value "N".
               88 ws-period-dup value "Y".
           01 ws-lst-period pic 9(6) value zero.
           01 ws-lst-period-split redefines ws-lst-period.
               05 ws-lst-year pic 9(4).
               05 ws-lst-month pic 9(2).

      * Closed periods examined, most recent first.
           01 ws-win-count pic 9(2) value zero.
           01 ws-win-idx pic 9(2) comp.
           01 ws-win-idx-2 pic 9(2) comp.
           01 ws-win-low-idx pic 9(2) comp.
           01 ws-win-swap-period pic 9(6) value zero.
           01 ws-window-table.
               05 ws-win-entry occurs 6.
                   10 ws-win-period pic 9(6).
                   10 ws-win-found pic x(1).
                   10 ws-win-mtd pic s9(11)v99.
                   10 ws-win-current pic s9(11)v99.

      * History of the position being judged.
           01 ws-his-found-count pic 9(2) value zero.
           01 ws-his-min pic s9(11)v99 value zero.
           01 ws-his-max pic s9(11)v99 value zero.
           01 ws-his-sum pic s9(13)v99 value zero.
           01 ws-his-avg pic s9(11)v99 value zero.
           01 ws-his-max-abs pic s9(11)v99 value zero.
           01 ws-his-abs pic s9(11)v99 value zero.
           01 ws-his-limit pic s9(13)v99 value zero.
           01 ws-pos-abs-mtd pic s9(11)v99 value zero.
           01 ws-pos-mtd pic s9(11)v99 value zero.
           01 ws-last-moved pic 9(6) value zero.
           01 ws-quiet-count pic 9(2) value zero.
           01 ws-exc-type pic x(2) value spaces.

      * Exceptions already reviewed this month.
           01 ws-rev-count pic 9(3) value zero.
           01 ws-rev-idx pic 9(3) comp.
           01 ws-rev-found-flag pic x value "N".
               88 ws-rev-found value "Y".
           01 ws-rev-table.
               05 ws-rev-entry occurs 500.
                   10 ws-rev-key pic x(20).
           01 ws-rev-ovfl-flag pic x value "N".
               88 ws-rev-ovfl value "Y".
           01 ws-exc-key.
               05 ws-exk-type pic x(2).
               05 ws-exk-period pic 9(6).
               05 ws-exk-account pic 9(8).
               05 ws-exk-dept pic x(4).

           01 ws-examined-count pic 9(7) value zero.
           01 ws-exception-count pic 9(7) value zero.
           01 ws-suppressed-count pic 9(7) value zero.
           01 ws-range-count pic 9(7) value zero.
           01 ws-dormant-count pic 9(7) value zero.
           01 ws-sign-count pic 9(7) value zero.
           01 ws-new-count pic 9(7) value zero.

           01 ws-unr-header-line.
               05 filler pic x(40) value
                   "SUMARENCOBOL - ACTIVIDAD INUSUAL".

           01 ws-unr-param-line.
               05 filler pic x(7) value "FECHA=".
               05 up-run-date pic 9(8).
               05 filler pic x(9) value " FACTOR=".
               05 up-factor pic z9.
               05 filler pic x(21) value " VECES  HISTORIA DE ".
               05 up-periods pic 9.
               05 filler pic x(18) value " PERIODOS CERRADOS".
               05 filler pic x(2) value ": ".
               05 up-first-period pic 9(6).
               05 filler pic x(3) value " A ".
               05 up-last-period pic 9(6).

           01 ws-unr-column-line.
               05 filler pic x(20) value "TIPO".
               05 filler pic x(10) value "CUENTA".
               05 filler pic x(6) value "DEPTO".
               05 filler pic x(17) value "     MOV. DEL MES".
               05 filler pic x(17) value "     SALDO ACTUAL".

           01 ws-unr-detail-line.
               05 ud-type pic x(2).
               05 filler pic x(1) value space.
               05 ud-type-desc pic x(17).
               05 ud-account pic 9(8).
               05 filler pic x(2) value spaces.
               05 ud-dept pic x(4).
               05 filler pic x(2) value spaces.
               05 ud-mtd pic -zzzzzzzzzz9.99.
               05 filler pic x(2) value spaces.
               05 ud-current pic -zzzzzzzzzz9.99.

           01 ws-unr-range-line.
               05 filler pic x(13) value "    PERIODOS=".
               05 ur-periods pic 9.
               05 filler pic x(11) value " MIN. MES=".
               05 ur-min pic -zzzzzzzzzz9.99.
               05 filler pic x(11) value " MAX. MES=".
               05 ur-max pic -zzzzzzzzzz9.99.
               05 filler pic x(10) value " PROMEDIO=".
               05 ur-avg pic -zzzzzzzzzz9.99.
               05 filler pic x(8) value " LIMITE=".
               05 ur-limit pic -zzzzzzzzzz9.99.

           01 ws-unr-dormant-line.
               05 filler pic x(24) value
                   "    SIN MOVIMIENTO EN ".
               05 uo-periods pic 9.
               05 filler pic x(40) value
                   " PERIODOS CERRADOS - ULTIMO MOVIMIENTO: ".
               05 uo-last-moved pic x(20).

           01 ws-unr-sign-line.
               05 filler pic x(20) value "    SALDO AL CIERRE ".
               05 us-period pic 9(6).
               05 filler pic x(2) value "= ".
               05 us-prior-balance pic -zzzzzzzzzz9.99.

           01 ws-unr-new-line.
               05 filler pic x(25) value
                   "    SIN SALDO AL CIERRE ".
               05 un-period pic 9(6).
               05 filler pic x(40) value
                   " - PRIMER MOVIMIENTO DE LA POSICION".

           01 ws-unr-counts-line.
               05 filler pic x(21) value "POSICIONES MOVIDAS=".
               05 uc-examined pic zzzzzz9.
               05 filler pic x(14) value " EXCEPCIONES=".
               05 uc-exceptions pic zzzzzz9.
               05 filler pic x(5) value " RG=".
               05 uc-range pic zzzzzz9.
               05 filler pic x(5) value " DO=".
               05 uc-dormant pic zzzzzz9.
               05 filler pic x(5) value " SG=".
               05 uc-sign pic zzzzzz9.
               05 filler pic x(5) value " NU=".
               05 uc-new pic zzzzzz9.
               05 filler pic x(12) value " REVISADAS=".
               05 uc-suppressed pic zzzzzz9.

           01 ws-unr-no-history-line.
               05 filler pic x(23) value "SIN PERIODOS CERRADOS ".
               05 filler pic x(40) value
                   "- NO HAY HISTORIA CONTRA QUE COMPARAR".

           01 ws-unr-refused-line.
               05 filler pic x(16) value "*** RECHAZADO - ".
               05 ux-reason pic x(60).

           01 ws-unr-rev-ovfl-line.
               05 filler pic x(30) value
                   "*** TABLA DE REVISADAS LLENA, ".
               05 filler pic x(30) value
                   "PUEDEN REPETIRSE REVISADAS".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           IF NOT ws-stop-run
               PERFORM 2000-CHECK-POSITION UNTIL ws-eof
           END-IF.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO ws-current-datetime.
           PERFORM 1050-GET-PROCESSING-DATE.
           ACCEPT ws-parm-line FROM COMMAND-LINE.
           UNSTRING ws-parm-line DELIMITED BY ALL SPACE
               INTO ws-parm-token.
           EVALUATE TRUE
               WHEN ws-parm-token(1:2) IS NUMERIC
                       AND ws-parm-token(3:7) = SPACES
                   MOVE ws-parm-token(1:2) TO ws-factor
               WHEN ws-parm-token(1:1) IS NUMERIC
                       AND ws-parm-token(2:8) = SPACES
                   MOVE ws-parm-token(1:1) TO ws-factor
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF ws-factor = ZERO
               MOVE 3 TO ws-factor
           END-IF.
           OPEN OUTPUT unusual-report-file.
           WRITE unusual-report-line FROM ws-unr-header-line.
           OPEN OUTPUT unusual-file.
           PERFORM 1200-LOAD-CLOSED-PERIODS.
           MOVE ws-run-date TO up-run-date.
           MOVE ws-factor TO up-factor.
           MOVE ws-win-count TO up-periods.
           MOVE ZERO TO up-first-period.
           MOVE ZERO TO up-last-period.
           IF ws-win-count > ZERO
               MOVE ws-win-period(ws-win-count) TO up-first-period
               MOVE ws-win-period(1) TO up-last-period
           END-IF.
           WRITE unusual-report-line FROM ws-unr-param-line.
           IF ws-win-count = ZERO
               WRITE unusual-report-line FROM ws-unr-no-history-line
               MOVE "Y" TO ws-stop-flag
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF NOT ws-stop-run
               PERFORM 1300-LOAD-REVIEWED
               OPEN INPUT balance-file
               IF ws-balance-status NOT = "00"
                   MOVE "BALMAST NO DISPONIBLE" TO ux-reason
                   PERFORM 1900-REFUSE-REPORT
               ELSE
                   MOVE "Y" TO ws-balance-open-flag
               END-IF
           END-IF.
           IF NOT ws-stop-run
               OPEN INPUT history-file
               IF ws-history-status NOT = "00"
                   MOVE "BALHIST NO DISPONIBLE" TO ux-reason
                   PERFORM 1900-REFUSE-REPORT
               ELSE
                   MOVE "Y" TO ws-history-open-flag
               END-IF
           END-IF.
           IF NOT ws-stop-run
               WRITE unusual-report-line FROM ws-unr-column-line
               PERFORM 2050-READ-BALANCE
           END-IF.

      ******************************************************************
      * The run belongs to the business date on BUSDATE.DAT - the
      * positions judged are the ones the batch posted with it.
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

      ******************************************************************
      * Keeps the six most recent monthly closes before the business
      * month, newest first.  Year-end entries (period AAAA13) are
      * not months and are left out.
      ******************************************************************
       1200-LOAD-CLOSED-PERIODS.
           MOVE ZERO TO ws-win-count.
           OPEN INPUT period-file.
           IF ws-period-status = "00"
               MOVE "N" TO ws-period-eof-flag
               PERFORM UNTIL ws-period-eof
                   READ period-file
                       AT END
                           MOVE "Y" TO ws-period-eof-flag
                       NOT AT END
                           PERFORM 1250-TAKE-CLOSED-PERIOD
                   END-READ
               END-PERFORM
               CLOSE period-file
           END-IF.
           PERFORM VARYING ws-win-idx FROM 1 BY 1
                   UNTIL ws-win-idx >= ws-win-count
               PERFORM VARYING ws-win-idx-2 FROM ws-win-idx BY 1
                       UNTIL ws-win-idx-2 > ws-win-count
                   IF ws-win-period(ws-win-idx-2) >
                           ws-win-period(ws-win-idx)
                       MOVE ws-win-period(ws-win-idx)
                           TO ws-win-swap-period
                       MOVE ws-win-period(ws-win-idx-2)
                           TO ws-win-period(ws-win-idx)
                       MOVE ws-win-swap-period
                           TO ws-win-period(ws-win-idx-2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       1250-TAKE-CLOSED-PERIOD.
           MOVE per-period TO ws-lst-period.
           IF ws-lst-month >= 1 AND ws-lst-month <= 12
               AND ws-lst-period < ws-run-period
               MOVE "N" TO ws-period-dup-flag
               PERFORM VARYING ws-win-idx FROM 1 BY 1
                       UNTIL ws-win-idx > ws-win-count
                   IF ws-win-period(ws-win-idx) = ws-lst-period
                       MOVE "Y" TO ws-period-dup-flag
                       MOVE ws-win-count TO ws-win-idx
                   END-IF
               END-PERFORM
               IF NOT ws-period-dup
                   IF ws-win-count < 6
                       ADD 1 TO ws-win-count
                       MOVE ws-lst-period TO ws-win-period(ws-win-count)
                   ELSE
                       MOVE 1 TO ws-win-low-idx
                       PERFORM VARYING ws-win-idx FROM 2 BY 1
                               UNTIL ws-win-idx > 6
                           IF ws-win-period(ws-win-idx) <
                                   ws-win-period(ws-win-low-idx)
                               MOVE ws-win-idx TO ws-win-low-idx
                           END-IF
                       END-PERFORM
                       IF ws-lst-period > ws-win-period(ws-win-low-idx)
                           MOVE ws-lst-period
                               TO ws-win-period(ws-win-low-idx)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1300-LOAD-REVIEWED.
           MOVE ZERO TO ws-rev-count.
           OPEN INPUT reviewed-file.
           IF ws-reviewed-status = "00"
               MOVE "N" TO ws-reviewed-eof-flag
               PERFORM UNTIL ws-reviewed-eof
                   READ reviewed-file
                       AT END
                           MOVE "Y" TO ws-reviewed-eof-flag
                       NOT AT END
                           IF urv-period = ws-run-period
                               IF ws-rev-count < 500
                                   ADD 1 TO ws-rev-count
                                   MOVE urv-key TO
                                       ws-rev-key(ws-rev-count)
                               ELSE
                                   MOVE "Y" TO ws-rev-ovfl-flag
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE reviewed-file
           END-IF.

       1900-REFUSE-REPORT.
           WRITE unusual-report-line FROM ws-unr-refused-line.
           DISPLAY "actividad inusual " ws-run-date
               " rechazado: " ux-reason.
           MOVE "Y" TO ws-stop-flag.
           MOVE "Y" TO ws-eof-flag.
           MOVE 12 TO RETURN-CODE.

      ******************************************************************
      * Only positions the night's run posted to are judged - one
      * not touched tonight has nothing new to say.
      ******************************************************************
       2000-CHECK-POSITION.
           IF bal-last-date = ws-run-date
               ADD 1 TO ws-examined-count
               MOVE bal-mtd TO ws-pos-mtd
               PERFORM 2100-GATHER-HISTORY
               PERFORM 2200-JUDGE-POSITION
           END-IF.
           PERFORM 2050-READ-BALANCE.

       2050-READ-BALANCE.
           READ balance-file
               AT END
                   MOVE "Y" TO ws-eof-flag
           END-READ.

       2100-GATHER-HISTORY.
           MOVE ZERO TO ws-his-found-count.
           MOVE ZERO TO ws-his-min.
           MOVE ZERO TO ws-his-max.
           MOVE ZERO TO ws-his-sum.
           MOVE ZERO TO ws-his-avg.
           MOVE ZERO TO ws-his-max-abs.
           MOVE ZERO TO ws-last-moved.
           PERFORM VARYING ws-win-idx FROM 1 BY 1
                   UNTIL ws-win-idx > ws-win-count
               MOVE ws-win-period(ws-win-idx) TO his-period
               MOVE bal-account TO his-account
               MOVE bal-dept TO his-dept
               READ history-file
                   INVALID KEY
                       MOVE "N" TO ws-win-found(ws-win-idx)
                       MOVE ZERO TO ws-win-mtd(ws-win-idx)
                       MOVE ZERO TO ws-win-current(ws-win-idx)
                   NOT INVALID KEY
                       MOVE "Y" TO ws-win-found(ws-win-idx)
                       MOVE his-mtd TO ws-win-mtd(ws-win-idx)
                       MOVE his-current TO ws-win-current(ws-win-idx)
                       PERFORM 2150-ACCUMULATE-HISTORY
               END-READ
           END-PERFORM.
           IF ws-his-found-count > ZERO
               DIVIDE ws-his-sum BY ws-his-found-count
                   GIVING ws-his-avg ROUNDED
           END-IF.

       2150-ACCUMULATE-HISTORY.
           ADD 1 TO ws-his-found-count.
           IF ws-his-found-count = 1
               MOVE his-mtd TO ws-his-min
               MOVE his-mtd TO ws-his-max
           END-IF.
           IF his-mtd < ws-his-min
               MOVE his-mtd TO ws-his-min
           END-IF.
           IF his-mtd > ws-his-max
               MOVE his-mtd TO ws-his-max
           END-IF.
           ADD his-mtd TO ws-his-sum.
           MOVE his-mtd TO ws-his-abs.
           IF ws-his-abs < ZERO
               COMPUTE ws-his-abs = ZERO - ws-his-abs
           END-IF.
           IF ws-his-abs > ws-his-max-abs
               MOVE ws-his-abs TO ws-his-max-abs
           END-IF.
           IF his-mtd NOT = ZERO AND ws-last-moved = ZERO
               MOVE his-period TO ws-last-moved
           END-IF.

      ******************************************************************
      * A position missing from the last close is new and has no
      * history to judge the rest by.  Otherwise each test stands on
      * its own, so one posting may raise more than one exception.
      ******************************************************************
       2200-JUDGE-POSITION.
           IF ws-win-found(1) NOT = "Y"
               MOVE "NU" TO ws-exc-type
               PERFORM 2500-RAISE-EXCEPTION
           ELSE
               IF (ws-win-current(1) > ZERO AND bal-current < ZERO)
                   OR (ws-win-current(1) < ZERO AND bal-current > ZERO)
                   MOVE "SG" TO ws-exc-type
                   PERFORM 2500-RAISE-EXCEPTION
               END-IF
               PERFORM 2300-CHECK-DORMANT
               PERFORM 2400-CHECK-RANGE
           END-IF.

       2300-CHECK-DORMANT.
           MOVE ZERO TO ws-quiet-count.
           IF ws-win-count >= ws-dormant-periods
               PERFORM VARYING ws-win-idx FROM 1 BY 1
                       UNTIL ws-win-idx > ws-dormant-periods
                   IF ws-win-found(ws-win-idx) = "Y"
                       AND ws-win-mtd(ws-win-idx) = ZERO
                       ADD 1 TO ws-quiet-count
                   END-IF
               END-PERFORM
           END-IF.
           IF ws-quiet-count = ws-dormant-periods
               MOVE "DO" TO ws-exc-type
               PERFORM 2500-RAISE-EXCEPTION
           END-IF.

       2400-CHECK-RANGE.
           MOVE ws-pos-mtd TO ws-pos-abs-mtd.
           IF ws-pos-abs-mtd < ZERO
               COMPUTE ws-pos-abs-mtd = ZERO - ws-pos-abs-mtd
           END-IF.
           COMPUTE ws-his-limit = ws-his-max-abs * ws-factor.
           IF ws-his-found-count >= ws-min-history
               AND ws-his-max-abs > ZERO
               AND ws-pos-abs-mtd > ws-his-limit
               MOVE "RG" TO ws-exc-type
               PERFORM 2500-RAISE-EXCEPTION
           END-IF.

       2500-RAISE-EXCEPTION.
           MOVE ws-exc-type TO ws-exk-type.
           MOVE ws-run-period TO ws-exk-period.
           MOVE bal-account TO ws-exk-account.
           MOVE bal-dept TO ws-exk-dept.
           MOVE "N" TO ws-rev-found-flag.
           PERFORM VARYING ws-rev-idx FROM 1 BY 1
                   UNTIL ws-rev-idx > ws-rev-count
               IF ws-rev-key(ws-rev-idx) = ws-exc-key
                   MOVE "Y" TO ws-rev-found-flag
                   MOVE ws-rev-count TO ws-rev-idx
               END-IF
           END-PERFORM.
           IF ws-rev-found
               ADD 1 TO ws-suppressed-count
           ELSE
               ADD 1 TO ws-exception-count
               PERFORM 2600-WRITE-EXCEPTION-RECORD
               PERFORM 2700-PRINT-EXCEPTION
           END-IF.

       2600-WRITE-EXCEPTION-RECORD.
           MOVE ws-exc-type TO unu-type.
           MOVE ws-run-period TO unu-period.
           MOVE bal-account TO unu-account.
           MOVE bal-dept TO unu-dept.
           MOVE ws-run-date TO unu-run-date.
           MOVE ws-pos-mtd TO unu-mtd.
           MOVE bal-current TO unu-current.
           MOVE ws-his-found-count TO unu-hist-periods.
           MOVE ws-his-min TO unu-hist-min.
           MOVE ws-his-max TO unu-hist-max.
           MOVE ws-his-avg TO unu-hist-avg.
           MOVE ZERO TO unu-limit.
           IF unu-out-of-range
               MOVE ws-his-limit TO unu-limit
           END-IF.
           MOVE ws-win-period(1) TO unu-prior-period.
           MOVE ws-win-current(1) TO unu-prior-balance.
           MOVE ws-last-moved TO unu-last-moved.
           WRITE unusual-record.

       2700-PRINT-EXCEPTION.
           MOVE ws-exc-type TO ud-type.
           EVALUATE ws-exc-type
               WHEN "RG"
                   MOVE "FUERA DE RANGO" TO ud-type-desc
                   ADD 1 TO ws-range-count
               WHEN "DO"
                   MOVE "INACTIVA" TO ud-type-desc
                   ADD 1 TO ws-dormant-count
               WHEN "SG"
                   MOVE "CAMBIO DE SIGNO" TO ud-type-desc
                   ADD 1 TO ws-sign-count
               WHEN "NU"
                   MOVE "POSICION NUEVA" TO ud-type-desc
                   ADD 1 TO ws-new-count
           END-EVALUATE.
           MOVE bal-account TO ud-account.
           MOVE bal-dept TO ud-dept.
           MOVE ws-pos-mtd TO ud-mtd.
           MOVE bal-current TO ud-current.
           WRITE unusual-report-line FROM ws-unr-detail-line.
           EVALUATE ws-exc-type
               WHEN "RG"
                   MOVE ws-his-found-count TO ur-periods
                   MOVE ws-his-min TO ur-min
                   MOVE ws-his-max TO ur-max
                   MOVE ws-his-avg TO ur-avg
                   MOVE ws-his-limit TO ur-limit
                   WRITE unusual-report-line FROM ws-unr-range-line
               WHEN "DO"
                   MOVE ws-dormant-periods TO uo-periods
                   IF ws-last-moved = ZERO
                       MOVE "NINGUNO EN HISTORIA" TO uo-last-moved
                   ELSE
                       MOVE ws-last-moved TO uo-last-moved
                   END-IF
                   WRITE unusual-report-line FROM ws-unr-dormant-line
               WHEN "SG"
                   MOVE ws-win-period(1) TO us-period
                   MOVE ws-win-current(1) TO us-prior-balance
                   WRITE unusual-report-line FROM ws-unr-sign-line
               WHEN "NU"
                   MOVE ws-win-period(1) TO un-period
                   WRITE unusual-report-line FROM ws-unr-new-line
           END-EVALUATE.

       9000-TERMINATE.
           IF ws-balance-open
               CLOSE balance-file
           END-IF.
           IF ws-history-open
               CLOSE history-file
           END-IF.
           IF ws-win-count > ZERO AND ws-balance-open
               AND ws-history-open
               MOVE ws-examined-count TO uc-examined
               MOVE ws-exception-count TO uc-exceptions
               MOVE ws-range-count TO uc-range
               MOVE ws-dormant-count TO uc-dormant
               MOVE ws-sign-count TO uc-sign
               MOVE ws-new-count TO uc-new
               MOVE ws-suppressed-count TO uc-suppressed
               WRITE unusual-report-line FROM ws-unr-counts-line
               IF ws-rev-ovfl
                   WRITE unusual-report-line FROM ws-unr-rev-ovfl-line
               END-IF
               IF RETURN-CODE < 4 AND ws-exception-count > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE unusual-file.
           CLOSE unusual-report-file.
           DISPLAY "actividad inusual " ws-run-date ": "
               ws-examined-count " posiciones, " ws-exception-count
               " excepciones, " ws-suppressed-count " ya revisadas".
       END PROGRAM sumarencobolunusual.
