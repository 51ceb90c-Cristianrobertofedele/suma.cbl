      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Account activity statement.  When a department
      *           questions a BALMAST figure the audit listing is no
      *           help - it runs by date and operation, not by
      *           account, and carries no balance.  This job takes
      *           one account, an optional department and a date
      *           range and prints the position's opening balance,
      *           every posting that hit it on either side (the
      *           aud-debit-account / aud-credit-account of the
      *           live AUDIT.LOG and the AUDARCH archives) with a
      *           running balance, and the closing balance:
      *               sumarencobolstmt CUENTA DESDE HASTA [DEPTO]
      *           Dates are AAAAMMDD; no department means all of the
      *           account's departments together.  The opening
      *           balance is the BALHIST snapshot of the last closed
      *           period before DESDE plus the postings between
      *           that period's end and DESDE; with no snapshot it
      *           is rebuilt from the whole trail.  Postings after
      *           HASTA are added to the closing balance to prove it
      *           against the live BALMAST position - a statement
      *           that does not tie prints a DESCUADRE warning and
      *           ends with return code 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sumarencobolstmt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT balance-file ASSIGN TO "BALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS bal-key
               FILE STATUS IS ws-balance-status.
           SELECT history-file ASSIGN TO "BALHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS his-key
               FILE STATUS IS ws-history-status.
           SELECT period-file ASSIGN TO "PERIODS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-period-status.
           SELECT audit-file ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audit-status.
           SELECT archive-file ASSIGN TO "AUDARCH.CUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-archive-status.
           SELECT stmt-report-file ASSIGN TO "EXTRACTO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-stmt-report-status.
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
       FD  audit-file.
           01 audit-record.
               COPY AUDITREC.
       FD  archive-file.
           01 archive-record.
               COPY AUDITREC REPLACING LEADING ==aud== BY ==arc==.
       FD  stmt-report-file.
           01 stmt-report-line pic x(132).
       FD  busdate-file.
           01 busdate-record.
               COPY BUSREC.
       WORKING-STORAGE SECTION.
           01 ws-work-entry.
               COPY AUDITREC REPLACING LEADING ==aud== BY ==wk==.
           01 ws-balance-status pic x(2).
           01 ws-history-status pic x(2).
           01 ws-period-status pic x(2).
           01 ws-audit-status pic x(2).
           01 ws-archive-status pic x(2).
           01 ws-stmt-report-status pic x(2).
           01 ws-busdate-status pic x(2).
           01 ws-parm-line pic x(40).
           01 ws-parm-token-1 pic x(9).
           01 ws-parm-token-2 pic x(9).
           01 ws-parm-token-3 pic x(9).
           01 ws-parm-token-4 pic x(9).
           01 ws-current-datetime.
               05 ws-cdt-date pic 9(8).
               05 ws-cdt-time pic 9(6).
               05 filler pic x(7).
           01 ws-run-date pic 9(8) value zero.
           01 ws-stmt-account pic 9(8) value zero.
           01 ws-stmt-dept pic x(4) value spaces.
           01 ws-all-depts-flag pic x value "N".
               88 ws-all-depts value "Y".
           01 ws-from-date pic 9(8) value zero.
           01 ws-from-date-split redefines ws-from-date.
               05 ws-from-period pic 9(6).
               05 filler pic 9(2).
           01 ws-to-date pic 9(8) value zero.
           01 ws-stop-flag pic x value "N".
               88 ws-stop-run value "Y".
           01 ws-eof-flag pic x value "N".
               88 ws-eof value "Y".
           01 ws-arc-eof-flag pic x value "N".
               88 ws-arc-eof value "Y".
           01 ws-period-eof-flag pic x value "N".
               88 ws-period-eof value "Y".
           01 ws-his-eof-flag pic x value "N".
               88 ws-his-eof value "Y".
           01 ws-bal-eof-flag pic x value "N".
               88 ws-bal-eof value "Y".
           01 ws-snapshot-flag pic x value "N".
               88 ws-snapshot-used value "Y".
           01 ws-snap-period pic 9(6) value zero.
           01 ws-snap-period-split redefines ws-snap-period.
               05 ws-snap-year pic 9(4).
               05 ws-snap-month pic 9(2).
           01 ws-snap-end-date pic 9(8) value zero.
           01 ws-snap-end-split redefines ws-snap-end-date.
               05 ws-snap-end-period pic 9(6).
               05 ws-snap-end-day pic 9(2).
           01 ws-per-split.
               05 ws-per-year pic 9(4).
               05 ws-per-month pic 9(2).
           01 ws-year-close-period pic 9(6) value zero.
           01 ws-period-seq pic 9(7) value zero.
           01 ws-snap-logged-seq pic 9(7) value zero.
           01 ws-year-logged-seq pic 9(7) value zero.
           01 ws-snap-has-yearend-flag pic x value "N".
               88 ws-snap-has-yearend value "Y".
           01 ws-next-month-int pic 9(8) value zero.
           01 ws-scan-int pic 9(8) value zero.
           01 ws-scan-end-int pic 9(8) value zero.
           01 ws-scan-start-int pic 9(8) value zero.
           01 ws-candidate-date pic 9(8) value zero.
           01 ws-archive-name.
               05 filler pic x(8) value "AUDARCH.".
               05 an-archive-date pic 9(8).
           01 ws-archive-cur-name pic x(11) value "AUDARCH.CUR".
           01 ws-file-info pic x(16).
           01 ws-saved-return-code pic s9(4) comp.
           01 ws-archives-read pic 9(5) value zero.
           01 ws-mov-amount pic s9(11)v99 value zero.
           01 ws-mov-side pic x(1) value space.
           01 ws-mov-contra pic 9(8) value zero.
           01 ws-snap-balance pic s9(13)v99 value zero.
           01 ws-opening-balance pic s9(13)v99 value zero.
           01 ws-running-balance pic s9(13)v99 value zero.
           01 ws-closing-balance pic s9(13)v99 value zero.
           01 ws-after-movement pic s9(13)v99 value zero.
           01 ws-master-balance pic s9(13)v99 value zero.
           01 ws-expected-master pic s9(13)v99 value zero.
           01 ws-difference pic s9(13)v99 value zero.
           01 ws-total-debits pic s9(13)v99 value zero.
           01 ws-total-credits pic s9(13)v99 value zero.
           01 ws-opening-count pic 9(7) value zero.
           01 ws-after-count pic 9(7) value zero.
           01 ws-listed-count pic 9(7) value zero.
           01 ws-line-count pic 9(4) value zero.
           01 ws-line-idx pic 9(4) comp.
           01 ws-line-table.
               05 ws-line-entry occurs 2000.
                   10 ln-date pic 9(8).
                   10 ln-time pic 9(6).
                   10 ln-op-code pic x(1).
                   10 ln-operator pic x(8).
                   10 ln-dept pic x(4).
                   10 ln-side pic x(1).
                   10 ln-contra pic 9(8).
                   10 ln-amount pic s9(11)v99.
           01 ws-line-ovfl-flag pic x value "N".
               88 ws-line-ovfl value "Y".

           01 ws-stm-header-line.
               05 filler pic x(40) value
                   "SUMARENCOBOL - EXTRACTO DE CUENTA".

           01 ws-stm-parm-line.
               05 filler pic x(7) value "CUENTA=".
               05 sp-account pic 9(8).
               05 filler pic x(7) value " DEPTO=".
               05 sp-dept pic x(5).
               05 filler pic x(7) value " DESDE=".
               05 sp-from-date pic 9(8).
               05 filler pic x(7) value " HASTA=".
               05 sp-to-date pic 9(8).
               05 filler pic x(7) value " FECHA=".
               05 sp-run-date pic 9(8).

           01 ws-stm-opening-line.
               05 filler pic x(16) value "SALDO INICIAL".
               05 so-balance pic -zzzzzzzzzzzz9.99.
               05 filler pic x(3) value spaces.
               05 so-source pic x(30).
               05 so-period pic x(6).
               05 filler pic x(3) value spaces.
               05 so-count pic zzzzzz9.
               05 filler pic x(8) value " MOVIM.".

           01 ws-stm-column-line.
               05 filler pic x(10) value "FECHA".
               05 filler pic x(8) value "HORA".
               05 filler pic x(3) value "OP".
               05 filler pic x(10) value "OPERADOR".
               05 filler pic x(6) value "DEPTO".
               05 filler pic x(11) value "CONTRAPART.".
               05 filler pic x(16) value "         DEBITO".
               05 filler pic x(16) value "        CREDITO".
               05 filler pic x(18) value "            SALDO".

           01 ws-stm-detail-line.
               05 sd-date pic 9(8).
               05 filler pic x(2) value spaces.
               05 sd-time pic 9(6).
               05 filler pic x(2) value spaces.
               05 sd-op-code pic x(1).
               05 filler pic x(2) value spaces.
               05 sd-operator pic x(8).
               05 filler pic x(2) value spaces.
               05 sd-dept pic x(4).
               05 filler pic x(2) value spaces.
               05 sd-contra pic x(8).
               05 filler pic x(2) value spaces.
               05 sd-debit pic zzzzzzzzzz9.99.
               05 filler pic x(2) value spaces.
               05 sd-credit pic zzzzzzzzzz9.99.
               05 filler pic x(1) value space.
               05 sd-balance pic -zzzzzzzzzzzz9.99.

           01 ws-stm-totals-line.
               05 filler pic x(18) value "TOTAL MOVIMIENTOS".
               05 st-count pic zzzzzz9.
               05 filler pic x(28) value spaces.
               05 st-debits pic zzzzzzzzzz9.99.
               05 filler pic x(2) value spaces.
               05 st-credits pic zzzzzzzzzz9.99.

           01 ws-stm-closing-line.
               05 filler pic x(16) value "SALDO FINAL AL ".
               05 sc-to-date pic 9(8).
               05 filler pic x(2) value spaces.
               05 sc-balance pic -zzzzzzzzzzzz9.99.

           01 ws-stm-after-line.
               05 filler pic x(26) value "MOVIM. POSTERIORES A HASTA".
               05 sa-balance pic -zzzzzzzzzzzz9.99.
               05 filler pic x(3) value spaces.
               05 sa-count pic zzzzzz9.
               05 filler pic x(8) value " MOVIM.".

           01 ws-stm-master-line.
               05 filler pic x(26) value "SALDO ACTUAL SEGUN BALMAST".
               05 sm-balance pic -zzzzzzzzzzzz9.99.

           01 ws-stm-tie-ok-line.
               05 filler pic x(40) value
                   "EL EXTRACTO CUADRA CON BALMAST".

           01 ws-stm-tie-bad-line.
               05 filler pic x(40) value
                   "*** DESCUADRE CONTRA BALMAST *** DIF.=".
               05 sb-difference pic -zzzzzzzzzzzz9.99.

           01 ws-stm-ovfl-line.
               05 filler pic x(60) value
                   "*** MAS DE 2000 MOVIMIENTOS, LISTADO PARCIAL".

           01 ws-stm-refused-line.
               05 filler pic x(16) value "*** RECHAZADO - ".
               05 sr-reason pic x(60).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           IF NOT ws-stop-run
               PERFORM 2000-READ-AUDIT-TRAIL
               PERFORM 3000-PRINT-STATEMENT
               PERFORM 4000-TIE-TO-MASTER
           END-IF.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO ws-current-datetime.
           PERFORM 1050-GET-PROCESSING-DATE.
           OPEN OUTPUT stmt-report-file.
           WRITE stmt-report-line FROM ws-stm-header-line.
           PERFORM 1100-PARSE-STATEMENT-PARMS.
           MOVE ws-stmt-account TO sp-account.
           IF ws-all-depts
               MOVE "TODOS" TO sp-dept
           ELSE
               MOVE ws-stmt-dept TO sp-dept
           END-IF.
           MOVE ws-from-date TO sp-from-date.
           MOVE ws-to-date TO sp-to-date.
           MOVE ws-run-date TO sp-run-date.
           WRITE stmt-report-line FROM ws-stm-parm-line.
           IF NOT ws-stop-run
               PERFORM 1200-FIND-SNAPSHOT-PERIOD
           END-IF.
           IF NOT ws-stop-run AND ws-snapshot-used
               PERFORM 1300-LOAD-SNAPSHOT-BALANCE
           END-IF.

       1050-GET-PROCESSING-DATE.
           MOVE ws-cdt-date TO ws-run-date.
           OPEN INPUT busdate-file.
           IF ws-busdate-status NOT = "00"
               DISPLAY "BUSDATE.DAT ausente, se emite con la fecha "
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

       1100-PARSE-STATEMENT-PARMS.
           ACCEPT ws-parm-line FROM COMMAND-LINE.
           UNSTRING ws-parm-line DELIMITED BY ALL SPACE
               INTO ws-parm-token-1 ws-parm-token-2
                   ws-parm-token-3 ws-parm-token-4.
           IF ws-parm-token-1(1:8) IS NOT NUMERIC
               OR ws-parm-token-1(9:1) NOT = SPACE
               OR ws-parm-token-2(1:8) IS NOT NUMERIC
               OR ws-parm-token-2(9:1) NOT = SPACE
               OR ws-parm-token-3(1:8) IS NOT NUMERIC
               OR ws-parm-token-3(9:1) NOT = SPACE
               OR ws-parm-token-4(5:5) NOT = SPACES
               DISPLAY "uso: sumarencobolstmt CUENTA DESDE HASTA "
                   "[DEPTO]"
               MOVE "PARAMETROS INVALIDOS" TO sr-reason
               PERFORM 1900-REFUSE-STATEMENT
           ELSE
               MOVE ws-parm-token-1(1:8) TO ws-stmt-account
               MOVE ws-parm-token-2(1:8) TO ws-from-date
               MOVE ws-parm-token-3(1:8) TO ws-to-date
               MOVE ws-parm-token-4(1:4) TO ws-stmt-dept
               IF ws-stmt-dept = SPACES
                   MOVE "Y" TO ws-all-depts-flag
               END-IF
               IF ws-from-date > ws-to-date
                   MOVE "DESDE POSTERIOR A HASTA" TO sr-reason
                   PERFORM 1900-REFUSE-STATEMENT
               END-IF
           END-IF.

      ******************************************************************
      * The snapshot to start from is the latest closed month before
      * DESDE's month.  The year-end close posts under the December
      * business date after December's snapshot was taken, so when
      * the snapshot is a December one its year-end entries count
      * toward the opening balance unless the December close was
      * (re)run after the year-end close and already holds them -
      * the order of the two entries in PERIODS.DAT tells which.
      ******************************************************************
       1200-FIND-SNAPSHOT-PERIOD.
           MOVE "N" TO ws-snapshot-flag.
           MOVE ZERO TO ws-snap-period.
           OPEN INPUT period-file.
           IF ws-period-status = "00"
               MOVE "N" TO ws-period-eof-flag
               PERFORM UNTIL ws-period-eof
                   READ period-file
                       AT END
                           MOVE "Y" TO ws-period-eof-flag
                       NOT AT END
                           MOVE per-period TO ws-per-split
                           IF ws-per-month >= 1 AND ws-per-month <= 12
                               AND per-period < ws-from-period
                               AND per-period > ws-snap-period
                               MOVE per-period TO ws-snap-period
                               MOVE "Y" TO ws-snapshot-flag
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE period-file
           END-IF.
           IF ws-snapshot-used AND ws-snap-month = 12
               PERFORM 1250-CHECK-YEAREND-ORDER
           END-IF.
           IF ws-snapshot-used
               IF ws-snap-month = 12
                   COMPUTE ws-snap-end-date =
                       ws-snap-year * 10000 + 1231
               ELSE
                   COMPUTE ws-next-month-int = FUNCTION INTEGER-OF-DATE
                       ((ws-snap-period + 1) * 100 + 1)
                   COMPUTE ws-snap-end-date = FUNCTION DATE-OF-INTEGER
                       (ws-next-month-int - 1)
               END-IF
           END-IF.

       1250-CHECK-YEAREND-ORDER.
           COMPUTE ws-year-close-period = ws-snap-year * 100 + 13.
           MOVE ZERO TO ws-period-seq.
           MOVE ZERO TO ws-snap-logged-seq.
           MOVE ZERO TO ws-year-logged-seq.
           OPEN INPUT period-file.
           IF ws-period-status = "00"
               MOVE "N" TO ws-period-eof-flag
               PERFORM UNTIL ws-period-eof
                   READ period-file
                       AT END
                           MOVE "Y" TO ws-period-eof-flag
                       NOT AT END
                           ADD 1 TO ws-period-seq
                           IF per-period = ws-snap-period
                               MOVE ws-period-seq TO ws-snap-logged-seq
                           END-IF
                           IF per-period = ws-year-close-period
                               MOVE ws-period-seq TO ws-year-logged-seq
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE period-file
           END-IF.
           IF ws-year-logged-seq > ZERO
               AND ws-year-logged-seq < ws-snap-logged-seq
               MOVE "Y" TO ws-snap-has-yearend-flag
           END-IF.

       1300-LOAD-SNAPSHOT-BALANCE.
           MOVE ZERO TO ws-snap-balance.
           OPEN INPUT history-file.
           IF ws-history-status NOT = "00"
               DISPLAY "no se pudo abrir BALHIST, status "
                   ws-history-status ", saldo inicial desde el "
                   "rastro completo"
               MOVE "N" TO ws-snapshot-flag
           ELSE
               MOVE ws-snap-period TO his-period
               MOVE ws-stmt-account TO his-account
               IF ws-all-depts
                   MOVE LOW-VALUES TO his-dept
                   MOVE "N" TO ws-his-eof-flag
                   START history-file KEY IS NOT LESS THAN his-key
                       INVALID KEY
                           MOVE "Y" TO ws-his-eof-flag
                   END-START
                   PERFORM UNTIL ws-his-eof
                       READ history-file NEXT RECORD
                           AT END
                               MOVE "Y" TO ws-his-eof-flag
                           NOT AT END
                               IF his-period NOT = ws-snap-period
                                   OR his-account NOT = ws-stmt-account
                                   MOVE "Y" TO ws-his-eof-flag
                               ELSE
                                   ADD his-current TO ws-snap-balance
                               END-IF
                       END-READ
                   END-PERFORM
               ELSE
                   MOVE ws-stmt-dept TO his-dept
                   READ history-file
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE his-current TO ws-snap-balance
                   END-READ
               END-IF
               CLOSE history-file
           END-IF.
           MOVE ws-snap-balance TO ws-opening-balance.

       1900-REFUSE-STATEMENT.
           WRITE stmt-report-line FROM ws-stm-refused-line.
           DISPLAY "extracto rechazado: " sr-reason.
           MOVE "Y" TO ws-stop-flag.
           MOVE 12 TO RETURN-CODE.

      ******************************************************************
      * The trail is read oldest first - the AUDARCH archives, each
      * renamed to AUDARCH.CUR while it is read, then the live log -
      * the same walk the integrity check makes.
      ******************************************************************
       2000-READ-AUDIT-TRAIL.
           COMPUTE ws-scan-end-int =
               FUNCTION INTEGER-OF-DATE(ws-cdt-date).
           COMPUTE ws-scan-start-int = ws-scan-end-int - 2557.
           IF ws-scan-start-int < 1
               MOVE 1 TO ws-scan-start-int
           END-IF.
           PERFORM VARYING ws-scan-int FROM ws-scan-start-int
                   BY 1 UNTIL ws-scan-int > ws-scan-end-int
               MOVE FUNCTION DATE-OF-INTEGER(ws-scan-int) TO
                   ws-candidate-date
               PERFORM 2100-PROBE-ONE-ARCHIVE
           END-PERFORM.
           OPEN INPUT audit-file.
           IF ws-audit-status NOT = "00"
               DISPLAY "no se pudo abrir AUDIT.LOG, status "
                   ws-audit-status
           ELSE
               MOVE "N" TO ws-eof-flag
               PERFORM UNTIL ws-eof
                   READ audit-file
                       AT END
                           MOVE "Y" TO ws-eof-flag
                       NOT AT END
                           MOVE audit-record TO ws-work-entry
                           PERFORM 2300-SELECT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE audit-file
           END-IF.

       2100-PROBE-ONE-ARCHIVE.
           MOVE ws-candidate-date TO an-archive-date.
           MOVE RETURN-CODE TO ws-saved-return-code.
           CALL "CBL_CHECK_FILE_EXIST" USING ws-archive-name
               ws-file-info.
           IF RETURN-CODE = ZERO
               MOVE ws-saved-return-code TO RETURN-CODE
               PERFORM 2200-READ-ONE-ARCHIVE
           ELSE
               MOVE ws-saved-return-code TO RETURN-CODE
           END-IF.

       2200-READ-ONE-ARCHIVE.
           MOVE RETURN-CODE TO ws-saved-return-code.
           CALL "CBL_RENAME_FILE" USING ws-archive-name
               ws-archive-cur-name.
           IF RETURN-CODE NOT = ZERO
               DISPLAY "no se pudo acceder al archivo "
                   ws-archive-name
               IF ws-saved-return-code > 12
                   MOVE ws-saved-return-code TO RETURN-CODE
               ELSE
                   MOVE 12 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO ws-archives-read
               OPEN INPUT archive-file
               MOVE "N" TO ws-arc-eof-flag
               PERFORM UNTIL ws-arc-eof
                   READ archive-file
                       AT END
                           MOVE "Y" TO ws-arc-eof-flag
                       NOT AT END
                           MOVE archive-record TO ws-work-entry
                           PERFORM 2300-SELECT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE archive-file
               CALL "CBL_RENAME_FILE" USING ws-archive-cur-name
                   ws-archive-name
               IF RETURN-CODE NOT = ZERO
                   DISPLAY "no se pudo restaurar el archivo "
                       ws-archive-name " desde AUDARCH.CUR"
                   IF ws-saved-return-code > 12
                       MOVE ws-saved-return-code TO RETURN-CODE
                   ELSE
                       MOVE 12 TO RETURN-CODE
                   END-IF
               ELSE
                   MOVE ws-saved-return-code TO RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * Only postings count: entries stamped BATCH or YEAREND that
      * carry accounts.  An entry hits the statement once for each
      * side naming the account - debit adds, credit subtracts, the
      * batch's own sign convention.  A manual journal line (op J)
      * names only the side it posted, so it lists with no contra
      * account.
      ******************************************************************
       2300-SELECT-ENTRY.
           IF (wk-operator = "BATCH" OR wk-operator = "YEAREND")
               AND wk-date IS NUMERIC
               AND wk-debit-account IS NUMERIC
               AND wk-credit-account IS NUMERIC
               AND (ws-all-depts OR wk-dept = ws-stmt-dept)
               IF wk-debit-account = ws-stmt-account
                   MOVE wk-resultado TO ws-mov-amount
                   MOVE "D" TO ws-mov-side
                   MOVE wk-credit-account TO ws-mov-contra
                   PERFORM 2400-APPLY-MOVEMENT
               END-IF
               IF wk-credit-account = ws-stmt-account
                   COMPUTE ws-mov-amount = ZERO - wk-resultado
                   MOVE "C" TO ws-mov-side
                   MOVE wk-debit-account TO ws-mov-contra
                   PERFORM 2400-APPLY-MOVEMENT
               END-IF
           END-IF.

      ******************************************************************
      * A movement on or before the snapshot's period end is already
      * in the snapshot, save the year-end entries the December
      * snapshot was taken before.  Earlier than DESDE it builds
      * the opening balance, inside the range it is listed, after
      * HASTA it only serves to prove the closing balance.
      ******************************************************************
       2400-APPLY-MOVEMENT.
           EVALUATE TRUE
               WHEN ws-snapshot-used
                       AND wk-date <= ws-snap-end-date
                   IF wk-operator = "YEAREND"
                       AND ws-snap-month = 12
                       AND NOT ws-snap-has-yearend
                       AND wk-date(1:4) = ws-snap-end-date(1:4)
                       ADD ws-mov-amount TO ws-opening-balance
                       ADD 1 TO ws-opening-count
                   END-IF
               WHEN wk-date < ws-from-date
                   ADD ws-mov-amount TO ws-opening-balance
                   ADD 1 TO ws-opening-count
               WHEN wk-date <= ws-to-date
                   PERFORM 2500-STORE-STATEMENT-LINE
               WHEN OTHER
                   ADD ws-mov-amount TO ws-after-movement
                   ADD 1 TO ws-after-count
           END-EVALUATE.

       2500-STORE-STATEMENT-LINE.
           ADD 1 TO ws-listed-count.
           IF ws-mov-side = "D"
               ADD ws-mov-amount TO ws-total-debits
           ELSE
               SUBTRACT ws-mov-amount FROM ws-total-credits
           END-IF.
           IF ws-line-count < 2000
               ADD 1 TO ws-line-count
               MOVE wk-date TO ln-date(ws-line-count)
               MOVE wk-time TO ln-time(ws-line-count)
               MOVE wk-op-code TO ln-op-code(ws-line-count)
               MOVE wk-operator TO ln-operator(ws-line-count)
               MOVE wk-dept TO ln-dept(ws-line-count)
               MOVE ws-mov-side TO ln-side(ws-line-count)
               MOVE ws-mov-contra TO ln-contra(ws-line-count)
               MOVE ws-mov-amount TO ln-amount(ws-line-count)
           ELSE
               MOVE "Y" TO ws-line-ovfl-flag
           END-IF.

       3000-PRINT-STATEMENT.
           MOVE ws-opening-balance TO so-balance.
           IF ws-snapshot-used
               MOVE "BALHIST PERIODO" TO so-source
               MOVE ws-snap-period TO so-period
           ELSE
               MOVE "RASTRO DE AUDITORIA COMPLETO" TO so-source
               MOVE SPACES TO so-period
           END-IF.
           MOVE ws-opening-count TO so-count.
           WRITE stmt-report-line FROM ws-stm-opening-line.
           WRITE stmt-report-line FROM ws-stm-column-line.
           MOVE ws-opening-balance TO ws-running-balance.
           PERFORM VARYING ws-line-idx FROM 1 BY 1
                   UNTIL ws-line-idx > ws-line-count
               ADD ln-amount(ws-line-idx) TO ws-running-balance
               MOVE ln-date(ws-line-idx) TO sd-date
               MOVE ln-time(ws-line-idx) TO sd-time
               MOVE ln-op-code(ws-line-idx) TO sd-op-code
               MOVE ln-operator(ws-line-idx) TO sd-operator
               MOVE ln-dept(ws-line-idx) TO sd-dept
               IF ln-contra(ws-line-idx) = ZERO
                   MOVE SPACES TO sd-contra
               ELSE
                   MOVE ln-contra(ws-line-idx) TO sd-contra
               END-IF
               IF ln-side(ws-line-idx) = "D"
                   MOVE ln-amount(ws-line-idx) TO sd-debit
                   MOVE ZERO TO sd-credit
               ELSE
                   MOVE ZERO TO sd-debit
                   COMPUTE sd-credit = ZERO - ln-amount(ws-line-idx)
               END-IF
               MOVE ws-running-balance TO sd-balance
               WRITE stmt-report-line FROM ws-stm-detail-line
           END-PERFORM.
           IF ws-line-ovfl
               WRITE stmt-report-line FROM ws-stm-ovfl-line
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           COMPUTE ws-closing-balance = ws-opening-balance
               + ws-total-debits - ws-total-credits.
           MOVE ws-listed-count TO st-count.
           MOVE ws-total-debits TO st-debits.
           MOVE ws-total-credits TO st-credits.
           WRITE stmt-report-line FROM ws-stm-totals-line.
           MOVE ws-to-date TO sc-to-date.
           MOVE ws-closing-balance TO sc-balance.
           WRITE stmt-report-line FROM ws-stm-closing-line.

      ******************************************************************
      * Closing balance plus everything posted after HASTA must be
      * today's BALMAST position (summed over the departments when
      * none was given).  A gap means a posting reached the master
      * without reaching the trail, or the trail is incomplete.
      ******************************************************************
       4000-TIE-TO-MASTER.
           PERFORM 4100-READ-MASTER-BALANCE.
           COMPUTE ws-expected-master =
               ws-closing-balance + ws-after-movement.
           MOVE ws-after-movement TO sa-balance.
           MOVE ws-after-count TO sa-count.
           WRITE stmt-report-line FROM ws-stm-after-line.
           MOVE ws-master-balance TO sm-balance.
           WRITE stmt-report-line FROM ws-stm-master-line.
           COMPUTE ws-difference =
               ws-master-balance - ws-expected-master.
           IF ws-difference = ZERO
               WRITE stmt-report-line FROM ws-stm-tie-ok-line
           ELSE
               MOVE ws-difference TO sb-difference
               WRITE stmt-report-line FROM ws-stm-tie-bad-line
               DISPLAY "extracto " ws-stmt-account
                   " no cuadra con BALMAST, diferencia "
                   ws-difference
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       4100-READ-MASTER-BALANCE.
           MOVE ZERO TO ws-master-balance.
           OPEN INPUT balance-file.
           IF ws-balance-status NOT = "00"
               DISPLAY "no se pudo abrir BALMAST, status "
                   ws-balance-status
           ELSE
               MOVE ws-stmt-account TO bal-account
               IF ws-all-depts
                   MOVE LOW-VALUES TO bal-dept
                   MOVE "N" TO ws-bal-eof-flag
                   START balance-file KEY IS NOT LESS THAN bal-key
                       INVALID KEY
                           MOVE "Y" TO ws-bal-eof-flag
                   END-START
                   PERFORM UNTIL ws-bal-eof
                       READ balance-file NEXT RECORD
                           AT END
                               MOVE "Y" TO ws-bal-eof-flag
                           NOT AT END
                               IF bal-account NOT = ws-stmt-account
                                   MOVE "Y" TO ws-bal-eof-flag
                               ELSE
                                   ADD bal-current TO ws-master-balance
                               END-IF
                       END-READ
                   END-PERFORM
               ELSE
                   MOVE ws-stmt-dept TO bal-dept
                   READ balance-file
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE bal-current TO ws-master-balance
                   END-READ
               END-IF
               CLOSE balance-file
           END-IF.

       9000-TERMINATE.
           CLOSE stmt-report-file.
           DISPLAY "extracto de cuenta " ws-stmt-account ": "
               ws-listed-count " movimientos, " ws-archives-read
               " archivos historicos leidos".
       END PROGRAM sumarencobolstmt.
