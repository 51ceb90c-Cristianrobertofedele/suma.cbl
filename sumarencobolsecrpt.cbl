      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Daily security report over SECLOG.DAT, the log
      *           sumarencobolonline writes at sign-on and from the
      *           OPERADORES maintenance screen.  Lists the day's
      *           sign-on failures, lockouts, password changes and
      *           operator profile changes with who caused each one,
      *           counts successful sign-ons, and ends with the
      *           profiles that are inactive on OPERFILE right now -
      *           locked-out operators stay there until a supervisor
      *           reactivates or resets them.  Takes the day on the
      *           command line:
      *               sumarencobolsecrpt [AAAAMMDD]
      *           defaulting to today, since the online stamps the
      *           log with the calendar date.  Writes SEGURIDAD.RPT;
      *           return code 4 when the day had a lockout or the log
      *           is missing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sumarencobolsecrpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT seclog-file ASSIGN TO "SECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-seclog-status.
           SELECT oper-file ASSIGN TO "OPERFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-oper-status.
           SELECT report-file ASSIGN TO "SEGURIDAD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-status.
       DATA DIVISION.
       FILE SECTION.
       FD  seclog-file.
           01 seclog-record.
               COPY SECREC.
       FD  oper-file.
           01 oper-record.
               COPY OPERREC.
       FD  report-file.
           01 report-line pic x(90).
       WORKING-STORAGE SECTION.
           01 ws-seclog-status pic x(2).
           01 ws-oper-status pic x(2).
           01 ws-report-status pic x(2).
           01 ws-parm-line pic x(30).
           01 ws-parm-date pic x(8).
           01 ws-report-date pic 9(8) value zero.
           01 ws-current-datetime.
               05 ws-cdt-date pic 9(8).
               05 ws-cdt-time pic 9(6).
               05 filler pic x(7).
           01 ws-eof-flag pic x value "N".
               88 ws-eof value "Y".
           01 ws-oper-eof-flag pic x value "N".
               88 ws-oper-eof value "Y".
           01 ws-read-count pic 9(9) value zero.
           01 ws-listed-count pic 9(9) value zero.
           01 ws-inactive-count pic 9(5) value zero.
           01 ws-count-signon pic 9(7) value zero.
           01 ws-count-failed pic 9(7) value zero.
           01 ws-count-locked pic 9(7) value zero.
           01 ws-count-pwd-change pic 9(7) value zero.
           01 ws-count-added pic 9(7) value zero.
           01 ws-count-changed pic 9(7) value zero.
           01 ws-count-deactivated pic 9(7) value zero.
           01 ws-count-reset pic 9(7) value zero.

           01 ws-rpt-header-line.
               05 filler pic x(45) value
                   "SUMARENCOBOL - REGISTRO DE SEGURIDAD DIARIO".

           01 ws-rpt-date-line.
               05 filler pic x(7) value "FECHA=".
               05 rd-date pic 9(8).

           01 ws-rpt-column-line.
               05 filler pic x(8) value "HORA".
               05 filler pic x(18) value "EVENTO".
               05 filler pic x(10) value "USUARIO".
               05 filler pic x(10) value "POR".
               05 filler pic x(40) value "DETALLE".

           01 ws-rpt-detail-line.
               05 rl-time pic 9(6).
               05 filler pic x(2) value spaces.
               05 rl-event pic x(16).
               05 filler pic x(2) value spaces.
               05 rl-user-id pic x(8).
               05 filler pic x(2) value spaces.
               05 rl-by-user pic x(8).
               05 filler pic x(2) value spaces.
               05 rl-detail pic x(40).

           01 ws-rpt-empty-line.
               05 filler pic x(40) value
                   "SIN EVENTOS DE SEGURIDAD EN LA FECHA".

           01 ws-rpt-nolog-line.
               05 filler pic x(40) value
                   "NO HAY REGISTRO DE SEGURIDAD".

           01 ws-rpt-signon-line.
               05 filler pic x(10) value "INGRESOS=".
               05 rs-signon pic zzzzzz9.
               05 filler pic x(11) value " FALLIDOS=".
               05 rs-failed pic zzzzzz9.
               05 filler pic x(11) value " BLOQUEOS=".
               05 rs-locked pic zzzzzz9.
               05 filler pic x(16) value " CAMBIOS CLAVE=".
               05 rs-pwd-change pic zzzzzz9.

           01 ws-rpt-profile-line.
               05 filler pic x(10) value "ALTAS=".
               05 rp-added pic zzzzzz9.
               05 filler pic x(17) value " MODIFICACIONES=".
               05 rp-changed pic zzzzzz9.
               05 filler pic x(8) value " BAJAS=".
               05 rp-deactivated pic zzzzzz9.
               05 filler pic x(12) value " REINICIOS=".
               05 rp-reset pic zzzzzz9.

           01 ws-rpt-inactive-title.
               05 filler pic x(40) value
                   "OPERADORES INACTIVOS EN OPERFILE".

           01 ws-rpt-inactive-column.
               05 filler pic x(10) value "USUARIO".
               05 filler pic x(22) value "NOMBRE".
               05 filler pic x(10) value "INTENTOS".
               05 filler pic x(10) value "POR".
               05 filler pic x(8) value "FECHA".

           01 ws-rpt-inactive-line.
               05 ri-user-id pic x(8).
               05 filler pic x(2) value spaces.
               05 ri-name pic x(20).
               05 filler pic x(2) value spaces.
               05 ri-failed pic x(1).
               05 filler pic x(9) value spaces.
               05 ri-updated-by pic x(8).
               05 filler pic x(2) value spaces.
               05 ri-updated-date pic x(8).

           01 ws-rpt-no-inactive-line.
               05 filler pic x(40) value
                   "NINGUNO".

           01 ws-rpt-nooper-line.
               05 filler pic x(40) value
                   "NO HAY ARCHIVO DE OPERADORES".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-READ-SECURITY-LOG.
           PERFORM 2900-WRITE-EVENT-TOTALS.
           PERFORM 3000-LIST-INACTIVE-OPERATORS.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO ws-current-datetime.
           PERFORM 1100-PARSE-REPORT-PARMS.
           OPEN OUTPUT report-file.
           WRITE report-line FROM ws-rpt-header-line.
           MOVE ws-report-date TO rd-date.
           WRITE report-line FROM ws-rpt-date-line.
           WRITE report-line FROM ws-rpt-column-line.

       1100-PARSE-REPORT-PARMS.
           ACCEPT ws-parm-line FROM COMMAND-LINE.
           UNSTRING ws-parm-line DELIMITED BY ALL SPACE
               INTO ws-parm-date.
           IF ws-parm-date IS NUMERIC
               MOVE ws-parm-date TO ws-report-date
           ELSE
               MOVE ws-cdt-date TO ws-report-date
           END-IF.

       2000-READ-SECURITY-LOG.
           OPEN INPUT seclog-file.
           IF ws-seclog-status NOT = "00"
               WRITE report-line FROM ws-rpt-nolog-line
               DISPLAY "no se pudo abrir SECLOG.DAT, status "
                   ws-seclog-status
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE "N" TO ws-eof-flag
               PERFORM UNTIL ws-eof
                   READ seclog-file
                       AT END
                           MOVE "Y" TO ws-eof-flag
                       NOT AT END
                           ADD 1 TO ws-read-count
                           IF sec-date = ws-report-date
                               PERFORM 2100-REPORT-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE seclog-file
               IF ws-listed-count = ZERO
                   WRITE report-line FROM ws-rpt-empty-line
               END-IF
           END-IF.

      ******************************************************************
      * Successful sign-ons are only counted - the day's list is for
      * the events somebody has to look at.
      ******************************************************************
       2100-REPORT-EVENT.
           EVALUATE TRUE
               WHEN sec-signed-on
                   ADD 1 TO ws-count-signon
                   MOVE SPACES TO rl-event
               WHEN sec-signon-failed
                   ADD 1 TO ws-count-failed
                   MOVE "INGRESO FALLIDO" TO rl-event
               WHEN sec-locked-out
                   ADD 1 TO ws-count-locked
                   MOVE "BLOQUEO" TO rl-event
               WHEN sec-password-changed
                   ADD 1 TO ws-count-pwd-change
                   MOVE "CAMBIO DE CLAVE" TO rl-event
               WHEN sec-operator-added
                   ADD 1 TO ws-count-added
                   MOVE "ALTA" TO rl-event
               WHEN sec-operator-changed
                   ADD 1 TO ws-count-changed
                   MOVE "MODIFICACION" TO rl-event
               WHEN sec-operator-deactivated
                   ADD 1 TO ws-count-deactivated
                   MOVE "BAJA" TO rl-event
               WHEN sec-password-reset
                   ADD 1 TO ws-count-reset
                   MOVE "REINICIO CLAVE" TO rl-event
               WHEN OTHER
                   MOVE sec-event TO rl-event
           END-EVALUATE.
           IF NOT sec-signed-on
               MOVE sec-time TO rl-time
               MOVE sec-user-id TO rl-user-id
               MOVE sec-by-user TO rl-by-user
               MOVE sec-detail TO rl-detail
               WRITE report-line FROM ws-rpt-detail-line
               ADD 1 TO ws-listed-count
           END-IF.

       2900-WRITE-EVENT-TOTALS.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE ws-count-signon TO rs-signon.
           MOVE ws-count-failed TO rs-failed.
           MOVE ws-count-locked TO rs-locked.
           MOVE ws-count-pwd-change TO rs-pwd-change.
           WRITE report-line FROM ws-rpt-signon-line.
           MOVE ws-count-added TO rp-added.
           MOVE ws-count-changed TO rp-changed.
           MOVE ws-count-deactivated TO rp-deactivated.
           MOVE ws-count-reset TO rp-reset.
           WRITE report-line FROM ws-rpt-profile-line.

       3000-LIST-INACTIVE-OPERATORS.
           MOVE SPACES TO report-line.
           WRITE report-line.
           WRITE report-line FROM ws-rpt-inactive-title.
           OPEN INPUT oper-file.
           IF ws-oper-status NOT = "00"
               WRITE report-line FROM ws-rpt-nooper-line
           ELSE
               WRITE report-line FROM ws-rpt-inactive-column
               MOVE "N" TO ws-oper-eof-flag
               PERFORM UNTIL ws-oper-eof
                   READ oper-file
                       AT END
                           MOVE "Y" TO ws-oper-eof-flag
                       NOT AT END
                           IF NOT opr-is-active
                               PERFORM 3100-REPORT-INACTIVE-OPERATOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE oper-file
               IF ws-inactive-count = ZERO
                   WRITE report-line FROM ws-rpt-no-inactive-line
               END-IF
           END-IF.

       3100-REPORT-INACTIVE-OPERATOR.
           MOVE opr-user-id TO ri-user-id.
           MOVE opr-name TO ri-name.
           MOVE opr-failed-count TO ri-failed.
           MOVE opr-updated-by TO ri-updated-by.
           MOVE opr-updated-date TO ri-updated-date.
           WRITE report-line FROM ws-rpt-inactive-line.
           ADD 1 TO ws-inactive-count.

       9000-TERMINATE.
           IF ws-count-locked > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "registro de seguridad: " ws-listed-count
               " eventos listados de " ws-read-count " leidos, "
               ws-count-locked " bloqueos".
           CLOSE report-file.
       END PROGRAM sumarencobolsecrpt.
