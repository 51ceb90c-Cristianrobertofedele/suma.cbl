      *           OPERFILE operator profiles: only active operators
      *           get in, each operator may use only the operations
      *           the profile allows, and the signed-on user id is
      *           stamped on every audit record written.  Sign-on
      *           takes a password, checked against the salted digest
      *           on the profile; a first sign-on, a supervisor reset
      *           or a password older than the expiry period forces a
      *           change before the menu opens, and consecutive bad
      *           passwords deactivate the profile.  Supervisors keep
      *           the profiles on the OPERADORES screen.  Every
      *           sign-on, failure, lockout and profile change is
      *           written to the SECLOG.DAT security log.
      *           Manual journals: any operator keys a balanced
      *           entry of up to eight account/department lines on
      *           the ASIENTO MANUAL screen, each validated against
      *           COAMAST, and it is held in JOURNAL.DAT until a
      *           supervisor other than the one who keyed it
      *           approves or rejects it on APROBACION DE ASIENTOS;
      *           the next batch run posts the approved ones.
      *           Supervisors work through the night's unusual-
      *           activity exceptions (UNUSUAL.DAT) on ACTIVIDAD
      *           INUSUAL, each shown with the history figures it was
      *           judged against; one marked reviewed is recorded in
      *           UNUSREV.DAT with the supervisor and a note and is
      *           not reported again that month.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT oper-file ASSIGN TO "OPERFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-oper-status.
           SELECT opernew-file ASSIGN TO "OPERFILE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-opernew-status.
           SELECT seclog-file ASSIGN TO "SECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-seclog-status.
           SELECT pending-file ASSIGN TO "PENDAPPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-pending-status.
           SELECT pendnew-file ASSIGN TO "PENDAPPR.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-pendnew-status.
           SELECT journal-file ASSIGN TO "JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-journal-status.
           SELECT jrnnew-file ASSIGN TO "JOURNAL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-jrnnew-status.
           SELECT unusual-file ASSIGN TO "UNUSUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-unusual-status.
           SELECT reviewed-file ASSIGN TO "UNUSREV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-reviewed-status.
           SELECT balance-file ASSIGN TO "BALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ACCESS MODE IS RANDOM
               RECORD KEY IS com-key
               FILE STATUS IS ws-coamast-status.
           SELECT budget-file ASSIGN TO "BUDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS bud-key
               FILE STATUS IS ws-budget-status.
       DATA DIVISION.
       FILE SECTION.
       FD  audit-file.
       FD  oper-file.
           01 oper-record.
               COPY OPERREC.
       FD  opernew-file.
           01 opernew-record.
               COPY OPERREC REPLACING LEADING ==opr== BY ==opn==.
       FD  seclog-file.
           01 seclog-record.
               COPY SECREC.
       FD  pending-file.
           01 pending-record.
               COPY PNDREC.
       FD  pendnew-file.
           01 pendnew-record.
               COPY PNDREC REPLACING LEADING ==pnd== BY ==pnn==.
       FD  journal-file.
           01 journal-record.
               COPY JRNREC.
       FD  jrnnew-file.
           01 jrnnew-record.
               COPY JRNREC REPLACING LEADING ==jrn== BY ==jrw==.
       FD  unusual-file.
           01 unusual-record.
               COPY UNUSREC.
       FD  reviewed-file.
           01 reviewed-record.
               COPY UREVREC.
       FD  balance-file.
           01 balance-record.
               COPY BALREC.
       FD  coamast-file.
           01 coamast-record.
               COPY COAMREC.
       FD  budget-file.
           01 budget-record.
               COPY BUDREC.
       WORKING-STORAGE SECTION.
           01 operand-record.
               COPY AMOUNTS.
           01 ws-operator-ops.
               05 ws-operator-op pic x(1) occurs 4.
           01 ws-ops-idx pic 9(1) comp.
           01 ws-opernew-status pic x(2).
           01 ws-seclog-status pic x(2).
           01 ws-operfile-name pic x(8) value "OPERFILE".
           01 ws-opernew-name pic x(12) value "OPERFILE.TMP".
           01 ws-oper-loaded-flag pic x value "N".
               88 ws-oper-loaded value "Y".
           01 ws-oper-saved-flag pic x value "N".
               88 ws-oper-saved value "Y".
           01 ws-oper-error pic x(40) value spaces.
           01 ws-oper-count pic 9(3) value zero.
           01 ws-oper-idx pic 9(3) comp.
           01 ws-oper-found-idx pic 9(3) comp.
           01 ws-oper-table.
               05 ws-oper-image pic x(70) occurs 100.
           01 ws-oper-work.
               COPY OPERREC REPLACING LEADING ==opr== BY ==opw==.
           01 ws-oper-lookup-id pic x(8) value spaces.
           01 ws-signon-pwd pic x(10) value spaces.
           01 ws-pwd-new pic x(10) value spaces.
           01 ws-pwd-confirm pic x(10) value spaces.
           01 ws-pwd-length pic 9(2) value zero.
           01 ws-pwd-min-length pic 9(2) value 6.
           01 ws-pwd-max-days pic 9(3) value 90.
           01 ws-pwd-max-failures pic 9(1) value 3.
           01 ws-pwd-age-days pic s9(7) value zero.
           01 ws-pwd-prior-failures pic 9(1) value zero.
           01 ws-pwd-exit-flag pic x value "N".
               88 ws-pwd-exit value "Y".
           01 ws-pwd-changed-flag pic x value "N".
               88 ws-pwd-changed value "Y".
           01 ws-pwd-change-flag pic x value "N".
               88 ws-pwd-change-required value "Y".
           01 ws-hash-source.
               05 ws-hash-pwd pic x(10).
               05 ws-hash-user pic x(8).
           01 ws-hash-idx pic 9(2) comp.
           01 ws-hash-pass pic 9(1) comp.
           01 ws-hash-acc pic 9(12) value zero.
           01 ws-hash-value pic 9(10) value zero.
           01 ws-hash-digest redefines ws-hash-value pic x(10).
           01 ws-sec-event pic x(1) value space.
           01 ws-sec-user-id pic x(8) value spaces.
           01 ws-sec-by-user pic x(8) value spaces.
           01 ws-sec-detail pic x(40) value spaces.
           01 ws-sec-fail-detail.
               05 filler pic x(25) value "CLAVE INCORRECTA INTENTO ".
               05 sf-attempt pic 9(1).
               05 filler pic x(4) value " DE ".
               05 sf-limit pic 9(1).
           01 ws-sec-profile-detail.
               05 filler pic x(4) value "OPS=".
               05 sp-ops pic x(4).
               05 filler pic x(8) value " ACTIVO=".
               05 sp-active pic x(1).
               05 filler pic x(12) value " SUPERVISOR=".
               05 sp-supervisor pic x(1).
           01 ws-adm-exit-flag pic x value "N".
               88 ws-adm-exit value "Y".
           01 ws-adm-user-id pic x(8) value spaces.
           01 ws-adm-name pic x(20) value spaces.
           01 ws-adm-ops.
               05 ws-adm-op pic x(1) occurs 4.
           01 ws-adm-active pic x(1) value space.
           01 ws-adm-supervisor pic x(1) value space.
           01 ws-adm-pwd pic x(10) value spaces.
           01 ws-adm-pwd-date pic 9(8) value zero.
           01 ws-adm-must-change pic x(1) value space.
           01 ws-adm-failed pic 9(1) value zero.
           01 ws-adm-updated-by pic x(8) value spaces.
           01 ws-adm-updated-date pic 9(8) value zero.
           01 ws-adm-action pic x(1) value space.
           01 ws-adm-message pic x(40) value spaces.
           01 ws-adm-valid-flag pic x value "N".
               88 ws-adm-valid value "Y".
           01 ws-authorized-flag pic x value "N".
               88 ws-authorized value "Y".
           01 ws-current-datetime.
           01 ws-rep-seq pic 9(6).
           01 ws-rep-reason pic x(2).
           01 ws-rep-date pic 9(8) value zero.
           01 ws-rep-batch-id pic x(8).
           01 ws-rep-image pic x(60).
           01 ws-saved-count pic 9(3) value zero.
           01 ws-saved-idx pic 9(3) comp.
           01 ws-saved-table.
               05 ws-saved-image pic x(60) occurs 200.
           01 ws-clear-match-flag pic x value "N".
               88 ws-clear-match value "Y".
           01 ws-susp-eof-flag pic x value "N".
           01 ws-coa-credit pic 9(8) value zero.
           01 ws-coa-eff pic 9(8) value zero.
           01 ws-coa-exp pic 9(8) value zero.
           01 ws-coa-debit-class pic x(1) value space.
           01 ws-coa-credit-class pic x(1) value space.
           01 ws-coa-class-check pic x(1) value space.
               88 ws-coa-class-valid value "A" "L" "E" "I" "X" " ".
           01 ws-coa-action pic x(1) value space.
           01 ws-coa-message pic x(40) value spaces.
           01 ws-coa-found-flag pic x value "N".
           01 ws-inq-ytd pic -zzzzzzzzz9.99.
           01 ws-inq-count pic zzzzzzzz9.
           01 ws-inq-last-date pic 9(8) value zero.
           01 ws-budget-status pic x(2).
           01 ws-bud-exit-flag pic x value "N".
               88 ws-bud-exit value "Y".
           01 ws-bud-account pic 9(8) value zero.
           01 ws-bud-dept pic x(4) value spaces.
           01 ws-bud-year pic 9(4) value zero.
           01 ws-bud-amounts.
               05 ws-bud-amt pic s9(9)v99 occurs 12.
           01 ws-bud-idx pic 9(2) comp.
           01 ws-bud-total-n pic s9(11)v99 value zero.
           01 ws-bud-total pic -zzzzzzzzzz9.99.
           01 ws-bud-action pic x(1) value space.
           01 ws-bud-message pic x(40) value spaces.
           01 ws-bud-found-flag pic x value "N".
               88 ws-bud-found value "Y".
           01 ws-journal-status pic x(2).
           01 ws-jrnnew-status pic x(2).
           01 ws-journal-name pic x(11) value "JOURNAL.DAT".
           01 ws-jrnnew-name pic x(11) value "JOURNAL.TMP".
           01 ws-jrn-eof-flag pic x value "N".
               88 ws-jrn-eof value "Y".
           01 ws-jen-exit-flag pic x value "N".
               88 ws-jen-exit value "Y".
           01 ws-jen-lines.
               05 ws-jen-line occurs 8.
                   10 ws-jen-account pic 9(8).
                   10 ws-jen-dept pic x(4).
                   10 ws-jen-dr-cr pic x(1).
                   10 ws-jen-amount pic 9(7)v99.
                   10 ws-jen-narrative pic x(30).
           01 ws-jen-idx pic 9(2) comp.
           01 ws-jen-line-count pic 9(2) value zero.
           01 ws-jen-no pic 9(6) value zero.
           01 ws-jen-next-no pic 9(6) value zero.
           01 ws-jen-debit-n pic s9(9)v99 value zero.
           01 ws-jen-credit-n pic s9(9)v99 value zero.
           01 ws-jen-debit pic -zzzzzzzz9.99.
           01 ws-jen-credit pic -zzzzzzzz9.99.
           01 ws-jen-action pic x(1) value space.
           01 ws-jen-message pic x(40) value spaces.
           01 ws-jen-valid-flag pic x value "N".
               88 ws-jen-valid value "Y".
           01 ws-jen-blank-flag pic x value "N".
               88 ws-jen-blank-line value "Y".
           01 ws-jen-coa-flag pic x value "N".
               88 ws-jen-coa-valid value "Y".
           01 ws-jen-coa-ops pic x(4) value "ASMD".
           01 ws-jen-coa-op-table redefines ws-jen-coa-ops.
               05 ws-jen-coa-op pic x(1) occurs 4.
           01 ws-jen-op-idx pic 9(1) comp.
           01 ws-jen-line-error.
               05 filler pic x(6) value "LINEA ".
               05 le-line pic 9(1).
               05 filler pic x(2) value ": ".
               05 le-text pic x(31).
           01 ws-jen-saved-line.
               05 filler pic x(8) value "ASIENTO ".
               05 sl-no pic 9(6).
               05 filler pic x(26) value " GRABADO, PENDIENTE APROB.".
           01 ws-jau-no pic 9(6) value zero.
           01 ws-jau-line-no pic 9(2) value zero.
           01 ws-jau-dept pic x(4) value spaces.
           01 ws-jau-amount pic s9(7)v99 value zero.
           01 ws-jap-done-flag pic x value "N".
               88 ws-jap-done value "Y".
           01 ws-jap-show-flag pic x value "N".
               88 ws-jap-show value "Y".
           01 ws-jap-action pic x(1) value space.
           01 ws-jap-message pic x(40) value spaces.
           01 ws-jap-approved pic 9(5) value zero.
           01 ws-jap-rejected pic 9(5) value zero.
           01 ws-jap-skipped pic 9(5) value zero.
           01 ws-jap-summary.
               05 filler pic x(10) value "APROBADOS=".
               05 js-approved pic zz9.
               05 filler pic x(9) value " RECHAZ.=".
               05 js-rejected pic zz9.
               05 filler pic x(10) value " SALTADOS=".
               05 js-skipped pic zz9.
           01 ws-jap-no pic 9(6) value zero.
           01 ws-jap-entered-by pic x(8) value spaces.
           01 ws-jap-entered-date pic 9(8) value zero.
           01 ws-jap-line-count pic 9(2) value zero.
           01 ws-jap-idx pic 9(2) comp.
           01 ws-jap-table.
               05 ws-jap-entry occurs 8.
                   10 ws-jap-text pic x(63).
                   10 ws-jap-line-no pic 9(2).
                   10 ws-jap-dept pic x(4).
                   10 ws-jap-amount pic s9(7)v99.
           01 ws-jap-detail.
               05 jd-line-no pic z9.
               05 filler pic x(1) value space.
               05 jd-account pic 9(8).
               05 filler pic x(1) value space.
               05 jd-dept pic x(4).
               05 filler pic x(2) value spaces.
               05 jd-dr-cr pic x(1).
               05 filler pic x(2) value spaces.
               05 jd-amount pic zzzzzz9.99.
               05 filler pic x(2) value spaces.
               05 jd-narrative pic x(30).
           01 ws-jap-debit-n pic s9(9)v99 value zero.
           01 ws-jap-credit-n pic s9(9)v99 value zero.
           01 ws-jap-debit pic -zzzzzzzz9.99.
           01 ws-jap-credit pic -zzzzzzzz9.99.
           01 ws-jdc-count pic 9(3) value zero.
           01 ws-jdc-idx pic 9(3) comp.
           01 ws-jdc-found-idx pic 9(3) comp.
           01 ws-jdc-table.
               05 ws-jdc-entry occurs 200.
                   10 ws-jdc-no pic 9(6).
                   10 ws-jdc-code pic x(1).
           01 ws-unusual-status pic x(2).
           01 ws-reviewed-status pic x(2).
           01 ws-unv-eof-flag pic x value "N".
               88 ws-unv-eof value "Y".
           01 ws-unv-done-flag pic x value "N".
               88 ws-unv-done value "Y".
           01 ws-unv-show-flag pic x value "N".
               88 ws-unv-show value "Y".
           01 ws-unv-action pic x(1) value space.
           01 ws-unv-message pic x(40) value spaces.
           01 ws-unv-note pic x(30) value spaces.
           01 ws-unv-reviewed pic 9(5) value zero.
           01 ws-unv-skipped pic 9(5) value zero.
           01 ws-unv-summary.
               05 filler pic x(10) value "REVISADAS=".
               05 us-reviewed pic zz9.
               05 filler pic x(10) value " SALTADAS=".
               05 us-skipped pic zz9.
           01 ws-unv-period pic 9(6) value zero.
           01 ws-unv-type-desc pic x(17) value spaces.
           01 ws-unv-mtd pic -zzzzzzzzzz9.99.
           01 ws-unv-current pic -zzzzzzzzzz9.99.
           01 ws-unv-basis-1 pic x(60) value spaces.
           01 ws-unv-basis-2 pic x(60) value spaces.
           01 ws-unv-range-1.
               05 filler pic x(9) value "PERIODOS=".
               05 uv-periods pic z9.
               05 filler pic x(10) value " MIN. MES=".
               05 uv-min pic -zzzzzzzzzz9.99.
               05 filler pic x(10) value " MAX. MES=".
               05 uv-max pic -zzzzzzzzzz9.99.
           01 ws-unv-range-2.
               05 filler pic x(9) value "PROMEDIO=".
               05 uv-avg pic -zzzzzzzzzz9.99.
               05 filler pic x(8) value " LIMITE=".
               05 uv-limit pic -zzzzzzzzzz9.99.
           01 ws-unv-dormant-2.
               05 filler pic x(19) value "ULTIMO MOVIMIENTO: ".
               05 uv-last-moved pic x(20).
           01 ws-unv-sign-1.
               05 filler pic x(16) value "SALDO AL CIERRE ".
               05 uv-sign-period pic 9(6).
               05 filler pic x(2) value "= ".
               05 uv-prior-balance pic -zzzzzzzzzz9.99.
           01 ws-unv-new-1.
               05 filler pic x(20) value "SIN SALDO AL CIERRE ".
               05 uv-new-period pic 9(6).
           01 ws-urv-count pic 9(3) value zero.
           01 ws-urv-idx pic 9(3) comp.
           01 ws-urv-found-flag pic x value "N".
               88 ws-urv-found value "Y".
           01 ws-urv-ovfl-flag pic x value "N".
               88 ws-urv-ovfl value "Y".
           01 ws-urv-table.
               05 ws-urv-entry occurs 500.
                   10 ws-urv-key pic x(20).
           01 ws-unv-key.
               05 ws-unk-type pic x(2).
               05 ws-unk-period pic 9(6).
               05 ws-unk-account pic 9(8).
               05 ws-unk-dept pic x(4).

       SCREEN SECTION.
       01 signon-screen.
               VALUE "SUMARENCOBOL - IDENTIFICACION DE OPERADOR".
           05 LINE 3 COLUMN 1 VALUE "USUARIO:".
           05 LINE 3 COLUMN 10 PIC X(8) USING ws-signon-id.
           05 LINE 4 COLUMN 1 VALUE "CLAVE:".
           05 LINE 4 COLUMN 10 PIC X(10) USING ws-signon-pwd SECURE.
           05 LINE 6 COLUMN 1 PIC X(40) USING ws-message.
           05 LINE 8 COLUMN 1 VALUE "ENTER=INGRESAR  ESC=SALIR".

       01 password-screen.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1
               VALUE "SUMARENCOBOL - CAMBIO DE CLAVE".
           05 LINE 3 COLUMN 1 VALUE "USUARIO:".
           05 LINE 3 COLUMN 18 PIC X(8) FROM ws-signon-id.
           05 LINE 4 COLUMN 1 VALUE "CLAVE NUEVA:".
           05 LINE 4 COLUMN 18 PIC X(10) USING ws-pwd-new SECURE.
           05 LINE 5 COLUMN 1 VALUE "CONFIRMAR CLAVE:".
           05 LINE 5 COLUMN 18 PIC X(10) USING ws-pwd-confirm SECURE.
           05 LINE 7 COLUMN 1 PIC X(40) USING ws-message.
           05 LINE 9 COLUMN 1 VALUE "ENTER=CAMBIAR  ESC=SALIR".

       01 menu-screen.
           05 BLANK SCREEN.
           05 LINE 5 COLUMN 1 VALUE "3. CONSULTA DE SALDOS".
           05 LINE 6 COLUMN 1 VALUE "4. APROBACION DE MONTOS (SUP)".
           05 LINE 7 COLUMN 1 VALUE "5. PLAN DE CUENTAS (SUP)".
           05 LINE 8 COLUMN 1 VALUE "6. PRESUPUESTO (SUP)".
           05 LINE 9 COLUMN 1 VALUE "7. OPERADORES (SUP)".
           05 LINE 10 COLUMN 1 VALUE "8. ASIENTO MANUAL".
           05 LINE 11 COLUMN 1
               VALUE "9. APROBACION DE ASIENTOS (SUP)".
           05 LINE 12 COLUMN 1 VALUE "A. ACTIVIDAD INUSUAL (SUP)".
           05 LINE 13 COLUMN 1 VALUE "OPCION:".
           05 LINE 13 COLUMN 9 PIC X(1) USING ws-menu-option.
           05 LINE 15 COLUMN 1 PIC X(40) USING ws-message.
           05 LINE 17 COLUMN 1 VALUE "ENTER=ELEGIR  ESC=SALIR".

       01 suma-screen.
           05 BLANK SCREEN.
           05 LINE 4 COLUMN 22 PIC X(4) USING ws-coa-dept.
           05 LINE 5 COLUMN 1 VALUE "CUENTA DEBITO:".
           05 LINE 5 COLUMN 22 PIC 9(8) USING ws-coa-debit.
           05 LINE 5 COLUMN 32 VALUE "CLASE:".
           05 LINE 5 COLUMN 39 PIC X(1) USING ws-coa-debit-class.
           05 LINE 6 COLUMN 1 VALUE "CUENTA CREDITO:".
           05 LINE 6 COLUMN 22 PIC 9(8) USING ws-coa-credit.
           05 LINE 6 COLUMN 32 VALUE "CLASE:".
           05 LINE 6 COLUMN 39 PIC X(1) USING ws-coa-credit-class.
           05 LINE 6 COLUMN 42
               VALUE "(A=ACTIVO L=PASIVO E=PATRIMONIO".
           05 LINE 7 COLUMN 42
               VALUE " I=INGRESO X=GASTO)".
           05 LINE 7 COLUMN 1 VALUE "VIGENTE DESDE:".
           05 LINE 7 COLUMN 22 PIC 9(8) USING ws-coa-eff.
           05 LINE 8 COLUMN 1 VALUE "RETIRADA DESDE:".
           05 LINE 10 COLUMN 18 PIC 9(8) FROM ws-inq-last-date.
           05 LINE 12 COLUMN 1 PIC X(40) USING ws-inq-message.
           05 LINE 14 COLUMN 1 VALUE "ENTER=CONSULTAR  ESC=VOLVER".

       01 budget-screen.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1
               VALUE "SUMARENCOBOL - PRESUPUESTO".
           05 LINE 3 COLUMN 1 VALUE "CUENTA:".
           05 LINE 3 COLUMN 10 PIC 9(8) USING ws-bud-account.
           05 LINE 3 COLUMN 21 VALUE "DEPTO:".
           05 LINE 3 COLUMN 28 PIC X(4) USING ws-bud-dept.
           05 LINE 3 COLUMN 35 VALUE "EJERCICIO:".
           05 LINE 3 COLUMN 46 PIC 9(4) USING ws-bud-year.
           05 LINE 5 COLUMN 1 VALUE "ENE:".
           05 LINE 5 COLUMN 6 PIC -9(9).99 USING ws-bud-amt(1).
           05 LINE 6 COLUMN 1 VALUE "FEB:".
           05 LINE 6 COLUMN 6 PIC -9(9).99 USING ws-bud-amt(2).
           05 LINE 7 COLUMN 1 VALUE "MAR:".
           05 LINE 7 COLUMN 6 PIC -9(9).99 USING ws-bud-amt(3).
           05 LINE 8 COLUMN 1 VALUE "ABR:".
           05 LINE 8 COLUMN 6 PIC -9(9).99 USING ws-bud-amt(4).
           05 LINE 9 COLUMN 1 VALUE "MAY:".
           05 LINE 9 COLUMN 6 PIC -9(9).99 USING ws-bud-amt(5).
           05 LINE 10 COLUMN 1 VALUE "JUN:".
           05 LINE 10 COLUMN 6 PIC -9(9).99 USING ws-bud-amt(6).
           05 LINE 5 COLUMN 25 VALUE "JUL:".
           05 LINE 5 COLUMN 30 PIC -9(9).99 USING ws-bud-amt(7).
           05 LINE 6 COLUMN 25 VALUE "AGO:".
           05 LINE 6 COLUMN 30 PIC -9(9).99 USING ws-bud-amt(8).
           05 LINE 7 COLUMN 25 VALUE "SEP:".
           05 LINE 7 COLUMN 30 PIC -9(9).99 USING ws-bud-amt(9).
           05 LINE 8 COLUMN 25 VALUE "OCT:".
           05 LINE 8 COLUMN 30 PIC -9(9).99 USING ws-bud-amt(10).
           05 LINE 9 COLUMN 25 VALUE "NOV:".
           05 LINE 9 COLUMN 30 PIC -9(9).99 USING ws-bud-amt(11).
           05 LINE 10 COLUMN 25 VALUE "DIC:".
           05 LINE 10 COLUMN 30 PIC -9(9).99 USING ws-bud-amt(12).
           05 LINE 11 COLUMN 1 VALUE "TOTAL ANUAL:".
           05 LINE 11 COLUMN 14 PIC X(15) FROM ws-bud-total.
           05 LINE 13 COLUMN 1
               VALUE "ACCION (C=CONSULTAR G=GRABAR B=BORRAR):".
           05 LINE 13 COLUMN 42 PIC X(1) USING ws-bud-action.
           05 LINE 14 COLUMN 1 PIC X(40) USING ws-bud-message.
           05 LINE 16 COLUMN 1 VALUE "ENTER=CONFIRMAR  ESC=VOLVER".

       01 operator-screen.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1
               VALUE "SUMARENCOBOL - OPERADORES".
           05 LINE 3 COLUMN 1 VALUE "USUARIO:".
           05 LINE 3 COLUMN 24 PIC X(8) USING ws-adm-user-id.
           05 LINE 4 COLUMN 1 VALUE "NOMBRE:".
           05 LINE 4 COLUMN 24 PIC X(20) USING ws-adm-name.
           05 LINE 5 COLUMN 1 VALUE "OPERACIONES (A/S/M/D):".
           05 LINE 5 COLUMN 24 PIC X(4) USING ws-adm-ops.
           05 LINE 6 COLUMN 1 VALUE "ACTIVO (Y/N):".
           05 LINE 6 COLUMN 24 PIC X(1) USING ws-adm-active.
           05 LINE 7 COLUMN 1 VALUE "SUPERVISOR (Y/N):".
           05 LINE 7 COLUMN 24 PIC X(1) USING ws-adm-supervisor.
           05 LINE 8 COLUMN 1 VALUE "CLAVE INICIAL:".
           05 LINE 8 COLUMN 24 PIC X(10) USING ws-adm-pwd SECURE.
           05 LINE 8 COLUMN 36 VALUE "(ALTA Y REINICIO)".
           05 LINE 9 COLUMN 1 VALUE "ULTIMO CAMBIO CLAVE:".
           05 LINE 9 COLUMN 24 PIC 9(8) FROM ws-adm-pwd-date.
           05 LINE 9 COLUMN 36 VALUE "DEBE CAMBIARLA:".
           05 LINE 9 COLUMN 52 PIC X(1) FROM ws-adm-must-change.
           05 LINE 10 COLUMN 1 VALUE "INTENTOS FALLIDOS:".
           05 LINE 10 COLUMN 24 PIC 9(1) FROM ws-adm-failed.
           05 LINE 10 COLUMN 36 VALUE "ACTUALIZADO:".
           05 LINE 10 COLUMN 49 PIC X(8) FROM ws-adm-updated-by.
           05 LINE 10 COLUMN 58 PIC 9(8) FROM ws-adm-updated-date.
           05 LINE 12 COLUMN 1
               VALUE "ACCION (C=CONS. G=GRABAR B=BAJA R=REINICIAR):".
           05 LINE 12 COLUMN 47 PIC X(1) USING ws-adm-action.
           05 LINE 13 COLUMN 1 PIC X(40) USING ws-adm-message.
           05 LINE 15 COLUMN 1 VALUE "ENTER=CONFIRMAR  ESC=VOLVER".

       01 journal-screen.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1
               VALUE "SUMARENCOBOL - ASIENTO MANUAL".
           05 LINE 2 COLUMN 1 VALUE "ULTIMO ASIENTO GRABADO:".
           05 LINE 2 COLUMN 25 PIC 9(6) FROM ws-jen-no.
           05 LINE 3 COLUMN 1
               VALUE "LN CUENTA   DEPTO D/C     MONTO  CONCEPTO".
           05 LINE 4 COLUMN 1 VALUE "1".
           05 LINE 4 COLUMN 4 PIC 9(8) USING ws-jen-account(1).
           05 LINE 4 COLUMN 13 PIC X(4) USING ws-jen-dept(1).
           05 LINE 4 COLUMN 20 PIC X(1) USING ws-jen-dr-cr(1).
           05 LINE 4 COLUMN 22 PIC 9(7).99
               USING ws-jen-amount(1).
           05 LINE 4 COLUMN 34 PIC X(30)
               USING ws-jen-narrative(1).
           05 LINE 5 COLUMN 1 VALUE "2".
           05 LINE 5 COLUMN 4 PIC 9(8) USING ws-jen-account(2).
           05 LINE 5 COLUMN 13 PIC X(4) USING ws-jen-dept(2).
           05 LINE 5 COLUMN 20 PIC X(1) USING ws-jen-dr-cr(2).
           05 LINE 5 COLUMN 22 PIC 9(7).99
               USING ws-jen-amount(2).
           05 LINE 5 COLUMN 34 PIC X(30)
               USING ws-jen-narrative(2).
           05 LINE 6 COLUMN 1 VALUE "3".
           05 LINE 6 COLUMN 4 PIC 9(8) USING ws-jen-account(3).
           05 LINE 6 COLUMN 13 PIC X(4) USING ws-jen-dept(3).
           05 LINE 6 COLUMN 20 PIC X(1) USING ws-jen-dr-cr(3).
           05 LINE 6 COLUMN 22 PIC 9(7).99
               USING ws-jen-amount(3).
           05 LINE 6 COLUMN 34 PIC X(30)
               USING ws-jen-narrative(3).
           05 LINE 7 COLUMN 1 VALUE "4".
           05 LINE 7 COLUMN 4 PIC 9(8) USING ws-jen-account(4).
           05 LINE 7 COLUMN 13 PIC X(4) USING ws-jen-dept(4).
           05 LINE 7 COLUMN 20 PIC X(1) USING ws-jen-dr-cr(4).
           05 LINE 7 COLUMN 22 PIC 9(7).99
               USING ws-jen-amount(4).
           05 LINE 7 COLUMN 34 PIC X(30)
               USING ws-jen-narrative(4).
           05 LINE 8 COLUMN 1 VALUE "5".
           05 LINE 8 COLUMN 4 PIC 9(8) USING ws-jen-account(5).
           05 LINE 8 COLUMN 13 PIC X(4) USING ws-jen-dept(5).
           05 LINE 8 COLUMN 20 PIC X(1) USING ws-jen-dr-cr(5).
           05 LINE 8 COLUMN 22 PIC 9(7).99
               USING ws-jen-amount(5).
           05 LINE 8 COLUMN 34 PIC X(30)
               USING ws-jen-narrative(5).
           05 LINE 9 COLUMN 1 VALUE "6".
           05 LINE 9 COLUMN 4 PIC 9(8) USING ws-jen-account(6).
           05 LINE 9 COLUMN 13 PIC X(4) USING ws-jen-dept(6).
           05 LINE 9 COLUMN 20 PIC X(1) USING ws-jen-dr-cr(6).
           05 LINE 9 COLUMN 22 PIC 9(7).99
               USING ws-jen-amount(6).
           05 LINE 9 COLUMN 34 PIC X(30)
               USING ws-jen-narrative(6).
           05 LINE 10 COLUMN 1 VALUE "7".
           05 LINE 10 COLUMN 4 PIC 9(8) USING ws-jen-account(7).
           05 LINE 10 COLUMN 13 PIC X(4) USING ws-jen-dept(7).
           05 LINE 10 COLUMN 20 PIC X(1) USING ws-jen-dr-cr(7).
           05 LINE 10 COLUMN 22 PIC 9(7).99
               USING ws-jen-amount(7).
           05 LINE 10 COLUMN 34 PIC X(30)
               USING ws-jen-narrative(7).
           05 LINE 11 COLUMN 1 VALUE "8".
           05 LINE 11 COLUMN 4 PIC 9(8) USING ws-jen-account(8).
           05 LINE 11 COLUMN 13 PIC X(4) USING ws-jen-dept(8).
           05 LINE 11 COLUMN 20 PIC X(1) USING ws-jen-dr-cr(8).
           05 LINE 11 COLUMN 22 PIC 9(7).99
               USING ws-jen-amount(8).
           05 LINE 11 COLUMN 34 PIC X(30)
               USING ws-jen-narrative(8).
           05 LINE 13 COLUMN 1 VALUE "TOTAL DEBITO:".
           05 LINE 13 COLUMN 16 PIC X(13) FROM ws-jen-debit.
           05 LINE 13 COLUMN 32 VALUE "TOTAL CREDITO:".
           05 LINE 13 COLUMN 47 PIC X(13) FROM ws-jen-credit.
           05 LINE 15 COLUMN 1
               VALUE "ACCION (V=VALIDAR G=GRABAR L=LIMPIAR):".
           05 LINE 15 COLUMN 40 PIC X(1) USING ws-jen-action.
           05 LINE 16 COLUMN 1 PIC X(40) USING ws-jen-message.
           05 LINE 18 COLUMN 1 VALUE "ENTER=CONFIRMAR  ESC=VOLVER".

       01 journal-approval-screen.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1
               VALUE "SUMARENCOBOL - APROBACION DE ASIENTOS".
           05 LINE 3 COLUMN 1 VALUE "ASIENTO:".
           05 LINE 3 COLUMN 10 PIC 9(6) FROM ws-jap-no.
           05 LINE 3 COLUMN 20 VALUE "INGRESADO POR:".
           05 LINE 3 COLUMN 35 PIC X(8) FROM ws-jap-entered-by.
           05 LINE 3 COLUMN 45 VALUE "FECHA:".
           05 LINE 3 COLUMN 52 PIC 9(8) FROM ws-jap-entered-date.
           05 LINE 5 COLUMN 1
               VALUE "LN CUENTA   DEPTO D/C     MONTO  CONCEPTO".
           05 LINE 6 COLUMN 1 PIC X(63) FROM ws-jap-text(1).
           05 LINE 7 COLUMN 1 PIC X(63) FROM ws-jap-text(2).
           05 LINE 8 COLUMN 1 PIC X(63) FROM ws-jap-text(3).
           05 LINE 9 COLUMN 1 PIC X(63) FROM ws-jap-text(4).
           05 LINE 10 COLUMN 1 PIC X(63) FROM ws-jap-text(5).
           05 LINE 11 COLUMN 1 PIC X(63) FROM ws-jap-text(6).
           05 LINE 12 COLUMN 1 PIC X(63) FROM ws-jap-text(7).
           05 LINE 13 COLUMN 1 PIC X(63) FROM ws-jap-text(8).
           05 LINE 15 COLUMN 1 VALUE "TOTAL DEBITO:".
           05 LINE 15 COLUMN 16 PIC X(13) FROM ws-jap-debit.
           05 LINE 15 COLUMN 32 VALUE "TOTAL CREDITO:".
           05 LINE 15 COLUMN 47 PIC X(13) FROM ws-jap-credit.
           05 LINE 17 COLUMN 1
               VALUE "ACCION (A=APROBAR R=RECHAZAR S=SALTAR X=SALIR):".
           05 LINE 17 COLUMN 49 PIC X(1) USING ws-jap-action.
           05 LINE 18 COLUMN 1 PIC X(40) USING ws-jap-message.
           05 LINE 20 COLUMN 1 VALUE "ENTER=CONFIRMAR  ESC=SALIR".

       01 unusual-review-screen.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1
               VALUE "SUMARENCOBOL - ACTIVIDAD INUSUAL".
           05 LINE 3 COLUMN 1 VALUE "EXCEPCION:".
           05 LINE 3 COLUMN 12 PIC X(2) FROM unu-type.
           05 LINE 3 COLUMN 15 PIC X(17) FROM ws-unv-type-desc.
           05 LINE 3 COLUMN 34 VALUE "FECHA:".
           05 LINE 3 COLUMN 41 PIC 9(8) FROM unu-run-date.
           05 LINE 4 COLUMN 1 VALUE "CUENTA:".
           05 LINE 4 COLUMN 12 PIC 9(8) FROM unu-account.
           05 LINE 4 COLUMN 23 VALUE "DEPTO:".
           05 LINE 4 COLUMN 30 PIC X(4) FROM unu-dept.
           05 LINE 6 COLUMN 1 VALUE "MOV. DEL MES:".
           05 LINE 6 COLUMN 16 PIC X(15) FROM ws-unv-mtd.
           05 LINE 7 COLUMN 1 VALUE "SALDO ACTUAL:".
           05 LINE 7 COLUMN 16 PIC X(15) FROM ws-unv-current.
           05 LINE 9 COLUMN 1 VALUE "HISTORIA:".
           05 LINE 9 COLUMN 12 PIC X(60) FROM ws-unv-basis-1.
           05 LINE 10 COLUMN 12 PIC X(60) FROM ws-unv-basis-2.
           05 LINE 12 COLUMN 1 VALUE "NOTA:".
           05 LINE 12 COLUMN 12 PIC X(30) USING ws-unv-note.
           05 LINE 14 COLUMN 1
               VALUE "ACCION (R=REVISADA S=SALTAR X=SALIR):".
           05 LINE 14 COLUMN 39 PIC X(1) USING ws-unv-action.
           05 LINE 15 COLUMN 1 PIC X(40) USING ws-unv-message.
           05 LINE 17 COLUMN 1 VALUE "ENTER=CONFIRMAR  ESC=SALIR".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           IF ws-audit-status = "35"
               OPEN OUTPUT audit-file
           END-IF.
           OPEN EXTEND seclog-file.
           IF ws-seclog-status = "35"
               OPEN OUTPUT seclog-file
           END-IF.

       1100-SIGN-ON-LOOP.
           MOVE SPACES TO ws-signon-pwd.
           DISPLAY signon-screen.
           ACCEPT signon-screen
               ON EXCEPTION
           END-ACCEPT.

       1200-FIND-OPERATOR.
           MOVE ws-signon-id TO ws-oper-lookup-id.
           PERFORM 1250-LOAD-OPERATORS.
           IF NOT ws-oper-loaded
               MOVE ws-oper-error TO ws-message
           ELSE
               PERFORM 1260-LOCATE-OPERATOR
               MOVE "F" TO ws-sec-event
               MOVE ws-signon-id TO ws-sec-user-id
               MOVE ws-signon-id TO ws-sec-by-user
               IF ws-oper-found-idx = ZERO
                   MOVE "USUARIO NO REGISTRADO" TO ws-message
                   MOVE ws-message TO ws-sec-detail
                   PERFORM 1290-WRITE-SECURITY-LOG
               ELSE
                   IF NOT opw-is-active
                       MOVE "USUARIO INACTIVO" TO ws-message
                       MOVE ws-message TO ws-sec-detail
                       PERFORM 1290-WRITE-SECURITY-LOG
                   ELSE
                       PERFORM 1300-CHECK-PASSWORD
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * OPERFILE is small and line sequential, so every sign-on and
      * every maintenance action loads the whole file into a table,
      * changes the one profile in place and writes the table back
      * through OPERFILE.TMP and a rename - the temp-and-rename
      * pattern the repair session uses for the suspense file.  The
      * file is reloaded each time rather than held for the session
      * so a second terminal's changes are not written over.  A file
      * with more profiles than the table holds is refused outright:
      * rewriting a partial table would drop the rest.
      ******************************************************************
       1250-LOAD-OPERATORS.
           MOVE "N" TO ws-oper-loaded-flag.
           MOVE ZERO TO ws-oper-count.
           MOVE SPACES TO ws-oper-error.
           OPEN INPUT oper-file.
           IF ws-oper-status NOT = "00"
               MOVE "NO HAY ARCHIVO DE OPERADORES" TO ws-oper-error
           ELSE
               MOVE "Y" TO ws-oper-loaded-flag
               MOVE "N" TO ws-oper-eof-flag
               PERFORM UNTIL ws-oper-eof
                   READ oper-file
                       AT END
                           MOVE "Y" TO ws-oper-eof-flag
                       NOT AT END
                           IF ws-oper-count < 100
                               ADD 1 TO ws-oper-count
                               MOVE oper-record TO
                                   ws-oper-image(ws-oper-count)
                           ELSE
                               MOVE "N" TO ws-oper-loaded-flag
                               MOVE "ARCHIVO DE OPERADORES EXCEDE 100"
                                   TO ws-oper-error
                               MOVE "Y" TO ws-oper-eof-flag
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE oper-file
           END-IF.

      ******************************************************************
      * Profiles written before passwords existed are shorter than
      * the record, so their trailing numeric fields read as spaces
      * and are taken as zero.
      ******************************************************************
       1260-LOCATE-OPERATOR.
           MOVE ZERO TO ws-oper-found-idx.
           PERFORM VARYING ws-oper-idx FROM 1 BY 1
                   UNTIL ws-oper-idx > ws-oper-count
               IF ws-oper-image(ws-oper-idx)(1:8) = ws-oper-lookup-id
                   MOVE ws-oper-idx TO ws-oper-found-idx
                   MOVE ws-oper-count TO ws-oper-idx
               END-IF
           END-PERFORM.
           MOVE SPACES TO ws-oper-work.
           IF ws-oper-found-idx > ZERO
               MOVE ws-oper-image(ws-oper-found-idx) TO ws-oper-work
               IF opw-pwd-changed-date NOT NUMERIC
                   MOVE ZERO TO opw-pwd-changed-date
               END-IF
               IF opw-failed-count NOT NUMERIC
                   MOVE ZERO TO opw-failed-count
               END-IF
               IF opw-updated-date NOT NUMERIC
                   MOVE ZERO TO opw-updated-date
               END-IF
           END-IF.

       1270-SAVE-OPERATORS.
           MOVE "N" TO ws-oper-saved-flag.
           MOVE ws-oper-work TO ws-oper-image(ws-oper-found-idx).
           OPEN OUTPUT opernew-file.
           IF ws-opernew-status NOT = "00"
               MOVE "NO SE PUDO GRABAR OPERADORES" TO ws-oper-error
           ELSE
               PERFORM VARYING ws-oper-idx FROM 1 BY 1
                       UNTIL ws-oper-idx > ws-oper-count
                   WRITE opernew-record FROM ws-oper-image(ws-oper-idx)
               END-PERFORM
               CLOSE opernew-file
               CALL "CBL_RENAME_FILE" USING ws-opernew-name
                   ws-operfile-name
               IF RETURN-CODE NOT = ZERO
                   MOVE "NO SE PUDO GRABAR OPERADORES" TO ws-oper-error
               ELSE
                   MOVE "Y" TO ws-oper-saved-flag
               END-IF
               MOVE ZERO TO RETURN-CODE
           END-IF.

      ******************************************************************
      * The stored digest is a polynomial hash of the password and
      * the user id taken modulo the largest 32-bit prime, run over
      * the text twice so every character moves every digit.  The
      * user id salts it, so two operators with the same password do
      * not share a digest, and the clear password never reaches
      * disk.
      ******************************************************************
       1280-HASH-PASSWORD.
           MOVE 7 TO ws-hash-acc.
           PERFORM VARYING ws-hash-pass FROM 1 BY 1
                   UNTIL ws-hash-pass > 2
                   AFTER ws-hash-idx FROM 1 BY 1
                   UNTIL ws-hash-idx > 18
               COMPUTE ws-hash-acc = FUNCTION MOD(ws-hash-acc * 131
                   + FUNCTION ORD(ws-hash-source(ws-hash-idx:1)),
                   4294967291)
           END-PERFORM.
           MOVE ws-hash-acc TO ws-hash-value.

       1290-WRITE-SECURITY-LOG.
           MOVE FUNCTION CURRENT-DATE TO ws-current-datetime.
           MOVE ws-cdt-date TO sec-date.
           MOVE ws-cdt-time TO sec-time.
           MOVE ws-sec-event TO sec-event.
           MOVE ws-sec-user-id TO sec-user-id.
           MOVE ws-sec-by-user TO sec-by-user.
           MOVE ws-sec-detail TO sec-detail.
           WRITE seclog-record.

      ******************************************************************
      * A profile with no digest yet (carried over from before
      * passwords) signs on with the user id alone and must set a
      * password before reaching the menu.  Otherwise the password
      * must match, and a reset profile or one whose password is
      * past the expiry period is sent to the change screen first.
      ******************************************************************
       1300-CHECK-PASSWORD.
           MOVE opw-failed-count TO ws-pwd-prior-failures.
           MOVE "N" TO ws-pwd-change-flag.
           IF opw-pwd-hash = SPACES
               MOVE "Y" TO ws-pwd-change-flag
               MOVE "PRIMER INGRESO - DEBE FIJAR SU CLAVE" TO
                   ws-message
               PERFORM 1400-COMPLETE-SIGN-ON
           ELSE
               MOVE ws-signon-pwd TO ws-hash-pwd
               MOVE opw-user-id TO ws-hash-user
               PERFORM 1280-HASH-PASSWORD
               IF ws-hash-digest NOT = opw-pwd-hash
                   PERFORM 1350-RECORD-FAILED-SIGN-ON
               ELSE
                   PERFORM 1320-CHECK-PASSWORD-AGE
                   PERFORM 1400-COMPLETE-SIGN-ON
               END-IF
           END-IF.

       1320-CHECK-PASSWORD-AGE.
           MOVE FUNCTION CURRENT-DATE TO ws-current-datetime.
           IF opw-must-change-pwd
               MOVE "Y" TO ws-pwd-change-flag
               MOVE "CLAVE REINICIADA - DEBE CAMBIARLA" TO ws-message
           ELSE
               IF opw-pwd-changed-date = ZERO
                   MOVE ws-pwd-max-days TO ws-pwd-age-days
                   ADD 1 TO ws-pwd-age-days
               ELSE
                   COMPUTE ws-pwd-age-days =
                       FUNCTION INTEGER-OF-DATE(ws-cdt-date)
                       - FUNCTION INTEGER-OF-DATE(opw-pwd-changed-date)
               END-IF
               IF ws-pwd-age-days > ws-pwd-max-days
                   MOVE "Y" TO ws-pwd-change-flag
                   MOVE "CLAVE VENCIDA - DEBE CAMBIARLA" TO ws-message
               END-IF
           END-IF.

      ******************************************************************
      * Each bad password is logged with the attempt number; the
      * attempt that reaches the limit deactivates the profile and
      * logs the lockout.  Only a supervisor can reactivate it, from
      * the OPERADORES screen.
      ******************************************************************
       1350-RECORD-FAILED-SIGN-ON.
           ADD 1 TO opw-failed-count.
           MOVE opw-failed-count TO sf-attempt.
           MOVE ws-pwd-max-failures TO sf-limit.
           MOVE ws-sec-fail-detail TO ws-sec-detail.
           PERFORM 1290-WRITE-SECURITY-LOG.
           IF opw-failed-count >= ws-pwd-max-failures
               MOVE "N" TO opw-active
               MOVE "L" TO ws-sec-event
               MOVE "BLOQUEADO POR INTENTOS FALLIDOS" TO ws-sec-detail
               PERFORM 1290-WRITE-SECURITY-LOG
               MOVE "USUARIO BLOQUEADO - AVISE AL SUPERVISOR" TO
                   ws-message
           ELSE
               MOVE "CLAVE INCORRECTA" TO ws-message
           END-IF.
           PERFORM 1270-SAVE-OPERATORS.
           IF NOT ws-oper-saved
               MOVE ws-oper-error TO ws-message
           END-IF.

      ******************************************************************
      * A good password clears the failure count.  When a change is
      * due, sign-on completes only once the new password is on
      * file - escaping from the change screen, or a failed rewrite
      * of OPERFILE, leaves the operator at the sign-on screen.
      ******************************************************************
       1400-COMPLETE-SIGN-ON.
           MOVE ZERO TO opw-failed-count.
           MOVE "N" TO ws-pwd-changed-flag.
           IF ws-pwd-change-required
               PERFORM 1500-PASSWORD-CHANGE-SESSION
           END-IF.
           IF ws-pwd-changed OR ws-pwd-prior-failures > ZERO
               PERFORM 1270-SAVE-OPERATORS
           END-IF.
           IF ws-pwd-change-required AND NOT ws-pwd-changed
               MOVE "CAMBIO DE CLAVE OBLIGATORIO" TO ws-message
           ELSE
               IF ws-pwd-changed AND NOT ws-oper-saved
                   MOVE ws-oper-error TO ws-message
               ELSE
                   IF ws-pwd-changed
                       MOVE "C" TO ws-sec-event
                       MOVE "CAMBIO DE CLAVE" TO ws-sec-detail
                       PERFORM 1290-WRITE-SECURITY-LOG
                   END-IF
                   MOVE "Y" TO ws-signon-flag
                   MOVE opw-user-id TO ws-operator-id
                   MOVE opw-name TO ws-operator-name
                   MOVE opw-allowed-ops TO ws-operator-ops
                   MOVE opw-supervisor TO ws-supervisor-flag
                   MOVE "S" TO ws-sec-event
                   MOVE "INGRESO" TO ws-sec-detail
                   PERFORM 1290-WRITE-SECURITY-LOG
               END-IF
           END-IF.

       1500-PASSWORD-CHANGE-SESSION.
           MOVE "N" TO ws-pwd-exit-flag.
           PERFORM 1550-PASSWORD-CHANGE-LOOP
               UNTIL ws-pwd-exit OR ws-pwd-changed.

       1550-PASSWORD-CHANGE-LOOP.
           MOVE SPACES TO ws-pwd-new.
           MOVE SPACES TO ws-pwd-confirm.
           DISPLAY password-screen.
           ACCEPT password-screen
               ON EXCEPTION
                   MOVE "Y" TO ws-pwd-exit-flag
               NOT ON EXCEPTION
                   PERFORM 1600-VALIDATE-NEW-PASSWORD
           END-ACCEPT.

      ******************************************************************
      * The length counts up to the first space, so a password with
      * an embedded blank is judged by its first word only.
      ******************************************************************
       1600-VALIDATE-NEW-PASSWORD.
           MOVE ZERO TO ws-pwd-length.
           INSPECT ws-pwd-new TALLYING ws-pwd-length
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF ws-pwd-length < ws-pwd-min-length
               MOVE "LA CLAVE DEBE TENER 6 CARACTERES O MAS" TO
                   ws-message
           ELSE
               IF ws-pwd-new NOT = ws-pwd-confirm
                   MOVE "LA CONFIRMACION NO COINCIDE" TO ws-message
               ELSE
                   MOVE ws-pwd-new TO ws-hash-pwd
                   MOVE opw-user-id TO ws-hash-user
                   PERFORM 1280-HASH-PASSWORD
                   IF ws-hash-digest = opw-pwd-hash
                       MOVE "LA CLAVE NUEVA DEBE SER DISTINTA" TO
                           ws-message
                   ELSE
                       MOVE FUNCTION CURRENT-DATE TO
                           ws-current-datetime
                       MOVE ws-hash-digest TO opw-pwd-hash
                       MOVE ws-cdt-date TO opw-pwd-changed-date
                       MOVE "N" TO opw-must-change
                       MOVE opw-user-id TO opw-updated-by
                       MOVE ws-cdt-date TO opw-updated-date
                       MOVE "Y" TO ws-pwd-changed-flag
                   END-IF
               END-IF
           END-IF.

       2000-MENU-LOOP.
           MOVE SPACE TO ws-menu-option.
           DISPLAY menu-screen.
                               MOVE "OPCION SOLO PARA SUPERVISORES"
                                   TO ws-message
                           END-IF
                       WHEN "6"
                           IF ws-supervisor
                               PERFORM 7000-BUDGET-SESSION
                           ELSE
                               MOVE "OPCION SOLO PARA SUPERVISORES"
                                   TO ws-message
                           END-IF
                       WHEN "7"
                           IF ws-supervisor
                               PERFORM 8000-OPERATOR-SESSION
                           ELSE
                               MOVE "OPCION SOLO PARA SUPERVISORES"
                                   TO ws-message
                           END-IF
                       WHEN "8"
                           PERFORM 8600-JOURNAL-ENTRY-SESSION
                       WHEN "9"
                           IF ws-supervisor
                               PERFORM 8800-JOURNAL-APPROVAL-SESSION
                           ELSE
                               MOVE "OPCION SOLO PARA SUPERVISORES"
                                   TO ws-message
                           END-IF
                       WHEN "A"
                           IF ws-supervisor
                               PERFORM 8900-UNUSUAL-REVIEW-SESSION
                           ELSE
                               MOVE "OPCION SOLO PARA SUPERVISORES"
                                   TO ws-message
                           END-IF
                       WHEN OTHER
                           MOVE "OPCION INVALIDA" TO ws-message
                   END-EVALUATE
               MOVE sus-seq-no TO ws-rep-seq
               MOVE sus-reason TO ws-rep-reason
               MOVE sus-reject-date TO ws-rep-date
               MOVE sus-batch-id TO ws-rep-batch-id
           END-IF.

       3200-REPAIR-LOOP.
           MOVE ws-rep-dept TO rsb-dept.
           MOVE ws-rep-seq TO rsb-seq-no.
           MOVE SPACES TO rsb-reason.
           MOVE ws-rep-batch-id TO rsb-batch-id.
           WRITE resub-record.
           ADD 1 TO ws-repair-saved.
           ADD 1 TO ws-saved-count.
           MOVE ZERO TO ws-coa-credit.
           MOVE ZERO TO ws-coa-eff.
           MOVE ZERO TO ws-coa-exp.
           MOVE SPACE TO ws-coa-debit-class.
           MOVE SPACE TO ws-coa-credit-class.

       6100-COA-LOOP.
           MOVE SPACE TO ws-coa-action.
               MOVE com-credit-account TO ws-coa-credit
               MOVE com-eff-date TO ws-coa-eff
               MOVE com-exp-date TO ws-coa-exp
               MOVE com-debit-class TO ws-coa-debit-class
               MOVE com-credit-class TO ws-coa-credit-class
               MOVE "OK" TO ws-coa-message
           ELSE
               PERFORM 6050-CLEAR-COA-FIELDS
                   AND NOT = "M" AND NOT = "D"
               MOVE "CODIGO DE OPERACION INVALIDO" TO ws-coa-message
           ELSE
               MOVE ws-coa-debit-class TO ws-coa-class-check
               IF ws-coa-class-valid
                   MOVE ws-coa-credit-class TO ws-coa-class-check
               END-IF
               IF NOT ws-coa-class-valid
                   MOVE "CLASE INVALIDA (A/L/E/I/X)" TO ws-coa-message
               ELSE
                   IF ws-coa-debit = ZERO AND ws-coa-credit = ZERO
                       MOVE "CUENTAS EN CERO" TO ws-coa-message
                   ELSE
                       PERFORM 6250-FETCH-COA-MAPPING
                       MOVE ws-coa-op TO com-op-code
                       MOVE ws-coa-dept TO com-dept
                       MOVE ws-coa-debit TO com-debit-account
                       MOVE ws-coa-credit TO com-credit-account
                       MOVE ws-coa-debit-class TO com-debit-class
                       MOVE ws-coa-credit-class TO com-credit-class
                       MOVE ws-coa-eff TO com-eff-date
                       MOVE ZERO TO com-exp-date
                       MOVE ws-operator-id TO com-updated-by
                       MOVE FUNCTION CURRENT-DATE TO ws-current-datetime
                       MOVE ws-cdt-date TO com-updated-date
                       IF ws-coa-found
                           REWRITE coamast-record
                       ELSE
                           WRITE coamast-record
                       END-IF
                       MOVE ZERO TO ws-coa-exp
                       MOVE "GRABADO" TO ws-coa-message
                       PERFORM 6500-WRITE-COA-AUDIT
                   END-IF
               END-IF
           END-IF.

           MOVE ZERO TO aud-credit-account.
           WRITE audit-record.

      ******************************************************************
      * Budget maintenance over the indexed BUDMAST the variance
      * report reads - one record per account/department holding
      * the fiscal year and its twelve monthly amounts.  Consult
      * loads a position, save writes the whole year back at once,
      * delete removes it.  Every change is stamped with the
      * signed-on supervisor and date and audited under that id,
      * the same as plan-of-accounts maintenance.
      ******************************************************************
       7000-BUDGET-SESSION.
           OPEN I-O budget-file.
           IF ws-budget-status = "35"
               OPEN OUTPUT budget-file
               CLOSE budget-file
               OPEN I-O budget-file
           END-IF.
           IF ws-budget-status NOT = "00"
               MOVE "NO SE PUDO ABRIR PRESUPUESTO" TO ws-message
           ELSE
               MOVE "N" TO ws-bud-exit-flag
               MOVE ZERO TO ws-bud-account
               MOVE SPACES TO ws-bud-dept
               PERFORM 7050-CLEAR-BUDGET-FIELDS
               MOVE SPACES TO ws-bud-message
               PERFORM 7100-BUDGET-LOOP UNTIL ws-bud-exit
               CLOSE budget-file
               MOVE SPACES TO ws-message
           END-IF.

       7050-CLEAR-BUDGET-FIELDS.
           MOVE ZERO TO ws-bud-year.
           PERFORM VARYING ws-bud-idx FROM 1 BY 1
                   UNTIL ws-bud-idx > 12
               MOVE ZERO TO ws-bud-amt(ws-bud-idx)
           END-PERFORM.
           PERFORM 7060-TOTAL-BUDGET-FIELDS.

       7060-TOTAL-BUDGET-FIELDS.
           MOVE ZERO TO ws-bud-total-n.
           PERFORM VARYING ws-bud-idx FROM 1 BY 1
                   UNTIL ws-bud-idx > 12
               ADD ws-bud-amt(ws-bud-idx) TO ws-bud-total-n
           END-PERFORM.
           MOVE ws-bud-total-n TO ws-bud-total.

       7100-BUDGET-LOOP.
           MOVE SPACE TO ws-bud-action.
           DISPLAY budget-screen.
           ACCEPT budget-screen
               ON EXCEPTION
                   MOVE "Y" TO ws-bud-exit-flag
               NOT ON EXCEPTION
                   EVALUATE ws-bud-action
                       WHEN "C"
                           PERFORM 7200-READ-BUDGET
                       WHEN "G"
                           PERFORM 7300-SAVE-BUDGET
                       WHEN "B"
                           PERFORM 7400-DELETE-BUDGET
                       WHEN OTHER
                           MOVE "ACCION INVALIDA" TO ws-bud-message
                   END-EVALUATE
                   DISPLAY budget-screen
           END-ACCEPT.

       7200-READ-BUDGET.
           PERFORM 7250-FETCH-BUDGET.
           IF ws-bud-found
               MOVE bud-fiscal-year TO ws-bud-year
               PERFORM VARYING ws-bud-idx FROM 1 BY 1
                       UNTIL ws-bud-idx > 12
                   MOVE bud-amount(ws-bud-idx) TO ws-bud-amt(ws-bud-idx)
               END-PERFORM
               PERFORM 7060-TOTAL-BUDGET-FIELDS
               MOVE "OK" TO ws-bud-message
           ELSE
               PERFORM 7050-CLEAR-BUDGET-FIELDS
               MOVE "POSICION SIN PRESUPUESTO" TO ws-bud-message
           END-IF.

       7250-FETCH-BUDGET.
           MOVE ws-bud-account TO bud-account.
           MOVE ws-bud-dept TO bud-dept.
           READ budget-file
               INVALID KEY
                   MOVE "N" TO ws-bud-found-flag
               NOT INVALID KEY
                   MOVE "Y" TO ws-bud-found-flag
           END-READ.

       7300-SAVE-BUDGET.
           IF ws-bud-account = ZERO
               MOVE "CUENTA EN CERO" TO ws-bud-message
           ELSE
               IF ws-bud-year < 2000
                   MOVE "EJERCICIO INVALIDO" TO ws-bud-message
               ELSE
                   PERFORM 7250-FETCH-BUDGET
                   MOVE ws-bud-account TO bud-account
                   MOVE ws-bud-dept TO bud-dept
                   MOVE ws-bud-year TO bud-fiscal-year
                   PERFORM VARYING ws-bud-idx FROM 1 BY 1
                           UNTIL ws-bud-idx > 12
                       MOVE ws-bud-amt(ws-bud-idx)
                           TO bud-amount(ws-bud-idx)
                   END-PERFORM
                   MOVE ws-operator-id TO bud-updated-by
                   MOVE FUNCTION CURRENT-DATE TO ws-current-datetime
                   MOVE ws-cdt-date TO bud-updated-date
                   IF ws-bud-found
                       REWRITE budget-record
                   ELSE
                       WRITE budget-record
                   END-IF
                   PERFORM 7060-TOTAL-BUDGET-FIELDS
                   MOVE "GRABADO" TO ws-bud-message
                   PERFORM 7500-WRITE-BUDGET-AUDIT
               END-IF
           END-IF.

       7400-DELETE-BUDGET.
           PERFORM 7250-FETCH-BUDGET.
           IF NOT ws-bud-found
               MOVE "POSICION SIN PRESUPUESTO" TO ws-bud-message
           ELSE
               DELETE budget-file
               PERFORM 7050-CLEAR-BUDGET-FIELDS
               MOVE "BORRADO" TO ws-bud-message
               PERFORM 7500-WRITE-BUDGET-AUDIT
           END-IF.

      ******************************************************************
      * Budget changes audit under op-code P with the account on the
      * debit side and the fiscal year in num1 (zero for a delete).
      * The operator id keeps them out of the integrity check, which
      * only replays postings made by the batch.
      ******************************************************************
       7500-WRITE-BUDGET-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO ws-current-datetime.
           MOVE ws-cdt-date TO aud-date.
           MOVE ws-cdt-time TO aud-time.
           MOVE ws-bud-year TO aud-num1.
           MOVE ZERO TO aud-num2.
           MOVE "P" TO aud-op-code.
           MOVE ZERO TO aud-resultado.
           MOVE ws-operator-id TO aud-operator.
           MOVE ws-bud-dept TO aud-dept.
           MOVE ws-bud-account TO aud-debit-account.
           MOVE ZERO TO aud-credit-account.
           WRITE audit-record.

      ******************************************************************
      * Operator maintenance - the only way OPERFILE changes.  Save
      * adds a new user id (an initial password is then required) or
      * changes name, allowed operations, active and supervisor flags
      * of an existing one; reactivating a locked profile clears its
      * failure count.  Deactivate sets active to N.  Reset gives the
      * profile a new initial password, reactivates it and forces a
      * change at the next sign-on.  Added and reset profiles always
      * start with must-change set, so the supervisor never knows
      * the password the operator ends up using.  A supervisor cannot
      * deactivate or demote the profile signed on.  Every change is
      * stamped with the supervisor and date and written to the
      * security log.
      ******************************************************************
       8000-OPERATOR-SESSION.
           MOVE "N" TO ws-adm-exit-flag.
           MOVE SPACES TO ws-adm-user-id.
           PERFORM 8050-CLEAR-OPERATOR-FIELDS.
           MOVE SPACES TO ws-adm-message.
           PERFORM 8100-OPERATOR-LOOP UNTIL ws-adm-exit.
           MOVE SPACES TO ws-message.

       8050-CLEAR-OPERATOR-FIELDS.
           MOVE SPACES TO ws-adm-name.
           MOVE SPACES TO ws-adm-ops.
           MOVE SPACE TO ws-adm-active.
           MOVE SPACE TO ws-adm-supervisor.
           MOVE SPACES TO ws-adm-pwd.
           MOVE ZERO TO ws-adm-pwd-date.
           MOVE SPACE TO ws-adm-must-change.
           MOVE ZERO TO ws-adm-failed.
           MOVE SPACES TO ws-adm-updated-by.
           MOVE ZERO TO ws-adm-updated-date.

       8100-OPERATOR-LOOP.
           MOVE SPACE TO ws-adm-action.
           DISPLAY operator-screen.
           ACCEPT operator-screen
               ON EXCEPTION
                   MOVE "Y" TO ws-adm-exit-flag
               NOT ON EXCEPTION
                   EVALUATE ws-adm-action
                       WHEN "C"
                           PERFORM 8200-READ-OPERATOR
                       WHEN "G"
                           PERFORM 8300-SAVE-OPERATOR
                       WHEN "B"
                           PERFORM 8400-DEACTIVATE-OPERATOR
                       WHEN "R"
                           PERFORM 8500-RESET-OPERATOR
                       WHEN OTHER
                           MOVE "ACCION INVALIDA" TO ws-adm-message
                   END-EVALUATE
                   MOVE SPACES TO ws-adm-pwd
                   DISPLAY operator-screen
           END-ACCEPT.

       8150-FETCH-OPERATOR.
           MOVE ws-adm-user-id TO ws-oper-lookup-id.
           PERFORM 1250-LOAD-OPERATORS.
           MOVE ZERO TO ws-oper-found-idx.
           IF ws-oper-loaded
               PERFORM 1260-LOCATE-OPERATOR
           END-IF.

       8160-SHOW-OPERATOR.
           MOVE opw-name TO ws-adm-name.
           MOVE opw-allowed-ops TO ws-adm-ops.
           MOVE opw-active TO ws-adm-active.
           MOVE opw-supervisor TO ws-adm-supervisor.
           MOVE opw-pwd-changed-date TO ws-adm-pwd-date.
           MOVE opw-must-change TO ws-adm-must-change.
           MOVE opw-failed-count TO ws-adm-failed.
           MOVE opw-updated-by TO ws-adm-updated-by.
           MOVE opw-updated-date TO ws-adm-updated-date.

       8200-READ-OPERATOR.
           PERFORM 8150-FETCH-OPERATOR.
           IF NOT ws-oper-loaded
               MOVE ws-oper-error TO ws-adm-message
           ELSE
               IF ws-oper-found-idx > ZERO
                   PERFORM 8160-SHOW-OPERATOR
                   MOVE "OK" TO ws-adm-message
               ELSE
                   PERFORM 8050-CLEAR-OPERATOR-FIELDS
                   MOVE "USUARIO NO REGISTRADO" TO ws-adm-message
               END-IF
           END-IF.

       8300-SAVE-OPERATOR.
           PERFORM 8310-VALIDATE-OPERATOR-FIELDS.
           IF ws-adm-valid
               PERFORM 8150-FETCH-OPERATOR
               IF NOT ws-oper-loaded
                   MOVE ws-oper-error TO ws-adm-message
               ELSE
                   IF ws-oper-found-idx = ZERO
                       PERFORM 8320-ADD-OPERATOR
                   ELSE
                       PERFORM 8330-CHANGE-OPERATOR
                   END-IF
               END-IF
           END-IF.

       8310-VALIDATE-OPERATOR-FIELDS.
           MOVE "N" TO ws-adm-valid-flag.
           IF ws-adm-user-id = SPACES
               MOVE "USUARIO EN BLANCO" TO ws-adm-message
           ELSE
               IF ws-adm-name = SPACES
                   MOVE "NOMBRE EN BLANCO" TO ws-adm-message
               ELSE
                   IF (ws-adm-active NOT = "Y" AND NOT = "N")
                           OR (ws-adm-supervisor NOT = "Y"
                               AND NOT = "N")
                       MOVE "ACTIVO Y SUPERVISOR DEBEN SER Y O N" TO
                           ws-adm-message
                   ELSE
                       IF ws-adm-user-id = ws-operator-id
                               AND (ws-adm-active = "N"
                                   OR ws-adm-supervisor = "N")
                           MOVE "NO PUEDE QUITARSE SU PROPIO ACCESO"
                               TO ws-adm-message
                       ELSE
                           MOVE "Y" TO ws-adm-valid-flag
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF ws-adm-valid
               PERFORM VARYING ws-ops-idx FROM 1 BY 1
                       UNTIL ws-ops-idx > 4
                   IF ws-adm-op(ws-ops-idx) NOT = "A" AND NOT = "S"
                           AND NOT = "M" AND NOT = "D"
                           AND NOT = SPACE
                       MOVE "N" TO ws-adm-valid-flag
                       MOVE "OPERACIONES VALIDAS: A S M D" TO
                           ws-adm-message
                   END-IF
               END-PERFORM
           END-IF.

       8320-ADD-OPERATOR.
           PERFORM 8350-CHECK-INITIAL-PASSWORD.
           IF ws-adm-valid
               IF ws-oper-count >= 100
                   MOVE "ARCHIVO DE OPERADORES LLENO" TO ws-adm-message
               ELSE
                   ADD 1 TO ws-oper-count
                   MOVE ws-oper-count TO ws-oper-found-idx
                   MOVE SPACES TO ws-oper-work
                   MOVE ws-adm-user-id TO opw-user-id
                   PERFORM 8340-MOVE-OPERATOR-FIELDS
                   PERFORM 8360-SET-INITIAL-PASSWORD
                   PERFORM 8370-STAMP-OPERATOR
                   PERFORM 1270-SAVE-OPERATORS
                   IF ws-oper-saved
                       PERFORM 8160-SHOW-OPERATOR
                       MOVE "ALTA GRABADA" TO ws-adm-message
                       MOVE "A" TO ws-sec-event
                       PERFORM 8380-LOG-PROFILE-VALUES
                   ELSE
                       MOVE ws-oper-error TO ws-adm-message
                   END-IF
               END-IF
           END-IF.

       8330-CHANGE-OPERATOR.
           IF NOT opw-is-active AND ws-adm-active = "Y"
               MOVE ZERO TO opw-failed-count
           END-IF.
           PERFORM 8340-MOVE-OPERATOR-FIELDS.
           PERFORM 8370-STAMP-OPERATOR.
           PERFORM 1270-SAVE-OPERATORS.
           IF ws-oper-saved
               PERFORM 8160-SHOW-OPERATOR
               MOVE "MODIFICACION GRABADA" TO ws-adm-message
               MOVE "M" TO ws-sec-event
               PERFORM 8380-LOG-PROFILE-VALUES
           ELSE
               MOVE ws-oper-error TO ws-adm-message
           END-IF.

       8340-MOVE-OPERATOR-FIELDS.
           MOVE ws-adm-name TO opw-name.
           MOVE ws-adm-ops TO opw-allowed-ops.
           MOVE ws-adm-active TO opw-active.
           MOVE ws-adm-supervisor TO opw-supervisor.

       8350-CHECK-INITIAL-PASSWORD.
           MOVE ZERO TO ws-pwd-length.
           INSPECT ws-adm-pwd TALLYING ws-pwd-length
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF ws-pwd-length < ws-pwd-min-length
               MOVE "N" TO ws-adm-valid-flag
               MOVE "CLAVE INICIAL DE 6 CARACTERES O MAS" TO
                   ws-adm-message
           ELSE
               MOVE "Y" TO ws-adm-valid-flag
           END-IF.

       8360-SET-INITIAL-PASSWORD.
           MOVE ws-adm-pwd TO ws-hash-pwd.
           MOVE opw-user-id TO ws-hash-user.
           PERFORM 1280-HASH-PASSWORD.
           MOVE FUNCTION CURRENT-DATE TO ws-current-datetime.
           MOVE ws-hash-digest TO opw-pwd-hash.
           MOVE ws-cdt-date TO opw-pwd-changed-date.
           MOVE "Y" TO opw-must-change.
           MOVE ZERO TO opw-failed-count.

       8370-STAMP-OPERATOR.
           MOVE FUNCTION CURRENT-DATE TO ws-current-datetime.
           MOVE ws-operator-id TO opw-updated-by.
           MOVE ws-cdt-date TO opw-updated-date.

       8380-LOG-PROFILE-VALUES.
           MOVE opw-allowed-ops TO sp-ops.
           MOVE opw-active TO sp-active.
           MOVE opw-supervisor TO sp-supervisor.
           MOVE ws-sec-profile-detail TO ws-sec-detail.
           PERFORM 8390-LOG-OPERATOR-CHANGE.

       8390-LOG-OPERATOR-CHANGE.
           MOVE opw-user-id TO ws-sec-user-id.
           MOVE ws-operator-id TO ws-sec-by-user.
           PERFORM 1290-WRITE-SECURITY-LOG.

       8400-DEACTIVATE-OPERATOR.
           IF ws-adm-user-id = ws-operator-id
               MOVE "NO PUEDE QUITARSE SU PROPIO ACCESO" TO
                   ws-adm-message
           ELSE
               PERFORM 8150-FETCH-OPERATOR
               IF NOT ws-oper-loaded
                   MOVE ws-oper-error TO ws-adm-message
               ELSE
                   IF ws-oper-found-idx = ZERO
                       MOVE "USUARIO NO REGISTRADO" TO ws-adm-message
                   ELSE
                       MOVE "N" TO opw-active
                       PERFORM 8370-STAMP-OPERATOR
                       PERFORM 1270-SAVE-OPERATORS
                       IF ws-oper-saved
                           PERFORM 8160-SHOW-OPERATOR
                           MOVE "BAJA GRABADA" TO ws-adm-message
                           MOVE "D" TO ws-sec-event
                           MOVE "BAJA DE OPERADOR" TO ws-sec-detail
                           PERFORM 8390-LOG-OPERATOR-CHANGE
                       ELSE
                           MOVE ws-oper-error TO ws-adm-message
                       END-IF
                   END-IF
               END-IF
           END-IF.

       8500-RESET-OPERATOR.
           PERFORM 8350-CHECK-INITIAL-PASSWORD.
           IF ws-adm-valid
               PERFORM 8150-FETCH-OPERATOR
               IF NOT ws-oper-loaded
                   MOVE ws-oper-error TO ws-adm-message
               ELSE
                   IF ws-oper-found-idx = ZERO
                       MOVE "USUARIO NO REGISTRADO" TO ws-adm-message
                   ELSE
                       PERFORM 8360-SET-INITIAL-PASSWORD
                       MOVE "Y" TO opw-active
                       PERFORM 8370-STAMP-OPERATOR
                       PERFORM 1270-SAVE-OPERATORS
                       IF ws-oper-saved
                           PERFORM 8160-SHOW-OPERATOR
                           MOVE "CLAVE REINICIADA" TO ws-adm-message
                           MOVE "R" TO ws-sec-event
                           MOVE "CLAVE REINICIADA - CAMBIO OBLIGATORIO"
                               TO ws-sec-detail
                           PERFORM 8390-LOG-OPERATOR-CHANGE
                       ELSE
                           MOVE ws-oper-error TO ws-adm-message
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Manual journal entry - the only way to move an amount
      * between accounts without keying a fake transaction.  Up to
      * eight lines of account, department, D/C, amount and
      * narrative; blank lines are ignored.  Validate checks every
      * line against COAMAST - the account must be the debit or
      * credit side of a mapping in effect today for that
      * department - and the entry must balance with at least two
      * lines.  Save takes the next journal number, appends the
      * lines to JOURNAL.DAT pending approval, stamped with the
      * signed-on operator, and audits each line under that id.
      ******************************************************************
       8600-JOURNAL-ENTRY-SESSION.
           OPEN INPUT coamast-file.
           IF ws-coamast-status NOT = "00"
               MOVE "NO SE PUDO ABRIR PLAN DE CUENTAS" TO ws-message
           ELSE
               MOVE "N" TO ws-jen-exit-flag
               MOVE ZERO TO ws-jen-no
               PERFORM 8650-CLEAR-JOURNAL-LINES
               MOVE SPACES TO ws-jen-message
               PERFORM 8610-JOURNAL-ENTRY-LOOP UNTIL ws-jen-exit
               CLOSE coamast-file
               MOVE SPACES TO ws-message
           END-IF.

       8610-JOURNAL-ENTRY-LOOP.
           MOVE SPACE TO ws-jen-action.
           DISPLAY journal-screen.
           ACCEPT journal-screen
               ON EXCEPTION
                   MOVE "Y" TO ws-jen-exit-flag
               NOT ON EXCEPTION
                   EVALUATE ws-jen-action
                       WHEN "V"
                           PERFORM 8660-VALIDATE-JOURNAL
                           IF ws-jen-valid
                               MOVE "ASIENTO CORRECTO" TO
                                   ws-jen-message
                           END-IF
                       WHEN "G"
                           PERFORM 8660-VALIDATE-JOURNAL
                           IF ws-jen-valid
                               PERFORM 8700-SAVE-JOURNAL
                           END-IF
                       WHEN "L"
                           PERFORM 8650-CLEAR-JOURNAL-LINES
                           MOVE SPACES TO ws-jen-message
                       WHEN OTHER
                           MOVE "ACCION INVALIDA" TO ws-jen-message
                   END-EVALUATE
                   DISPLAY journal-screen
           END-ACCEPT.

       8650-CLEAR-JOURNAL-LINES.
           PERFORM VARYING ws-jen-idx FROM 1 BY 1
                   UNTIL ws-jen-idx > 8
               MOVE ZERO TO ws-jen-account(ws-jen-idx)
               MOVE SPACES TO ws-jen-dept(ws-jen-idx)
               MOVE SPACE TO ws-jen-dr-cr(ws-jen-idx)
               MOVE ZERO TO ws-jen-amount(ws-jen-idx)
               MOVE SPACES TO ws-jen-narrative(ws-jen-idx)
           END-PERFORM.
           MOVE ZERO TO ws-jen-debit-n.
           MOVE ZERO TO ws-jen-credit-n.
           MOVE ws-jen-debit-n TO ws-jen-debit.
           MOVE ws-jen-credit-n TO ws-jen-credit.

       8660-VALIDATE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO ws-current-datetime.
           MOVE "Y" TO ws-jen-valid-flag.
           MOVE SPACES TO ws-jen-message.
           MOVE ZERO TO ws-jen-line-count.
           MOVE ZERO TO ws-jen-debit-n.
           MOVE ZERO TO ws-jen-credit-n.
           PERFORM VARYING ws-jen-idx FROM 1 BY 1
                   UNTIL ws-jen-idx > 8
               PERFORM 8670-VALIDATE-JOURNAL-LINE
           END-PERFORM.
           MOVE ws-jen-debit-n TO ws-jen-debit.
           MOVE ws-jen-credit-n TO ws-jen-credit.
           IF ws-jen-valid
               IF ws-jen-line-count < 2
                   MOVE "N" TO ws-jen-valid-flag
                   MOVE "EL ASIENTO NECESITA DOS LINEAS O MAS" TO
                       ws-jen-message
               ELSE
                   IF ws-jen-debit-n NOT = ws-jen-credit-n
                       MOVE "N" TO ws-jen-valid-flag
                       MOVE "ASIENTO DESCUADRADO" TO ws-jen-message
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Totals take in every keyed line so the screen always shows
      * where the entry stands; the field checks stop at the first
      * line in error, which is the one named in the message.
      ******************************************************************
       8670-VALIDATE-JOURNAL-LINE.
           PERFORM 8690-CHECK-BLANK-LINE.
           IF NOT ws-jen-blank-line
               ADD 1 TO ws-jen-line-count
               EVALUATE ws-jen-dr-cr(ws-jen-idx)
                   WHEN "D"
                       ADD ws-jen-amount(ws-jen-idx) TO ws-jen-debit-n
                   WHEN "C"
                       ADD ws-jen-amount(ws-jen-idx) TO
                           ws-jen-credit-n
               END-EVALUATE
               IF ws-jen-valid
                   MOVE ws-jen-idx TO le-line
                   MOVE SPACES TO le-text
                   EVALUATE TRUE
                       WHEN ws-jen-account(ws-jen-idx) = ZERO
                           MOVE "CUENTA EN CERO" TO le-text
                       WHEN ws-jen-dr-cr(ws-jen-idx) NOT = "D"
                               AND NOT = "C"
                           MOVE "INDIQUE D=DEBITO O C=CREDITO" TO
                               le-text
                       WHEN ws-jen-amount(ws-jen-idx) = ZERO
                           MOVE "MONTO EN CERO" TO le-text
                       WHEN OTHER
                           PERFORM 8680-CHECK-JOURNAL-ACCOUNT
                           IF NOT ws-jen-coa-valid
                               MOVE "CUENTA/DEPTO NO VALIDA EN PLAN"
                                   TO le-text
                           END-IF
                   END-EVALUATE
                   IF le-text NOT = SPACES
                       MOVE "N" TO ws-jen-valid-flag
                       MOVE ws-jen-line-error TO ws-jen-message
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * COAMAST is keyed by operation and department, not by
      * account, so the account is looked for on both sides of the
      * department's mapping for each operation code.
      ******************************************************************
       8680-CHECK-JOURNAL-ACCOUNT.
           MOVE "N" TO ws-jen-coa-flag.
           PERFORM VARYING ws-jen-op-idx FROM 1 BY 1
                   UNTIL ws-jen-op-idx > 4 OR ws-jen-coa-valid
               MOVE ws-jen-coa-op(ws-jen-op-idx) TO com-op-code
               MOVE ws-jen-dept(ws-jen-idx) TO com-dept
               READ coamast-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF com-eff-date <= ws-cdt-date
                           AND (com-exp-date = ZERO
                               OR com-exp-date >= ws-cdt-date)
                           AND (com-debit-account =
                                   ws-jen-account(ws-jen-idx)
                               OR com-credit-account =
                                   ws-jen-account(ws-jen-idx))
                           MOVE "Y" TO ws-jen-coa-flag
                       END-IF
               END-READ
           END-PERFORM.

       8690-CHECK-BLANK-LINE.
           IF ws-jen-account(ws-jen-idx) = ZERO
               AND ws-jen-dept(ws-jen-idx) = SPACES
               AND ws-jen-dr-cr(ws-jen-idx) = SPACE
               AND ws-jen-amount(ws-jen-idx) = ZERO
               AND ws-jen-narrative(ws-jen-idx) = SPACES
               MOVE "Y" TO ws-jen-blank-flag
           ELSE
               MOVE "N" TO ws-jen-blank-flag
           END-IF.

       8700-SAVE-JOURNAL.
           PERFORM 8710-NEXT-JOURNAL-NUMBER.
           OPEN EXTEND journal-file.
           IF ws-journal-status = "35"
               OPEN OUTPUT journal-file
           END-IF.
           IF ws-journal-status NOT = "00"
               MOVE "NO SE PUDO GRABAR EL ASIENTO" TO ws-jen-message
           ELSE
               MOVE FUNCTION CURRENT-DATE TO ws-current-datetime
               MOVE ZERO TO ws-jen-line-count
               PERFORM VARYING ws-jen-idx FROM 1 BY 1
                       UNTIL ws-jen-idx > 8
                   PERFORM 8720-WRITE-JOURNAL-LINE
               END-PERFORM
               CLOSE journal-file
               MOVE ws-jen-next-no TO ws-jen-no
               MOVE ws-jen-next-no TO sl-no
               PERFORM 8650-CLEAR-JOURNAL-LINES
               MOVE ws-jen-saved-line TO ws-jen-message
           END-IF.

       8710-NEXT-JOURNAL-NUMBER.
           MOVE ZERO TO ws-jen-next-no.
           OPEN INPUT journal-file.
           IF ws-journal-status = "00"
               MOVE "N" TO ws-jrn-eof-flag
               PERFORM UNTIL ws-jrn-eof
                   READ journal-file
                       AT END
                           MOVE "Y" TO ws-jrn-eof-flag
                       NOT AT END
                           IF jrn-no IS NUMERIC
                               AND jrn-no > ws-jen-next-no
                               MOVE jrn-no TO ws-jen-next-no
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE journal-file
           END-IF.
           ADD 1 TO ws-jen-next-no.

       8720-WRITE-JOURNAL-LINE.
           PERFORM 8690-CHECK-BLANK-LINE.
           IF NOT ws-jen-blank-line
               ADD 1 TO ws-jen-line-count
               MOVE ws-jen-next-no TO jrn-no
               MOVE ws-jen-line-count TO jrn-line-no
               MOVE "P" TO jrn-status
               MOVE ws-jen-account(ws-jen-idx) TO jrn-account
               MOVE ws-jen-dept(ws-jen-idx) TO jrn-dept
               MOVE ws-jen-dr-cr(ws-jen-idx) TO jrn-dr-cr
               MOVE ws-jen-amount(ws-jen-idx) TO jrn-amount
               MOVE ws-jen-narrative(ws-jen-idx) TO jrn-narrative
               MOVE ws-operator-id TO jrn-entered-by
               MOVE ws-cdt-date TO jrn-entered-date
               MOVE SPACES TO jrn-approved-by
               MOVE ZERO TO jrn-approved-date
               MOVE ZERO TO jrn-posted-date
               WRITE journal-record
               MOVE jrn-no TO ws-jau-no
               MOVE jrn-line-no TO ws-jau-line-no
               MOVE jrn-dept TO ws-jau-dept
               MOVE jrn-amount TO ws-jau-amount
               PERFORM 8790-WRITE-JOURNAL-AUDIT
           END-IF.

      ******************************************************************
      * One audit entry per journal line, op-code J, under the
      * signed-on user - the maker when keyed, the supervisor when
      * decided.  Num1 carries the journal number and num2 the line;
      * the accounts stay blank as on every online entry, since
      * nothing posts until the batch run does.
      ******************************************************************
       8790-WRITE-JOURNAL-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO ws-current-datetime.
           MOVE ws-cdt-date TO aud-date.
           MOVE ws-cdt-time TO aud-time.
           MOVE ws-jau-no TO aud-num1.
           MOVE ws-jau-line-no TO aud-num2.
           MOVE "J" TO aud-op-code.
           MOVE ws-jau-amount TO aud-resultado.
           MOVE ws-operator-id TO aud-operator.
           MOVE ws-jau-dept TO aud-dept.
           MOVE ZERO TO aud-debit-account.
           MOVE ZERO TO aud-credit-account.
           WRITE audit-record.

      ******************************************************************
      * Journal approval - the checker side.  Browses JOURNAL.DAT one
      * pending journal at a time (its lines are kept together in
      * the file), shows the lines and totals, and records approve/
      * reject decisions by journal number.  A supervisor can never
      * decide a journal keyed under the supervisor's own id, and an
      * unbalanced journal cannot be approved.  Decisions are
      * applied when the session ends by rewriting JOURNAL.DAT
      * through JOURNAL.TMP, stamping the deciding supervisor and
      * date on every line; each line decided is audited under the
      * supervisor's id.
      ******************************************************************
       8800-JOURNAL-APPROVAL-SESSION.
           MOVE "N" TO ws-jap-done-flag.
           MOVE ZERO TO ws-jap-approved.
           MOVE ZERO TO ws-jap-rejected.
           MOVE ZERO TO ws-jap-skipped.
           MOVE ZERO TO ws-jdc-count.
           MOVE SPACES TO ws-jap-message.
           OPEN INPUT journal-file.
           IF ws-journal-status NOT = "00"
               MOVE "NO HAY ASIENTOS PENDIENTES" TO ws-message
           ELSE
               MOVE "N" TO ws-jrn-eof-flag
               PERFORM 8810-READ-JOURNAL-RECORD
               PERFORM 8820-NEXT-PENDING-JOURNAL
               PERFORM 8850-JOURNAL-APPROVAL-LOOP UNTIL ws-jap-done
               CLOSE journal-file
               IF ws-jdc-count > ZERO
                   PERFORM 8880-APPLY-JOURNAL-DECISIONS
               END-IF
               IF ws-message = SPACES
                   MOVE ws-jap-approved TO js-approved
                   MOVE ws-jap-rejected TO js-rejected
                   MOVE ws-jap-skipped TO js-skipped
                   MOVE ws-jap-summary TO ws-message
               END-IF
           END-IF.

       8810-READ-JOURNAL-RECORD.
           READ journal-file
               AT END
                   MOVE "Y" TO ws-jrn-eof-flag
           END-READ.

       8820-NEXT-PENDING-JOURNAL.
           MOVE "N" TO ws-jap-show-flag.
           PERFORM UNTIL ws-jrn-eof OR ws-jap-show
               IF jrn-pending
                   PERFORM 8830-COLLECT-JOURNAL
                   MOVE "Y" TO ws-jap-show-flag
               ELSE
                   PERFORM 8810-READ-JOURNAL-RECORD
               END-IF
           END-PERFORM.
           IF NOT ws-jap-show
               MOVE "Y" TO ws-jap-done-flag
           END-IF.

       8830-COLLECT-JOURNAL.
           MOVE jrn-no TO ws-jap-no.
           MOVE jrn-entered-by TO ws-jap-entered-by.
           MOVE jrn-entered-date TO ws-jap-entered-date.
           MOVE ZERO TO ws-jap-line-count.
           MOVE ZERO TO ws-jap-debit-n.
           MOVE ZERO TO ws-jap-credit-n.
           PERFORM VARYING ws-jap-idx FROM 1 BY 1
                   UNTIL ws-jap-idx > 8
               MOVE SPACES TO ws-jap-text(ws-jap-idx)
           END-PERFORM.
           PERFORM UNTIL ws-jrn-eof OR jrn-no NOT = ws-jap-no
               IF jrn-pending
                   PERFORM 8840-ADD-JOURNAL-LINE
               END-IF
               PERFORM 8810-READ-JOURNAL-RECORD
           END-PERFORM.
           MOVE ws-jap-debit-n TO ws-jap-debit.
           MOVE ws-jap-credit-n TO ws-jap-credit.

       8840-ADD-JOURNAL-LINE.
           IF ws-jap-line-count < 8
               ADD 1 TO ws-jap-line-count
               MOVE jrn-line-no TO jd-line-no
               MOVE jrn-account TO jd-account
               MOVE jrn-dept TO jd-dept
               MOVE jrn-dr-cr TO jd-dr-cr
               MOVE jrn-amount TO jd-amount
               MOVE jrn-narrative TO jd-narrative
               MOVE ws-jap-detail TO ws-jap-text(ws-jap-line-count)
               MOVE jrn-line-no TO ws-jap-line-no(ws-jap-line-count)
               MOVE jrn-dept TO ws-jap-dept(ws-jap-line-count)
               MOVE jrn-amount TO ws-jap-amount(ws-jap-line-count)
           END-IF.
           IF jrn-debit
               ADD jrn-amount TO ws-jap-debit-n
           ELSE
               ADD jrn-amount TO ws-jap-credit-n
           END-IF.

       8850-JOURNAL-APPROVAL-LOOP.
           MOVE SPACE TO ws-jap-action.
           DISPLAY journal-approval-screen.
           ACCEPT journal-approval-screen
               ON EXCEPTION
                   MOVE "Y" TO ws-jap-done-flag
               NOT ON EXCEPTION
                   EVALUATE ws-jap-action
                       WHEN "A"
                           IF ws-jap-debit-n NOT = ws-jap-credit-n
                               MOVE "ASIENTO DESCUADRADO, NO SE APRUEBA"
                                   TO ws-jap-message
                           ELSE
                               PERFORM 8860-DECIDE-JOURNAL
                           END-IF
                       WHEN "R"
                           PERFORM 8860-DECIDE-JOURNAL
                       WHEN "S"
                           ADD 1 TO ws-jap-skipped
                           MOVE SPACES TO ws-jap-message
                           PERFORM 8820-NEXT-PENDING-JOURNAL
                       WHEN "X"
                           MOVE "Y" TO ws-jap-done-flag
                       WHEN OTHER
                           MOVE "ACCION INVALIDA" TO ws-jap-message
                   END-EVALUATE
           END-ACCEPT.

       8860-DECIDE-JOURNAL.
           IF ws-jap-entered-by = ws-operator-id
               MOVE "ASIENTO PROPIO: DECIDE OTRO SUPERVISOR" TO
                   ws-jap-message
           ELSE
               IF ws-jdc-count >= 200
                   MOVE "SESION LLENA, SALGA Y REINGRESE" TO
                       ws-jap-message
               ELSE
                   ADD 1 TO ws-jdc-count
                   MOVE ws-jap-no TO ws-jdc-no(ws-jdc-count)
                   MOVE ws-jap-action TO ws-jdc-code(ws-jdc-count)
                   PERFORM VARYING ws-jap-idx FROM 1 BY 1
                           UNTIL ws-jap-idx > ws-jap-line-count
                       MOVE ws-jap-no TO ws-jau-no
                       MOVE ws-jap-line-no(ws-jap-idx) TO ws-jau-line-no
                       MOVE ws-jap-dept(ws-jap-idx) TO ws-jau-dept
                       MOVE ws-jap-amount(ws-jap-idx) TO ws-jau-amount
                       PERFORM 8790-WRITE-JOURNAL-AUDIT
                   END-PERFORM
                   IF ws-jap-action = "A"
                       ADD 1 TO ws-jap-approved
                   ELSE
                       ADD 1 TO ws-jap-rejected
                   END-IF
                   MOVE SPACES TO ws-jap-message
                   PERFORM 8820-NEXT-PENDING-JOURNAL
               END-IF
           END-IF.

       8880-APPLY-JOURNAL-DECISIONS.
           OPEN INPUT journal-file.
           IF ws-journal-status NOT = "00"
               MOVE "ASIENTOS NO ACTUALIZADOS" TO ws-message
           ELSE
               OPEN OUTPUT jrnnew-file
               MOVE FUNCTION CURRENT-DATE TO ws-current-datetime
               MOVE "N" TO ws-jrn-eof-flag
               PERFORM UNTIL ws-jrn-eof
                   READ journal-file
                       AT END
                           MOVE "Y" TO ws-jrn-eof-flag
                       NOT AT END
                           PERFORM 8890-CARRY-JOURNAL-RECORD
                   END-READ
               END-PERFORM
               CLOSE journal-file
               CLOSE jrnnew-file
               CALL "CBL_RENAME_FILE" USING ws-jrnnew-name
                   ws-journal-name
               IF RETURN-CODE NOT = ZERO
                   MOVE "ASIENTOS NO ACTUALIZADOS" TO ws-message
               END-IF
               MOVE ZERO TO RETURN-CODE
           END-IF.

       8890-CARRY-JOURNAL-RECORD.
           IF jrn-pending
               MOVE ZERO TO ws-jdc-found-idx
               PERFORM VARYING ws-jdc-idx FROM 1 BY 1
                       UNTIL ws-jdc-idx > ws-jdc-count
                   IF jrn-no = ws-jdc-no(ws-jdc-idx)
                       MOVE ws-jdc-idx TO ws-jdc-found-idx
                       MOVE ws-jdc-count TO ws-jdc-idx
                   END-IF
               END-PERFORM
               IF ws-jdc-found-idx > ZERO
                   IF ws-jdc-code(ws-jdc-found-idx) = "A"
                       MOVE "A" TO jrn-status
                   ELSE
                       MOVE "R" TO jrn-status
                   END-IF
                   MOVE ws-operator-id TO jrn-approved-by
                   MOVE ws-cdt-date TO jrn-approved-date
               END-IF
           END-IF.
           WRITE jrnnew-record FROM journal-record.

      ******************************************************************
      * Review of the night's unusual-activity exceptions.  Every
      * record of UNUSUAL.DAT belongs to the same month; exceptions
      * already marked for that month - in an earlier session since
      * the report ran - are not offered again.  A mark is appended
      * to UNUSREV.DAT straight away, so leaving the session loses
      * nothing.
      ******************************************************************
       8900-UNUSUAL-REVIEW-SESSION.
           MOVE "N" TO ws-unv-done-flag.
           MOVE ZERO TO ws-unv-reviewed.
           MOVE ZERO TO ws-unv-skipped.
           MOVE SPACES TO ws-unv-message.
           MOVE ZERO TO ws-unv-period.
           OPEN INPUT unusual-file.
           IF ws-unusual-status = "00"
               READ unusual-file
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE unu-period TO ws-unv-period
               END-READ
               CLOSE unusual-file
           END-IF.
           IF ws-unv-period = ZERO
               MOVE "NO HAY EXCEPCIONES PENDIENTES" TO ws-message
           ELSE
               PERFORM 8910-LOAD-REVIEWED-KEYS
               OPEN EXTEND reviewed-file
               IF ws-reviewed-status = "35"
                   OPEN OUTPUT reviewed-file
               END-IF
               IF ws-reviewed-status NOT = "00"
                   MOVE "UNUSREV.DAT NO DISPONIBLE" TO ws-message
               ELSE
                   OPEN INPUT unusual-file
                   MOVE "N" TO ws-unv-eof-flag
                   PERFORM 8920-NEXT-EXCEPTION
                   PERFORM 8950-UNUSUAL-REVIEW-LOOP UNTIL ws-unv-done
                   CLOSE unusual-file
                   CLOSE reviewed-file
                   MOVE ws-unv-reviewed TO us-reviewed
                   MOVE ws-unv-skipped TO us-skipped
                   IF ws-urv-ovfl
                       MOVE "TABLA DE REVISADAS LLENA" TO ws-message
                   ELSE
                       MOVE ws-unv-summary TO ws-message
                   END-IF
               END-IF
           END-IF.

       8910-LOAD-REVIEWED-KEYS.
           MOVE ZERO TO ws-urv-count.
           MOVE "N" TO ws-urv-ovfl-flag.
           OPEN INPUT reviewed-file.
           IF ws-reviewed-status = "00"
               MOVE "N" TO ws-unv-eof-flag
               PERFORM UNTIL ws-unv-eof
                   READ reviewed-file
                       AT END
                           MOVE "Y" TO ws-unv-eof-flag
                       NOT AT END
                           IF urv-period = ws-unv-period
                               IF ws-urv-count < 500
                                   ADD 1 TO ws-urv-count
                                   MOVE urv-key TO
                                       ws-urv-key(ws-urv-count)
                               ELSE
                                   MOVE "Y" TO ws-urv-ovfl-flag
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE reviewed-file
           END-IF.

       8920-NEXT-EXCEPTION.
           MOVE "N" TO ws-unv-show-flag.
           PERFORM UNTIL ws-unv-eof OR ws-unv-show
               READ unusual-file
                   AT END
                       MOVE "Y" TO ws-unv-eof-flag
                   NOT AT END
                       PERFORM 8930-CHECK-REVIEWED
                       IF NOT ws-urv-found
                           MOVE "Y" TO ws-unv-show-flag
                       END-IF
               END-READ
           END-PERFORM.
           IF ws-unv-show
               PERFORM 8940-SHOW-EXCEPTION
           ELSE
               MOVE "Y" TO ws-unv-done-flag
           END-IF.

       8930-CHECK-REVIEWED.
           MOVE unu-type TO ws-unk-type.
           MOVE unu-period TO ws-unk-period.
           MOVE unu-account TO ws-unk-account.
           MOVE unu-dept TO ws-unk-dept.
           MOVE "N" TO ws-urv-found-flag.
           PERFORM VARYING ws-urv-idx FROM 1 BY 1
                   UNTIL ws-urv-idx > ws-urv-count
               IF ws-urv-key(ws-urv-idx) = ws-unv-key
                   MOVE "Y" TO ws-urv-found-flag
                   MOVE ws-urv-count TO ws-urv-idx
               END-IF
           END-PERFORM.

       8940-SHOW-EXCEPTION.
           MOVE unu-mtd TO ws-unv-mtd.
           MOVE unu-current TO ws-unv-current.
           MOVE SPACES TO ws-unv-basis-1.
           MOVE SPACES TO ws-unv-basis-2.
           MOVE SPACES TO ws-unv-note.
           EVALUATE TRUE
               WHEN unu-out-of-range
                   MOVE "FUERA DE RANGO" TO ws-unv-type-desc
                   MOVE unu-hist-periods TO uv-periods
                   MOVE unu-hist-min TO uv-min
                   MOVE unu-hist-max TO uv-max
                   MOVE unu-hist-avg TO uv-avg
                   MOVE unu-limit TO uv-limit
                   MOVE ws-unv-range-1 TO ws-unv-basis-1
                   MOVE ws-unv-range-2 TO ws-unv-basis-2
               WHEN unu-dormant
                   MOVE "INACTIVA" TO ws-unv-type-desc
                   MOVE "SIN MOVIMIENTO EN LOS ULTIMOS CIERRES"
                       TO ws-unv-basis-1
                   IF unu-last-moved = ZERO
                       MOVE "NINGUNO EN HISTORIA" TO uv-last-moved
                   ELSE
                       MOVE unu-last-moved TO uv-last-moved
                   END-IF
                   MOVE ws-unv-dormant-2 TO ws-unv-basis-2
               WHEN unu-sign-flip
                   MOVE "CAMBIO DE SIGNO" TO ws-unv-type-desc
                   MOVE unu-prior-period TO uv-sign-period
                   MOVE unu-prior-balance TO uv-prior-balance
                   MOVE ws-unv-sign-1 TO ws-unv-basis-1
               WHEN OTHER
                   MOVE "POSICION NUEVA" TO ws-unv-type-desc
                   MOVE unu-prior-period TO uv-new-period
                   MOVE ws-unv-new-1 TO ws-unv-basis-1
                   MOVE "PRIMER MOVIMIENTO DE LA POSICION"
                       TO ws-unv-basis-2
           END-EVALUATE.

       8950-UNUSUAL-REVIEW-LOOP.
           MOVE SPACE TO ws-unv-action.
           DISPLAY unusual-review-screen.
           ACCEPT unusual-review-screen
               ON EXCEPTION
                   MOVE "Y" TO ws-unv-done-flag
               NOT ON EXCEPTION
                   EVALUATE ws-unv-action
                       WHEN "R"
                           PERFORM 8960-MARK-REVIEWED
                           ADD 1 TO ws-unv-reviewed
                           MOVE SPACES TO ws-unv-message
                           PERFORM 8920-NEXT-EXCEPTION
                       WHEN "S"
                           ADD 1 TO ws-unv-skipped
                           MOVE SPACES TO ws-unv-message
                           PERFORM 8920-NEXT-EXCEPTION
                       WHEN "X"
                           MOVE "Y" TO ws-unv-done-flag
                       WHEN OTHER
                           MOVE "ACCION INVALIDA" TO ws-unv-message
                   END-EVALUATE
           END-ACCEPT.

       8960-MARK-REVIEWED.
           MOVE FUNCTION CURRENT-DATE TO ws-current-datetime.
           MOVE unu-type TO urv-type.
           MOVE unu-period TO urv-period.
           MOVE unu-account TO urv-account.
           MOVE unu-dept TO urv-dept.
           MOVE ws-operator-id TO urv-reviewed-by.
           MOVE ws-cdt-date TO urv-reviewed-date.
           MOVE ws-unv-note TO urv-note.
           WRITE reviewed-record.
           IF ws-urv-count < 500
               ADD 1 TO ws-urv-count
               MOVE urv-key TO ws-urv-key(ws-urv-count)
           ELSE
               MOVE "Y" TO ws-urv-ovfl-flag
           END-IF.

       9000-TERMINATE.
           CLOSE audit-file.
           CLOSE seclog-file.
       END PROGRAM sumarencobolonline.
