           SELECT limit-file ASSIGN TO "APPRCTL.IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-limit-status.
           SELECT disposition-file ASSIGN TO "DISPOSIC.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-disposition-status.
           SELECT dispret-file ASSIGN TO "DISPRET.CUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-dispret-status.
           SELECT journal-file ASSIGN TO "JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-journal-status.
           SELECT jrnnew-file ASSIGN TO "JOURNAL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-jrnnew-status.
           SELECT runhist-file ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-runhist-status.
           SELECT gencat-file ASSIGN TO "GENCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-gencat-status.
           SELECT genwork-file ASSIGN TO "GENWORK.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-genwork-status.
       DATA DIVISION.
       FILE SECTION.
       FD  trans-file.
       FD  limit-file.
           01 limit-record.
               COPY LIMREC.
       FD  disposition-file.
           01 disposition-record.
               COPY DISPREC.
       FD  dispret-file.
           01 dispret-record.
               COPY DISPREC REPLACING LEADING ==dsp== BY ==dsr==.
       FD  journal-file.
           01 journal-record.
               COPY JRNREC.
       FD  jrnnew-file.
           01 jrnnew-record.
               COPY JRNREC REPLACING LEADING ==jrn== BY ==jrw==.
       FD  runhist-file.
           01 runhist-record.
               COPY RUNSTREC.
       FD  gencat-file.
           01 gencat-record.
               COPY GENCREC.
       FD  genwork-file.
           01 genwork-record pic x(132).
       WORKING-STORAGE SECTION.
           01 operand-record.
               COPY AMOUNTS.
           01 ws-approved-count pic 9(5) value zero.
           01 ws-refused-count pic 9(5) value zero.
           01 ws-pendnew-name pic x(12) value "PENDAPPR.TMP".
           01 ws-disposition-status pic x(2).
           01 ws-dispret-status pic x(2).
           01 ws-disp-code pic x(1) value space.
           01 ws-disp-eof-flag pic x value "N".
               88 ws-disp-eof value "Y".
           01 ws-disp-count pic 9(7) value zero.
           01 ws-disp-dept-count pic 9(3) value zero.
           01 ws-disp-idx pic 9(3) comp.
           01 ws-disp-found-idx pic 9(3) comp.
           01 ws-disp-dept-table.
               05 ws-disp-dept-entry occurs 50.
                   10 ws-disp-dept pic x(4).
                   10 ws-disp-dept-total pic 9(7).
                   10 ws-disp-dept-posted pic 9(7).
                   10 ws-disp-dept-rejected pic 9(7).
                   10 ws-disp-dept-warehoused pic 9(7).
                   10 ws-disp-dept-held pic 9(7).
                   10 ws-disp-dept-refused pic 9(7).
                   10 ws-disp-dept-approved pic 9(7).
                   10 ws-disp-dept-released pic 9(7).
                   10 ws-disp-dept-amount pic s9(11)v99.
           01 ws-disp-reason-count pic 9(3) value zero.
           01 ws-disp-rsn-idx pic 9(3) comp.
           01 ws-disp-rsn-found-idx pic 9(3) comp.
           01 ws-disp-reason-table.
               05 ws-disp-reason-entry occurs 200.
                   10 ws-disp-rsn-dept pic x(4).
                   10 ws-disp-rsn-code pic x(2).
                   10 ws-disp-rsn-total pic 9(7).
           01 ws-runhist-status pic x(2).
           01 ws-stats-start-date pic 9(8) value zero.
           01 ws-stats-start-time pic 9(6) value zero.
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
           01 ws-ctl-result pic x(1) value space.
           01 ws-disp-return-name pic x(12).
           01 ws-dispret-cur-name pic x(11) value "DISPRET.CUR".
           01 ws-disp-file-info pic x(16).
           01 ws-disp-exists-flag pic x value "N".
               88 ws-disp-exists value "Y".
           01 ws-disp-open-error-flag pic x value "N".
               88 ws-disp-open-error value "Y".
           01 ws-journal-status pic x(2).
           01 ws-jrnnew-status pic x(2).
           01 ws-jrnnew-name pic x(11) value "JOURNAL.TMP".
           01 ws-jrn-eof-flag pic x value "N".
               88 ws-jrn-eof value "Y".
           01 ws-jrn-valid-flag pic x value "N".
               88 ws-jrn-valid value "Y".
           01 ws-jrn-coa-flag pic x value "N".
               88 ws-jrn-coa-valid value "Y".
           01 ws-jrn-coa-ops pic x(4) value "ASMD".
           01 ws-jrn-coa-op-table redefines ws-jrn-coa-ops.
               05 ws-jrn-coa-op pic x(1) occurs 4.
           01 ws-jrn-op-idx pic 9(1) comp.
           01 ws-jrn-group-no pic 9(6) value zero.
           01 ws-jrn-line-count pic 9(3) value zero.
           01 ws-jrn-idx pic 9(3) comp.
           01 ws-jrn-table.
               05 ws-jrn-image pic x(102) occurs 99.
           01 ws-jrn-work.
               COPY JRNREC REPLACING LEADING ==jrn== BY ==jwk==.
           01 ws-jrn-debits pic s9(9)v99 value zero.
           01 ws-jrn-credits pic s9(9)v99 value zero.
           01 ws-jrn-reason pic x(30) value spaces.
           01 ws-jrn-posted-count pic 9(5) value zero.
           01 ws-jrn-error-count pic 9(5) value zero.
           01 ws-jrn-lines-posted pic 9(7) value zero.
           01 ws-parm-line pic x(40).
           01 ws-parm-token-1 pic x(9).
           01 ws-parm-token-2 pic x(9).
               05 dr-submission-id pic x(8).
               05 filler pic x(23) value " (USE FORCE P/REPETIR)".

           01 ws-disp-return-line.
               05 filler pic x(30) value
                   "DISPOSICIONES DEVUELTAS DEPTO ".
               05 dr-dept pic x(4).
               05 filler pic x(3) value " A ".
               05 dr-return-name pic x(12).
               05 dr-count pic zzzzzz9.

           01 ws-disp-error-line.
               05 filler pic x(38) value
                   "*** DISPOSICIONES NO DEVUELTAS DEPTO ".
               05 de-dept pic x(4).
               05 filler pic x(2) value spaces.
               05 de-reason pic x(30).

           01 ws-resub-note-line.
               05 filler pic x(50) value
                   "REPROCESO DE RECHAZOS - SIN CONTROL DE TOTALES".

           01 ws-jrn-title-line.
               05 filler pic x(40) value
                   "REGISTRO DE ASIENTOS MANUALES".

           01 ws-jrn-column-line.
               05 filler pic x(8) value "ASIENTO ".
               05 filler pic x(3) value "LN ".
               05 filler pic x(9) value "CUENTA".
               05 filler pic x(6) value "DEPTO".
               05 filler pic x(3) value "D/C".
               05 filler pic x(10) value "     MONTO".
               05 filler pic x(2) value spaces.
               05 filler pic x(32) value "CONCEPTO".
               05 filler pic x(10) value "INGRESO".
               05 filler pic x(6) value "APROBO".

           01 ws-jrn-detail-line.
               05 jl-no pic 9(6).
               05 filler pic x(2) value spaces.
               05 jl-line-no pic z9.
               05 filler pic x(1) value space.
               05 jl-account pic 9(8).
               05 filler pic x(1) value space.
               05 jl-dept pic x(4).
               05 filler pic x(2) value spaces.
               05 jl-dr-cr pic x(1).
               05 filler pic x(2) value spaces.
               05 jl-amount pic zzzzzz9.99.
               05 filler pic x(2) value spaces.
               05 jl-narrative pic x(30).
               05 filler pic x(2) value spaces.
               05 jl-entered-by pic x(8).
               05 filler pic x(2) value spaces.
               05 jl-approved-by pic x(8).

           01 ws-jrn-total-line.
               05 filler pic x(16) value "  TOTAL ASIENTO ".
               05 jt-no pic 9(6).
               05 filler pic x(10) value " DEBITOS=".
               05 jt-debits pic -zzzzzzzz9.99.
               05 filler pic x(11) value " CREDITOS=".
               05 jt-credits pic -zzzzzzzz9.99.
               05 filler pic x(15) value "  CONTABILIZADO".

           01 ws-jrn-error-line.
               05 filler pic x(12) value "*** ASIENTO ".
               05 je-no pic 9(6).
               05 filler pic x(20) value " NO CONTABILIZADO - ".
               05 je-reason pic x(30).

           01 ws-jrn-posted-line.
               05 filler pic x(30) value "ASIENTOS CONTABILIZADOS:".
               05 jp-posted-count pic zzzz9.

           01 ws-jrn-lines-line.
               05 filler pic x(30) value "LINEAS CONTABILIZADAS:".
               05 jp-lines-posted pic zzzzzz9.

           01 ws-jrn-errors-line.
               05 filler pic x(30) value "ASIENTOS CON ERROR:".
               05 jp-error-count pic zzzz9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO ws-current-datetime.
           MOVE ws-cdt-date TO ws-stats-start-date.
           MOVE ws-cdt-time TO ws-stats-start-time.
           PERFORM 1050-GET-PROCESSING-DATE.
           PERFORM 2020-DETERMINE-RESTART.
           IF NOT ws-resubmit-mode
           MOVE whs-op-code TO trans-op-code.
           MOVE whs-currency TO trans-currency.
           MOVE whs-eff-date TO trans-eff-date.
           IF whs-seq-no IS NUMERIC
               MOVE whs-seq-no TO trans-seq-no
           ELSE
               MOVE ZERO TO trans-seq-no
           END-IF.
           MOVE whs-dept TO ws-batch-dept.
           MOVE whs-batch-id TO ws-batch-id.
           ADD 1 TO ws-released-count.
                   MOVE pnd-op-code TO trans-op-code
                   MOVE pnd-currency TO trans-currency
                   MOVE ZERO TO trans-eff-date
                   MOVE pnd-seq-no TO trans-seq-no
                   MOVE pnd-dept TO ws-batch-dept
                   MOVE pnd-batch-id TO ws-batch-id
                   MOVE "Y" TO ws-release-flag
                   MOVE "Y" TO ws-appr-release-flag
                   PERFORM 2200-PROCESS-DETAIL
                   ADD 1 TO ws-approved-count
               WHEN pnd-refused
                   ADD 1 TO ws-refused-count
                   PERFORM 1760-REPORT-REFUSED-ENTRY
               WHEN OTHER
                   WRITE pendnew-record FROM pending-record
           END-EVALUATE.

       1760-REPORT-REFUSED-ENTRY.
           MOVE pnd-num1-x TO trans-num1-x.
           MOVE pnd-num2-x TO trans-num2-x.
           MOVE pnd-op-code TO trans-op-code.
           MOVE pnd-currency TO trans-currency.
           MOVE ZERO TO trans-eff-date.
           MOVE pnd-seq-no TO trans-seq-no.
           MOVE pnd-dept TO ws-batch-dept.
           MOVE pnd-batch-id TO ws-batch-id.
           MOVE pnd-resultado TO resultado.
           MOVE ZERO TO ws-debit-account.
           MOVE ZERO TO ws-credit-account.
           MOVE "Y" TO ws-appr-release-flag.
           MOVE "X" TO ws-disp-code.
           PERFORM 2600-WRITE-DISPOSITION.
           MOVE "N" TO ws-appr-release-flag.

       1780-REWRITE-PENDING.
           OPEN OUTPUT pending-file.
           OPEN INPUT pendnew-file.
                               com-debit-account
                           MOVE coa-credit-account TO
                               com-credit-account
                           MOVE coa-debit-class TO com-debit-class
                           MOVE coa-credit-class TO com-credit-class
                           MOVE ZERO TO com-eff-date
                           MOVE ZERO TO com-exp-date
                           MOVE "COA.IN" TO com-updated-by
               IF ws-reject-status = "35"
                   OPEN OUTPUT reject-file
               END-IF
               OPEN EXTEND disposition-file
               IF ws-disposition-status = "35"
                   OPEN OUTPUT disposition-file
               END-IF
           ELSE
               OPEN OUTPUT report-file
               OPEN OUTPUT gl-file
               OPEN OUTPUT reject-file
               OPEN OUTPUT disposition-file
           END-IF.
           PERFORM 2016-OPEN-SUSPENSE-FILE.

           MOVE ws-batch-dept TO whs-dept.
           MOVE ws-batch-id TO whs-batch-id.
           MOVE ws-run-date TO whs-stored-date.
           MOVE trans-seq-no TO whs-seq-no.
           WRITE warehouse-record.
           ADD 1 TO ws-warehoused-count.
           MOVE "W" TO ws-disp-code.
           PERFORM 2600-WRITE-DISPOSITION.

       2210-POST-DETAIL.
           PERFORM 2050-VALIDATE-TRANSACTION.
               PERFORM 2070-WRITE-AUDIT-RECORD
               PERFORM 2080-WRITE-GL-RECORD
               PERFORM 2082-POST-BALANCES
               MOVE "P" TO ws-disp-code
               PERFORM 2600-WRITE-DISPOSITION
           END-IF.

      ******************************************************************
           MOVE trans-op-code TO ah-op-code.
           MOVE resultado TO ah-resultado.
           WRITE report-line FROM ws-appr-held-line.
           MOVE "H" TO ws-disp-code.
           PERFORM 2600-WRITE-DISPOSITION.

      ******************************************************************
      * One disposition per decision on a detail, for the department
      * that sent it.  A decision taken while working the warehouse
      * releases, the approved/refused held items or a resubmission
      * is a follow-up on a line the department already heard
      * about, and the origin says which.  Amount and accounts are
      * only meaningful once the detail got as far as being
      * computed and coded - posted or held - and are zero
      * otherwise.
      ******************************************************************
       2600-WRITE-DISPOSITION.
           MOVE SPACES TO disposition-record.
           MOVE ws-batch-dept TO dsp-dept.
           MOVE ws-batch-id TO dsp-batch-id.
           IF trans-seq-no IS NUMERIC
               MOVE trans-seq-no TO dsp-seq-no
           ELSE
               MOVE ZERO TO dsp-seq-no
           END-IF.
           MOVE ws-disp-code TO dsp-disposition.
           EVALUATE TRUE
               WHEN ws-resubmit-mode
                   MOVE "S" TO dsp-origin
               WHEN ws-appr-release-phase
                   MOVE "A" TO dsp-origin
               WHEN ws-release-phase
                   MOVE "W" TO dsp-origin
               WHEN OTHER
                   MOVE "T" TO dsp-origin
           END-EVALUATE.
           MOVE ws-run-date TO dsp-proc-date.
           MOVE trans-num1-x TO dsp-num1-x.
           MOVE trans-num2-x TO dsp-num2-x.
           MOVE trans-op-code TO dsp-op-code.
           MOVE trans-currency TO dsp-currency.
           IF dsp-posted OR dsp-held OR dsp-refused
               MOVE resultado TO dsp-resultado
               MOVE ws-debit-account TO dsp-debit-account
               MOVE ws-credit-account TO dsp-credit-account
           ELSE
               MOVE ZERO TO dsp-resultado
               MOVE ZERO TO dsp-debit-account
               MOVE ZERO TO dsp-credit-account
           END-IF.
           IF dsp-rejected
               MOVE ws-reject-reason TO dsp-reason
           END-IF.
           IF dsp-warehoused
               MOVE trans-eff-date TO dsp-eff-date
           ELSE
               MOVE ZERO TO dsp-eff-date
           END-IF.
           MOVE ws-suspense-run-id TO dsp-run-id.
           WRITE disposition-record.
           IF ws-disposition-status NOT = "00"
               DISPLAY "no se pudo grabar la disposicion en "
                   "DISPOSIC.OUT, status " ws-disposition-status
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO ws-disp-count
           END-IF.

       2300-PROCESS-BATCH-HEADER.
           IF ws-batch-open
           MOVE ws-batch-dept TO rej-dept.
           MOVE trans-seq-no TO rej-seq-no.
           MOVE ws-reject-reason TO rej-reason.
           MOVE ws-batch-id TO rej-batch-id.
           WRITE reject-record.
           IF ws-suspense-status = "00"
               MOVE trans-num1-x TO sus-num1-x
               MOVE ws-reject-reason TO sus-reason
               MOVE ws-run-date TO sus-reject-date
               MOVE ws-suspense-run-id TO sus-run-id
               MOVE ws-batch-id TO sus-batch-id
               WRITE suspense-record
           END-IF.
           MOVE "R" TO ws-disp-code.
           PERFORM 2600-WRITE-DISPOSITION.

       2075-LOOKUP-GL-ACCOUNTS.
           MOVE ZERO TO ws-debit-account.
                   MOVE rsb-currency TO trans-currency
                   MOVE rsb-seq-no TO trans-seq-no
                   MOVE rsb-dept TO ws-batch-dept
                   MOVE rsb-batch-id TO ws-batch-id
               END-IF
           ELSE
               READ trans-file
               AND ws-pre-record-count > ZERO
               PERFORM 9600-REGISTER-RUN
           END-IF.
           IF NOT ws-resubmit-mode AND NOT ws-duplicate-run
               PERFORM 9800-POST-APPROVED-JOURNALS
           END-IF.
           PERFORM 2085-WRITE-GL-TRAILER.
           CLOSE disposition-file.
           PERFORM 9700-DISTRIBUTE-DISPOSITIONS.
           IF ws-resubmit-mode
               CLOSE resub-file
           ELSE
           IF NOT ws-resubmit-mode
               CLOSE warehouse-file
           END-IF.
           PERFORM 9950-TAKE-GENERATIONS.
           PERFORM 9900-WRITE-RUN-STATISTICS.

      ******************************************************************
      * Rewrites RUNREG.DAT instead of appending forever: the file
               END-IF
           END-IF.

      ******************************************************************
      * DISPOSIC.OUT holds this run's dispositions for every
      * department; each department's share is appended to its own
      * DISP<dept>.RET, which the department collects and clears.
      * The return file is renamed to the fixed work name
      * DISPRET.CUR while it is extended and renamed back after,
      * the way the archives are handled, so one FD serves every
      * department.  Lines with no department cannot be routed and
      * are left in DISPOSIC.OUT with a warning.
      ******************************************************************
       9700-DISTRIBUTE-DISPOSITIONS.
           MOVE ZERO TO ws-disp-dept-count.
           OPEN INPUT disposition-file.
           IF ws-disposition-status NOT = "00"
               DISPLAY "no se pudo abrir DISPOSIC.OUT, status "
                   ws-disposition-status ", sin devolucion"
           ELSE
               MOVE "N" TO ws-disp-eof-flag
               PERFORM UNTIL ws-disp-eof
                   READ disposition-file
                       AT END
                           MOVE "Y" TO ws-disp-eof-flag
                       NOT AT END
                           PERFORM 9710-TALLY-DISPOSITION-DEPT
                   END-READ
               END-PERFORM
               CLOSE disposition-file
               PERFORM VARYING ws-disp-idx FROM 1 BY 1
                       UNTIL ws-disp-idx > ws-disp-dept-count
                   PERFORM 9720-RETURN-ONE-DEPT
               END-PERFORM
           END-IF.

       9710-TALLY-DISPOSITION-DEPT.
           IF dsp-dept = SPACES
               MOVE SPACES TO de-dept
               MOVE "SIN DEPARTAMENTO" TO de-reason
               WRITE report-line FROM ws-disp-error-line
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE ZERO TO ws-disp-found-idx
               PERFORM VARYING ws-disp-idx FROM 1 BY 1
                       UNTIL ws-disp-idx > ws-disp-dept-count
                   IF ws-disp-dept(ws-disp-idx) = dsp-dept
                       MOVE ws-disp-idx TO ws-disp-found-idx
                       MOVE ws-disp-dept-count TO ws-disp-idx
                   END-IF
               END-PERFORM
               MOVE ws-disp-found-idx TO ws-disp-idx
               IF ws-disp-idx = ZERO
                   IF ws-disp-dept-count < 50
                       ADD 1 TO ws-disp-dept-count
                       MOVE ws-disp-dept-count TO ws-disp-idx
                       MOVE dsp-dept TO ws-disp-dept(ws-disp-idx)
                       MOVE ZERO TO ws-disp-dept-total(ws-disp-idx)
                       MOVE ZERO TO ws-disp-dept-posted(ws-disp-idx)
                       MOVE ZERO TO ws-disp-dept-rejected(ws-disp-idx)
                       MOVE ZERO TO
                           ws-disp-dept-warehoused(ws-disp-idx)
                       MOVE ZERO TO ws-disp-dept-held(ws-disp-idx)
                       MOVE ZERO TO ws-disp-dept-refused(ws-disp-idx)
                       MOVE ZERO TO ws-disp-dept-approved(ws-disp-idx)
                       MOVE ZERO TO ws-disp-dept-released(ws-disp-idx)
                       MOVE ZERO TO ws-disp-dept-amount(ws-disp-idx)
                   ELSE
                       MOVE ZERO TO ws-disp-idx
                       MOVE dsp-dept TO de-dept
                       MOVE "TABLA DE DEPARTAMENTOS LLENA" TO de-reason
                       WRITE report-line FROM ws-disp-error-line
                       IF RETURN-CODE < 8
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
               IF ws-disp-idx > ZERO
                   ADD 1 TO ws-disp-dept-total(ws-disp-idx)
                   PERFORM 9715-TALLY-DISPOSITION-STATS
               END-IF
           END-IF.

      ******************************************************************
      * The same pass counts each department's dispositions by kind
      * and its rejects by reason for the run statistics.
      ******************************************************************
       9715-TALLY-DISPOSITION-STATS.
           EVALUATE TRUE
               WHEN dsp-posted
                   ADD 1 TO ws-disp-dept-posted(ws-disp-idx)
                   ADD dsp-resultado TO ws-disp-dept-amount(ws-disp-idx)
                   IF dsp-from-approval
                       ADD 1 TO ws-disp-dept-approved(ws-disp-idx)
                   END-IF
                   IF dsp-from-warehouse
                       ADD 1 TO ws-disp-dept-released(ws-disp-idx)
                   END-IF
               WHEN dsp-rejected
                   ADD 1 TO ws-disp-dept-rejected(ws-disp-idx)
                   PERFORM 9716-TALLY-REJECT-REASON
               WHEN dsp-warehoused
                   ADD 1 TO ws-disp-dept-warehoused(ws-disp-idx)
               WHEN dsp-held
                   ADD 1 TO ws-disp-dept-held(ws-disp-idx)
               WHEN dsp-refused
                   ADD 1 TO ws-disp-dept-refused(ws-disp-idx)
           END-EVALUATE.

       9716-TALLY-REJECT-REASON.
           MOVE ZERO TO ws-disp-rsn-found-idx.
           PERFORM VARYING ws-disp-rsn-idx FROM 1 BY 1
                   UNTIL ws-disp-rsn-idx > ws-disp-reason-count
               IF ws-disp-rsn-dept(ws-disp-rsn-idx) = dsp-dept
                   AND ws-disp-rsn-code(ws-disp-rsn-idx) = dsp-reason
                   MOVE ws-disp-rsn-idx TO ws-disp-rsn-found-idx
                   MOVE ws-disp-reason-count TO ws-disp-rsn-idx
               END-IF
           END-PERFORM.
           IF ws-disp-rsn-found-idx = ZERO
               AND ws-disp-reason-count < 200
               ADD 1 TO ws-disp-reason-count
               MOVE ws-disp-reason-count TO ws-disp-rsn-found-idx
               MOVE dsp-dept TO ws-disp-rsn-dept(ws-disp-rsn-found-idx)
               MOVE dsp-reason TO
                   ws-disp-rsn-code(ws-disp-rsn-found-idx)
               MOVE ZERO TO ws-disp-rsn-total(ws-disp-rsn-found-idx)
           END-IF.
           IF ws-disp-rsn-found-idx > ZERO
               ADD 1 TO ws-disp-rsn-total(ws-disp-rsn-found-idx)
           END-IF.

       9720-RETURN-ONE-DEPT.
           MOVE SPACES TO ws-disp-return-name.
           STRING "DISP" DELIMITED BY SIZE
               ws-disp-dept(ws-disp-idx) DELIMITED BY SPACE
               ".RET" DELIMITED BY SIZE
               INTO ws-disp-return-name.
           MOVE ws-disp-dept(ws-disp-idx) TO de-dept.
           MOVE RETURN-CODE TO ws-saved-return-code.
           MOVE "N" TO ws-disp-exists-flag.
           MOVE "N" TO ws-disp-open-error-flag.
           CALL "CBL_CHECK_FILE_EXIST" USING ws-disp-return-name
               ws-disp-file-info.
           IF RETURN-CODE = ZERO
               MOVE "Y" TO ws-disp-exists-flag
               CALL "CBL_RENAME_FILE" USING ws-disp-return-name
                   ws-dispret-cur-name
               IF RETURN-CODE NOT = ZERO
                   MOVE "Y" TO ws-disp-open-error-flag
               END-IF
           END-IF.
           IF ws-disp-open-error
               MOVE "NO SE PUDO ABRIR EL ARCHIVO" TO de-reason
               WRITE report-line FROM ws-disp-error-line
               IF ws-saved-return-code > 12
                   MOVE ws-saved-return-code TO RETURN-CODE
               ELSE
                   MOVE 12 TO RETURN-CODE
               END-IF
           ELSE
               MOVE ws-saved-return-code TO RETURN-CODE
               IF ws-disp-exists
                   OPEN EXTEND dispret-file
               ELSE
                   OPEN OUTPUT dispret-file
               END-IF
               OPEN INPUT disposition-file
               MOVE "N" TO ws-disp-eof-flag
               PERFORM UNTIL ws-disp-eof
                   READ disposition-file
                       AT END
                           MOVE "Y" TO ws-disp-eof-flag
                       NOT AT END
                           IF dsp-dept = ws-disp-dept(ws-disp-idx)
                               WRITE dispret-record
                                   FROM disposition-record
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE disposition-file
               CLOSE dispret-file
               PERFORM 9730-RESTORE-RETURN-FILE
           END-IF.

       9730-RESTORE-RETURN-FILE.
           MOVE RETURN-CODE TO ws-saved-return-code.
           CALL "CBL_RENAME_FILE" USING ws-dispret-cur-name
               ws-disp-return-name.
           IF RETURN-CODE NOT = ZERO
               DISPLAY "no se pudo renombrar DISPRET.CUR a "
                   ws-disp-return-name
               MOVE "QUEDARON EN DISPRET.CUR" TO de-reason
               WRITE report-line FROM ws-disp-error-line
               IF ws-saved-return-code > 12
                   MOVE ws-saved-return-code TO RETURN-CODE
               ELSE
                   MOVE 12 TO RETURN-CODE
               END-IF
           ELSE
               MOVE ws-saved-return-code TO RETURN-CODE
               MOVE ws-disp-dept(ws-disp-idx) TO dr-dept
               MOVE ws-disp-return-name TO dr-return-name
               MOVE ws-disp-dept-total(ws-disp-idx) TO dr-count
               WRITE report-line FROM ws-disp-return-line
           END-IF.

       9500-RECONCILE-CONTROL-TOTALS.
           OPEN INPUT control-file.
           IF ws-control-status NOT = "00"
               DISPLAY "no se pudo abrir CONTROL.IN, status "
                   ws-control-status
               WRITE report-line FROM ws-ctl-missing-line
               MOVE "M" TO ws-ctl-result
               MOVE 12 TO RETURN-CODE
           ELSE
               READ control-file
               END-READ
               IF ws-control-status NOT = "00"
                   WRITE report-line FROM ws-ctl-missing-line
                   MOVE "M" TO ws-ctl-result
                   MOVE 12 TO RETURN-CODE
               ELSE
                   MOVE "Y" TO ws-ctl-result
                   IF ctl-expected-count NOT = ws-valid-count
                       OR ctl-expected-sum NOT = ws-running-total
                       WRITE report-line FROM ws-ctl-mismatch-line
                       MOVE ctl-expected-sum TO sl-expected-sum
                       MOVE ws-running-total TO sl-actual-sum
                       WRITE report-line FROM ws-ctl-sum-line
                       MOVE "N" TO ws-ctl-result
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE control-file
           END-IF.

      ******************************************************************
      * Manual journals approved on the online APROBACION DE ASIENTOS
      * screen post here, once per normal run, after the day's
      * transactions.  JOURNAL.DAT keeps each journal's lines
      * together; an approved journal is checked again before it
      * posts - balanced, at least two lines, every account still
      * usable for its department in COAMAST on the business date -
      * since the chart may have changed since it was keyed.  Each
      * line posts on its own side: one GL detail (the journal as a
      * whole balances the feed), one BALMAST movement and one
      * AUDIT.LOG entry under BATCH with op-code J, num1 the
      * journal and num2 the line, carrying the account on the
      * side posted.  Posted lines become T with the business date;
      * a journal failing the check becomes E, is listed with the
      * reason and ends the run with return code 4.  Everything
      * lands in the journal register on REPORT.OUT, and the file
      * is rewritten through JOURNAL.TMP.
      ******************************************************************
       9800-POST-APPROVED-JOURNALS.
           MOVE ZERO TO ws-jrn-posted-count.
           MOVE ZERO TO ws-jrn-error-count.
           MOVE ZERO TO ws-jrn-lines-posted.
           OPEN INPUT journal-file.
           IF ws-journal-status = "00"
               OPEN OUTPUT jrnnew-file
               WRITE report-line FROM ws-jrn-title-line
               WRITE report-line FROM ws-jrn-column-line
               MOVE "N" TO ws-jrn-eof-flag
               PERFORM 9810-READ-JOURNAL-RECORD
               PERFORM 9820-PROCESS-JOURNAL UNTIL ws-jrn-eof
               CLOSE journal-file
               CLOSE jrnnew-file
               PERFORM 9880-REWRITE-JOURNAL
               MOVE ws-jrn-posted-count TO jp-posted-count
               WRITE report-line FROM ws-jrn-posted-line
               MOVE ws-jrn-lines-posted TO jp-lines-posted
               WRITE report-line FROM ws-jrn-lines-line
               MOVE ws-jrn-error-count TO jp-error-count
               WRITE report-line FROM ws-jrn-errors-line
               IF ws-jrn-error-count > ZERO
                   DISPLAY "asientos manuales no contabilizados: "
                       ws-jrn-error-count ", ver REPORT.OUT"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       9810-READ-JOURNAL-RECORD.
           READ journal-file
               AT END
                   MOVE "Y" TO ws-jrn-eof-flag
           END-READ.

       9820-PROCESS-JOURNAL.
           MOVE jrn-no TO ws-jrn-group-no.
           MOVE ZERO TO ws-jrn-line-count.
           PERFORM UNTIL ws-jrn-eof
                   OR jrn-no NOT = ws-jrn-group-no
                   OR ws-jrn-line-count >= 99
               ADD 1 TO ws-jrn-line-count
               MOVE journal-record TO ws-jrn-image(ws-jrn-line-count)
               PERFORM 9810-READ-JOURNAL-RECORD
           END-PERFORM.
           MOVE ws-jrn-image(1) TO ws-jrn-work.
           IF jwk-approved
               PERFORM 9830-VALIDATE-JOURNAL
               IF ws-jrn-valid
                   PERFORM 9840-POST-JOURNAL
               ELSE
                   PERFORM 9860-REFUSE-JOURNAL
               END-IF
           END-IF.
           PERFORM VARYING ws-jrn-idx FROM 1 BY 1
                   UNTIL ws-jrn-idx > ws-jrn-line-count
               WRITE jrnnew-record FROM ws-jrn-image(ws-jrn-idx)
           END-PERFORM.

       9830-VALIDATE-JOURNAL.
           MOVE "Y" TO ws-jrn-valid-flag.
           MOVE SPACES TO ws-jrn-reason.
           MOVE ZERO TO ws-jrn-debits.
           MOVE ZERO TO ws-jrn-credits.
           PERFORM VARYING ws-jrn-idx FROM 1 BY 1
                   UNTIL ws-jrn-idx > ws-jrn-line-count
               MOVE ws-jrn-image(ws-jrn-idx) TO ws-jrn-work
               PERFORM 9835-VALIDATE-JOURNAL-LINE
           END-PERFORM.
           IF ws-jrn-valid
               IF ws-jrn-line-count < 2
                   MOVE "MENOS DE DOS LINEAS" TO ws-jrn-reason
               ELSE
                   IF ws-jrn-debits NOT = ws-jrn-credits
                       MOVE "ASIENTO DESCUADRADO" TO ws-jrn-reason
                   END-IF
               END-IF
               IF ws-jrn-reason NOT = SPACES
                   MOVE "N" TO ws-jrn-valid-flag
               END-IF
           END-IF.

       9835-VALIDATE-JOURNAL-LINE.
           IF ws-jrn-valid
               EVALUATE TRUE
                   WHEN NOT jwk-approved
                       MOVE "LINEAS CON ESTADOS DISTINTOS" TO
                           ws-jrn-reason
                   WHEN jwk-account NOT NUMERIC
                       MOVE "CUENTA INVALIDA" TO ws-jrn-reason
                   WHEN jwk-account = ZERO
                       MOVE "CUENTA INVALIDA" TO ws-jrn-reason
                   WHEN NOT jwk-debit AND NOT jwk-credit
                       MOVE "INDICADOR D/C INVALIDO" TO ws-jrn-reason
                   WHEN jwk-amount NOT NUMERIC
                       MOVE "MONTO INVALIDO" TO ws-jrn-reason
                   WHEN jwk-amount NOT > ZERO
                       MOVE "MONTO INVALIDO" TO ws-jrn-reason
                   WHEN jwk-approved-by = SPACES
                       MOVE "APROBADOR INVALIDO" TO ws-jrn-reason
                   WHEN jwk-approved-by = jwk-entered-by
                       MOVE "APROBADOR INVALIDO" TO ws-jrn-reason
                   WHEN OTHER
                       PERFORM 9837-CHECK-JOURNAL-ACCOUNT
                       IF ws-jrn-coa-valid
                           IF jwk-debit
                               ADD jwk-amount TO ws-jrn-debits
                           ELSE
                               ADD jwk-amount TO ws-jrn-credits
                           END-IF
                       ELSE
                           MOVE "CUENTA/DEPTO NO VALIDA EN PLAN" TO
                               ws-jrn-reason
                       END-IF
               END-EVALUATE
               IF ws-jrn-reason NOT = SPACES
                   MOVE "N" TO ws-jrn-valid-flag
               END-IF
           END-IF.

       9837-CHECK-JOURNAL-ACCOUNT.
           MOVE "N" TO ws-jrn-coa-flag.
           IF ws-coamast-open
               PERFORM VARYING ws-jrn-op-idx FROM 1 BY 1
                       UNTIL ws-jrn-op-idx > 4 OR ws-jrn-coa-valid
                   MOVE ws-jrn-coa-op(ws-jrn-op-idx) TO com-op-code
                   MOVE jwk-dept TO com-dept
                   READ coamast-file
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF com-eff-date <= ws-run-date
                               AND (com-exp-date = ZERO
                                   OR com-exp-date >= ws-run-date)
                               AND (com-debit-account = jwk-account
                                   OR com-credit-account =
                                       jwk-account)
                               MOVE "Y" TO ws-jrn-coa-flag
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       9840-POST-JOURNAL.
           PERFORM VARYING ws-jrn-idx FROM 1 BY 1
                   UNTIL ws-jrn-idx > ws-jrn-line-count
               MOVE ws-jrn-image(ws-jrn-idx) TO ws-jrn-work
               PERFORM 9845-POST-JOURNAL-LINE
               MOVE ws-jrn-work TO ws-jrn-image(ws-jrn-idx)
           END-PERFORM.
           ADD 1 TO ws-jrn-posted-count.
           MOVE ws-jrn-group-no TO jt-no.
           MOVE ws-jrn-debits TO jt-debits.
           MOVE ws-jrn-credits TO jt-credits.
           WRITE report-line FROM ws-jrn-total-line.

       9845-POST-JOURNAL-LINE.
           MOVE jwk-dept TO ws-batch-dept.
           MOVE SPACES TO gl-record.
           MOVE "D" TO gl-rec-type.
           MOVE ws-run-date TO gl-batch-date.
           MOVE jwk-account TO gl-account.
           MOVE jwk-dept TO gl-dept.
           MOVE jwk-dr-cr TO gl-dr-cr.
           MOVE jwk-amount TO gl-amount.
           WRITE gl-record.
           ADD 1 TO ws-gl-record-count.
           MOVE jwk-account TO ws-post-account.
           MOVE FUNCTION CURRENT-DATE TO ws-current-datetime.
           MOVE ws-run-date TO aud-date.
           MOVE ws-cdt-time TO aud-time.
           MOVE jwk-no TO aud-num1.
           MOVE jwk-line-no TO aud-num2.
           MOVE "J" TO aud-op-code.
           MOVE jwk-amount TO aud-resultado.
           MOVE "BATCH" TO aud-operator.
           MOVE jwk-dept TO aud-dept.
           IF jwk-debit
               ADD jwk-amount TO ws-gl-debits
               MOVE jwk-amount TO ws-post-amount
               MOVE jwk-account TO aud-debit-account
               MOVE ZERO TO aud-credit-account
           ELSE
               ADD jwk-amount TO ws-gl-credits
               COMPUTE ws-post-amount = ZERO - jwk-amount
               MOVE ZERO TO aud-debit-account
               MOVE jwk-account TO aud-credit-account
           END-IF.
           PERFORM 2083-POST-ONE-BALANCE.
           WRITE audit-record.
           MOVE "T" TO jwk-status.
           MOVE ws-run-date TO jwk-posted-date.
           ADD 1 TO ws-jrn-lines-posted.
           PERFORM 9850-PRINT-JOURNAL-LINE.

       9850-PRINT-JOURNAL-LINE.
           MOVE jwk-no TO jl-no.
           MOVE jwk-line-no TO jl-line-no.
           MOVE jwk-account TO jl-account.
           MOVE jwk-dept TO jl-dept.
           MOVE jwk-dr-cr TO jl-dr-cr.
           MOVE jwk-amount TO jl-amount.
           MOVE jwk-narrative TO jl-narrative.
           MOVE jwk-entered-by TO jl-entered-by.
           MOVE jwk-approved-by TO jl-approved-by.
           WRITE report-line FROM ws-jrn-detail-line.

       9860-REFUSE-JOURNAL.
           PERFORM VARYING ws-jrn-idx FROM 1 BY 1
                   UNTIL ws-jrn-idx > ws-jrn-line-count
               MOVE ws-jrn-image(ws-jrn-idx) TO ws-jrn-work
               PERFORM 9850-PRINT-JOURNAL-LINE
               MOVE "E" TO jwk-status
               MOVE ws-jrn-work TO ws-jrn-image(ws-jrn-idx)
           END-PERFORM.
           ADD 1 TO ws-jrn-error-count.
           MOVE ws-jrn-group-no TO je-no.
           MOVE ws-jrn-reason TO je-reason.
           WRITE report-line FROM ws-jrn-error-line.

       9880-REWRITE-JOURNAL.
           OPEN OUTPUT journal-file.
           OPEN INPUT jrnnew-file.
           MOVE "N" TO ws-jrn-eof-flag.
           PERFORM UNTIL ws-jrn-eof
               READ jrnnew-file
                   AT END
                       MOVE "Y" TO ws-jrn-eof-flag
                   NOT AT END
                       WRITE journal-record FROM jrnnew-record
               END-READ
           END-PERFORM.
           CLOSE jrnnew-file.
           CLOSE journal-file.
           MOVE RETURN-CODE TO ws-saved-return-code.
           CALL "CBL_DELETE_FILE" USING ws-jrnnew-name.
           MOVE ws-saved-return-code TO RETURN-CODE.

      ******************************************************************
      * Appends this run's statistics to RUNHIST.DAT, the history
      * the operations volume report reads - REPORT.OUT is gone the
      * next night.  A run-totals record, then one per department
      * and one per department/reject reason from the disposition
      * tally.  Written last, so the return code recorded is the
      * one the run ends with.
      ******************************************************************
       9900-WRITE-RUN-STATISTICS.
           MOVE FUNCTION CURRENT-DATE TO ws-current-datetime.
           OPEN EXTEND runhist-file.
           IF ws-runhist-status = "35"
               OPEN OUTPUT runhist-file
           END-IF.
           IF ws-runhist-status NOT = "00"
               DISPLAY "no se pudo abrir RUNHIST.DAT, status "
                   ws-runhist-status ", corrida sin estadisticas"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE SPACES TO runhist-record
               MOVE "BATCH" TO rst-job
               MOVE ws-run-date TO rst-run-date
               MOVE ws-submission-id TO rst-submission-id
               EVALUATE TRUE
                   WHEN ws-resubmit-mode
                       MOVE "S" TO rst-run-kind
                   WHEN ws-duplicate-run
                       MOVE "D" TO rst-run-kind
                   WHEN ws-restart-count > ZERO
                       MOVE "C" TO rst-run-kind
                   WHEN OTHER
                       MOVE "N" TO rst-run-kind
               END-EVALUATE
               MOVE ws-stats-start-date TO rst-start-date
               MOVE ws-stats-start-time TO rst-start-time
               MOVE ws-cdt-date TO rst-end-date
               MOVE ws-cdt-time TO rst-end-time
               MOVE RETURN-CODE TO rst-return-code
               MOVE "R" TO rst-rec-type
               PERFORM 9910-CLEAR-STATS-COUNTS
               PERFORM VARYING ws-disp-idx FROM 1 BY 1
                       UNTIL ws-disp-idx > ws-disp-dept-count
                   PERFORM 9920-ADD-DEPT-STATS
               END-PERFORM
               MOVE ws-batch-error-count TO rst-batch-errors
               MOVE ws-jrn-posted-count TO rst-journals
               MOVE ws-gl-record-count TO rst-gl-details
               MOVE ws-ctl-result TO rst-ctl-status
               WRITE runhist-record
               MOVE "D" TO rst-rec-type
               PERFORM VARYING ws-disp-idx FROM 1 BY 1
                       UNTIL ws-disp-idx > ws-disp-dept-count
                   PERFORM 9910-CLEAR-STATS-COUNTS
                   MOVE ws-disp-dept(ws-disp-idx) TO rst-dept
                   PERFORM 9920-ADD-DEPT-STATS
                   WRITE runhist-record
               END-PERFORM
               MOVE "X" TO rst-rec-type
               PERFORM VARYING ws-disp-rsn-idx FROM 1 BY 1
                       UNTIL ws-disp-rsn-idx > ws-disp-reason-count
                   PERFORM 9910-CLEAR-STATS-COUNTS
                   MOVE ws-disp-rsn-dept(ws-disp-rsn-idx) TO rst-dept
                   MOVE ws-disp-rsn-code(ws-disp-rsn-idx) TO rst-reason
                   MOVE ws-disp-rsn-total(ws-disp-rsn-idx) TO
                       rst-rejected
                   WRITE runhist-record
               END-PERFORM
               CLOSE runhist-file
           END-IF.

       9910-CLEAR-STATS-COUNTS.
           MOVE SPACES TO rst-dept.
           MOVE SPACES TO rst-reason.
           MOVE ZERO TO rst-processed.
           MOVE ZERO TO rst-posted.
           MOVE ZERO TO rst-rejected.
           MOVE ZERO TO rst-warehoused.
           MOVE ZERO TO rst-held.
           MOVE ZERO TO rst-refused.
           MOVE ZERO TO rst-approved.
           MOVE ZERO TO rst-released.
           MOVE ZERO TO rst-batch-errors.
           MOVE ZERO TO rst-journals.
           MOVE ZERO TO rst-gl-details.
           MOVE ZERO TO rst-posted-amount.
           MOVE SPACE TO rst-ctl-status.

       9920-ADD-DEPT-STATS.
           ADD ws-disp-dept-total(ws-disp-idx) TO rst-processed.
           ADD ws-disp-dept-posted(ws-disp-idx) TO rst-posted.
           ADD ws-disp-dept-rejected(ws-disp-idx) TO rst-rejected.
           ADD ws-disp-dept-warehoused(ws-disp-idx) TO rst-warehoused.
           ADD ws-disp-dept-held(ws-disp-idx) TO rst-held.
           ADD ws-disp-dept-refused(ws-disp-idx) TO rst-refused.
           ADD ws-disp-dept-approved(ws-disp-idx) TO rst-approved.
           ADD ws-disp-dept-released(ws-disp-idx) TO rst-released.
           ADD ws-disp-dept-amount(ws-disp-idx) TO rst-posted-amount.

      ******************************************************************
      * Keeps tonight's REPORT.OUT, GLFEED.OUT and REJECT.OUT as
      * dated generations (TYPE.AAAAMMDD.NN under the business date)
      * catalogued in GENCAT.DAT with the submission, record count
      * and control totals: the next run reopens the working files
      * for output, and the loader may ask for a feed again days
      * later.  A copy that cannot be kept is a warning - tonight's
      * working files are still in place.
      ******************************************************************
       9950-TAKE-GENERATIONS.
           MOVE "REPORT" TO ws-gen-type.
           MOVE ws-record-number TO ws-gen-control-count.
           MOVE ws-running-total TO ws-gen-control-amount-1.
           MOVE ZERO TO ws-gen-control-amount-2.
           PERFORM 9955-OPEN-GENERATION.
           IF ws-gen-ok
               OPEN INPUT report-file
               IF ws-report-status NOT = "00"
                   DISPLAY "no se pudo releer REPORT.OUT, status "
                       ws-report-status ", " ws-gen-name " no guardado"
                   PERFORM 9962-DROP-GENERATION
               ELSE
                   PERFORM UNTIL ws-gen-copy-eof
                       READ report-file
                           AT END
                               MOVE "Y" TO ws-gen-copy-eof-flag
                           NOT AT END
                               WRITE genwork-record FROM report-line
                               ADD 1 TO ws-gen-record-count
                       END-READ
                   END-PERFORM
                   CLOSE report-file
                   PERFORM 9960-PLACE-GENERATION
               END-IF
           END-IF.
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
           MOVE "REJECT" TO ws-gen-type.
           MOVE ws-reject-count TO ws-gen-control-count.
           MOVE ZERO TO ws-gen-control-amount-1.
           MOVE ZERO TO ws-gen-control-amount-2.
           PERFORM 9955-OPEN-GENERATION.
           IF ws-gen-ok
               OPEN INPUT reject-file
               IF ws-reject-status NOT = "00"
                   DISPLAY "no se pudo releer REJECT.OUT, status "
                       ws-reject-status ", " ws-gen-name " no guardado"
                   PERFORM 9962-DROP-GENERATION
               ELSE
                   PERFORM UNTIL ws-gen-copy-eof
                       READ reject-file
                           AT END
                               MOVE "Y" TO ws-gen-copy-eof-flag
                           NOT AT END
                               WRITE genwork-record FROM reject-record
                               ADD 1 TO ws-gen-record-count
                       END-READ
                   END-PERFORM
                   CLOSE reject-file
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
               MOVE "BATCH" TO gen-job
               MOVE ws-submission-id TO gen-submission-id
               MOVE ws-cdt-date TO gen-stamp-date
               MOVE ws-cdt-time TO gen-stamp-time
               MOVE ws-gen-record-count TO gen-record-count
               MOVE ws-gen-control-count TO gen-control-count
               MOVE ws-gen-control-amount-1 TO gen-control-amount-1
               MOVE ws-gen-control-amount-2 TO gen-control-amount-2
               WRITE gencat-record
               CLOSE gencat-file
           END-IF.
       END PROGRAM sumarencobol.
