      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Nightly job-stream controller.  Runs the steps
      *           listed in JOBSTREAM.DEF in order, each one handed
      *           to the shell with its parameters, on the business
      *           days its schedule calls for (every day, first or
      *           last business day of the month, last of the year -
      *           judged from BUSDATE.DAT and CALENDAR.IN as they
      *           stand when the step comes up, so the date step at
      *           the head of the stream sets the day the rest run
      *           for).  A step ending above its max-rc stops the
      *           stream.  Every step, run or omitted, is appended
      *           to STEPLOG.DAT with its start and end times and
      *           return code, and STREAM.CTL keeps the stream's
      *           state and the next step to run:
      *               sumarencobolstream [RESTART [NNN]] [FORCE]
      *           RESTART resumes a stopped stream from the failed
      *           step (or from step NNN), so steps that finished -
      *           the business-date advance above all - are not run
      *           twice.  A fresh run is refused while the previous
      *           stream is incomplete unless FORCE is given.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sumarencobolstream.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT jobdef-file ASSIGN TO "JOBSTREAM.DEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-jobdef-status.
           SELECT steplog-file ASSIGN TO "STEPLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-steplog-status.
           SELECT stream-ctl-file ASSIGN TO "STREAM.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-stream-ctl-status.
           SELECT busdate-file ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-busdate-status.
           SELECT calendar-file ASSIGN TO "CALENDAR.IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-calendar-status.
       DATA DIVISION.
       FILE SECTION.
       FD  jobdef-file.
           01 jobdef-record.
               COPY JOBREC.
       FD  steplog-file.
           01 steplog-record.
               COPY STEPREC.
       FD  stream-ctl-file.
           01 stream-ctl-record.
               COPY STRMREC.
       FD  busdate-file.
           01 busdate-record.
               COPY BUSREC.
       FD  calendar-file.
           01 calendar-record.
               COPY CALREC.
       WORKING-STORAGE SECTION.
           01 ws-jobdef-status pic x(2).
           01 ws-steplog-status pic x(2).
           01 ws-stream-ctl-status pic x(2).
           01 ws-busdate-status pic x(2).
           01 ws-calendar-status pic x(2).
           01 ws-parm-line pic x(30).
           01 ws-parm-token-1 pic x(9).
           01 ws-parm-token-2 pic x(9).
           01 ws-parm-token-3 pic x(9).
           01 ws-parm-token pic x(9).
           01 ws-restart-flag pic x value "N".
               88 ws-restart-mode value "Y".
           01 ws-force-flag pic x value "N".
               88 ws-force-mode value "Y".
           01 ws-from-step pic 9(3) value zero.
           01 ws-stop-flag pic x value "N".
               88 ws-stop-run value "Y".
           01 ws-stream-stop-flag pic x value "N".
               88 ws-stream-stopped value "Y".
           01 ws-current-datetime.
               05 ws-cdt-date pic 9(8).
               05 ws-cdt-time pic 9(6).
               05 filler pic x(7).
           01 ws-stream-id.
               05 ws-sid-date pic 9(8).
               05 ws-sid-time pic 9(6).
           01 ws-run-mode pic x(1) value "N".
           01 ws-ctl-found-flag pic x value "N".
               88 ws-ctl-found value "Y".
           01 ws-bus-date pic 9(8) value zero.
           01 ws-bus-date-split redefines ws-bus-date.
               05 ws-bus-year pic 9(4).
               05 ws-bus-month pic 9(2).
               05 ws-bus-day pic 9(2).
           01 ws-probe-date pic 9(8) value zero.
           01 ws-probe-date-split redefines ws-probe-date.
               05 ws-probe-year pic 9(4).
               05 ws-probe-month pic 9(2).
               05 ws-probe-day pic 9(2).
           01 ws-work-int pic 9(8) value zero.
           01 ws-day-of-week pic 9(1) value zero.
           01 ws-business-day-flag pic x value "N".
               88 ws-business-day value "Y".
           01 ws-holiday-count pic 9(3) value zero.
           01 ws-holiday-idx pic 9(3) comp.
           01 ws-holiday-table.
               05 ws-holiday-date pic 9(8) occurs 100.
           01 ws-calendar-eof-flag pic x value "N".
               88 ws-calendar-eof value "Y".
           01 ws-jobdef-eof-flag pic x value "N".
               88 ws-jobdef-eof value "Y".
           01 ws-step-count pic 9(3) value zero.
           01 ws-step-idx pic 9(3) comp.
           01 ws-step-table.
               05 ws-step-entry occurs 50.
                   10 st-step-no pic 9(3).
                   10 st-program pic x(30).
                   10 st-parameters pic x(40).
                   10 st-schedule pic x(1).
                   10 st-max-rc pic 9(2).
           01 ws-prev-step-no pic 9(3) value zero.
           01 ws-scheduled-flag pic x value "N".
               88 ws-scheduled value "Y".
           01 ws-command pic x(80).
           01 ws-step-rc pic s9(9) comp-5 value zero.
           01 ws-step-rc-out pic 9(4) value zero.
           01 ws-highest-rc pic 9(4) value zero.
           01 ws-steps-run pic 9(3) value zero.
           01 ws-steps-omitted pic 9(3) value zero.
           01 ws-start-datetime.
               05 ws-sdt-date pic 9(8).
               05 ws-sdt-time pic 9(6).
               05 filler pic x(7).
           01 ws-end-datetime.
               05 ws-edt-date pic 9(8).
               05 ws-edt-time pic 9(6).
               05 filler pic x(7).
           01 ws-ctl-datetime.
               05 ws-ctm-date pic 9(8).
               05 ws-ctm-time pic 9(6).
               05 filler pic x(7).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           IF NOT ws-stop-run
               PERFORM 2000-RUN-STREAM
           END-IF.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO ws-current-datetime.
           PERFORM 1100-PARSE-STREAM-PARMS.
           PERFORM 1200-LOAD-STEP-TABLE.
           PERFORM 1300-LOAD-HOLIDAY-TABLE.
           IF NOT ws-stop-run
               PERFORM 1400-READ-STREAM-CONTROL
           END-IF.
           IF NOT ws-stop-run
               PERFORM 1500-DETERMINE-START-STEP
           END-IF.

       1100-PARSE-STREAM-PARMS.
           ACCEPT ws-parm-line FROM COMMAND-LINE.
           UNSTRING ws-parm-line DELIMITED BY ALL SPACE
               INTO ws-parm-token-1 ws-parm-token-2 ws-parm-token-3.
           MOVE ws-parm-token-1 TO ws-parm-token.
           PERFORM 1150-APPLY-STREAM-PARM.
           MOVE ws-parm-token-2 TO ws-parm-token.
           PERFORM 1150-APPLY-STREAM-PARM.
           MOVE ws-parm-token-3 TO ws-parm-token.
           PERFORM 1150-APPLY-STREAM-PARM.
           IF ws-from-step > ZERO AND NOT ws-restart-mode
               DISPLAY "numero de paso sin RESTART, se ignora"
               MOVE ZERO TO ws-from-step
           END-IF.

       1150-APPLY-STREAM-PARM.
           EVALUATE TRUE
               WHEN ws-parm-token = SPACES
                   CONTINUE
               WHEN ws-parm-token = "RESTART"
                   MOVE "Y" TO ws-restart-flag
               WHEN ws-parm-token = "FORCE"
                   MOVE "Y" TO ws-force-flag
               WHEN ws-parm-token(1:3) IS NUMERIC
                       AND ws-parm-token(4:6) = SPACES
                   MOVE ws-parm-token(1:3) TO ws-from-step
               WHEN OTHER
                   DISPLAY "parametro desconocido ignorado: "
                       ws-parm-token
           END-EVALUATE.

      ******************************************************************
      * The definition is loaded whole and checked before anything
      * runs: step numbers must ascend (a restart finds its place by
      * them), every schedule must be known and every max-rc
      * numeric.  A bad definition runs nothing.
      ******************************************************************
       1200-LOAD-STEP-TABLE.
           MOVE ZERO TO ws-step-count.
           MOVE ZERO TO ws-prev-step-no.
           OPEN INPUT jobdef-file.
           IF ws-jobdef-status NOT = "00"
               DISPLAY "no se pudo abrir JOBSTREAM.DEF, status "
                   ws-jobdef-status
               MOVE "Y" TO ws-stop-flag
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE "N" TO ws-jobdef-eof-flag
               PERFORM UNTIL ws-jobdef-eof
                   READ jobdef-file
                       AT END
                           MOVE "Y" TO ws-jobdef-eof-flag
                       NOT AT END
                           PERFORM 1250-STORE-ONE-STEP
                   END-READ
               END-PERFORM
               CLOSE jobdef-file
               IF ws-step-count = ZERO AND NOT ws-stop-run
                   DISPLAY "JOBSTREAM.DEF sin pasos"
                   MOVE "Y" TO ws-stop-flag
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.

       1250-STORE-ONE-STEP.
           IF job-step-no IS NOT NUMERIC
               OR job-step-no NOT > ws-prev-step-no
               OR NOT job-schedule-valid
               OR job-max-rc IS NOT NUMERIC
               OR job-program = SPACES
               DISPLAY "paso invalido en JOBSTREAM.DEF: "
                   jobdef-record
               MOVE "Y" TO ws-stop-flag
               MOVE 12 TO RETURN-CODE
           ELSE
               IF ws-step-count < 50
                   ADD 1 TO ws-step-count
                   MOVE job-step-no TO st-step-no(ws-step-count)
                   MOVE job-program TO st-program(ws-step-count)
                   MOVE job-parameters TO
                       st-parameters(ws-step-count)
                   MOVE job-schedule TO st-schedule(ws-step-count)
                   MOVE job-max-rc TO st-max-rc(ws-step-count)
                   MOVE job-step-no TO ws-prev-step-no
               ELSE
                   DISPLAY "JOBSTREAM.DEF excede 50 pasos"
                   MOVE "Y" TO ws-stop-flag
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.

       1300-LOAD-HOLIDAY-TABLE.
           MOVE ZERO TO ws-holiday-count.
           OPEN INPUT calendar-file.
           IF ws-calendar-status NOT = "00"
               DISPLAY "no se pudo abrir CALENDAR.IN, status "
                   ws-calendar-status ", solo se saltan fines de "
                   "semana"
           ELSE
               MOVE "N" TO ws-calendar-eof-flag
               PERFORM UNTIL ws-calendar-eof
                   READ calendar-file
                       AT END
                           MOVE "Y" TO ws-calendar-eof-flag
                       NOT AT END
                           IF ws-holiday-count < 100
                               ADD 1 TO ws-holiday-count
                               MOVE cal-date TO
                                   ws-holiday-date(ws-holiday-count)
                           ELSE
                               DISPLAY "tabla de feriados llena, "
                                   "entrada de CALENDAR.IN ignorada"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE calendar-file
           END-IF.

       1400-READ-STREAM-CONTROL.
           MOVE "N" TO ws-ctl-found-flag.
           OPEN INPUT stream-ctl-file.
           IF ws-stream-ctl-status = "00"
               READ stream-ctl-file
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO ws-ctl-found-flag
               END-READ
               CLOSE stream-ctl-file
           END-IF.

      ******************************************************************
      * A restart keeps the stopped stream's id and picks up at its
      * next step; a fresh run gets a new id and starts at the top.
      * A fresh run over an incomplete stream would redo the steps
      * that finished, so it needs FORCE.
      ******************************************************************
       1500-DETERMINE-START-STEP.
           IF ws-restart-mode
               IF NOT ws-ctl-found OR stc-complete
                   DISPLAY "no hay cadena incompleta que reanudar"
                   MOVE "Y" TO ws-stop-flag
                   MOVE 12 TO RETURN-CODE
               ELSE
                   MOVE stc-stream-id TO ws-stream-id
                   MOVE "R" TO ws-run-mode
                   IF ws-from-step = ZERO
                       MOVE stc-next-step TO ws-from-step
                   END-IF
                   DISPLAY "cadena " ws-stream-id " reanudada desde "
                       "el paso " ws-from-step
               END-IF
           ELSE
               IF ws-ctl-found AND NOT stc-complete
                   AND NOT ws-force-mode
                   DISPLAY "cadena " stc-stream-id " incompleta en "
                       "el paso " stc-next-step ", use RESTART o "
                       "FORCE"
                   MOVE "Y" TO ws-stop-flag
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE ws-cdt-date TO ws-sid-date
                   MOVE ws-cdt-time TO ws-sid-time
                   MOVE "N" TO ws-run-mode
                   MOVE ZERO TO ws-from-step
                   DISPLAY "cadena " ws-stream-id " iniciada"
               END-IF
           END-IF.

       2000-RUN-STREAM.
           OPEN EXTEND steplog-file.
           IF ws-steplog-status = "35"
               OPEN OUTPUT steplog-file
           END-IF.
           PERFORM VARYING ws-step-idx FROM 1 BY 1
                   UNTIL ws-step-idx > ws-step-count
                   OR ws-stream-stopped
               IF st-step-no(ws-step-idx) >= ws-from-step
                   PERFORM 2100-RUN-ONE-STEP
               END-IF
           END-PERFORM.
           IF NOT ws-stream-stopped
               MOVE "C" TO stc-state
               MOVE ZERO TO stc-next-step
               PERFORM 2900-WRITE-STREAM-CONTROL
           END-IF.
           CLOSE steplog-file.

       2100-RUN-ONE-STEP.
           PERFORM 2200-GET-BUSINESS-DATE.
           PERFORM 2300-CHECK-SCHEDULE.
           MOVE FUNCTION CURRENT-DATE TO ws-start-datetime.
           IF NOT ws-scheduled
               MOVE ws-start-datetime TO ws-end-datetime
               MOVE ZERO TO ws-step-rc-out
               MOVE "O" TO stp-status
               ADD 1 TO ws-steps-omitted
               DISPLAY "paso " st-step-no(ws-step-idx) " "
                   st-program(ws-step-idx) " omitido para el "
                   ws-bus-date
           ELSE
               MOVE "R" TO stc-state
               MOVE st-step-no(ws-step-idx) TO stc-next-step
               PERFORM 2900-WRITE-STREAM-CONTROL
           END-IF.
           IF ws-scheduled AND NOT ws-stream-stopped
               PERFORM 2400-EXECUTE-STEP
               MOVE FUNCTION CURRENT-DATE TO ws-end-datetime
               ADD 1 TO ws-steps-run
               IF ws-step-rc-out > st-max-rc(ws-step-idx)
                   MOVE "F" TO stp-status
               ELSE
                   MOVE "E" TO stp-status
                   IF ws-step-rc-out > ws-highest-rc
                       MOVE ws-step-rc-out TO ws-highest-rc
                   END-IF
               END-IF
           END-IF.
           IF ws-stream-stopped
               CONTINUE
           ELSE
               PERFORM 2500-WRITE-STEP-LOG
               PERFORM 2700-AFTER-STEP
           END-IF.

       2200-GET-BUSINESS-DATE.
           MOVE ws-cdt-date TO ws-bus-date.
           OPEN INPUT busdate-file.
           IF ws-busdate-status = "00"
               READ busdate-file
                   AT END
                       CONTINUE
                   NOT AT END
                       IF bus-proc-date IS NUMERIC
                           AND bus-proc-date > ZERO
                           MOVE bus-proc-date TO ws-bus-date
                       END-IF
               END-READ
               CLOSE busdate-file
           END-IF.

      ******************************************************************
      * First business day: the business day before it falls in
      * another month.  Month-end (year-end): the next business day
      * falls in another month (year).
      ******************************************************************
       2300-CHECK-SCHEDULE.
           MOVE "N" TO ws-scheduled-flag.
           EVALUATE st-schedule(ws-step-idx)
               WHEN "D"
                   MOVE "Y" TO ws-scheduled-flag
               WHEN "F"
                   PERFORM 2350-PREVIOUS-BUSINESS-DAY
                   IF ws-probe-month NOT = ws-bus-month
                       MOVE "Y" TO ws-scheduled-flag
                   END-IF
               WHEN "M"
                   PERFORM 2360-NEXT-BUSINESS-DAY
                   IF ws-probe-month NOT = ws-bus-month
                       MOVE "Y" TO ws-scheduled-flag
                   END-IF
               WHEN "Y"
                   PERFORM 2360-NEXT-BUSINESS-DAY
                   IF ws-probe-year NOT = ws-bus-year
                       MOVE "Y" TO ws-scheduled-flag
                   END-IF
           END-EVALUATE.

       2350-PREVIOUS-BUSINESS-DAY.
           COMPUTE ws-work-int = FUNCTION INTEGER-OF-DATE(ws-bus-date).
           MOVE "N" TO ws-business-day-flag.
           PERFORM UNTIL ws-business-day
               SUBTRACT 1 FROM ws-work-int
               MOVE FUNCTION DATE-OF-INTEGER(ws-work-int) TO
                   ws-probe-date
               PERFORM 2370-CHECK-BUSINESS-DAY
           END-PERFORM.

       2360-NEXT-BUSINESS-DAY.
           COMPUTE ws-work-int = FUNCTION INTEGER-OF-DATE(ws-bus-date).
           MOVE "N" TO ws-business-day-flag.
           PERFORM UNTIL ws-business-day
               ADD 1 TO ws-work-int
               MOVE FUNCTION DATE-OF-INTEGER(ws-work-int) TO
                   ws-probe-date
               PERFORM 2370-CHECK-BUSINESS-DAY
           END-PERFORM.

      ******************************************************************
      * Same rule as sumarencoboldate: integer date 1 is a Monday,
      * so (integer - 1) mod 7 gives 5 and 6 for the weekend.
      ******************************************************************
       2370-CHECK-BUSINESS-DAY.
           MOVE "Y" TO ws-business-day-flag.
           COMPUTE ws-day-of-week =
               FUNCTION MOD(ws-work-int - 1 7).
           IF ws-day-of-week = 5 OR ws-day-of-week = 6
               MOVE "N" TO ws-business-day-flag
           END-IF.
           PERFORM VARYING ws-holiday-idx FROM 1 BY 1
                   UNTIL ws-holiday-idx > ws-holiday-count
               IF ws-holiday-date(ws-holiday-idx) = ws-probe-date
                   MOVE "N" TO ws-business-day-flag
                   MOVE ws-holiday-count TO ws-holiday-idx
               END-IF
           END-PERFORM.

      ******************************************************************
      * The shell hands back a wait status on UNIX, the exit code
      * shifted into the high byte; it is brought back to the
      * program's own return code before it is judged.
      ******************************************************************
       2400-EXECUTE-STEP.
           MOVE SPACES TO ws-command.
           STRING st-program(ws-step-idx) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               st-parameters(ws-step-idx) DELIMITED BY SIZE
               INTO ws-command.
           DISPLAY "paso " st-step-no(ws-step-idx) ": "
               FUNCTION TRIM(ws-command TRAILING).
           CALL "SYSTEM" USING ws-command.
           MOVE RETURN-CODE TO ws-step-rc.
           MOVE ZERO TO RETURN-CODE.
           IF ws-step-rc > 255
               DIVIDE 256 INTO ws-step-rc
           END-IF.
           IF ws-step-rc < ZERO
               MOVE 9999 TO ws-step-rc-out
           ELSE
               MOVE ws-step-rc TO ws-step-rc-out
           END-IF.
           DISPLAY "paso " st-step-no(ws-step-idx) " terminado, "
               "codigo de retorno " ws-step-rc-out.

       2500-WRITE-STEP-LOG.
           MOVE ws-stream-id TO stp-stream-id.
           MOVE ws-run-mode TO stp-run-mode.
           MOVE st-step-no(ws-step-idx) TO stp-step-no.
           MOVE st-program(ws-step-idx) TO stp-program.
           MOVE ws-bus-date TO stp-bus-date.
           MOVE ws-sdt-date TO stp-start-date.
           MOVE ws-sdt-time TO stp-start-time.
           MOVE ws-edt-date TO stp-end-date.
           MOVE ws-edt-time TO stp-end-time.
           MOVE ws-step-rc-out TO stp-return-code.
           MOVE st-max-rc(ws-step-idx) TO stp-max-rc.
           WRITE steplog-record.

       2600-STOP-STREAM.
           MOVE "Y" TO ws-stream-stop-flag.
           MOVE "F" TO stc-state.
           MOVE st-step-no(ws-step-idx) TO stc-next-step.
           PERFORM 2900-WRITE-STREAM-CONTROL.
           DISPLAY "cadena detenida en el paso "
               st-step-no(ws-step-idx) " " st-program(ws-step-idx)
               ": codigo " ws-step-rc-out " sobre el maximo "
               st-max-rc(ws-step-idx).
           DISPLAY "corregir y reanudar con: sumarencobolstream "
               "RESTART".
           IF ws-step-rc-out > 12
               MOVE ws-step-rc-out TO RETURN-CODE
           ELSE
               MOVE 12 TO RETURN-CODE
           END-IF.

       2700-AFTER-STEP.
           IF stp-failed
               PERFORM 2600-STOP-STREAM
           ELSE
               MOVE "R" TO stc-state
               IF ws-step-idx < ws-step-count
                   MOVE st-step-no(ws-step-idx + 1) TO stc-next-step
               ELSE
                   MOVE ZERO TO stc-next-step
               END-IF
               PERFORM 2900-WRITE-STREAM-CONTROL
           END-IF.

       2900-WRITE-STREAM-CONTROL.
           MOVE ws-stream-id TO stc-stream-id.
           MOVE ws-bus-date TO stc-bus-date.
           MOVE ws-step-rc-out TO stc-last-rc.
           MOVE FUNCTION CURRENT-DATE TO ws-ctl-datetime.
           MOVE ws-ctm-date TO stc-updated-date.
           MOVE ws-ctm-time TO stc-updated-time.
           OPEN OUTPUT stream-ctl-file.
           IF ws-stream-ctl-status NOT = "00"
               DISPLAY "no se pudo reescribir STREAM.CTL, status "
                   ws-stream-ctl-status
               MOVE "Y" TO ws-stream-stop-flag
               MOVE 12 TO RETURN-CODE
           ELSE
               WRITE stream-ctl-record
               CLOSE stream-ctl-file
           END-IF.

       9000-TERMINATE.
           IF NOT ws-stop-run AND NOT ws-stream-stopped
               MOVE ws-highest-rc TO RETURN-CODE
               DISPLAY "cadena " ws-stream-id " completa: "
                   ws-steps-run " pasos ejecutados, "
                   ws-steps-omitted " omitidos, codigo maximo "
                   ws-highest-rc
           END-IF.
       END PROGRAM sumarencobolstream.
