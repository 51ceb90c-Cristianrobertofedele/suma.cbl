      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Operator utility for the dated generations the
      *           nightly jobs keep of their working outputs
      *           (REPORT, GLFEED, REJECT, TRIALBAL, GLACKRPT, BALCHK
      *           as TYPE.AAAAMMDD.NN) and for GENCAT.DAT, the
      *           catalogue of them:
      *               sumarencobolgdg LISTA [TIPO] [AAAAMMDD]
      *           lists the generations kept with their submission,
      *           record count, control totals and whether the GL
      *           acknowledged (GLFEED) or they were restored;
      *               sumarencobolgdg REIMPRIME TIPO AAAAMMDD [NN]
      *           copies a generation to REIMPRES.RPT for printing;
      *               sumarencobolgdg RESTAURA AAAAMMDD [NN] [FORCE]
      *           copies a GLFEED generation back to GLFEED.OUT so
      *           the loader can be sent that night's feed again,
      *           after proving it still matches its catalogued
      *           totals and trailer.  A feed the GL already
      *           acknowledged (GLACK.IN, as matched by the GL
      *           acknowledgment job) is reported and refused unless
      *           FORCE is given - sent twice it posts twice;
      *               sumarencobolgdg DEPURA
      *           deletes the oldest generations of each type beyond
      *           its retention (GENCTL.IN, 7 unless listed) and
      *           rewrites the catalogue without them.
      *           No NN means the latest generation of the day.  The
      *           outcome goes to GENCAT.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sumarencobolgdg.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT gencat-file ASSIGN TO "GENCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-gencat-status.
           SELECT catnew-file ASSIGN TO "GENCAT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-catnew-status.
           SELECT gencur-file ASSIGN TO "GENWORK.CUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-gencur-status.
           SELECT reprint-file ASSIGN TO "REIMPRES.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-reprint-status.
           SELECT glfeed-file ASSIGN TO "GLFEED.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-glfeed-status.
           SELECT genctl-file ASSIGN TO "GENCTL.IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-genctl-status.
           SELECT gdg-report-file ASSIGN TO "GENCAT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-gdg-report-status.
       DATA DIVISION.
       FILE SECTION.
       FD  gencat-file.
           01 gencat-record.
               COPY GENCREC.
       FD  catnew-file.
           01 catnew-record.
               COPY GENCREC REPLACING LEADING ==gen== BY ==gnw==.
       FD  gencur-file.
           01 gencur-line pic x(132).
           01 gencur-gl-record.
               COPY GLREC REPLACING LEADING ==gl== BY ==gcr==.
       FD  reprint-file.
           01 reprint-line pic x(132).
       FD  glfeed-file.
           01 glfeed-line pic x(132).
       FD  genctl-file.
           01 genctl-record.
               COPY GRETREC.
       FD  gdg-report-file.
           01 gdg-report-line pic x(132).
       WORKING-STORAGE SECTION.
           01 ws-gencat-status pic x(2).
           01 ws-catnew-status pic x(2).
           01 ws-gencur-status pic x(2).
           01 ws-reprint-status pic x(2).
           01 ws-glfeed-status pic x(2).
           01 ws-genctl-status pic x(2).
           01 ws-gdg-report-status pic x(2).
           01 ws-parm-line pic x(40).
           01 ws-parm-token-1 pic x(9) value spaces.
           01 ws-parm-token-2 pic x(9) value spaces.
           01 ws-parm-token-3 pic x(9) value spaces.
           01 ws-parm-token-4 pic x(9) value spaces.
           01 ws-parm-token pic x(9) value spaces.
           01 ws-current-datetime.
               05 ws-cdt-date pic 9(8).
               05 ws-cdt-time pic 9(6).
               05 filler pic x(7).
           01 ws-mode pic x(9) value spaces.
               88 ws-mode-list value "LISTA".
               88 ws-mode-reprint value "REIMPRIME".
               88 ws-mode-restore value "RESTAURA".
               88 ws-mode-purge value "DEPURA".
           01 ws-sel-type pic x(8) value spaces.
           01 ws-sel-date pic 9(8) value zero.
           01 ws-sel-seq pic 9(2) value zero.
           01 ws-force-flag pic x value "N".
               88 ws-force value "Y".
           01 ws-bad-token pic x(9) value spaces.
           01 ws-stop-flag pic x value "N".
               88 ws-stop-run value "Y".
           01 ws-cat-eof-flag pic x value "N".
               88 ws-cat-eof value "Y".
           01 ws-copy-eof-flag pic x value "N".
               88 ws-copy-eof value "Y".
           01 ws-ctl-eof-flag pic x value "N".
               88 ws-ctl-eof value "Y".
           01 ws-gen-open-flag pic x value "N".
               88 ws-gen-open value "Y".
           01 ws-feed-ok-flag pic x value "N".
               88 ws-feed-ok value "Y".
           01 ws-gen-name pic x(21) value spaces.
           01 ws-gencur-name pic x(11) value "GENWORK.CUR".
           01 ws-catnew-name pic x(10) value "GENCAT.TMP".
           01 ws-gencat-name pic x(10) value "GENCAT.DAT".
           01 ws-file-info pic x(16).
           01 ws-saved-return-code pic s9(4) comp.
           01 ws-default-keep pic 9(3) value 7.
           01 ws-cat-count pic 9(4) value zero.
           01 ws-cat-idx pic 9(4) comp.
           01 ws-cat-found-idx pic 9(4) comp.
           01 ws-sel-idx pic 9(4) comp.
           01 ws-cat-ovfl-flag pic x value "N".
               88 ws-cat-ovfl value "Y".
           01 ws-cat-table.
               05 ws-cat-entry occurs 2000.
                   10 ws-cat-type pic x(8).
                   10 ws-cat-date pic 9(8).
                   10 ws-cat-seq pic 9(2).
                   10 ws-cat-name pic x(21).
                   10 ws-cat-job pic x(8).
                   10 ws-cat-submission-id pic x(8).
                   10 ws-cat-stamp-date pic 9(8).
                   10 ws-cat-stamp-time pic 9(6).
                   10 ws-cat-records pic 9(9).
                   10 ws-cat-ctl-count pic 9(9).
                   10 ws-cat-amount-1 pic s9(13)v99.
                   10 ws-cat-amount-2 pic s9(13)v99.
                   10 ws-cat-acked pic x(1).
                   10 ws-cat-ack-date pic 9(8).
                   10 ws-cat-ack-count pic 9(9).
                   10 ws-cat-restores pic 9(3).
                   10 ws-cat-purged pic x(1).
           01 ws-typ-count pic 9(2) value zero.
           01 ws-typ-idx pic 9(2) comp.
           01 ws-typ-found-idx pic 9(2) comp.
           01 ws-typ-table.
               05 ws-typ-entry occurs 20.
                   10 ws-typ-type pic x(8).
                   10 ws-typ-keep pic 9(3).
                   10 ws-typ-live pic 9(4).
                   10 ws-typ-purged pic 9(4).
                   10 ws-typ-failed pic 9(4).
           01 ws-find-type pic x(8).
           01 ws-copy-count pic 9(9) value zero.
           01 ws-copy-details pic 9(9) value zero.
           01 ws-copy-debits pic s9(13)v99 value zero.
           01 ws-copy-credits pic s9(13)v99 value zero.
           01 ws-copy-trailer-flag pic x value "N".
               88 ws-copy-has-trailer value "Y".
           01 ws-copy-trl-count pic 9(9) value zero.
           01 ws-copy-trl-debits pic s9(13)v99 value zero.
           01 ws-copy-trl-credits pic s9(13)v99 value zero.
           01 ws-listed-count pic 9(5) value zero.
           01 ws-purged-count pic 9(5) value zero.

           01 ws-gdr-header-line.
               05 filler pic x(40) value
                   "SUMARENCOBOL - CATALOGO DE GENERACIONES".

           01 ws-gdr-mode-line.
               05 filler pic x(5) value "MODO=".
               05 gm-mode pic x(9).
               05 filler pic x(7) value " FECHA=".
               05 gm-date pic 9(8).

           01 ws-gdr-column-line.
               05 filler pic x(22) value "GENERACION".
               05 filler pic x(9) value "PROCESO".
               05 filler pic x(9) value "LOTE".
               05 filler pic x(9) value "CREADA".
               05 filler pic x(10) value " REGISTROS".
               05 filler pic x(10) value "   CONTROL".
               05 filler pic x(18) value "        IMPORTE 1".
               05 filler pic x(18) value "        IMPORTE 2".
               05 filler pic x(8) value "ACUSE".
               05 filler pic x(6) value "REST.".

           01 ws-gdr-list-line.
               05 gs-name pic x(21).
               05 filler pic x(1) value space.
               05 gs-job pic x(8).
               05 filler pic x(1) value space.
               05 gs-submission-id pic x(8).
               05 filler pic x(1) value space.
               05 gs-stamp-date pic 9(8).
               05 filler pic x(1) value space.
               05 gs-records pic zzzzzzzz9.
               05 filler pic x(1) value space.
               05 gs-ctl-count pic zzzzzzzz9.
               05 filler pic x(1) value space.
               05 gs-amount-1 pic -zzzzzzzzzzzz9.99.
               05 filler pic x(1) value space.
               05 gs-amount-2 pic -zzzzzzzzzzzz9.99.
               05 filler pic x(1) value space.
               05 gs-ack-date pic x(8).
               05 filler pic x(1) value space.
               05 gs-restores pic zz9.

           01 ws-gdr-count-line.
               05 filler pic x(23) value "GENERACIONES LISTADAS=".
               05 gc-count pic zzzz9.

           01 ws-gdr-action-line.
               05 ga-action pic x(12).
               05 ga-name pic x(21).
               05 filler pic x(11) value " REGISTROS=".
               05 ga-count pic zzzzzzzz9.
               05 filler pic x(1) value space.
               05 ga-note pic x(40).

           01 ws-gdr-ack-warn-line.
               05 filler pic x(4) value "*** ".
               05 gw-name pic x(21).
               05 filler pic x(19) value " ACUSADA POR EL GL ".
               05 gw-ack-date pic 9(8).
               05 filler pic x(12) value " ACEPTADOS=".
               05 gw-ack-count pic zzzzzzzz9.
               05 filler pic x(4) value " ***".

           01 ws-gdr-feed-bad-line.
               05 filler pic x(4) value "*** ".
               05 gf-name pic x(21).
               05 filler pic x(10) value " DETALLES=".
               05 gf-details pic zzzzzzzz9.
               05 filler pic x(9) value " DEBITOS=".
               05 gf-debits pic -zzzzzzzzzzzz9.99.
               05 filler pic x(10) value " CREDITOS=".
               05 gf-credits pic -zzzzzzzzzzzz9.99.

           01 ws-gdr-retention-line.
               05 filler pic x(5) value "TIPO=".
               05 gt-type pic x(8).
               05 filler pic x(9) value " RETENER=".
               05 gt-keep pic zz9.
               05 filler pic x(10) value " VIGENTES=".
               05 gt-live pic zzz9.
               05 filler pic x(11) value " DEPURADAS=".
               05 gt-purged pic zzz9.

           01 ws-gdr-refused-line.
               05 filler pic x(21) value "SOLICITUD RECHAZADA: ".
               05 gr-reason pic x(60).

           01 ws-gdr-note-line.
               05 gn-text pic x(60).

           01 ws-rpr-header-line.
               05 filler pic x(15) value "REIMPRESION DE ".
               05 rh-name pic x(21).
               05 filler pic x(8) value " CREADA ".
               05 rh-stamp-date pic 9(8).
               05 filler pic x(1) value space.
               05 rh-stamp-time pic 9(6).
               05 filler pic x(6) value " LOTE ".
               05 rh-submission-id pic x(8).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INITIALIZE.
           IF NOT ws-stop-run
               EVALUATE TRUE
                   WHEN ws-mode-list
                       PERFORM 3000-LIST-CATALOGUE
                   WHEN ws-mode-reprint
                       PERFORM 4000-REPRINT-GENERATION
                   WHEN ws-mode-restore
                       PERFORM 5000-RESTORE-FEED
                   WHEN ws-mode-purge
                       PERFORM 6000-PURGE-GENERATIONS
               END-EVALUATE
           END-IF.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO ws-current-datetime.
           PERFORM 1100-PARSE-GDG-PARMS.
           OPEN OUTPUT gdg-report-file.
           WRITE gdg-report-line FROM ws-gdr-header-line.
           MOVE ws-mode TO gm-mode.
           MOVE ws-cdt-date TO gm-date.
           WRITE gdg-report-line FROM ws-gdr-mode-line.
           PERFORM 1200-CHECK-PARMS.
           IF NOT ws-stop-run
               PERFORM 2000-LOAD-CATALOGUE
           END-IF.

       1100-PARSE-GDG-PARMS.
           ACCEPT ws-parm-line FROM COMMAND-LINE.
           UNSTRING ws-parm-line DELIMITED BY ALL SPACE
               INTO ws-parm-token-1 ws-parm-token-2 ws-parm-token-3
                   ws-parm-token-4.
           MOVE ws-parm-token-1 TO ws-mode.
           MOVE ws-parm-token-2 TO ws-parm-token.
           PERFORM 1150-APPLY-PARM-TOKEN.
           MOVE ws-parm-token-3 TO ws-parm-token.
           PERFORM 1150-APPLY-PARM-TOKEN.
           MOVE ws-parm-token-4 TO ws-parm-token.
           PERFORM 1150-APPLY-PARM-TOKEN.

      ******************************************************************
      * After the mode the tokens may come in any order: FORCE, an
      * eight-digit business date, a one- or two-digit generation
      * number, or a type name.
      ******************************************************************
       1150-APPLY-PARM-TOKEN.
           EVALUATE TRUE
               WHEN ws-parm-token = SPACES
                   CONTINUE
               WHEN ws-parm-token = "FORCE"
                   MOVE "Y" TO ws-force-flag
               WHEN ws-parm-token(1:8) IS NUMERIC
                       AND ws-parm-token(9:1) = SPACE
                   MOVE ws-parm-token(1:8) TO ws-sel-date
               WHEN ws-parm-token(1:2) IS NUMERIC
                       AND ws-parm-token(3:7) = SPACES
                   MOVE ws-parm-token(1:2) TO ws-sel-seq
               WHEN ws-parm-token(1:1) IS NUMERIC
                       AND ws-parm-token(2:8) = SPACES
                   MOVE ws-parm-token(1:1) TO ws-sel-seq
               WHEN ws-parm-token(9:1) = SPACE
                   MOVE ws-parm-token(1:8) TO ws-sel-type
               WHEN OTHER
                   MOVE ws-parm-token TO ws-bad-token
           END-EVALUATE.

       1200-CHECK-PARMS.
           IF ws-bad-token NOT = SPACES
               MOVE "PARAMETRO INVALIDO" TO gr-reason
               PERFORM 1900-REFUSE-RUN
           ELSE
               EVALUATE TRUE
                   WHEN ws-mode-list
                       CONTINUE
                   WHEN ws-mode-reprint
                       IF ws-sel-type = SPACES OR ws-sel-date = ZERO
                           MOVE "REIMPRIME REQUIERE TIPO Y FECHA"
                               TO gr-reason
                           PERFORM 1900-REFUSE-RUN
                       END-IF
                   WHEN ws-mode-restore
                       IF ws-sel-type = SPACES
                           MOVE "GLFEED" TO ws-sel-type
                       END-IF
                       IF ws-sel-type NOT = "GLFEED"
                           MOVE "SOLO SE RESTAURAN GENERACIONES GLFEED"
                               TO gr-reason
                           PERFORM 1900-REFUSE-RUN
                       ELSE
                           IF ws-sel-date = ZERO
                               MOVE "RESTAURA REQUIERE FECHA"
                                   TO gr-reason
                               PERFORM 1900-REFUSE-RUN
                           END-IF
                       END-IF
                   WHEN ws-mode-purge
                       CONTINUE
                   WHEN OTHER
                       MOVE "MODO INVALIDO" TO gr-reason
                       PERFORM 1900-REFUSE-RUN
               END-EVALUATE
           END-IF.

       1900-REFUSE-RUN.
           WRITE gdg-report-line FROM ws-gdr-refused-line.
           DISPLAY "generaciones " ws-mode " rechazado: " gr-reason.
           MOVE "Y" TO ws-stop-flag.
           IF RETURN-CODE < 12
               MOVE 12 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * The catalogue is loaded whole: one entry per generation (G
      * record) in file order - oldest first - with the later
      * acknowledgment and restore records folded into it.
      ******************************************************************
       2000-LOAD-CATALOGUE.
           MOVE ZERO TO ws-cat-count.
           OPEN INPUT gencat-file.
           IF ws-gencat-status NOT = "00"
               MOVE "GENCAT.DAT AUSENTE, NO HAY GENERACIONES" TO gn-text
               WRITE gdg-report-line FROM ws-gdr-note-line
               DISPLAY "no se pudo abrir GENCAT.DAT, status "
                   ws-gencat-status
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "N" TO ws-cat-eof-flag
               PERFORM UNTIL ws-cat-eof
                   READ gencat-file
                       AT END
                           MOVE "Y" TO ws-cat-eof-flag
                       NOT AT END
                           PERFORM 2100-LOAD-CATALOGUE-RECORD
                   END-READ
               END-PERFORM
               CLOSE gencat-file
           END-IF.

       2100-LOAD-CATALOGUE-RECORD.
           IF gen-generation
               IF ws-cat-count < 2000
                   ADD 1 TO ws-cat-count
                   MOVE ws-cat-count TO ws-cat-idx
                   MOVE gen-type TO ws-cat-type(ws-cat-idx)
                   MOVE gen-bus-date TO ws-cat-date(ws-cat-idx)
                   MOVE gen-seq TO ws-cat-seq(ws-cat-idx)
                   MOVE gen-name TO ws-cat-name(ws-cat-idx)
                   MOVE gen-job TO ws-cat-job(ws-cat-idx)
                   MOVE gen-submission-id TO
                       ws-cat-submission-id(ws-cat-idx)
                   MOVE gen-stamp-date TO ws-cat-stamp-date(ws-cat-idx)
                   MOVE gen-stamp-time TO ws-cat-stamp-time(ws-cat-idx)
                   MOVE gen-record-count TO ws-cat-records(ws-cat-idx)
                   MOVE gen-control-count TO
                       ws-cat-ctl-count(ws-cat-idx)
                   MOVE gen-control-amount-1 TO
                       ws-cat-amount-1(ws-cat-idx)
                   MOVE gen-control-amount-2 TO
                       ws-cat-amount-2(ws-cat-idx)
                   MOVE "N" TO ws-cat-acked(ws-cat-idx)
                   MOVE ZERO TO ws-cat-ack-date(ws-cat-idx)
                   MOVE ZERO TO ws-cat-ack-count(ws-cat-idx)
                   MOVE ZERO TO ws-cat-restores(ws-cat-idx)
                   MOVE "N" TO ws-cat-purged(ws-cat-idx)
               ELSE
                   MOVE "Y" TO ws-cat-ovfl-flag
               END-IF
           ELSE
               PERFORM 2150-FIND-CATALOGUE-ENTRY
               IF ws-cat-found-idx > ZERO
                   MOVE ws-cat-found-idx TO ws-cat-idx
                   IF gen-acknowledged
                       MOVE "Y" TO ws-cat-acked(ws-cat-idx)
                       MOVE gen-stamp-date TO
                           ws-cat-ack-date(ws-cat-idx)
                       MOVE gen-control-count TO
                           ws-cat-ack-count(ws-cat-idx)
                   END-IF
                   IF gen-restored
                       ADD 1 TO ws-cat-restores(ws-cat-idx)
                   END-IF
               END-IF
           END-IF.

       2150-FIND-CATALOGUE-ENTRY.
           MOVE ZERO TO ws-cat-found-idx.
           PERFORM VARYING ws-cat-idx FROM 1 BY 1
                   UNTIL ws-cat-idx > ws-cat-count
               IF ws-cat-type(ws-cat-idx) = gen-type
                   AND ws-cat-date(ws-cat-idx) = gen-bus-date
                   AND ws-cat-seq(ws-cat-idx) = gen-seq
                   MOVE ws-cat-idx TO ws-cat-found-idx
                   MOVE ws-cat-count TO ws-cat-idx
               END-IF
           END-PERFORM.

       3000-LIST-CATALOGUE.
           WRITE gdg-report-line FROM ws-gdr-column-line.
           PERFORM VARYING ws-cat-idx FROM 1 BY 1
                   UNTIL ws-cat-idx > ws-cat-count
               IF (ws-sel-type = SPACES
                       OR ws-sel-type = ws-cat-type(ws-cat-idx))
                   AND (ws-sel-date = ZERO
                       OR ws-sel-date = ws-cat-date(ws-cat-idx))
                   PERFORM 3100-WRITE-LIST-LINE
               END-IF
           END-PERFORM.
           MOVE ws-listed-count TO gc-count.
           WRITE gdg-report-line FROM ws-gdr-count-line.

       3100-WRITE-LIST-LINE.
           MOVE ws-cat-name(ws-cat-idx) TO gs-name.
           MOVE ws-cat-job(ws-cat-idx) TO gs-job.
           MOVE ws-cat-submission-id(ws-cat-idx) TO gs-submission-id.
           MOVE ws-cat-stamp-date(ws-cat-idx) TO gs-stamp-date.
           MOVE ws-cat-records(ws-cat-idx) TO gs-records.
           MOVE ws-cat-ctl-count(ws-cat-idx) TO gs-ctl-count.
           MOVE ws-cat-amount-1(ws-cat-idx) TO gs-amount-1.
           MOVE ws-cat-amount-2(ws-cat-idx) TO gs-amount-2.
           IF ws-cat-acked(ws-cat-idx) = "Y"
               MOVE ws-cat-ack-date(ws-cat-idx) TO gs-ack-date
           ELSE
               MOVE SPACES TO gs-ack-date
           END-IF.
           MOVE ws-cat-restores(ws-cat-idx) TO gs-restores.
           WRITE gdg-report-line FROM ws-gdr-list-line.
           ADD 1 TO ws-listed-count.

      ******************************************************************
      * The generation asked for: the given type, date and number,
      * or without a number the latest of that day.
      ******************************************************************
       4050-SELECT-GENERATION.
           MOVE ZERO TO ws-sel-idx.
           PERFORM VARYING ws-cat-idx FROM 1 BY 1
                   UNTIL ws-cat-idx > ws-cat-count
               IF ws-cat-type(ws-cat-idx) = ws-sel-type
                   AND ws-cat-date(ws-cat-idx) = ws-sel-date
                   AND (ws-sel-seq = ZERO
                       OR ws-cat-seq(ws-cat-idx) = ws-sel-seq)
                   MOVE ws-cat-idx TO ws-sel-idx
               END-IF
           END-PERFORM.
           IF ws-sel-idx = ZERO
               MOVE "GENERACION NO CATALOGADA" TO gr-reason
               PERFORM 1900-REFUSE-RUN
           END-IF.

       4000-REPRINT-GENERATION.
           PERFORM 4050-SELECT-GENERATION.
           IF ws-sel-idx > ZERO
               PERFORM 7000-OPEN-GENERATION
           END-IF.
           IF ws-gen-open
               OPEN OUTPUT reprint-file
               MOVE ws-cat-name(ws-sel-idx) TO rh-name
               MOVE ws-cat-stamp-date(ws-sel-idx) TO rh-stamp-date
               MOVE ws-cat-stamp-time(ws-sel-idx) TO rh-stamp-time
               MOVE ws-cat-submission-id(ws-sel-idx) TO
                   rh-submission-id
               WRITE reprint-line FROM ws-rpr-header-line
               MOVE ZERO TO ws-copy-count
               MOVE "N" TO ws-copy-eof-flag
               PERFORM UNTIL ws-copy-eof
                   READ gencur-file
                       AT END
                           MOVE "Y" TO ws-copy-eof-flag
                       NOT AT END
                           WRITE reprint-line FROM gencur-line
                           ADD 1 TO ws-copy-count
                   END-READ
               END-PERFORM
               CLOSE reprint-file
               PERFORM 7100-CLOSE-GENERATION
               MOVE "REIMPRESA" TO ga-action
               MOVE ws-cat-name(ws-sel-idx) TO ga-name
               MOVE ws-copy-count TO ga-count
               IF ws-copy-count = ws-cat-records(ws-sel-idx)
                   MOVE "EN REIMPRES.RPT" TO ga-note
               ELSE
                   MOVE "EN REIMPRES.RPT - NO CUADRA CON EL CATALOGO"
                       TO ga-note
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               WRITE gdg-report-line FROM ws-gdr-action-line
               DISPLAY ws-cat-name(ws-sel-idx) " reimpresa en "
                   "REIMPRES.RPT, " ws-copy-count " lineas"
           END-IF.

      ******************************************************************
      * A feed the GL already acknowledged would post a second time
      * if sent again, so it is only restored under FORCE - and
      * reported either way.  The generation is proved before it
      * goes back: records, details and amounts must agree with the
      * catalogue and with its own trailer, or a damaged copy is
      * not sent.  GLFEED.OUT is overwritten; the feed it held is
      * a generation of its own.
      ******************************************************************
       5000-RESTORE-FEED.
           PERFORM 4050-SELECT-GENERATION.
           IF ws-sel-idx > ZERO
               IF ws-cat-acked(ws-sel-idx) = "Y"
                   MOVE ws-cat-name(ws-sel-idx) TO gw-name
                   MOVE ws-cat-ack-date(ws-sel-idx) TO gw-ack-date
                   MOVE ws-cat-ack-count(ws-sel-idx) TO gw-ack-count
                   WRITE gdg-report-line FROM ws-gdr-ack-warn-line
                   DISPLAY "aviso: " ws-cat-name(ws-sel-idx)
                       " ya fue acusada por el GL el "
                       ws-cat-ack-date(ws-sel-idx)
                   IF ws-force
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   ELSE
                       MOVE "FEED YA ACUSADO, USE FORCE PARA REENVIARLO"
                           TO gr-reason
                       PERFORM 1900-REFUSE-RUN
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           IF ws-sel-idx > ZERO AND NOT ws-stop-run
               PERFORM 7000-OPEN-GENERATION
           END-IF.
           IF ws-gen-open
               PERFORM 5100-VERIFY-FEED
               IF ws-feed-ok
                   PERFORM 5200-COPY-TO-GLFEED
               END-IF
               PERFORM 7100-CLOSE-GENERATION
               IF ws-feed-ok AND ws-glfeed-status = "00"
                   PERFORM 5300-CATALOGUE-RESTORE
               END-IF
           END-IF.

       5100-VERIFY-FEED.
           MOVE ZERO TO ws-copy-count.
           MOVE ZERO TO ws-copy-details.
           MOVE ZERO TO ws-copy-debits.
           MOVE ZERO TO ws-copy-credits.
           MOVE "N" TO ws-copy-trailer-flag.
           MOVE "N" TO ws-copy-eof-flag.
           PERFORM UNTIL ws-copy-eof
               READ gencur-file
                   AT END
                       MOVE "Y" TO ws-copy-eof-flag
                   NOT AT END
                       ADD 1 TO ws-copy-count
                       IF gcr-is-detail
                           ADD 1 TO ws-copy-details
                           IF gcr-dr-cr = "D"
                               ADD gcr-amount TO ws-copy-debits
                           ELSE
                               ADD gcr-amount TO ws-copy-credits
                           END-IF
                       ELSE
                           IF gcr-is-trailer
                               MOVE "Y" TO ws-copy-trailer-flag
                               MOVE gcr-trl-count TO ws-copy-trl-count
                               MOVE gcr-trl-debits TO
                                   ws-copy-trl-debits
                               MOVE gcr-trl-credits TO
                                   ws-copy-trl-credits
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO ws-feed-ok-flag.
           IF ws-copy-has-trailer
               AND ws-copy-count = ws-cat-records(ws-sel-idx)
               AND ws-copy-details = ws-cat-ctl-count(ws-sel-idx)
               AND ws-copy-debits = ws-cat-amount-1(ws-sel-idx)
               AND ws-copy-credits = ws-cat-amount-2(ws-sel-idx)
               AND ws-copy-trl-count = ws-copy-details
               AND ws-copy-trl-debits = ws-copy-debits
               AND ws-copy-trl-credits = ws-copy-credits
               MOVE "Y" TO ws-feed-ok-flag
           ELSE
               MOVE ws-cat-name(ws-sel-idx) TO gf-name
               MOVE ws-copy-details TO gf-details
               MOVE ws-copy-debits TO gf-debits
               MOVE ws-copy-credits TO gf-credits
               WRITE gdg-report-line FROM ws-gdr-feed-bad-line
               MOVE "GENERACION NO CUADRA CON CATALOGO O CIERRE"
                   TO gr-reason
               PERFORM 1900-REFUSE-RUN
           END-IF.

       5200-COPY-TO-GLFEED.
           CLOSE gencur-file.
           OPEN INPUT gencur-file.
           OPEN OUTPUT glfeed-file.
           IF ws-glfeed-status NOT = "00"
               DISPLAY "no se pudo abrir GLFEED.OUT, status "
                   ws-glfeed-status
               MOVE "GLFEED.OUT NO DISPONIBLE" TO gr-reason
               PERFORM 1900-REFUSE-RUN
           ELSE
               MOVE ZERO TO ws-copy-count
               MOVE "N" TO ws-copy-eof-flag
               PERFORM UNTIL ws-copy-eof
                   READ gencur-file
                       AT END
                           MOVE "Y" TO ws-copy-eof-flag
                       NOT AT END
                           WRITE glfeed-line FROM gencur-line
                           ADD 1 TO ws-copy-count
                   END-READ
               END-PERFORM
               CLOSE glfeed-file
               MOVE "RESTAURADA" TO ga-action
               MOVE ws-cat-name(ws-sel-idx) TO ga-name
               MOVE ws-copy-count TO ga-count
               MOVE "EN GLFEED.OUT PARA RETRANSMISION" TO ga-note
               WRITE gdg-report-line FROM ws-gdr-action-line
               DISPLAY ws-cat-name(ws-sel-idx) " restaurada en "
                   "GLFEED.OUT, " ws-copy-details " detalles"
           END-IF.

       5300-CATALOGUE-RESTORE.
           MOVE FUNCTION CURRENT-DATE TO ws-current-datetime.
           OPEN EXTEND gencat-file.
           IF ws-gencat-status NOT = "00"
               DISPLAY "no se pudo abrir GENCAT.DAT, status "
                   ws-gencat-status ", restauracion sin catalogar"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE SPACES TO gencat-record
               MOVE "R" TO gen-rec-type
               MOVE ws-cat-type(ws-sel-idx) TO gen-type
               MOVE ws-cat-date(ws-sel-idx) TO gen-bus-date
               MOVE ws-cat-seq(ws-sel-idx) TO gen-seq
               MOVE ws-cat-name(ws-sel-idx) TO gen-name
               MOVE "GDG" TO gen-job
               MOVE ws-cat-submission-id(ws-sel-idx) TO
                   gen-submission-id
               MOVE ws-cdt-date TO gen-stamp-date
               MOVE ws-cdt-time TO gen-stamp-time
               MOVE ws-cat-records(ws-sel-idx) TO gen-record-count
               MOVE ws-cat-ctl-count(ws-sel-idx) TO gen-control-count
               MOVE ws-cat-amount-1(ws-sel-idx) TO gen-control-amount-1
               MOVE ws-cat-amount-2(ws-sel-idx) TO gen-control-amount-2
               WRITE gencat-record
               CLOSE gencat-file
           END-IF.

      ******************************************************************
      * Retention is by count, per type: the newest N generations
      * stay (GENCTL.IN, or 7), older ones are deleted oldest first.
      * A generation whose file is already gone is dropped from the
      * catalogue all the same; one that cannot be deleted stays
      * catalogued and the run ends with a warning, but it still
      * counts as handled so no newer generation is deleted in its
      * place.
      ******************************************************************
       6000-PURGE-GENERATIONS.
           PERFORM 6050-LOAD-RETENTION.
           PERFORM VARYING ws-cat-idx FROM 1 BY 1
                   UNTIL ws-cat-idx > ws-cat-count
               MOVE ws-cat-type(ws-cat-idx) TO ws-find-type
               PERFORM 6100-FIND-TYPE
               IF ws-typ-found-idx > ZERO
                   ADD 1 TO ws-typ-live(ws-typ-found-idx)
               END-IF
           END-PERFORM.
           PERFORM VARYING ws-cat-idx FROM 1 BY 1
                   UNTIL ws-cat-idx > ws-cat-count
               MOVE ws-cat-type(ws-cat-idx) TO ws-find-type
               PERFORM 6100-FIND-TYPE
               IF ws-typ-found-idx > ZERO
                   IF ws-typ-live(ws-typ-found-idx) >
                       ws-typ-keep(ws-typ-found-idx)
                       PERFORM 6200-DELETE-GENERATION
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING ws-typ-idx FROM 1 BY 1
                   UNTIL ws-typ-idx > ws-typ-count
               MOVE ws-typ-type(ws-typ-idx) TO gt-type
               MOVE ws-typ-keep(ws-typ-idx) TO gt-keep
               ADD ws-typ-live(ws-typ-idx) ws-typ-failed(ws-typ-idx)
                   GIVING gt-live
               MOVE ws-typ-purged(ws-typ-idx) TO gt-purged
               WRITE gdg-report-line FROM ws-gdr-retention-line
           END-PERFORM.
           IF ws-purged-count > ZERO
               PERFORM 6500-REWRITE-CATALOGUE
           END-IF.

       6050-LOAD-RETENTION.
           MOVE ZERO TO ws-typ-count.
           OPEN INPUT genctl-file.
           IF ws-genctl-status = "00"
               MOVE "N" TO ws-ctl-eof-flag
               PERFORM UNTIL ws-ctl-eof
                   READ genctl-file
                       AT END
                           MOVE "Y" TO ws-ctl-eof-flag
                       NOT AT END
                           IF grt-keep IS NUMERIC AND grt-keep > ZERO
                               MOVE grt-type TO ws-find-type
                               PERFORM 6100-FIND-TYPE
                               IF ws-typ-found-idx > ZERO
                                   MOVE grt-keep TO
                                       ws-typ-keep(ws-typ-found-idx)
                               END-IF
                           ELSE
                               DISPLAY "retencion invalida en "
                                   "GENCTL.IN para " grt-type
                                   ", se usa " ws-default-keep
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE genctl-file
           ELSE
               MOVE "GENCTL.IN AUSENTE, SE RETIENEN 7 POR TIPO"
                   TO gn-text
               WRITE gdg-report-line FROM ws-gdr-note-line
           END-IF.

       6100-FIND-TYPE.
           MOVE ZERO TO ws-typ-found-idx.
           PERFORM VARYING ws-typ-idx FROM 1 BY 1
                   UNTIL ws-typ-idx > ws-typ-count
               IF ws-typ-type(ws-typ-idx) = ws-find-type
                   MOVE ws-typ-idx TO ws-typ-found-idx
                   MOVE ws-typ-count TO ws-typ-idx
               END-IF
           END-PERFORM.
           IF ws-typ-found-idx = ZERO AND ws-typ-count < 20
               ADD 1 TO ws-typ-count
               MOVE ws-typ-count TO ws-typ-found-idx
               MOVE ws-find-type TO ws-typ-type(ws-typ-found-idx)
               MOVE ws-default-keep TO ws-typ-keep(ws-typ-found-idx)
               MOVE ZERO TO ws-typ-live(ws-typ-found-idx)
               MOVE ZERO TO ws-typ-purged(ws-typ-found-idx)
               MOVE ZERO TO ws-typ-failed(ws-typ-found-idx)
           END-IF.

       6200-DELETE-GENERATION.
           MOVE ws-cat-name(ws-cat-idx) TO ws-gen-name.
           MOVE ws-cat-name(ws-cat-idx) TO ga-name.
           MOVE ws-cat-records(ws-cat-idx) TO ga-count.
           MOVE RETURN-CODE TO ws-saved-return-code.
           CALL "CBL_CHECK_FILE_EXIST" USING ws-gen-name ws-file-info.
           IF RETURN-CODE NOT = ZERO
               MOVE ws-saved-return-code TO RETURN-CODE
               MOVE "ARCHIVO YA AUSENTE" TO ga-note
               PERFORM 6300-DROP-FROM-CATALOGUE
           ELSE
               CALL "CBL_DELETE_FILE" USING ws-gen-name
               IF RETURN-CODE NOT = ZERO
                   MOVE "NO SE PUDO BORRAR, SIGUE CATALOGADA"
                       TO ga-note
                   MOVE "NO DEPURADA" TO ga-action
                   SUBTRACT 1 FROM ws-typ-live(ws-typ-found-idx)
                   ADD 1 TO ws-typ-failed(ws-typ-found-idx)
                   WRITE gdg-report-line FROM ws-gdr-action-line
                   DISPLAY "no se pudo borrar " ws-gen-name
                   IF ws-saved-return-code > 4
                       MOVE ws-saved-return-code TO RETURN-CODE
                   ELSE
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   MOVE ws-saved-return-code TO RETURN-CODE
                   MOVE SPACES TO ga-note
                   PERFORM 6300-DROP-FROM-CATALOGUE
               END-IF
           END-IF.

       6300-DROP-FROM-CATALOGUE.
           MOVE "Y" TO ws-cat-purged(ws-cat-idx).
           SUBTRACT 1 FROM ws-typ-live(ws-typ-found-idx).
           ADD 1 TO ws-typ-purged(ws-typ-found-idx).
           ADD 1 TO ws-purged-count.
           MOVE "DEPURADA" TO ga-action.
           WRITE gdg-report-line FROM ws-gdr-action-line.

      ******************************************************************
      * GENCAT.DAT is rebuilt in GENCAT.TMP without the records of
      * the generations deleted and swapped in when complete.  The
      * jobs append to it every night, so DEPURA belongs in the
      * stream after the last of them, never beside one.
      ******************************************************************
       6500-REWRITE-CATALOGUE.
           OPEN OUTPUT catnew-file.
           IF ws-catnew-status NOT = "00"
               DISPLAY "no se pudo abrir GENCAT.TMP, status "
                   ws-catnew-status ", catalogo sin depurar"
               IF RETURN-CODE < 12
                   MOVE 12 TO RETURN-CODE
               END-IF
           ELSE
               OPEN INPUT gencat-file
               MOVE "N" TO ws-cat-eof-flag
               PERFORM UNTIL ws-cat-eof
                   READ gencat-file
                       AT END
                           MOVE "Y" TO ws-cat-eof-flag
                       NOT AT END
                           PERFORM 2150-FIND-CATALOGUE-ENTRY
                           IF ws-cat-found-idx = ZERO
                               WRITE catnew-record FROM gencat-record
                           ELSE
                               IF ws-cat-purged(ws-cat-found-idx)
                                   NOT = "Y"
                                   WRITE catnew-record FROM
                                       gencat-record
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE gencat-file
               CLOSE catnew-file
               MOVE RETURN-CODE TO ws-saved-return-code
               CALL "CBL_RENAME_FILE" USING ws-catnew-name
                   ws-gencat-name
               IF RETURN-CODE NOT = ZERO
                   DISPLAY "no se pudo renombrar GENCAT.TMP a "
                       "GENCAT.DAT, catalogo sin depurar"
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
      * A generation is read under GENWORK.CUR (an ASSIGN data-name
      * is resolved externally in this dialect, so the dated file
      * is renamed for the read and renamed back after it, the way
      * the audit archives are read).
      ******************************************************************
       7000-OPEN-GENERATION.
           MOVE "N" TO ws-gen-open-flag.
           MOVE ws-cat-name(ws-sel-idx) TO ws-gen-name.
           MOVE RETURN-CODE TO ws-saved-return-code.
           CALL "CBL_RENAME_FILE" USING ws-gen-name ws-gencur-name.
           IF RETURN-CODE NOT = ZERO
               MOVE ws-saved-return-code TO RETURN-CODE
               DISPLAY "no se pudo acceder a " ws-gen-name
               MOVE "ARCHIVO DE LA GENERACION NO DISPONIBLE"
                   TO gr-reason
               PERFORM 1900-REFUSE-RUN
           ELSE
               MOVE ws-saved-return-code TO RETURN-CODE
               OPEN INPUT gencur-file
               IF ws-gencur-status NOT = "00"
                   DISPLAY "no se pudo abrir " ws-gen-name
                       ", status " ws-gencur-status
                   MOVE "ARCHIVO DE LA GENERACION NO DISPONIBLE"
                       TO gr-reason
                   PERFORM 1900-REFUSE-RUN
                   PERFORM 7200-RESTORE-GENERATION-NAME
               ELSE
                   MOVE "Y" TO ws-gen-open-flag
               END-IF
           END-IF.

       7100-CLOSE-GENERATION.
           CLOSE gencur-file.
           MOVE "N" TO ws-gen-open-flag.
           PERFORM 7200-RESTORE-GENERATION-NAME.

       7200-RESTORE-GENERATION-NAME.
           MOVE RETURN-CODE TO ws-saved-return-code.
           CALL "CBL_RENAME_FILE" USING ws-gencur-name ws-gen-name.
           IF RETURN-CODE NOT = ZERO
               DISPLAY "no se pudo restaurar " ws-gen-name
                   " desde GENWORK.CUR"
               IF ws-saved-return-code > 12
                   MOVE ws-saved-return-code TO RETURN-CODE
               ELSE
                   MOVE 12 TO RETURN-CODE
               END-IF
           ELSE
               MOVE ws-saved-return-code TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           IF ws-cat-ovfl
               MOVE "*** CATALOGO MAYOR A 2000 GENERACIONES, PARCIAL"
                   TO gn-text
               WRITE gdg-report-line FROM ws-gdr-note-line
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE gdg-report-file.
           DISPLAY "generaciones " ws-mode ": " ws-cat-count
               " catalogadas, " ws-listed-count " listadas, "
               ws-purged-count " depuradas".
       END PROGRAM sumarencobolgdg.
