      *           references records we never sent - so the scheduler
      *           holds the next day's feed instead of piling a new
      *           night onto a broken one.
      *           Each run appends its counts to RUNHIST.DAT for the
      *           operations volume report, tied to the batch run
      *           that produced the feed.
      *           The report is kept as a dated generation
      *           (GLACKRPT.AAAAMMDD.NN, business date) catalogued in
      *           GENCAT.DAT, and the GLFEED generation the
      *           acknowledgment answers is marked acknowledged there,
      *           so a feed restored for retransmission can be
      *           checked against it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ack-report-file ASSIGN TO "GLACKRPT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ack-report-status.
           SELECT runhist-file ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-runhist-status.
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
       FD  gl-file.
               COPY GLRPRREC.
       FD  ack-report-file.
           01 ack-report-line pic x(132).
       FD  runhist-file.
           01 runhist-record.
               COPY RUNSTREC.
       FD  busdate-file.
           01 busdate-record.
               COPY BUSREC.
       FD  gencat-file.
           01 gencat-record.
               COPY GENCREC.
       FD  genwork-file.
           01 genwork-record pic x(132).
       WORKING-STORAGE SECTION.
           01 ws-gl-status pic x(2).
           01 ws-ack-status pic x(2).
           01 ws-repair-status pic x(2).
           01 ws-ack-report-status pic x(2).
           01 ws-runhist-status pic x(2).
           01 ws-runhist-eof-flag pic x value "N".
               88 ws-runhist-eof value "Y".
           01 ws-current-datetime.
               05 ws-cdt-date pic 9(8).
               05 ws-cdt-time pic 9(6).
               05 filler pic x(7).
           01 ws-stats-start-date pic 9(8) value zero.
           01 ws-stats-start-time pic 9(6) value zero.
           01 ws-feed-run-date pic 9(8) value zero.
           01 ws-feed-submission-id pic x(8) value spaces.
           01 ws-busdate-status pic x(2).
           01 ws-run-date pic 9(8) value zero.
           01 ws-saved-return-code pic s9(4) comp.
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
           01 ws-feed-gen-found-flag pic x value "N".
               88 ws-feed-gen-found value "Y".
           01 ws-feed-gen.
               05 ws-fgn-bus-date pic 9(8).
               05 ws-fgn-seq pic 9(2).
               05 ws-fgn-name pic x(21).
               05 ws-fgn-submission-id pic x(8).
               05 ws-fgn-detail-count pic 9(9).
           01 ws-gl-eof-flag pic x value "N".
               88 ws-gl-eof value "Y".
           01 ws-ack-eof-flag pic x value "N".
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO ws-current-datetime.
           MOVE ws-cdt-date TO ws-stats-start-date.
           MOVE ws-cdt-time TO ws-stats-start-time.
           PERFORM 1050-GET-PROCESSING-DATE.
           OPEN OUTPUT ack-report-file.
           WRITE ack-report-line FROM ws-ack-header-line.
           OPEN INPUT gl-file.
               PERFORM 2150-READ-ACK-RECORD
           END-IF.

       1050-GET-PROCESSING-DATE.
           MOVE ws-cdt-date TO ws-run-date.
           OPEN INPUT busdate-file.
           IF ws-busdate-status NOT = "00"
               DISPLAY "BUSDATE.DAT ausente, la generacion se fecha "
                   "con la fecha del sistema " ws-run-date
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

       2000-MATCH-FEED-RECORDS.
           IF gl-is-detail
               IF ws-feed-run-date = ZERO
                   MOVE gl-batch-date TO ws-feed-run-date
               END-IF
               ADD 1 TO ws-feed-seq
               ADD 1 TO ws-feed-detail-count
               IF gl-dr-cr = "D"
           DISPLAY "conciliacion de acuses: " ws-accepted-count
               " aceptados, " ws-bounced-count " rechazados, "
               ws-unacked-count " sin acuse".
           IF ws-feed-run-date = ZERO
               MOVE ws-stats-start-date TO ws-feed-run-date
           END-IF.
           PERFORM 9910-FIND-FEED-SUBMISSION.
           PERFORM 9950-TAKE-GENERATIONS.
           PERFORM 9970-MARK-FEED-ACKNOWLEDGED.
           PERFORM 9900-WRITE-RUN-STATISTICS.

      ******************************************************************
      * Appends the acknowledgment counts to RUNHIST.DAT.  The feed
      * carries no submission id of its own, so the run is tied to
      * the last normal or restarted batch run recorded for the
      * feed's batch date - a resubmission or refused duplicate
      * writes no feed of its own that could be acknowledged.  An
      * empty or missing feed is dated with the system date.
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
               MOVE "GLACK" TO rst-job
               MOVE "R" TO rst-rec-type
               MOVE ws-feed-run-date TO rst-run-date
               MOVE ws-feed-submission-id TO rst-submission-id
               MOVE "N" TO rst-run-kind
               MOVE ws-stats-start-date TO rst-start-date
               MOVE ws-stats-start-time TO rst-start-time
               MOVE ws-cdt-date TO rst-end-date
               MOVE ws-cdt-time TO rst-end-time
               MOVE RETURN-CODE TO rst-return-code
               MOVE ws-feed-detail-count TO rst-gl-sent
               MOVE ws-accepted-count TO rst-gl-accepted
               MOVE ws-bounced-count TO rst-gl-bounced
               MOVE ws-unacked-count TO rst-gl-unacked
               MOVE ws-orphan-count TO rst-gl-orphans
               MOVE ws-accepted-amount TO rst-gl-accepted-amount
               MOVE ws-bounced-amount TO rst-gl-bounced-amount
               WRITE runhist-record
               CLOSE runhist-file
           END-IF.

       9910-FIND-FEED-SUBMISSION.
           MOVE SPACES TO ws-feed-submission-id.
           OPEN INPUT runhist-file.
           IF ws-runhist-status = "00"
               MOVE "N" TO ws-runhist-eof-flag
               PERFORM UNTIL ws-runhist-eof
                   READ runhist-file
                       AT END
                           MOVE "Y" TO ws-runhist-eof-flag
                       NOT AT END
                           IF rst-from-batch AND rst-run-totals
                               AND rst-run-date = ws-feed-run-date
                               AND (rst-normal-run OR rst-restart-run)
                               MOVE rst-submission-id TO
                                   ws-feed-submission-id
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE runhist-file
           END-IF.

       9950-TAKE-GENERATIONS.
           MOVE "GLACKRPT" TO ws-gen-type.
           MOVE ws-accepted-count TO ws-gen-control-count.
           MOVE ws-accepted-amount TO ws-gen-control-amount-1.
           MOVE ws-bounced-amount TO ws-gen-control-amount-2.
           PERFORM 9955-OPEN-GENERATION.
           IF ws-gen-ok
               OPEN INPUT ack-report-file
               IF ws-ack-report-status NOT = "00"
                   DISPLAY "no se pudo releer GLACKRPT.OUT, status "
                       ws-ack-report-status ", " ws-gen-name
                       " no guardado"
                   PERFORM 9962-DROP-GENERATION
               ELSE
                   PERFORM UNTIL ws-gen-copy-eof
                       READ ack-report-file
                           AT END
                               MOVE "Y" TO ws-gen-copy-eof-flag
                           NOT AT END
                               WRITE genwork-record FROM ack-report-line
                               ADD 1 TO ws-gen-record-count
                       END-READ
                   END-PERFORM
                   CLOSE ack-report-file
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
               MOVE "GLACK" TO gen-job
               MOVE ws-feed-submission-id TO gen-submission-id
               MOVE ws-cdt-date TO gen-stamp-date
               MOVE ws-cdt-time TO gen-stamp-time
               MOVE ws-gen-record-count TO gen-record-count
               MOVE ws-gen-control-count TO gen-control-count
               MOVE ws-gen-control-amount-1 TO gen-control-amount-1
               MOVE ws-gen-control-amount-2 TO gen-control-amount-2
               WRITE gencat-record
               CLOSE gencat-file
           END-IF.

      ******************************************************************
      * GLFEED.OUT holds the GLFEED generation catalogued last -
      * taken by the batch run or restored for retransmission - so
      * that is the one this acknowledgment answers.  It is marked
      * only when the feed in hand matches it (same batch date and
      * detail count) and GLACK.IN was actually read; otherwise the
      * feed was replaced outside the catalogue and nothing is
      * marked.
      ******************************************************************
       9970-MARK-FEED-ACKNOWLEDGED.
           IF ws-ack-status = "00" AND ws-feed-detail-count > ZERO
               PERFORM 9975-FIND-CURRENT-FEED-GEN
               IF ws-feed-gen-found
                   AND ws-fgn-bus-date = ws-feed-run-date
                   AND ws-fgn-detail-count = ws-feed-detail-count
                   PERFORM 9980-WRITE-ACK-MARK
               ELSE
                   DISPLAY "GLFEED.OUT no corresponde a la ultima "
                       "generacion catalogada, acuse sin marcar"
               END-IF
           END-IF.

       9975-FIND-CURRENT-FEED-GEN.
           MOVE "N" TO ws-feed-gen-found-flag.
           OPEN INPUT gencat-file.
           IF ws-gencat-status = "00"
               MOVE "N" TO ws-gencat-eof-flag
               PERFORM UNTIL ws-gencat-eof
                   READ gencat-file
                       AT END
                           MOVE "Y" TO ws-gencat-eof-flag
                       NOT AT END
                           IF gen-type = "GLFEED"
                               AND (gen-generation OR gen-restored)
                               MOVE "Y" TO ws-feed-gen-found-flag
                               MOVE gen-bus-date TO ws-fgn-bus-date
                               MOVE gen-seq TO ws-fgn-seq
                               MOVE gen-name TO ws-fgn-name
                               MOVE gen-submission-id TO
                                   ws-fgn-submission-id
                               MOVE gen-control-count TO
                                   ws-fgn-detail-count
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE gencat-file
           END-IF.

       9980-WRITE-ACK-MARK.
           MOVE FUNCTION CURRENT-DATE TO ws-current-datetime.
           OPEN EXTEND gencat-file.
           IF ws-gencat-status NOT = "00"
               DISPLAY "no se pudo abrir GENCAT.DAT, status "
                   ws-gencat-status ", " ws-fgn-name
                   " sin marcar como acusado"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE SPACES TO gencat-record
               MOVE "A" TO gen-rec-type
               MOVE "GLFEED" TO gen-type
               MOVE ws-fgn-bus-date TO gen-bus-date
               MOVE ws-fgn-seq TO gen-seq
               MOVE ws-fgn-name TO gen-name
               MOVE "GLACK" TO gen-job
               MOVE ws-fgn-submission-id TO gen-submission-id
               MOVE ws-cdt-date TO gen-stamp-date
               MOVE ws-cdt-time TO gen-stamp-time
               MOVE ws-feed-detail-count TO gen-record-count
               MOVE ws-accepted-count TO gen-control-count
               MOVE ws-accepted-amount TO gen-control-amount-1
               MOVE ws-bounced-amount TO gen-control-amount-2
               WRITE gencat-record
               CLOSE gencat-file
               DISPLAY ws-fgn-name " marcado como acusado"
           END-IF.
       END PROGRAM sumarencobolglack.
