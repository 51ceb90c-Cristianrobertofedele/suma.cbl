      *           to zero.  A file that does not proves a posting
      *           was interrupted, and the job ends with a nonzero
      *           return code so the scheduler raises it.
      *           Each run's report is kept as a dated generation
      *           (TRIALBAL.AAAAMMDD.NN, business date) catalogued in
      *           GENCAT.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT trial-report-file ASSIGN TO "TRIALBAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-trial-report-status.
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
       FD  balance-file.
               COPY BALREC.
       FD  trial-report-file.
           01 trial-report-line pic x(132).
       FD  busdate-file.
           01 busdate-record.
               COPY BUSREC.
       FD  gencat-file.
           01 gencat-record.
               COPY GENCREC.
       FD  genwork-file.
           01 genwork-record pic x(132).
       WORKING-STORAGE SECTION.
           01 ws-balance-status pic x(2).
           01 ws-trial-report-status pic x(2).
           01 ws-busdate-status pic x(2).
           01 ws-current-datetime.
               05 ws-cdt-date pic 9(8).
               05 ws-cdt-time pic 9(6).
               05 filler pic x(7).
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
           01 ws-eof-flag pic x value "N".
               88 ws-eof value "Y".
           01 ws-record-count pic 9(9) value zero.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO ws-current-datetime.
           PERFORM 1050-GET-PROCESSING-DATE.
           OPEN OUTPUT trial-report-file.
           WRITE trial-report-line FROM ws-trb-header-line.
           WRITE trial-report-line FROM ws-trb-column-line.
               PERFORM 2100-READ-BALANCE
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

       2000-REPORT-BALANCES.
           IF bal-account NOT = ws-break-account
               PERFORM 2300-WRITE-ACCOUNT-SUBTOTAL
           CLOSE trial-report-file.
           DISPLAY "balance de comprobacion: " ws-record-count
               " posiciones reportadas".
           PERFORM 9950-TAKE-GENERATIONS.

       9950-TAKE-GENERATIONS.
           MOVE "TRIALBAL" TO ws-gen-type.
           MOVE ws-record-count TO ws-gen-control-count.
           MOVE ws-total-current TO ws-gen-control-amount-1.
           MOVE ws-total-ytd TO ws-gen-control-amount-2.
           PERFORM 9955-OPEN-GENERATION.
           IF ws-gen-ok
               OPEN INPUT trial-report-file
               IF ws-trial-report-status NOT = "00"
                   DISPLAY "no se pudo releer TRIALBAL.RPT, status "
                       ws-trial-report-status ", " ws-gen-name
                       " no guardado"
                   PERFORM 9962-DROP-GENERATION
               ELSE
                   PERFORM UNTIL ws-gen-copy-eof
                       READ trial-report-file
                           AT END
                               MOVE "Y" TO ws-gen-copy-eof-flag
                           NOT AT END
                               WRITE genwork-record FROM
                                   trial-report-line
                               ADD 1 TO ws-gen-record-count
                       END-READ
                   END-PERFORM
                   CLOSE trial-report-file
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
               MOVE "TRIAL" TO gen-job
               MOVE SPACES TO gen-submission-id
               MOVE ws-cdt-date TO gen-stamp-date
               MOVE ws-cdt-time TO gen-stamp-time
               MOVE ws-gen-record-count TO gen-record-count
               MOVE ws-gen-control-count TO gen-control-count
               MOVE ws-gen-control-amount-1 TO gen-control-amount-1
               MOVE ws-gen-control-amount-2 TO gen-control-amount-2
               WRITE gencat-record
               CLOSE gencat-file
           END-IF.
       END PROGRAM sumarencoboltrial.
