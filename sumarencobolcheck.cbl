      *           accounts were carried, or positions with no audit
      *           backing) - a rebuild from an incomplete trail
      *           would destroy balances, not repair them.
      *           Each run's report is kept as a dated generation
      *           (BALCHK.AAAAMMDD.NN, business date) catalogued in
      *           GENCAT.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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
       FD  busdate-file.
           01 busdate-record.
               COPY BUSREC.
       FD  gencat-file.
           01 gencat-record.
               COPY GENCREC.
       FD  genwork-file.
           01 genwork-record pic x(132).
       WORKING-STORAGE SECTION.
           01 ws-work-entry.
               COPY AUDITREC REPLACING LEADING ==aud== BY ==wk==.
           01 ws-archive-status pic x(2).
           01 ws-check-report-status pic x(2).
           01 ws-busdate-status pic x(2).
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
           01 ws-parm-line pic x(9).
           01 ws-rebuild-flag pic x value "N".
               88 ws-rebuild-mode value "Y".
           END-IF.

      ******************************************************************
      * Only the batch and the year-end close post BALMAST, so only
      * entries stamped BATCH or YEAREND matter here - online
      * calculations and the supervisor screens log under the
      * operator's id and never touch the master, and skipping them
      * keeps them from poisoning the rebuild guard.  A BATCH entry
      * without usable posting accounts was logged before the
      * accounts were carried: that is the genuinely unverifiable
      * case.
      ******************************************************************
       2300-ACCUMULATE-ENTRY.
           ADD 1 TO ws-entry-count.
           IF wk-operator NOT = "BATCH" AND NOT = "YEAREND"
               CONTINUE
           ELSE
               IF wk-op-code = "J"
                   PERFORM 2350-ACCUMULATE-JOURNAL-LINE
               ELSE
                   IF wk-debit-account IS NUMERIC
                       AND wk-credit-account IS NUMERIC
                       AND wk-debit-account > ZERO
                       AND wk-date IS NUMERIC
                       MOVE wk-date TO ws-entry-date-split
                       MOVE ws-ent-period TO ws-entry-period
                       MOVE wk-debit-account TO ws-chk-account
                       MOVE wk-resultado TO ws-chk-amount
                       PERFORM 2400-ACCUMULATE-ONE-SIDE
                       MOVE wk-credit-account TO ws-chk-account
                       COMPUTE ws-chk-amount = ZERO - wk-resultado
                       PERFORM 2400-ACCUMULATE-ONE-SIDE
                   ELSE
                       ADD 1 TO ws-unverifiable-count
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * A posted manual journal line names one account only - the
      * debit account for a D line, the credit account for a C
      * line, the other side zero - and moves just that position;
      * the journal's other lines carry the opposite side.
      ******************************************************************
       2350-ACCUMULATE-JOURNAL-LINE.
           IF wk-debit-account IS NUMERIC
               AND wk-credit-account IS NUMERIC
               AND wk-date IS NUMERIC
               AND (wk-debit-account = ZERO
                   OR wk-credit-account = ZERO)
               AND (wk-debit-account > ZERO
                   OR wk-credit-account > ZERO)
               MOVE wk-date TO ws-entry-date-split
               MOVE ws-ent-period TO ws-entry-period
               IF wk-debit-account > ZERO
                   MOVE wk-debit-account TO ws-chk-account
                   MOVE wk-resultado TO ws-chk-amount
               ELSE
                   MOVE wk-credit-account TO ws-chk-account
                   COMPUTE ws-chk-amount = ZERO - wk-resultado
               END-IF
               PERFORM 2400-ACCUMULATE-ONE-SIDE
           ELSE
               ADD 1 TO ws-unverifiable-count
           END-IF.

      ******************************************************************
           DISPLAY "verificacion del maestro: " ws-master-count
               " posiciones, " ws-drift-count " con deriva, "
               ws-unverifiable-count " entradas no verificables".
           PERFORM 9950-TAKE-GENERATIONS.

       9950-TAKE-GENERATIONS.
           MOVE "BALCHK" TO ws-gen-type.
           MOVE ws-drift-count TO ws-gen-control-count.
           MOVE ws-master-net TO ws-gen-control-amount-1.
           MOVE ZERO TO ws-gen-control-amount-2.
           PERFORM 9955-OPEN-GENERATION.
           IF ws-gen-ok
               OPEN INPUT check-report-file
               IF ws-check-report-status NOT = "00"
                   DISPLAY "no se pudo releer BALCHK.RPT, status "
                       ws-check-report-status ", " ws-gen-name
                       " no guardado"
                   PERFORM 9962-DROP-GENERATION
               ELSE
                   PERFORM UNTIL ws-gen-copy-eof
                       READ check-report-file
                           AT END
                               MOVE "Y" TO ws-gen-copy-eof-flag
                           NOT AT END
                               WRITE genwork-record FROM
                                   check-report-line
                               ADD 1 TO ws-gen-record-count
                       END-READ
                   END-PERFORM
                   CLOSE check-report-file
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
               MOVE "CHECK" TO gen-job
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
       END PROGRAM sumarencobolcheck.
