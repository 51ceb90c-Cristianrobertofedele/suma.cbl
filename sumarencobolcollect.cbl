      *           details has its count checked but its sum taken on
      *           trust, since conversion happens at posting time with
      *           posting-day rates.
      *           Each run appends its totals to RUNHIST.DAT for the
      *           operations volume report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT busdate-file ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-busdate-status.
           SELECT runhist-file ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-runhist-status.
       DATA DIVISION.
       FILE SECTION.
       FD  feed1-file.
       FD  busdate-file.
           01 busdate-record.
               COPY BUSREC.
       FD  runhist-file.
           01 runhist-record.
               COPY RUNSTREC.
       WORKING-STORAGE SECTION.
           01 ws-feed-record.
               COPY TRANREC.
           01 ws-trans-status pic x(2).
           01 ws-receipt-status pic x(2).
           01 ws-busdate-status pic x(2).
           01 ws-runhist-status pic x(2).
           01 ws-slot pic 9(1).
           01 ws-pass pic 9(1).
           01 ws-current-datetime.
           01 ws-clean-files pic 9(1) value zero.
           01 ws-held-files pic 9(1) value zero.
           01 ws-merged-records pic 9(9) value zero.
           01 ws-held-records pic 9(9) value zero.
           01 ws-submission-id pic x(8) value spaces.
           01 ws-stats-start-date pic 9(8) value zero.
           01 ws-stats-start-time pic 9(6) value zero.
           01 ws-trans-open-flag pic x value "N".
               88 ws-trans-open value "Y".


       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO ws-current-datetime.
           MOVE ws-cdt-date TO ws-stats-start-date.
           MOVE ws-cdt-time TO ws-stats-start-time.
           PERFORM 1050-GET-PROCESSING-DATE.
           OPEN OUTPUT receipt-file.
           WRITE receipt-line FROM ws-col-header-line.
                   MOVE SPACES TO rc-reason
               ELSE
                   ADD 1 TO ws-held-files
                   ADD ws-file-records TO ws-held-records
                   MOVE "RETENIDO" TO rc-state
                   MOVE ws-hold-reason TO rc-reason
                   MOVE 8 TO RETURN-CODE
           PERFORM UNTIL ws-feed-eof
               PERFORM 8100-READ-FEED-RECORD
               IF NOT ws-feed-eof
                   IF trans-is-header AND ws-submission-id = SPACES
                       MOVE hdr-batch-id TO ws-submission-id
                   END-IF
                   WRITE trans-record FROM ws-feed-record
                   ADD 1 TO ws-merged-records
               END-IF
           CLOSE receipt-file.
           DISPLAY "recepcion de archivos: " ws-clean-files
               " limpios, " ws-held-files " retenidos".
           PERFORM 9900-WRITE-RUN-STATISTICS.

      ******************************************************************
      * Appends the run's totals to RUNHIST.DAT.  The submission id
      * is the first batch merged into TRANFILE, the same one the
      * batch run will record for it.
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
               MOVE "COLLECT" TO rst-job
               MOVE "R" TO rst-rec-type
               MOVE ws-run-date TO rst-run-date
               MOVE ws-submission-id TO rst-submission-id
               MOVE "N" TO rst-run-kind
               MOVE ws-stats-start-date TO rst-start-date
               MOVE ws-stats-start-time TO rst-start-time
               MOVE ws-cdt-date TO rst-end-date
               MOVE ws-cdt-time TO rst-end-time
               MOVE RETURN-CODE TO rst-return-code
               MOVE ws-clean-files TO rst-files-clean
               MOVE ws-held-files TO rst-files-held
               MOVE ws-merged-records TO rst-records-merged
               MOVE ws-held-records TO rst-records-held
               WRITE runhist-record
               CLOSE runhist-file
           END-IF.
       END PROGRAM sumarencobolcollect.
