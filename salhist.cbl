      *                    event-greeting day and 'F' for the full
      *                    list - so the small occasion runs are
      *                    tellable from the nightly at a glance.
      *   14-09-2026  HGM  Every way out of the step, the fatal stops
      *                    included, now appends a STEPLOG record -
      *                    start and end time, runs reported, return
      *                    code - for the STEPRPT step timing and batch
      *                    window report.
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 HISTRPT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           COPY STEPREC.
       01 HISTPARM-STATUS PIC X(02).
           88 HISTPARM-OK VALUE '00'.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 9800-START-STEP-LOG THRU 9800-START-STEP-LOG-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PRINT-RUN THRU 2000-PRINT-RUN-EXIT
               UNTIL SAL-RUNHIST-EOF.
           PERFORM 8000-PRINT-TOTALS THRU 8000-PRINT-TOTALS-EXIT.
           CLOSE RUNHIST-FILE HISTRPT-FILE.
           PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
           IF NOT HISTRPT-OK
               DISPLAY 'HISTRPT OPEN ERROR - STATUS ' HISTRPT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           ACCEPT SAL-REPORT-DATE FROM DATE YYYYMMDD.
       8000-PRINT-TOTALS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9800-START-STEP-LOG - name the step and note when it      *
      * started, for the STEPLOG record 9900 writes on the way    *
      * out.                                                      *
      *-----------------------------------------------------------*
       9800-START-STEP-LOG.
           MOVE SPACES TO STEP-RECORD.
           MOVE 'SALHIST' TO STEP-PROGRAM.
           MOVE ZERO TO STEP-RUN-NUMBER.
           MOVE ZERO TO STEP-RECORDS.
           ACCEPT STEP-START-DATE FROM DATE YYYYMMDD.
           ACCEPT STEP-START-TIME FROM TIME.
       9800-START-STEP-LOG-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9900-END-STEP-LOG - append this step's STEPLOG record     *
      * through the STEPLOG subprogram: the runs reported and the *
      * return code the step is about to end with.  Performed     *
      * ahead of every STOP RUN, the fatal ones included, so      *
      * STEPRPT sees how every run ended.                         *
      *-----------------------------------------------------------*
       9900-END-STEP-LOG.
           MOVE SAL-RUNS-COUNT TO STEP-RECORDS.
           COPY STEPEND.
       9900-END-STEP-LOG-EXIT.
           EXIT.

       END PROGRAM SALHIST.
