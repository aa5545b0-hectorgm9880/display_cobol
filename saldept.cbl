      *                    NOEVENT column, ACTIVE includes those
      *                    recipients, and an occasion day still
      *                    ties back to its RUNHIST record.
      *   14-09-2026  HGM  Every way out of the step, the fatal stops
      *                    included, now appends a STEPLOG record -
      *                    start and end time, GREETSTA records read,
      *                    return code - for the STEPRPT step timing and
      *                    batch window report.
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 DEPTRPT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           COPY STEPREC.
       01 GREETSTA-STATUS PIC X(02).
           88 GREETSTA-OK VALUE '00'.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 9800-START-STEP-LOG THRU 9800-START-STEP-LOG-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-LOAD-STAT THRU 2000-LOAD-STAT-EXIT
               UNTIL SAL-GREETSTA-EOF.
           PERFORM 8500-TIE-TO-RUNHIST THRU 8500-TIE-TO-RUNHIST-EXIT.
           CLOSE GREETSTA-FILE DEPTRPT-FILE.
           MOVE SAL-FINAL-RC TO RETURN-CODE.
           PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
           IF NOT DEPTRPT-OK
               DISPLAY 'DEPTRPT OPEN ERROR - STATUS ' DEPTRPT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           OPEN INPUT GREETSTA-FILE.
           IF NOT GREETSTA-OK
               DISPLAY 'GREETSTA OPEN ERROR - STATUS ' GREETSTA-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
       1000-INITIALIZE-EXIT.
           IF SAL-LS-COUNT = 200
               DISPLAY 'DEPARTMENT/LANGUAGE TABLE FULL AT 200'
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           ADD 1 TO SAL-LS-COUNT.
           IF SAL-DS-COUNT = 50
               DISPLAY 'DEPARTMENT TABLE FULL AT 50'
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           ADD 1 TO SAL-DS-COUNT.
       8510-READ-HISTORY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9800-START-STEP-LOG - name the step and note when it      *
      * started, for the STEPLOG record 9900 writes on the way    *
      * out.                                                      *
      *-----------------------------------------------------------*
       9800-START-STEP-LOG.
           MOVE SPACES TO STEP-RECORD.
           MOVE 'SALDEPT' TO STEP-PROGRAM.
           MOVE ZERO TO STEP-RUN-NUMBER.
           MOVE ZERO TO STEP-RECORDS.
           ACCEPT STEP-START-DATE FROM DATE YYYYMMDD.
           ACCEPT STEP-START-TIME FROM TIME.
       9800-START-STEP-LOG-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9900-END-STEP-LOG - append this step's STEPLOG record     *
      * through the STEPLOG subprogram: the GREETSTA records read *
      * and the return code the step is about to end with.        *
      * Performed ahead of every STOP RUN, the fatal ones         *
      * included, so STEPRPT sees how every run ended.            *
      *-----------------------------------------------------------*
       9900-END-STEP-LOG.
           MOVE SAL-STATS-READ-COUNT TO STEP-RECORDS.
           MOVE SAL-RUN-NUMBER TO STEP-RUN-NUMBER.
           COPY STEPEND.
       9900-END-STEP-LOG-EXIT.
           EXIT.

       END PROGRAM SALDEPT.
