      *                    conversion - the same cutover that moved
      *                    RECMAINT to keyed updates and retired the
      *                    RECIPNEW/COPYBACK dance.
      *   14-09-2026  HGM  Every way out of the step, the fatal stops
      *                    included, now appends a STEPLOG record -
      *                    start and end time, old-layout records read,
      *                    return code - for the STEPRPT step timing and
      *                    batch window report.
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 CONVRPT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           COPY STEPREC.
       01 RECIPOLD-STATUS PIC X(02).
           88 RECIPOLD-OK VALUE '00'.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 9800-START-STEP-LOG THRU 9800-START-STEP-LOG-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-LOAD-RECIPIENT THRU 2000-LOAD-RECIPIENT-EXIT
               UNTIL SAL-RECIPOLD-EOF.
               MOVE 4 TO SAL-FINAL-RC
           END-IF.
           MOVE SAL-FINAL-RC TO RETURN-CODE.
           PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
           IF NOT CONVRPT-OK
               DISPLAY 'CONVRPT OPEN ERROR - STATUS ' CONVRPT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           OPEN INPUT RECIPOLD-FILE.
           IF NOT RECIPOLD-OK
               DISPLAY 'RECIPOLD OPEN ERROR - STATUS ' RECIPOLD-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           OPEN OUTPUT RECIPS-FILE.
           IF NOT RECIPS-OK
               DISPLAY 'RECIPS OPEN ERROR - STATUS ' RECIPS-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           MOVE SPACES TO CONVRPT-HEADER.
               DISPLAY 'RECIPS WRITE ERROR - STATUS ' RECIPS-STATUS
                   ' AT ID ' OLD-RECIP-ID
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           ADD 1 TO SAL-LOADED-COUNT.
       8000-PRINT-TOTALS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9800-START-STEP-LOG - name the step and note when it      *
      * started, for the STEPLOG record 9900 writes on the way    *
      * out.                                                      *
      *-----------------------------------------------------------*
       9800-START-STEP-LOG.
           MOVE SPACES TO STEP-RECORD.
           MOVE 'RECCONV' TO STEP-PROGRAM.
           MOVE ZERO TO STEP-RUN-NUMBER.
           MOVE ZERO TO STEP-RECORDS.
           ACCEPT STEP-START-DATE FROM DATE YYYYMMDD.
           ACCEPT STEP-START-TIME FROM TIME.
       9800-START-STEP-LOG-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9900-END-STEP-LOG - append this step's STEPLOG record     *
      * through the STEPLOG subprogram: the old-layout records    *
      * read and the return code the step is about to end with.   *
      * Performed ahead of every STOP RUN, the fatal ones         *
      * included, so STEPRPT sees how every run ended.            *
      *-----------------------------------------------------------*
       9900-END-STEP-LOG.
           MOVE SAL-READ-COUNT TO STEP-RECORDS.
           COPY STEPEND.
       9900-END-STEP-LOG-EXIT.
           EXIT.

       END PROGRAM RECCONV.
