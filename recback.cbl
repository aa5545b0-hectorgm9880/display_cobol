      *   02-09-2026  HGM  The BACKPARM fields are validated and
      *                    captured before the CLOSE - the FD
      *                    record area is undefined after it.
      *   14-09-2026  HGM  Every way out of the step, the fatal stops
      *                    included, now appends a STEPLOG record -
      *                    start and end time, journal records read,
      *                    return code - for the STEPRPT step timing and
      *                    batch window report.
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 BACKRPT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           COPY STEPREC.
      *    THE BEFORE-IMAGE IS PARSED THROUGH THE MASTER LAYOUT TO
      *    REBUILD THE FIELD VALUES A REVERSING ADD OR CHANGE
      *    CARRIES.
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 9800-START-STEP-LOG THRU 9800-START-STEP-LOG-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-LOAD-JOURNAL THRU 2000-LOAD-JOURNAL-EXIT
               UNTIL SAL-RECJRNL-EOF.
           PERFORM 8000-PRINT-TOTALS THRU 8000-PRINT-TOTALS-EXIT.
           CLOSE RECJRNL-FILE RECTOUT-FILE BACKRPT-FILE.
           MOVE SAL-FINAL-RC TO RETURN-CODE.
           PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
           IF NOT BACKRPT-OK
               DISPLAY 'BACKRPT OPEN ERROR - STATUS ' BACKRPT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           OPEN INPUT BACKPARM-FILE.
           IF NOT BACKPARM-OK
               DISPLAY 'BACKPARM OPEN ERROR - STATUS ' BACKPARM-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           READ BACKPARM-FILE
               AT END
                   DISPLAY 'BACKPARM IS EMPTY - NO RUN NAMED'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
                   STOP RUN
           END-READ.
      *    VALIDATE AND CAPTURE THE PARAMETER FIELDS BEFORE THE
           IF BP-RUN-DATE IS NOT NUMERIC
               DISPLAY 'BACKPARM RUN DATE IS NOT A DATE'
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           MOVE BP-RUN-DATE TO SAL-BACK-RUN-DATE.
           IF NOT RECJRNL-OK
               DISPLAY 'RECJRNL OPEN ERROR - STATUS ' RECJRNL-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           OPEN OUTPUT RECTOUT-FILE.
           IF NOT RECTOUT-OK
               DISPLAY 'RECTOUT OPEN ERROR - STATUS ' RECTOUT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           MOVE SPACES TO BACKRPT-DETAIL.
           IF SAL-JT-COUNT = 2000
               DISPLAY 'JOURNAL TABLE FULL AT 2000 ENTRIES'
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           ADD 1 TO SAL-JT-COUNT.
           IF NOT RECTOUT-OK
               DISPLAY 'RECTOUT WRITE ERROR - STATUS ' RECTOUT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           ADD 1 TO SAL-GENERATED-COUNT.
       8000-PRINT-TOTALS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9800-START-STEP-LOG - name the step and note when it      *
      * started, for the STEPLOG record 9900 writes on the way    *
      * out.                                                      *
      *-----------------------------------------------------------*
       9800-START-STEP-LOG.
           MOVE SPACES TO STEP-RECORD.
           MOVE 'RECBACK' TO STEP-PROGRAM.
           MOVE ZERO TO STEP-RUN-NUMBER.
           MOVE ZERO TO STEP-RECORDS.
           ACCEPT STEP-START-DATE FROM DATE YYYYMMDD.
           ACCEPT STEP-START-TIME FROM TIME.
       9800-START-STEP-LOG-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9900-END-STEP-LOG - append this step's STEPLOG record     *
      * through the STEPLOG subprogram: the journal records read  *
      * and the return code the step is about to end with.        *
      * Performed ahead of every STOP RUN, the fatal ones         *
      * included, so STEPRPT sees how every run ended.            *
      *-----------------------------------------------------------*
       9900-END-STEP-LOG.
           MOVE SAL-JRNL-READ-COUNT TO STEP-RECORDS.
           COPY STEPEND.
       9900-END-STEP-LOG-EXIT.
           EXIT.

       END PROGRAM RECBACK.
