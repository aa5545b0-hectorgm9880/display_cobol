      *                    journal that cannot be opened or written
      *                    stops the run - an unjournalled update
      *                    has no recovery story.
      *   14-09-2026  HGM  Every way out of the step, the fatal stops
      *                    included, now appends a STEPLOG record -
      *                    start and end time, transactions read, return
      *                    code - for the STEPRPT step timing and batch
      *                    window report.
      ******************************************************************

       IDENTIFICATION DIVISION.
           COPY RECJREC.

       WORKING-STORAGE SECTION.
           COPY STEPREC.
       01 RECIPS-STATUS PIC X(02).
           88 RECIPS-OK VALUE '00'.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 9800-START-STEP-LOG THRU 9800-START-STEP-LOG-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-APPLY-TRAN THRU 2000-APPLY-TRAN-EXIT
               UNTIL SAL-RECTRAN-EOF.
           IF SAL-TRANS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
           IF NOT RECIPS-OK
               DISPLAY 'RECIPS OPEN ERROR - STATUS ' RECIPS-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           OPEN INPUT RECTRAN-FILE.
           IF NOT RECTRAN-OK
               DISPLAY 'RECTRAN OPEN ERROR - STATUS ' RECTRAN-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           OPEN OUTPUT RECMRPT-FILE.
           IF NOT RECMRPT-OK
               DISPLAY 'RECMRPT OPEN ERROR - STATUS ' RECMRPT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           OPEN EXTEND RECJRNL-FILE.
           IF NOT RECJRNL-OK
               DISPLAY 'RECJRNL OPEN ERROR - STATUS ' RECJRNL-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           ACCEPT SAL-RUN-DATE FROM DATE YYYYMMDD.
               DISPLAY 'RECIPS I-O ERROR - STATUS ' RECIPS-STATUS
                   ' AT ID ' RTRAN-ID
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
       3200-CHECK-MASTER-IO-EXIT.
           IF NOT RECJRNL-OK
               DISPLAY 'RECJRNL WRITE ERROR - STATUS ' RECJRNL-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
       7000-WRITE-JOURNAL-EXIT.
       8000-PRINT-TOTALS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9800-START-STEP-LOG - name the step and note when it      *
      * started, for the STEPLOG record 9900 writes on the way    *
      * out.                                                      *
      *-----------------------------------------------------------*
       9800-START-STEP-LOG.
           MOVE SPACES TO STEP-RECORD.
           MOVE 'RECMAINT' TO STEP-PROGRAM.
           MOVE ZERO TO STEP-RUN-NUMBER.
           MOVE ZERO TO STEP-RECORDS.
           ACCEPT STEP-START-DATE FROM DATE YYYYMMDD.
           ACCEPT STEP-START-TIME FROM TIME.
       9800-START-STEP-LOG-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9900-END-STEP-LOG - append this step's STEPLOG record     *
      * through the STEPLOG subprogram: the transactions read and *
      * the return code the step is about to end with.  Performed *
      * ahead of every STOP RUN, the fatal ones included, so      *
      * STEPRPT sees how every run ended.                         *
      *-----------------------------------------------------------*
       9900-END-STEP-LOG.
           MOVE SAL-TRANS-READ-COUNT TO STEP-RECORDS.
           COPY STEPEND.
       9900-END-STEP-LOG-EXIT.
           EXIT.

       END PROGRAM RECMAINT.
