      *                    file on copy-back.  The PURGPARM cutoff
      *                    is also resolved before the CLOSE, since
      *                    the FD record area is undefined after it.
      *   12-09-2026  HGM  The GRTARCH greeting archive is now under
      *                    the same retention: greetings from runs
      *                    dated before the cutoff go to GRTAARCH,
      *                    the rest to GRTAKEEP, which the JCL
      *                    reloads into a fresh cluster on a clean
      *                    run.  Counted and balanced like the other
      *                    two; PT-COUNT widened to seven digits for
      *                    the archive's volumes.
      *   14-09-2026  HGM  Every way out of the step, the fatal stops
      *                    included, now appends a STEPLOG record -
      *                    start and end time, RUNHIST, RECREJ and
      *                    GRTARCH records read, return code - for the
      *                    STEPRPT step timing and batch window report.
      ******************************************************************

       IDENTIFICATION DIVISION.
           SELECT RECRARCH-FILE ASSIGN TO "RECRARCH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RECRARCH-STATUS.
           SELECT GRTARCH-FILE ASSIGN TO "GRTARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARCH-KEY
               FILE STATUS IS GRTARCH-STATUS.
           SELECT GRTAKEEP-FILE ASSIGN TO "GRTAKEEP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GRTAKEEP-STATUS.
           SELECT GRTAARCH-FILE ASSIGN TO "GRTAARCH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GRTAARCH-STATUS.
           SELECT PURGRPT-FILE ASSIGN TO "PURGRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PURGRPT-STATUS.
       FD  RECRARCH-FILE.
       01 RECRARCH-RECORD PIC X(82).

       FD  GRTARCH-FILE.
           COPY GARCREC.

       FD  GRTAKEEP-FILE.
       01 GRTAKEEP-RECORD PIC X(150).

       FD  GRTAARCH-FILE.
       01 GRTAARCH-RECORD PIC X(150).

       FD  PURGRPT-FILE.
       01 PURGRPT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           COPY STEPREC.
       01 PURGPARM-STATUS PIC X(02).
           88 PURGPARM-OK VALUE '00'.

       01 RECRARCH-STATUS PIC X(02).
           88 RECRARCH-OK VALUE '00'.

       01 GRTARCH-STATUS PIC X(02).
           88 GRTARCH-OK VALUE '00'.
           88 GRTARCH-NOT-FOUND VALUE '35'.

       01 GRTAKEEP-STATUS PIC X(02).
           88 GRTAKEEP-OK VALUE '00'.

       01 GRTAARCH-STATUS PIC X(02).
           88 GRTAARCH-OK VALUE '00'.

       01 PURGRPT-STATUS PIC X(02).
           88 PURGRPT-OK VALUE '00'.

       01 SAL-RECREJ-EOF-SW PIC X(01) VALUE 'N'.
           88 SAL-RECREJ-EOF VALUE 'Y'.

       01 SAL-GRTARCH-EOF-SW PIC X(01) VALUE 'N'.
           88 SAL-GRTARCH-EOF VALUE 'Y'.

       01 SAL-TODAY-DATE PIC 9(08).
       01 SAL-CUTOFF-DATE PIC 9(08) VALUE ZERO.
       01 SAL-RETAIN-DAYS PIC 9(05).
       01 SAL-REJ-READ-COUNT PIC 9(05) VALUE ZERO.
       01 SAL-REJ-KEPT-COUNT PIC 9(05) VALUE ZERO.
       01 SAL-REJ-ARCH-COUNT PIC 9(05) VALUE ZERO.
      *    THE GREETING ARCHIVE HOLDS A LINE PER GREETING PER RUN,
      *    SO ITS COUNTS ARE SEVEN DIGITS.
       01 SAL-GRTA-READ-COUNT PIC 9(07) VALUE ZERO.
       01 SAL-GRTA-KEPT-COUNT PIC 9(07) VALUE ZERO.
       01 SAL-GRTA-ARCH-COUNT PIC 9(07) VALUE ZERO.
       01 SAL-BALANCE-COUNT PIC 9(07) VALUE ZERO.
       01 SAL-FINAL-RC PIC 9(02) VALUE ZERO.

       01 PURGRPT-HEADER.
           05 FILLER PIC X(42).
       01 PURGRPT-TOTAL.
           05 PT-LABEL PIC X(30).
           05 PT-COUNT PIC 9(07).
           05 FILLER PIC X(43).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 9800-START-STEP-LOG THRU 9800-START-STEP-LOG-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PURGE-RUNHIST THRU 2000-PURGE-RUNHIST-EXIT
               UNTIL SAL-RUNHIST-EOF.
           PERFORM 3000-PURGE-RECREJ THRU 3000-PURGE-RECREJ-EXIT
               UNTIL SAL-RECREJ-EOF.
           PERFORM 4000-PURGE-GRTARCH THRU 4000-PURGE-GRTARCH-EXIT
               UNTIL SAL-GRTARCH-EOF.
           PERFORM 8000-PRINT-TOTALS THRU 8000-PRINT-TOTALS-EXIT.
           CLOSE RUNHIST-FILE RUNHKEEP-FILE RUNHARCH-FILE
               RECREJ-FILE RECRKEEP-FILE RECRARCH-FILE
               GRTARCH-FILE GRTAKEEP-FILE GRTAARCH-FILE PURGRPT-FILE.
           MOVE SAL-FINAL-RC TO RETURN-CODE.
           PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
      * RUNHIST purged - but any other RECREJ open failure stops   *
      * like the rest, so a transient I/O error can never turn     *
      * into an empty keep file replacing the live rejects.        *
      * GRTARCH is treated the same way - no archive yet is not   *
      * an error, any other open failure is.                       *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT PURGRPT-FILE.
           IF NOT PURGRPT-OK
               DISPLAY 'PURGRPT OPEN ERROR - STATUS ' PURGRPT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           PERFORM 1100-READ-PURGPARM THRU 1100-READ-PURGPARM-EXIT.
           IF NOT RUNHIST-OK
               DISPLAY 'RUNHIST OPEN ERROR - STATUS ' RUNHIST-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           OPEN OUTPUT RUNHKEEP-FILE.
           IF NOT RUNHKEEP-OK
               DISPLAY 'RUNHKEEP OPEN ERROR - STATUS ' RUNHKEEP-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           OPEN OUTPUT RUNHARCH-FILE.
           IF NOT RUNHARCH-OK
               DISPLAY 'RUNHARCH OPEN ERROR - STATUS ' RUNHARCH-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           OPEN INPUT RECREJ-FILE.
                   DISPLAY 'RECREJ OPEN ERROR - STATUS '
                       RECREJ-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
                   STOP RUN
               END-IF
           END-IF.
           IF NOT RECRKEEP-OK
               DISPLAY 'RECRKEEP OPEN ERROR - STATUS ' RECRKEEP-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           OPEN OUTPUT RECRARCH-FILE.
           IF NOT RECRARCH-OK
               DISPLAY 'RECRARCH OPEN ERROR - STATUS ' RECRARCH-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           OPEN INPUT GRTARCH-FILE.
           IF GRTARCH-NOT-FOUND
               CLOSE GRTARCH-FILE
               SET SAL-GRTARCH-EOF TO TRUE
           ELSE
               IF NOT GRTARCH-OK
                   DISPLAY 'GRTARCH OPEN ERROR - STATUS '
                       GRTARCH-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT GRTAKEEP-FILE.
           IF NOT GRTAKEEP-OK
               DISPLAY 'GRTAKEEP OPEN ERROR - STATUS ' GRTAKEEP-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           OPEN OUTPUT GRTAARCH-FILE.
           IF NOT GRTAARCH-OK
               DISPLAY 'GRTAARCH OPEN ERROR - STATUS ' GRTAARCH-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           MOVE SPACES TO PURGRPT-HEADER.
           IF NOT PURGPARM-OK
               DISPLAY 'PURGPARM OPEN ERROR - STATUS ' PURGPARM-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           READ PURGPARM-FILE
               AT END
                   DISPLAY 'PURGPARM IS EMPTY - NO CUTOFF'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
                   STOP RUN
           END-READ.
      *    RESOLVE THE CUTOFF FROM THE RECORD BEFORE THE CLOSE -
           END-IF.
           DISPLAY 'PURGPARM HAS NEITHER A CUTOFF DATE NOR DAYS'.
           MOVE 16 TO RETURN-CODE.
           PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT.
           STOP RUN.
       1100-READ-PURGPARM-CLOSE.
           CLOSE PURGPARM-FILE.
               DISPLAY 'RUNHKEEP WRITE ERROR - STATUS '
                   RUNHKEEP-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           IF NOT RUNHARCH-OK
               DISPLAY 'RUNHARCH WRITE ERROR - STATUS '
                   RUNHARCH-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
       2100-CHECK-HIST-WRITES-EXIT.
               DISPLAY 'RECRKEEP WRITE ERROR - STATUS '
                   RECRKEEP-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           IF NOT RECRARCH-OK
               DISPLAY 'RECRARCH WRITE ERROR - STATUS '
                   RECRARCH-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
       3100-CHECK-REJ-WRITES-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-PURGE-GRTARCH - one greeting archive record, by the   *
      * run date it carries.  Read in key order, so the keep file  *
      * is already in the order the reload needs.                  *
      *-----------------------------------------------------------*
       4000-PURGE-GRTARCH.
           READ GRTARCH-FILE
               AT END
                   SET SAL-GRTARCH-EOF TO TRUE
                   GO TO 4000-PURGE-GRTARCH-EXIT
           END-READ.
           IF NOT GRTARCH-OK
               DISPLAY 'GRTARCH READ ERROR - STATUS ' GRTARCH-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           ADD 1 TO SAL-GRTA-READ-COUNT.
           IF ARCH-RUN-DATE IS NUMERIC
               AND ARCH-RUN-DATE >= SAL-CUTOFF-DATE
               WRITE GRTAKEEP-RECORD FROM ARCH-RECORD
               PERFORM 4100-CHECK-GRTA-WRITES THRU
                   4100-CHECK-GRTA-WRITES-EXIT
               ADD 1 TO SAL-GRTA-KEPT-COUNT
           ELSE
               WRITE GRTAARCH-RECORD FROM ARCH-RECORD
               PERFORM 4100-CHECK-GRTA-WRITES THRU
                   4100-CHECK-GRTA-WRITES-EXIT
               ADD 1 TO SAL-GRTA-ARCH-COUNT
           END-IF.
       4000-PURGE-GRTARCH-EXIT.
           EXIT.

       4100-CHECK-GRTA-WRITES.
           IF NOT GRTAKEEP-OK
               DISPLAY 'GRTAKEEP WRITE ERROR - STATUS '
                   GRTAKEEP-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           IF NOT GRTAARCH-OK
               DISPLAY 'GRTAARCH WRITE ERROR - STATUS '
                   GRTAARCH-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
       4100-CHECK-GRTA-WRITES-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-PRINT-TOTALS - before/after counts per file.  Each    *
      * file must prove kept plus archived equals read, or the     *
           MOVE 'RECREJ RECORDS ARCHIVED     : ' TO PT-LABEL.
           MOVE SAL-REJ-ARCH-COUNT TO PT-COUNT.
           WRITE PURGRPT-RECORD FROM PURGRPT-TOTAL.
           MOVE SPACES TO PURGRPT-TOTAL.
           MOVE 'GRTARCH RECORDS READ        : ' TO PT-LABEL.
           MOVE SAL-GRTA-READ-COUNT TO PT-COUNT.
           WRITE PURGRPT-RECORD FROM PURGRPT-TOTAL.
           MOVE SPACES TO PURGRPT-TOTAL.
           MOVE 'GRTARCH RECORDS KEPT        : ' TO PT-LABEL.
           MOVE SAL-GRTA-KEPT-COUNT TO PT-COUNT.
           WRITE PURGRPT-RECORD FROM PURGRPT-TOTAL.
           MOVE SPACES TO PURGRPT-TOTAL.
           MOVE 'GRTARCH RECORDS ARCHIVED    : ' TO PT-LABEL.
           MOVE SAL-GRTA-ARCH-COUNT TO PT-COUNT.
           WRITE PURGRPT-RECORD FROM PURGRPT-TOTAL.
           ADD SAL-HIST-KEPT-COUNT, SAL-HIST-ARCH-COUNT
               GIVING SAL-BALANCE-COUNT.
           IF SAL-HIST-READ-COUNT NOT = SAL-BALANCE-COUNT
                   SAL-REJ-ARCH-COUNT
               MOVE 10 TO SAL-FINAL-RC
           END-IF.
           ADD SAL-GRTA-KEPT-COUNT, SAL-GRTA-ARCH-COUNT
               GIVING SAL-BALANCE-COUNT.
           IF SAL-GRTA-READ-COUNT NOT = SAL-BALANCE-COUNT
               DISPLAY 'GRTARCH PURGE OUT OF BALANCE - READ '
                   SAL-GRTA-READ-COUNT ' KEPT '
                   SAL-GRTA-KEPT-COUNT ' ARCHIVED '
                   SAL-GRTA-ARCH-COUNT
               MOVE 10 TO SAL-FINAL-RC
           END-IF.
       8000-PRINT-TOTALS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9800-START-STEP-LOG - name the step and note when it      *
      * started, for the STEPLOG record 9900 writes on the way    *
      * out.                                                      *
      *-----------------------------------------------------------*
       9800-START-STEP-LOG.
           MOVE SPACES TO STEP-RECORD.
           MOVE 'SALPURGE' TO STEP-PROGRAM.
           MOVE ZERO TO STEP-RUN-NUMBER.
           MOVE ZERO TO STEP-RECORDS.
           ACCEPT STEP-START-DATE FROM DATE YYYYMMDD.
           ACCEPT STEP-START-TIME FROM TIME.
       9800-START-STEP-LOG-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9900-END-STEP-LOG - append this step's STEPLOG record     *
      * through the STEPLOG subprogram: the RUNHIST, RECREJ and   *
      * GRTARCH records read and the return code the step is      *
      * about to end with.  Performed ahead of every STOP RUN,    *
      * the fatal ones included, so STEPRPT sees how every run    *
      * ended.                                                    *
      *-----------------------------------------------------------*
       9900-END-STEP-LOG.
           ADD SAL-HIST-READ-COUNT SAL-REJ-READ-COUNT
               SAL-GRTA-READ-COUNT GIVING STEP-RECORDS.
           COPY STEPEND.
       9900-END-STEP-LOG-EXIT.
           EXIT.

       END PROGRAM SALPURGE.
