      ******************************************************************
      * Author: Hector gm
      * Date:  13-09-2026
      * Purpose: Print-channel fallback for recipients whose
      *          electronic greetings keep failing.  Reads the
      *          DLVHIST delivery history SALACK keeps by RECIP-ID
      *          and, for every recipient whose consecutive failed
      *          or unacknowledged greetings have reached the
      *          threshold on FALLPARM, proposes a RECTRAN change on
      *          RECTOUT moving RECIP-CHANNEL from 'E' or 'B' to
      *          'P', for the normal RECMAINT job to apply and
      *          journal.  FALLRPT lists every recipient switched -
      *          with the failure run and the last good delivery -
      *          for the e-delivery team, and any recipient over the
      *          threshold who is no longer on RECIPS.  The history
      *          is stamped with the fallback date, and a later
      *          delivery clears it; a stamped recipient the master
      *          still shows on 'E' or 'B' - the RECTOUT generation
      *          was never applied - is proposed again.
      *          The counts must balance or the job ends RC 10;
      *          RC 4 means recipients over the threshold were not
      *          on the master.
      * Tectonics:
      *
      * Modification History:
      *   13-09-2026  HGM  Original version, alongside the DLVHIST
      *                    history posting added to SALACK the same
      *                    day.
      *   14-09-2026  HGM  Every way out of the step, the fatal stops
      *                    included, now appends a STEPLOG record -
      *                    start and end time, DLVHIST records read,
      *                    return code - for the STEPRPT step timing and
      *                    batch window report.
      *   15-10-2026  HGM  The fallback date no longer skips the
      *                    recipient before RECIPS is read.  It counts
      *                    as switched on an earlier run only when the
      *                    master is already on 'P'; a recipient still
      *                    on 'E' or 'B' is proposed again, so a
      *                    RECTOUT generation that was never applied
      *                    does not lose the switch for good.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALFALLB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FALLPARM-FILE ASSIGN TO "FALLPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FALLPARM-STATUS.
           SELECT DLVHIST-FILE ASSIGN TO "DLVHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DLVH-RECIP-ID
               FILE STATUS IS DLVHIST-STATUS.
           SELECT RECIPS-FILE ASSIGN TO "RECIPS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RECIP-ID
               FILE STATUS IS RECIPS-STATUS.
           SELECT RECTOUT-FILE ASSIGN TO "RECTOUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RECTOUT-STATUS.
           SELECT FALLRPT-FILE ASSIGN TO "FALLRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FALLRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FALLPARM-FILE.
       01 FALLPARM-RECORD.
           05 FP-THRESHOLD PIC X(03).
           05 FILLER PIC X(77).

       FD  DLVHIST-FILE.
           COPY DLVHREC.

       FD  RECIPS-FILE.
           COPY RECIPREC.

       FD  RECTOUT-FILE.
           COPY RECTREC.

       FD  FALLRPT-FILE.
       01 FALLRPT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           COPY STEPREC.
       01 FALLPARM-STATUS PIC X(02).
           88 FALLPARM-OK VALUE '00'.

       01 DLVHIST-STATUS PIC X(02).
           88 DLVHIST-OK VALUE '00'.

       01 RECIPS-STATUS PIC X(02).
           88 RECIPS-OK VALUE '00'.

       01 RECTOUT-STATUS PIC X(02).
           88 RECTOUT-OK VALUE '00'.

       01 FALLRPT-STATUS PIC X(02).
           88 FALLRPT-OK VALUE '00'.

       01 SAL-DLVHIST-EOF-SW PIC X(01) VALUE 'N'.
           88 SAL-DLVHIST-EOF VALUE 'Y'.

       01 SAL-MASTER-FOUND-SW PIC X(01).
           88 SAL-MASTER-FOUND VALUE 'Y'.

       01 SAL-THRESHOLD PIC 9(03) VALUE ZERO.
       01 SAL-RUN-DATE PIC X(08).

      *    EVERY HISTORY RECORD READ LANDS IN EXACTLY ONE OF THE
      *    FIVE DISPOSITION COUNTS 8000 BALANCES.
       01 SAL-HIST-READ-COUNT PIC 9(05) VALUE ZERO.
       01 SAL-BELOW-COUNT PIC 9(05) VALUE ZERO.
       01 SAL-PROPOSED-COUNT PIC 9(05) VALUE ZERO.
       01 SAL-ALREADY-PRINT-COUNT PIC 9(05) VALUE ZERO.
       01 SAL-NOT-FOUND-COUNT PIC 9(05) VALUE ZERO.
       01 SAL-SWITCHED-COUNT PIC 9(05) VALUE ZERO.
       01 SAL-BALANCE-COUNT PIC 9(05) VALUE ZERO.
       01 SAL-FINAL-RC PIC 9(02) VALUE ZERO.

       01 FALLRPT-HEADER.
           05 FH-LABEL PIC X(60).
           05 FILLER PIC X(20).
      *    COLUMN HEADINGS LAID OUT FIELD BY FIELD OVER THE
      *    DETAIL LINE BELOW.
       01 FALLRPT-COLUMNS.
           05 FC-ID-LABEL PIC X(05).
           05 FILLER PIC X(02).
           05 FC-NAME-LABEL PIC X(22).
           05 FILLER PIC X(02).
           05 FC-CHAN-LABEL PIC X(06).
           05 FILLER PIC X(02).
           05 FC-FAILS-LABEL PIC X(03).
           05 FILLER PIC X(02).
           05 FC-FIRST-LABEL PIC X(08).
           05 FILLER PIC X(02).
           05 FC-LAST-LABEL PIC X(08).
           05 FILLER PIC X(02).
           05 FC-NOTE-LABEL PIC X(16).
       01 FALLRPT-DETAIL.
           05 FL-ID PIC X(05).
           05 FILLER PIC X(02).
           05 FL-NAME PIC X(22).
           05 FILLER PIC X(02).
           05 FL-OLD-CHANNEL PIC X(01).
           05 FL-ARROW PIC X(04).
           05 FL-NEW-CHANNEL PIC X(01).
           05 FILLER PIC X(02).
           05 FL-FAILS PIC ZZ9.
           05 FILLER PIC X(02).
           05 FL-FIRST-FAIL PIC X(08).
           05 FILLER PIC X(02).
           05 FL-LAST-DELIVERED PIC X(08).
           05 FILLER PIC X(02).
           05 FL-NOTE PIC X(16).
       01 FALLRPT-TOTAL.
           05 FT-LABEL PIC X(30).
           05 FT-COUNT PIC 9(05).
           05 FILLER PIC X(45).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 9800-START-STEP-LOG THRU 9800-START-STEP-LOG-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-CHECK-RECIPIENT THRU 2000-CHECK-RECIPIENT-EXIT
               UNTIL SAL-DLVHIST-EOF.
           PERFORM 8000-PRINT-TOTALS THRU 8000-PRINT-TOTALS-EXIT.
           CLOSE DLVHIST-FILE RECIPS-FILE RECTOUT-FILE FALLRPT-FILE.
           IF SAL-NOT-FOUND-COUNT > ZERO AND SAL-FINAL-RC < 4
               MOVE 4 TO SAL-FINAL-RC
           END-IF.
           MOVE SAL-FINAL-RC TO RETURN-CODE.
           PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - read the threshold and open the files.   *
      * A missing or unusable threshold, or any file that will     *
      * not open, stops the run RC 16 before a transaction is      *
      * proposed.                                                  *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT FALLRPT-FILE.
           IF NOT FALLRPT-OK
               DISPLAY 'FALLRPT OPEN ERROR - STATUS ' FALLRPT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           PERFORM 1100-READ-FALLPARM THRU 1100-READ-FALLPARM-EXIT.
           ACCEPT SAL-RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O DLVHIST-FILE.
           IF NOT DLVHIST-OK
               DISPLAY 'DLVHIST OPEN ERROR - STATUS ' DLVHIST-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           OPEN INPUT RECIPS-FILE.
           IF NOT RECIPS-OK
               DISPLAY 'RECIPS OPEN ERROR - STATUS ' RECIPS-STATUS
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
           MOVE SPACES TO FALLRPT-HEADER.
           MOVE 'DELIVERY FALLBACK TO PRINT - PROPOSED RECTRAN'
               TO FH-LABEL.
           WRITE FALLRPT-RECORD FROM FALLRPT-HEADER.
           MOVE SPACES TO FALLRPT-COLUMNS.
           MOVE 'ID' TO FC-ID-LABEL.
           MOVE 'NAME' TO FC-NAME-LABEL.
           MOVE 'CHANGE' TO FC-CHAN-LABEL.
           MOVE 'FLS' TO FC-FAILS-LABEL.
           MOVE '1ST FAIL' TO FC-FIRST-LABEL.
           MOVE 'LAST DLV' TO FC-LAST-LABEL.
           MOVE 'NOTE' TO FC-NOTE-LABEL.
           WRITE FALLRPT-RECORD FROM FALLRPT-COLUMNS.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-READ-FALLPARM - the number of consecutive failed or   *
      * unacknowledged greetings that moves a recipient to print.  *
      *-----------------------------------------------------------*
       1100-READ-FALLPARM.
           OPEN INPUT FALLPARM-FILE.
           IF NOT FALLPARM-OK
               DISPLAY 'FALLPARM OPEN ERROR - STATUS ' FALLPARM-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           READ FALLPARM-FILE
               AT END
                   DISPLAY 'FALLPARM IS EMPTY - NO THRESHOLD'
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
                   STOP RUN
           END-READ.
           IF FP-THRESHOLD IS NUMERIC
               MOVE FP-THRESHOLD TO SAL-THRESHOLD
           END-IF.
           CLOSE FALLPARM-FILE.
           IF SAL-THRESHOLD = ZERO
               DISPLAY 'FALLPARM THRESHOLD MUST BE 001-999'
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
       1100-READ-FALLPARM-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-CHECK-RECIPIENT - one history record.  Under the      *
      * threshold it is left alone.  Otherwise the recipient is    *
      * looked up on RECIPS: one not on the master is reported,    *
      * one already on print needs nothing - counted as switched   *
      * on an earlier run if the history carries a fallback date - *
      * and anyone else is switched, again if an earlier proposal  *
      * was never applied.  The history is in RECIP-ID order, so   *
      * RECTOUT is too.                                            *
      *-----------------------------------------------------------*
       2000-CHECK-RECIPIENT.
           READ DLVHIST-FILE NEXT RECORD
               AT END
                   SET SAL-DLVHIST-EOF TO TRUE
                   GO TO 2000-CHECK-RECIPIENT-EXIT
           END-READ.
           IF NOT DLVHIST-OK
               DISPLAY 'DLVHIST READ ERROR - STATUS ' DLVHIST-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           ADD 1 TO SAL-HIST-READ-COUNT.
           IF DLVH-CONSEC-FAILS < SAL-THRESHOLD
               ADD 1 TO SAL-BELOW-COUNT
               GO TO 2000-CHECK-RECIPIENT-EXIT
           END-IF.
           MOVE DLVH-RECIP-ID TO RECIP-ID.
           READ RECIPS-FILE
               INVALID KEY
                   MOVE 'N' TO SAL-MASTER-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO SAL-MASTER-FOUND-SW
           END-READ.
           IF NOT SAL-MASTER-FOUND
               ADD 1 TO SAL-NOT-FOUND-COUNT
               MOVE SPACES TO FALLRPT-DETAIL
               MOVE 'NOT ON RECIPS' TO FL-NOTE
               PERFORM 6000-REPORT-RECIPIENT THRU
                   6000-REPORT-RECIPIENT-EXIT
               GO TO 2000-CHECK-RECIPIENT-EXIT
           END-IF.
           IF RECIP-CHAN-PRINT
               IF DLVH-FALLBACK-DATE NOT = SPACES
                   ADD 1 TO SAL-PROPOSED-COUNT
               ELSE
                   ADD 1 TO SAL-ALREADY-PRINT-COUNT
               END-IF
               GO TO 2000-CHECK-RECIPIENT-EXIT
           END-IF.
           PERFORM 4000-PROPOSE-SWITCH THRU 4000-PROPOSE-SWITCH-EXIT.
       2000-CHECK-RECIPIENT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-PROPOSE-SWITCH - a channel-only change to 'P' (blank  *
      * fields on a RECMAINT change leave the master alone), the   *
      * report line, and the fallback date on the history.  A      *
      * recipient already stamped was proposed before and is still *
      * not on print, so the line says it is proposed again.       *
      *-----------------------------------------------------------*
       4000-PROPOSE-SWITCH.
           MOVE SPACES TO RTRAN-RECORD.
           MOVE 'C' TO RTRAN-ACTION.
           MOVE RECIP-ID TO RTRAN-ID.
           MOVE 'P' TO RTRAN-CHANNEL.
           WRITE RTRAN-RECORD.
           IF NOT RECTOUT-OK
               DISPLAY 'RECTOUT WRITE ERROR - STATUS ' RECTOUT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           ADD 1 TO SAL-SWITCHED-COUNT.
           MOVE SPACES TO FALLRPT-DETAIL.
           IF RECIP-CHANNEL = SPACES
               MOVE 'B' TO FL-OLD-CHANNEL
           ELSE
               MOVE RECIP-CHANNEL TO FL-OLD-CHANNEL
           END-IF.
           MOVE ' TO ' TO FL-ARROW.
           MOVE 'P' TO FL-NEW-CHANNEL.
           IF DLVH-FALLBACK-DATE NOT = SPACES
               MOVE 'PROPOSED AGAIN' TO FL-NOTE
           END-IF.
           PERFORM 6000-REPORT-RECIPIENT THRU
               6000-REPORT-RECIPIENT-EXIT.
           MOVE SAL-RUN-DATE TO DLVH-FALLBACK-DATE.
           REWRITE DLVH-RECORD.
           IF NOT DLVHIST-OK
               DISPLAY 'DLVHIST REWRITE ERROR - STATUS '
                   DLVHIST-STATUS ' FOR ' DLVH-RECIP-ID
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
       4000-PROPOSE-SWITCH-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-REPORT-RECIPIENT - finish and print the report line   *
      * for the history record in hand.                            *
      *-----------------------------------------------------------*
       6000-REPORT-RECIPIENT.
           MOVE DLVH-RECIP-ID TO FL-ID.
           MOVE DLVH-NAME TO FL-NAME.
           MOVE DLVH-CONSEC-FAILS TO FL-FAILS.
           MOVE DLVH-FIRST-FAIL-DATE TO FL-FIRST-FAIL.
           IF DLVH-LAST-DELIVERED-DATE = SPACES
               MOVE 'NEVER' TO FL-LAST-DELIVERED
           ELSE
               MOVE DLVH-LAST-DELIVERED-DATE TO FL-LAST-DELIVERED
           END-IF.
           WRITE FALLRPT-RECORD FROM FALLRPT-DETAIL.
           IF NOT FALLRPT-OK
               DISPLAY 'FALLRPT WRITE ERROR - STATUS ' FALLRPT-STATUS
           END-IF.
       6000-REPORT-RECIPIENT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-PRINT-TOTALS - control totals.  HISTORY RECORDS READ  *
      * must equal the five dispositions, or the job ends RC 10    *
      * and RECTOUT should not be applied.                         *
      *-----------------------------------------------------------*
       8000-PRINT-TOTALS.
           MOVE SPACES TO FALLRPT-RECORD.
           WRITE FALLRPT-RECORD.
           MOVE SPACES TO FALLRPT-TOTAL.
           MOVE 'FAILURE THRESHOLD         : ' TO FT-LABEL.
           MOVE SAL-THRESHOLD TO FT-COUNT.
           WRITE FALLRPT-RECORD FROM FALLRPT-TOTAL.
           MOVE SPACES TO FALLRPT-TOTAL.
           MOVE 'HISTORY RECORDS READ      : ' TO FT-LABEL.
           MOVE SAL-HIST-READ-COUNT TO FT-COUNT.
           WRITE FALLRPT-RECORD FROM FALLRPT-TOTAL.
           MOVE SPACES TO FALLRPT-TOTAL.
           MOVE 'BELOW THRESHOLD           : ' TO FT-LABEL.
           MOVE SAL-BELOW-COUNT TO FT-COUNT.
           WRITE FALLRPT-RECORD FROM FALLRPT-TOTAL.
           MOVE SPACES TO FALLRPT-TOTAL.
           MOVE 'SWITCHED ON AN EARLIER RUN: ' TO FT-LABEL.
           MOVE SAL-PROPOSED-COUNT TO FT-COUNT.
           WRITE FALLRPT-RECORD FROM FALLRPT-TOTAL.
           MOVE SPACES TO FALLRPT-TOTAL.
           MOVE 'ALREADY ON PRINT          : ' TO FT-LABEL.
           MOVE SAL-ALREADY-PRINT-COUNT TO FT-COUNT.
           WRITE FALLRPT-RECORD FROM FALLRPT-TOTAL.
           MOVE SPACES TO FALLRPT-TOTAL.
           MOVE 'NOT ON RECIPS             : ' TO FT-LABEL.
           MOVE SAL-NOT-FOUND-COUNT TO FT-COUNT.
           WRITE FALLRPT-RECORD FROM FALLRPT-TOTAL.
           MOVE SPACES TO FALLRPT-TOTAL.
           MOVE 'SWITCHED TO PRINT         : ' TO FT-LABEL.
           MOVE SAL-SWITCHED-COUNT TO FT-COUNT.
           WRITE FALLRPT-RECORD FROM FALLRPT-TOTAL.
           ADD SAL-BELOW-COUNT, SAL-PROPOSED-COUNT,
               SAL-ALREADY-PRINT-COUNT, SAL-NOT-FOUND-COUNT,
               SAL-SWITCHED-COUNT
               GIVING SAL-BALANCE-COUNT.
           IF SAL-HIST-READ-COUNT NOT = SAL-BALANCE-COUNT
               DISPLAY 'FALLBACK COUNTS OUT OF BALANCE - READ '
                   SAL-HIST-READ-COUNT ' ACCOUNTED FOR '
                   SAL-BALANCE-COUNT
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
           MOVE 'SALFALLB' TO STEP-PROGRAM.
           MOVE ZERO TO STEP-RUN-NUMBER.
           MOVE ZERO TO STEP-RECORDS.
           ACCEPT STEP-START-DATE FROM DATE YYYYMMDD.
           ACCEPT STEP-START-TIME FROM TIME.
       9800-START-STEP-LOG-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9900-END-STEP-LOG - append this step's STEPLOG record     *
      * through the STEPLOG subprogram: the DLVHIST records read  *
      * and the return code the step is about to end with.        *
      * Performed ahead of every STOP RUN, the fatal ones         *
      * included, so STEPRPT sees how every run ended.            *
      *-----------------------------------------------------------*
       9900-END-STEP-LOG.
           MOVE SAL-HIST-READ-COUNT TO STEP-RECORDS.
           COPY STEPEND.
       9900-END-STEP-LOG-EXIT.
           EXIT.

       END PROGRAM SALFALLB.
