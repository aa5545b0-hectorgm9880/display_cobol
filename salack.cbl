      *                    an electronic resend, so the retry trailer
      *                    carries the retry count as its electronic
      *                    count and zero for print.
      *   13-09-2026  HGM  Every outcome is now also posted to the
      *                    indexed DLVHIST delivery history by the
      *                    detail's new XD-RECIP-ID: a delivery
      *                    clears the recipient's consecutive
      *                    failures and stamps the last-delivered
      *                    date, a failure or missing ack adds one
      *                    to the run.  SALFALLB reads the history
      *                    to move the recipients who keep failing
      *                    to print.  The same greeting matched a
      *                    second time is not counted again.
      *   14-09-2026  HGM  Every way out of the step, the fatal stops
      *                    included, now appends a STEPLOG record -
      *                    start and end time, extract details plus
      *                    acknowledgements read, return code - for the
      *                    STEPRPT step timing and batch window report.
      *   15-09-2026  HGM  The 2000-entry detail table is gone: the
      *                    extract details and the acknowledgements
      *                    are each sorted on name and run date/time
      *                    (extract or ack order kept within a key)
      *                    and matched sequentially, so the day's
      *                    extract has no size limit.  Pairing within
      *                    a key is unchanged - the first ack still
      *                    takes the first detail - but the report
      *                    and the retry extract now come out in name
      *                    order rather than file order.
      *   15-10-2026  HGM  A late delivery of a greeting already
      *                    posted to DLVHIST as failed or unacknowledged
      *                    takes that failure back off the lifetime
      *                    failed total, so one greeting is not counted
      *                    as both delivered and failed.
      ******************************************************************

       IDENTIFICATION DIVISION.
           SELECT RETRYEXT-FILE ASSIGN TO "RETRYEXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RETRYEXT-STATUS.
           SELECT DLVHIST-FILE ASSIGN TO "DLVHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DLVH-RECIP-ID
               FILE STATUS IS DLVHIST-STATUS.
           SELECT DELVRPT-FILE ASSIGN TO "DELVRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DELVRPT-STATUS.
           SELECT DTLWORK-FILE ASSIGN TO "DTLWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DTLWORK-STATUS.
           SELECT DTLSORT-FILE ASSIGN TO "SORTWK01".
           SELECT ACKSORT-FILE ASSIGN TO "SORTWK02".
       DATA DIVISION.
       FILE SECTION.
       FD  GREETEXT-FILE.
       FD  RETRYEXT-FILE.
       01 RETRYEXT-RECORD PIC X(110).

       FD  DLVHIST-FILE.
           COPY DLVHREC.

       FD  DELVRPT-FILE.
       01 DELVRPT-RECORD PIC X(80).

      *    THE EXTRACT DETAILS IN MATCH ORDER - WRITTEN BY THE
      *    DETAIL SORT, READ BACK AGAINST THE SORTED ACKS.  EACH
      *    KEEPS ITS FULL RECORD IMAGE SO A RETRY WRITES THE DETAIL
      *    BACK EXACTLY AS THE RUN PRODUCED IT.
       FD  DTLWORK-FILE.
       01 DTLWORK-RECORD.
           05 DW-MATCH-KEY.
               10 DW-NAME PIC X(22).
               10 DW-RUN-DATE PIC X(08).
               10 DW-RUN-TIME PIC X(08).
           05 DW-SEQUENCE PIC 9(07).
           05 DW-RECIP-ID PIC X(05).
           05 DW-IMAGE PIC X(110).

      *    THE SEQUENCE NUMBER IS THE DETAIL'S POSITION ON THE
      *    EXTRACT, SO DETAILS WITH THE SAME NAME AND RUN DATE/TIME
      *    COME BACK IN THE ORDER THE RUN WROTE THEM.
       SD  DTLSORT-FILE.
       01 DTLSORT-RECORD.
           05 DS-NAME PIC X(22).
           05 DS-RUN-DATE PIC X(08).
           05 DS-RUN-TIME PIC X(08).
           05 DS-SEQUENCE PIC 9(07).
           05 DS-RECIP-ID PIC X(05).
           05 DS-IMAGE PIC X(110).

      *    LIKEWISE THE ACK'S POSITION ON DELVACK.
       SD  ACKSORT-FILE.
       01 ACKSORT-RECORD.
           05 AS-MATCH-KEY.
               10 AS-NAME PIC X(22).
               10 AS-RUN-DATE PIC X(08).
               10 AS-RUN-TIME PIC X(08).
           05 AS-SEQUENCE PIC 9(07).
           05 AS-STATUS-CODE PIC X(01).
               88 AS-DELIVERED VALUE 'D'.
           05 AS-REASON PIC X(30).

       WORKING-STORAGE SECTION.
           COPY STEPREC.
       01 GREETEXT-STATUS PIC X(02).
           88 GREETEXT-OK VALUE '00'.

       01 DELVRPT-STATUS PIC X(02).
           88 DELVRPT-OK VALUE '00'.

       01 DLVHIST-STATUS PIC X(02).
           88 DLVHIST-OK VALUE '00'.
           88 DLVHIST-NOT-FOUND VALUE '35'.

       01 DTLWORK-STATUS PIC X(02).
           88 DTLWORK-OK VALUE '00'.

       01 SAL-HIST-FOUND-SW PIC X(01).
           88 SAL-HIST-FOUND VALUE 'Y'.

       01 SAL-EXTRACT-EOF-SW PIC X(01) VALUE 'N'.
           88 SAL-EXTRACT-EOF VALUE 'Y'.

       01 SAL-ACK-EOF-SW PIC X(01) VALUE 'N'.
           88 SAL-ACK-EOF VALUE 'Y'.

       01 SAL-HEADER-FOUND-SW PIC X(01) VALUE 'N'.
           88 SAL-HEADER-FOUND VALUE 'Y'.

       01 SAL-TRAILER-FOUND-SW PIC X(01) VALUE 'N'.
           88 SAL-TRAILER-FOUND VALUE 'Y'.

      *    THE MATCH KEYS OF THE CURRENT DETAIL AND THE CURRENT
      *    ACK - HIGH-VALUES ONCE THAT SIDE IS USED UP, SO THE
      *    OTHER SIDE RUNS OUT AGAINST IT.
       01 SAL-DTL-MATCH-KEY PIC X(38).
       01 SAL-ACK-MATCH-KEY PIC X(38).

      *    HOW THE CURRENT DETAIL CAME OUT OF THE MATCH.
       01 SAL-DTL-ACK-SW PIC X(01).
           88 SAL-DTL-UNACKED VALUE 'U'.
           88 SAL-DTL-DELIVERED VALUE 'D'.
           88 SAL-DTL-FAILED VALUE 'F'.

       01 SAL-DETAIL-COUNT PIC 9(07) VALUE ZERO.
       01 SAL-HEADER-IMAGE PIC X(110).
       01 SAL-TRAILER-COUNT PIC 9(07) VALUE ZERO.

       01 SAL-ACKS-READ-COUNT PIC 9(07) VALUE ZERO.
       01 SAL-DELIVERED-COUNT PIC 9(07) VALUE ZERO.
       01 SAL-FAILED-COUNT PIC 9(07) VALUE ZERO.
       01 SAL-NOACK-COUNT PIC 9(07) VALUE ZERO.
       01 SAL-ORPHAN-COUNT PIC 9(07) VALUE ZERO.
       01 SAL-RETRY-COUNT PIC 9(07) VALUE ZERO.

      *    DELIVERY HISTORY POSTINGS - EVERY DETAIL LANDS IN
      *    EXACTLY ONE OF THESE FOUR.
       01 SAL-HIST-ADDED-COUNT PIC 9(07) VALUE ZERO.
       01 SAL-HIST-UPDATED-COUNT PIC 9(07) VALUE ZERO.
       01 SAL-HIST-REPEAT-COUNT PIC 9(07) VALUE ZERO.
       01 SAL-HIST-NOID-COUNT PIC 9(07) VALUE ZERO.
       01 SAL-BALANCE-COUNT PIC 9(07) VALUE ZERO.
       01 SAL-FINAL-RC PIC 9(02) VALUE ZERO.

       01 DELVRPT-HEADER.
           05 DV-REASON PIC X(23).
       01 DELVRPT-TOTAL.
           05 DT-LABEL PIC X(30).
           05 DT-COUNT PIC 9(07).
           05 FILLER PIC X(43).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 9800-START-STEP-LOG THRU 9800-START-STEP-LOG-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           SORT DTLSORT-FILE
               ON ASCENDING KEY DS-NAME DS-RUN-DATE DS-RUN-TIME
                   DS-SEQUENCE
               INPUT PROCEDURE IS 2000-LOAD-EXTRACT THRU
                   2000-LOAD-EXTRACT-EXIT
               GIVING DTLWORK-FILE.
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'GREETEXT DETAIL SORT FAILED - SORT-RETURN '
                   SORT-RETURN
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           PERFORM 2500-CHECK-EXTRACT THRU 2500-CHECK-EXTRACT-EXIT.
           PERFORM 5000-WRITE-RETRY-HEADER THRU
               5000-WRITE-RETRY-HEADER-EXIT.
           SORT ACKSORT-FILE
               ON ASCENDING KEY AS-NAME AS-RUN-DATE AS-RUN-TIME
                   AS-SEQUENCE
               INPUT PROCEDURE IS 3000-LOAD-ACKS THRU
                   3000-LOAD-ACKS-EXIT
               OUTPUT PROCEDURE IS 4000-MATCH-ACKS THRU
                   4000-MATCH-ACKS-EXIT.
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'DELVACK SORT FAILED - SORT-RETURN '
                   SORT-RETURN
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           PERFORM 5500-WRITE-RETRY-TRAILER THRU
               5500-WRITE-RETRY-TRAILER-EXIT.
           PERFORM 8000-PRINT-TOTALS THRU 8000-PRINT-TOTALS-EXIT.
           CLOSE GREETEXT-FILE DELVACK-FILE DELVRPT-FILE DLVHIST-FILE.
           IF (SAL-FAILED-COUNT > ZERO
               OR SAL-NOACK-COUNT > ZERO
               OR SAL-ORPHAN-COUNT > ZERO)
               MOVE 4 TO SAL-FINAL-RC
           END-IF.
           MOVE SAL-FINAL-RC TO RETURN-CODE.
           PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - open the files and print the report     *
      * heading.  Missing inputs are a setup error - this job only *
      * makes sense with both the extract and the acknowledgement  *
      * file on hand - so either input failing to open is RC 16.   *
      * An empty DLVHIST cluster (status 35 on the first I-O open) *
      * is primed with an OUTPUT open and reopened; any other      *
      * history open failure is RC 16 too.  DTLWORK is left to the *
      * detail sort, which writes it.                              *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT DELVRPT-FILE.
           IF NOT DELVRPT-OK
               DISPLAY 'DELVRPT OPEN ERROR - STATUS ' DELVRPT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           OPEN INPUT GREETEXT-FILE.
           IF NOT GREETEXT-OK
               DISPLAY 'GREETEXT OPEN ERROR - STATUS ' GREETEXT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           OPEN INPUT DELVACK-FILE.
           IF NOT DELVACK-OK
               DISPLAY 'DELVACK OPEN ERROR - STATUS ' DELVACK-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           OPEN OUTPUT RETRYEXT-FILE.
           IF NOT RETRYEXT-OK
               DISPLAY 'RETRYEXT OPEN ERROR - STATUS ' RETRYEXT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           OPEN I-O DLVHIST-FILE.
           IF DLVHIST-NOT-FOUND
               OPEN OUTPUT DLVHIST-FILE
               CLOSE DLVHIST-FILE
               OPEN I-O DLVHIST-FILE
           END-IF.
           IF NOT DLVHIST-OK
               DISPLAY 'DLVHIST OPEN ERROR - STATUS ' DLVHIST-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           MOVE SPACES TO DELVRPT-HEADER.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-LOAD-EXTRACT - input side of the detail sort: read    *
      * the whole extract and release every detail to the sort.   *
      *-----------------------------------------------------------*
       2000-LOAD-EXTRACT.
           PERFORM 2100-LOAD-EXTRACT-RECORD THRU
               2100-LOAD-EXTRACT-RECORD-EXIT
               UNTIL SAL-EXTRACT-EOF.
           MOVE 'N' TO SAL-EXTRACT-EOF-SW.
       2000-LOAD-EXTRACT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-LOAD-EXTRACT-RECORD - read one extract record.  The   *
      * header image is saved for the retry extract, each detail   *
      * is released to the sort numbered by its place on the file, *
      * and the trailer count is kept for the completeness check.  *
      * Anything else on the file is a malformed extract and stops *
      * the run.                                                   *
      *-----------------------------------------------------------*
       2100-LOAD-EXTRACT-RECORD.
           READ GREETEXT-FILE
               AT END
                   SET SAL-EXTRACT-EOF TO TRUE
                   GO TO 2100-LOAD-EXTRACT-RECORD-EXIT
           END-READ.
           IF XH-RECORD-TYPE = 'H'
               MOVE EXTRACT-HEADER TO SAL-HEADER-IMAGE
               MOVE XH-RUN-NUMBER TO STEP-RUN-NUMBER
               SET SAL-HEADER-FOUND TO TRUE
               GO TO 2100-LOAD-EXTRACT-RECORD-EXIT
           END-IF.
           IF XT-RECORD-TYPE = 'T'
               MOVE XT-DETAIL-COUNT TO SAL-TRAILER-COUNT
               SET SAL-TRAILER-FOUND TO TRUE
               GO TO 2100-LOAD-EXTRACT-RECORD-EXIT
           END-IF.
           IF XD-RECORD-TYPE NOT = 'D'
               DISPLAY 'GREETEXT RECORD TYPE NOT H, D OR T'
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           ADD 1 TO SAL-DETAIL-COUNT.
           MOVE XD-NAME TO DS-NAME.
           MOVE XD-RUN-DATE TO DS-RUN-DATE.
           MOVE XD-RUN-TIME TO DS-RUN-TIME.
           MOVE SAL-DETAIL-COUNT TO DS-SEQUENCE.
           MOVE XD-RECIP-ID TO DS-RECIP-ID.
           MOVE EXTRACT-DETAIL TO DS-IMAGE.
           RELEASE DTLSORT-RECORD.
       2100-LOAD-EXTRACT-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
           EXIT.

      *-----------------------------------------------------------*
      * 3000-LOAD-ACKS - input side of the acknowledgement sort:   *
      * read every DELVACK record and release it numbered by its   *
      * place on the file.                                         *
      *-----------------------------------------------------------*
       3000-LOAD-ACKS.
           PERFORM 3100-LOAD-ONE-ACK THRU 3100-LOAD-ONE-ACK-EXIT
               UNTIL SAL-ACK-EOF.
           MOVE 'N' TO SAL-ACK-EOF-SW.
       3000-LOAD-ACKS-EXIT.
           EXIT.

       3100-LOAD-ONE-ACK.
           READ DELVACK-FILE
               AT END
                   SET SAL-ACK-EOF TO TRUE
                   GO TO 3100-LOAD-ONE-ACK-EXIT
           END-READ.
           ADD 1 TO SAL-ACKS-READ-COUNT.
           MOVE ACK-NAME TO AS-NAME.
           MOVE ACK-RUN-DATE TO AS-RUN-DATE.
           MOVE ACK-RUN-TIME TO AS-RUN-TIME.
           MOVE SAL-ACKS-READ-COUNT TO AS-SEQUENCE.
           MOVE ACK-STATUS-CODE TO AS-STATUS-CODE.
           MOVE ACK-REASON TO AS-REASON.
           RELEASE ACKSORT-RECORD.
       3100-LOAD-ONE-ACK-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-MATCH-ACKS - output side of the acknowledgement sort: *
      * the sorted acks against the sorted details, both in name   *
      * and run date/time order.  Within one key each side comes   *
      * back in file order, so the first ack for a greeting takes  *
      * the first detail for it and the next ack the next, exactly *
      * as when each ack claimed the first unclaimed detail.       *
      *-----------------------------------------------------------*
       4000-MATCH-ACKS.
           OPEN INPUT DTLWORK-FILE.
           IF NOT DTLWORK-OK
               DISPLAY 'DTLWORK OPEN ERROR - STATUS ' DTLWORK-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           PERFORM 4100-READ-DETAIL THRU 4100-READ-DETAIL-EXIT.
           PERFORM 4200-RETURN-ACK THRU 4200-RETURN-ACK-EXIT.
           PERFORM 4300-MATCH-ONE THRU 4300-MATCH-ONE-EXIT
               UNTIL SAL-EXTRACT-EOF AND SAL-ACK-EOF.
           CLOSE DTLWORK-FILE.
       4000-MATCH-ACKS-EXIT.
           EXIT.

       4100-READ-DETAIL.
           READ DTLWORK-FILE
               AT END
                   SET SAL-EXTRACT-EOF TO TRUE
                   MOVE HIGH-VALUES TO SAL-DTL-MATCH-KEY
                   GO TO 4100-READ-DETAIL-EXIT
           END-READ.
           MOVE DW-MATCH-KEY TO SAL-DTL-MATCH-KEY.
       4100-READ-DETAIL-EXIT.
           EXIT.

       4200-RETURN-ACK.
           RETURN ACKSORT-FILE
               AT END
                   SET SAL-ACK-EOF TO TRUE
                   MOVE HIGH-VALUES TO SAL-ACK-MATCH-KEY
                   GO TO 4200-RETURN-ACK-EXIT
           END-RETURN.
           MOVE AS-MATCH-KEY TO SAL-ACK-MATCH-KEY.
       4200-RETURN-ACK-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4300-MATCH-ONE - one step of the match.  A detail with no  *
      * ack left at its key is a greeting the e-delivery system    *
      * never acknowledged at all - reported and resent.  An ack   *
      * with no detail left at its key is an exception line - the *
      * sender acknowledged something this run never sent.  An ack *
      * and a detail together: a delivered ack closes the detail   *
      * out; a failed ack prints the sender's reason and resends   *
      * the detail.  Every detail's outcome is posted to DLVHIST.  *
      *-----------------------------------------------------------*
       4300-MATCH-ONE.
           IF SAL-DTL-MATCH-KEY < SAL-ACK-MATCH-KEY
               MOVE 'U' TO SAL-DTL-ACK-SW
               ADD 1 TO SAL-NOACK-COUNT
               MOVE SPACES TO DELVRPT-DETAIL
               MOVE 'NO ACK' TO DV-STATUS
               MOVE DW-NAME TO DV-NAME
               MOVE DW-RUN-DATE TO DV-RUN-DATE
               MOVE DW-RUN-TIME TO DV-RUN-TIME
               MOVE 'NO ACKNOWLEDGEMENT' TO DV-REASON
               PERFORM 6000-WRITE-REPORT-LINE THRU
                   6000-WRITE-REPORT-LINE-EXIT
               PERFORM 4500-POST-HISTORY THRU 4500-POST-HISTORY-EXIT
               PERFORM 5100-WRITE-ONE-RETRY THRU
                   5100-WRITE-ONE-RETRY-EXIT
               PERFORM 4100-READ-DETAIL THRU 4100-READ-DETAIL-EXIT
               GO TO 4300-MATCH-ONE-EXIT
           END-IF.
           IF SAL-DTL-MATCH-KEY > SAL-ACK-MATCH-KEY
               ADD 1 TO SAL-ORPHAN-COUNT
               MOVE SPACES TO DELVRPT-DETAIL
               MOVE 'ACK ONLY' TO DV-STATUS
               MOVE AS-NAME TO DV-NAME
               MOVE AS-RUN-DATE TO DV-RUN-DATE
               MOVE AS-RUN-TIME TO DV-RUN-TIME
               MOVE 'NO MATCHING DETAIL' TO DV-REASON
               PERFORM 6000-WRITE-REPORT-LINE THRU
                   6000-WRITE-REPORT-LINE-EXIT
               PERFORM 4200-RETURN-ACK THRU 4200-RETURN-ACK-EXIT
               GO TO 4300-MATCH-ONE-EXIT
           END-IF.
           IF AS-DELIVERED
               MOVE 'D' TO SAL-DTL-ACK-SW
               ADD 1 TO SAL-DELIVERED-COUNT
               MOVE SPACES TO DELVRPT-DETAIL
               MOVE 'DELIVERED' TO DV-STATUS
           ELSE
               MOVE 'F' TO SAL-DTL-ACK-SW
               ADD 1 TO SAL-FAILED-COUNT
               MOVE SPACES TO DELVRPT-DETAIL
               MOVE 'FAILED' TO DV-STATUS
               MOVE AS-REASON TO DV-REASON
           END-IF.
           MOVE AS-NAME TO DV-NAME.
           MOVE AS-RUN-DATE TO DV-RUN-DATE.
           MOVE AS-RUN-TIME TO DV-RUN-TIME.
           PERFORM 6000-WRITE-REPORT-LINE THRU
               6000-WRITE-REPORT-LINE-EXIT.
           PERFORM 4500-POST-HISTORY THRU 4500-POST-HISTORY-EXIT.
           PERFORM 5100-WRITE-ONE-RETRY THRU 5100-WRITE-ONE-RETRY-EXIT.
           PERFORM 4100-READ-DETAIL THRU 4100-READ-DETAIL-EXIT.
           PERFORM 4200-RETURN-ACK THRU 4200-RETURN-ACK-EXIT.
       4300-MATCH-ONE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4500-POST-HISTORY - post the current detail's outcome to   *
      * the recipient's DLVHIST record.  A delivered greeting      *
      * clears the recipient's failure run and stamps the delivery *
      * date; a failed or unacknowledged one adds one to the run,  *
      * starting it on this run date if it was clear.  A detail    *
      * with no RECIP-ID (an extract from before the field, or the *
      * no-recipients fallback greeting) has nobody to post to.    *
      * When the history already holds this very greeting (same   *
      * run date and time) the day's extract is being matched      *
      * again, so nothing is counted twice - except that a late    *
      * delivery of a greeting first counted as a failure still    *
      * clears the run, and takes that failure back off the        *
      * lifetime failed total before the delivery is added.        *
      *-----------------------------------------------------------*
       4500-POST-HISTORY.
           IF DW-RECIP-ID = SPACES
               ADD 1 TO SAL-HIST-NOID-COUNT
               GO TO 4500-POST-HISTORY-EXIT
           END-IF.
           MOVE DW-RECIP-ID TO DLVH-RECIP-ID.
           READ DLVHIST-FILE
               INVALID KEY
                   MOVE 'N' TO SAL-HIST-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO SAL-HIST-FOUND-SW
           END-READ.
           IF SAL-HIST-FOUND
               IF DLVH-LAST-RUN-DATE = DW-RUN-DATE
                   AND DLVH-LAST-RUN-TIME = DW-RUN-TIME
                   AND (DLVH-LAST-DELIVERED
                       OR NOT SAL-DTL-DELIVERED)
                   ADD 1 TO SAL-HIST-REPEAT-COUNT
                   GO TO 4500-POST-HISTORY-EXIT
               END-IF
               IF DLVH-LAST-RUN-DATE = DW-RUN-DATE
                   AND DLVH-LAST-RUN-TIME = DW-RUN-TIME
                   AND (DLVH-LAST-FAILED OR DLVH-LAST-NO-ACK)
                   AND DLVH-TOTAL-FAILED > ZERO
                   SUBTRACT 1 FROM DLVH-TOTAL-FAILED
               END-IF
           ELSE
               MOVE SPACES TO DLVH-RECORD
               MOVE DW-RECIP-ID TO DLVH-RECIP-ID
               MOVE ZERO TO DLVH-CONSEC-FAILS
               MOVE ZERO TO DLVH-TOTAL-DELIVERED
               MOVE ZERO TO DLVH-TOTAL-FAILED
           END-IF.
           MOVE DW-NAME TO DLVH-NAME.
           MOVE DW-RUN-DATE TO DLVH-LAST-RUN-DATE.
           MOVE DW-RUN-TIME TO DLVH-LAST-RUN-TIME.
           IF SAL-DTL-DELIVERED
               MOVE ZERO TO DLVH-CONSEC-FAILS
               MOVE SPACES TO DLVH-FIRST-FAIL-DATE
               MOVE SPACES TO DLVH-FALLBACK-DATE
               MOVE DW-RUN-DATE TO DLVH-LAST-DELIVERED-DATE
               MOVE 'D' TO DLVH-LAST-OUTCOME
               IF DLVH-TOTAL-DELIVERED < 99999
                   ADD 1 TO DLVH-TOTAL-DELIVERED
               END-IF
           ELSE
               IF DLVH-CONSEC-FAILS = ZERO
                   MOVE DW-RUN-DATE TO DLVH-FIRST-FAIL-DATE
               END-IF
               IF DLVH-CONSEC-FAILS < 999
                   ADD 1 TO DLVH-CONSEC-FAILS
               END-IF
               MOVE DW-RUN-DATE TO DLVH-LAST-FAIL-DATE
               IF SAL-DTL-FAILED
                   MOVE 'F' TO DLVH-LAST-OUTCOME
               ELSE
                   MOVE 'N' TO DLVH-LAST-OUTCOME
               END-IF
               IF DLVH-TOTAL-FAILED < 99999
                   ADD 1 TO DLVH-TOTAL-FAILED
               END-IF
           END-IF.
           IF SAL-HIST-FOUND
               REWRITE DLVH-RECORD
               ADD 1 TO SAL-HIST-UPDATED-COUNT
           ELSE
               WRITE DLVH-RECORD
               ADD 1 TO SAL-HIST-ADDED-COUNT
           END-IF.
           IF NOT DLVHIST-OK
               DISPLAY 'DLVHIST WRITE ERROR - STATUS ' DLVHIST-STATUS
                   ' FOR ' DLVH-RECIP-ID
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
       4500-POST-HISTORY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-WRITE-RETRY-HEADER - the retry extract starts with    *
      * the original header image; every failed or unacknowledged  *
      * detail follows as the match reaches it (5100), and the     *
      * trailer with the retry count closes it (5500).  A clean    *
      * day still writes the header and a zero trailer, so the     *
      * next cycle always finds a complete H/D/T file.             *
      *-----------------------------------------------------------*
       5000-WRITE-RETRY-HEADER.
           WRITE RETRYEXT-RECORD FROM SAL-HEADER-IMAGE.
           IF NOT RETRYEXT-OK
               DISPLAY 'RETRYEXT WRITE ERROR - STATUS ' RETRYEXT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
       5000-WRITE-RETRY-HEADER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5100-WRITE-ONE-RETRY - the current detail, exactly as the  *
      * run wrote it, when it failed or was never acknowledged.    *
      *-----------------------------------------------------------*
       5100-WRITE-ONE-RETRY.
           IF SAL-DTL-FAILED OR SAL-DTL-UNACKED
               WRITE RETRYEXT-RECORD FROM DW-IMAGE
               IF NOT RETRYEXT-OK
                   DISPLAY 'RETRYEXT WRITE ERROR - STATUS '
                       RETRYEXT-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
                   STOP RUN
               END-IF
               ADD 1 TO SAL-RETRY-COUNT
       5100-WRITE-ONE-RETRY-EXIT.
           EXIT.

       5500-WRITE-RETRY-TRAILER.
           MOVE SPACES TO EXTRACT-TRAILER.
           MOVE 'T' TO XT-RECORD-TYPE.
           MOVE SAL-RETRY-COUNT TO XT-DETAIL-COUNT.
           MOVE ZERO TO XT-PRINT-COUNT.
           MOVE SAL-RETRY-COUNT TO XT-ELEC-COUNT.
           WRITE RETRYEXT-RECORD FROM EXTRACT-TRAILER.
           IF NOT RETRYEXT-OK
               DISPLAY 'RETRYEXT WRITE ERROR - STATUS ' RETRYEXT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           CLOSE RETRYEXT-FILE.
       5500-WRITE-RETRY-TRAILER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-WRITE-REPORT-LINE - one delivery-status line.         *
      *-----------------------------------------------------------*
      * 8000-PRINT-TOTALS - control totals.  EXTRACT DETAILS must  *
      * equal DELIVERED plus FAILED plus NO ACK, and ACKS READ     *
      * must equal DELIVERED plus FAILED plus ACK ONLY, so the     *
      * page proves itself; a page that does not ends RC 10.  The  *
      * history postings must likewise account for every detail.  *
      *-----------------------------------------------------------*
       8000-PRINT-TOTALS.
           MOVE SPACES TO DELVRPT-RECORD.
           MOVE 'WRITTEN TO RETRY EXTRACT  : ' TO DT-LABEL.
           MOVE SAL-RETRY-COUNT TO DT-COUNT.
           WRITE DELVRPT-RECORD FROM DELVRPT-TOTAL.
           MOVE SPACES TO DELVRPT-TOTAL.
           MOVE 'HISTORY RECORDS ADDED     : ' TO DT-LABEL.
           MOVE SAL-HIST-ADDED-COUNT TO DT-COUNT.
           WRITE DELVRPT-RECORD FROM DELVRPT-TOTAL.
           MOVE SPACES TO DELVRPT-TOTAL.
           MOVE 'HISTORY RECORDS UPDATED   : ' TO DT-LABEL.
           MOVE SAL-HIST-UPDATED-COUNT TO DT-COUNT.
           WRITE DELVRPT-RECORD FROM DELVRPT-TOTAL.
           MOVE SPACES TO DELVRPT-TOTAL.
           MOVE 'HISTORY ALREADY POSTED    : ' TO DT-LABEL.
           MOVE SAL-HIST-REPEAT-COUNT TO DT-COUNT.
           WRITE DELVRPT-RECORD FROM DELVRPT-TOTAL.
           MOVE SPACES TO DELVRPT-TOTAL.
           MOVE 'HISTORY - NO RECIP-ID     : ' TO DT-LABEL.
           MOVE SAL-HIST-NOID-COUNT TO DT-COUNT.
           WRITE DELVRPT-RECORD FROM DELVRPT-TOTAL.
           ADD SAL-DELIVERED-COUNT, SAL-FAILED-COUNT, SAL-NOACK-COUNT
               GIVING SAL-BALANCE-COUNT.
           IF SAL-DETAIL-COUNT NOT = SAL-BALANCE-COUNT
                   SAL-BALANCE-COUNT
               MOVE 10 TO SAL-FINAL-RC
           END-IF.
           ADD SAL-HIST-ADDED-COUNT, SAL-HIST-UPDATED-COUNT,
               SAL-HIST-REPEAT-COUNT, SAL-HIST-NOID-COUNT
               GIVING SAL-BALANCE-COUNT.
           IF SAL-DETAIL-COUNT NOT = SAL-BALANCE-COUNT
               DISPLAY 'DELIVERY HISTORY OUT OF BALANCE - DETAILS '
                   SAL-DETAIL-COUNT ' POSTED '
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
           MOVE 'SALACK' TO STEP-PROGRAM.
           MOVE ZERO TO STEP-RUN-NUMBER.
           MOVE ZERO TO STEP-RECORDS.
           ACCEPT STEP-START-DATE FROM DATE YYYYMMDD.
           ACCEPT STEP-START-TIME FROM TIME.
       9800-START-STEP-LOG-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9900-END-STEP-LOG - append this step's STEPLOG record     *
      * through the STEPLOG subprogram: the extract details plus  *
      * acknowledgements read and the return code the step is     *
      * about to end with.  Performed ahead of every STOP RUN,    *
      * the fatal ones included, so STEPRPT sees how every run    *
      * ended.                                                    *
      *-----------------------------------------------------------*
       9900-END-STEP-LOG.
           ADD SAL-DETAIL-COUNT SAL-ACKS-READ-COUNT
               GIVING STEP-RECORDS.
           COPY STEPEND.
       9900-END-STEP-LOG-EXIT.
           EXIT.

       END PROGRAM SALACK.
