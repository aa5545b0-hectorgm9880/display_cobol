      *                    run number between the timestamp and the
      *                    text - the FD here follows the writer's
      *                    layout so AL-TEXT still lines up.
      *   14-09-2026  HGM  Every way out of the step, the fatal stops
      *                    included, now appends a STEPLOG record -
      *                    start and end time, report lines plus audit
      *                    events read, return code - for the STEPRPT
      *                    step timing and batch window report.
      *   15-09-2026  HGM  The 20000-entry report table is gone: the
      *                    report keys and the audit events are each
      *                    sorted and matched sequentially, first on
      *                    the recipient-name keys, then - with the
      *                    name-keyed events left over falling back
      *                    to their full text, as before - on the
      *                    full-text keys, so a month has no size
      *                    limit.  Within a key the earliest audit
      *                    event still takes the first report line,
      *                    so matched and unmatched counts are as
      *                    before; the exception lines now come out
      *                    in key order rather than file order.
      ******************************************************************

       IDENTIFICATION DIVISION.
           SELECT RECONRPT-FILE ASSIGN TO "RECONRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RECONRPT-STATUS.
           SELECT RPTKEYS-FILE ASSIGN TO "RPTKEYS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPTKEYS-STATUS.
           SELECT AUDKEYS-FILE ASSIGN TO "AUDKEYS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDKEYS-STATUS.
           SELECT RPTSORT-FILE ASSIGN TO "SORTWK01".
           SELECT AUDSORT-FILE ASSIGN TO "SORTWK02".
           SELECT CLMSORT-FILE ASSIGN TO "SORTWK03".
       DATA DIVISION.
       FILE SECTION.
       FD  AUDITLOG-FILE.
       FD  RECONRPT-FILE.
       01 RECONRPT-RECORD PIC X(80).

      *    THE MATCH KEY OF EVERY GREETING DETAIL LINE ON THE
      *    MONTH'S REPORTS, IN KEY ORDER - THE NAME KEYS ('N:')
      *    AHEAD OF THE FULL-TEXT KEYS ('T:').
       FD  RPTKEYS-FILE.
       01 RPTKEYS-RECORD.
           05 RK-KEY PIC X(60).

      *    EVERY AUDIT GREETING EVENT IN KEY ORDER, EARLIEST FIRST
      *    WITHIN A KEY, CARRYING ITS FULL-TEXT KEY FOR THE
      *    FALLBACK AND ITS TIMESTAMP FOR THE EXCEPTION LINE.
       FD  AUDKEYS-FILE.
       01 AUDKEYS-RECORD.
           05 AK-KEY PIC X(60).
           05 AK-SEQUENCE PIC 9(07).
           05 AK-TEXT-KEY PIC X(60).
           05 AK-TIMESTAMP PIC X(16).

       SD  RPTSORT-FILE.
       01 RPTSORT-RECORD.
           05 RS-KEY PIC X(60).

      *    THE SEQUENCE NUMBER IS THE EVENT'S PLACE ON AUDITLOG, SO
      *    EVENTS WITH THE SAME KEY COME BACK EARLIEST FIRST.
       SD  AUDSORT-FILE.
       01 AUDSORT-RECORD.
           05 AS-KEY PIC X(60).
           05 AS-SEQUENCE PIC 9(07).
           05 AS-TEXT-KEY PIC X(60).
           05 AS-TIMESTAMP PIC X(16).

      *    THE AUDIT EVENTS STILL TO BE MATCHED ON FULL TEXT - THE
      *    FULL-TEXT-KEYED ONES AND THE NAME-KEYED ONES NO NAME
      *    LINE WAS LEFT FOR.
       SD  CLMSORT-FILE.
       01 CLMSORT-RECORD.
           05 CS-TEXT-KEY PIC X(60).
           05 CS-SEQUENCE PIC 9(07).
           05 CS-TIMESTAMP PIC X(16).

       WORKING-STORAGE SECTION.
           COPY STEPREC.
       01 AUDITLOG-STATUS PIC X(02).
           88 AUDITLOG-OK VALUE '00'.

       01 RECONRPT-STATUS PIC X(02).
           88 RECONRPT-OK VALUE '00'.

       01 RPTKEYS-STATUS PIC X(02).
           88 RPTKEYS-OK VALUE '00'.

       01 AUDKEYS-STATUS PIC X(02).
           88 AUDKEYS-OK VALUE '00'.

       01 SAL-AUDIT-EOF-SW PIC X(01) VALUE 'N'.
           88 SAL-AUDIT-EOF VALUE 'Y'.

       01 SAL-REPORT-EOF-SW PIC X(01) VALUE 'N'.
           88 SAL-REPORT-EOF VALUE 'Y'.

       01 SAL-CLAIM-EOF-SW PIC X(01) VALUE 'N'.
           88 SAL-CLAIM-EOF VALUE 'Y'.

      *    THE KEYS OF THE CURRENT REPORT ENTRY AND THE CURRENT
      *    AUDIT EVENT OR CLAIM - HIGH-VALUES ONCE THAT SIDE IS
      *    USED UP FOR THE PASS, SO THE OTHER SIDE RUNS OUT
      *    AGAINST IT.
       01 SAL-RPT-MATCH-KEY PIC X(60).
       01 SAL-AUD-MATCH-KEY PIC X(60).

       01 SAL-REPORT-COUNT PIC 9(07) VALUE ZERO.
       01 SAL-LINE-KEY PIC X(60).

       01 SAL-AUDIT-EVENT-COUNT PIC 9(07) VALUE ZERO.
       01 SAL-MATCHED-COUNT PIC 9(07) VALUE ZERO.
       01 SAL-AUDIT-ONLY-COUNT PIC 9(07) VALUE ZERO.
       01 SAL-REPORT-ONLY-COUNT PIC 9(07) VALUE ZERO.

       01 RECONRPT-HEADER.
           05 RC-LABEL PIC X(40).
           05 RX-TEXT PIC X(35).
       01 RECONRPT-TOTAL.
           05 RT-LABEL PIC X(30).
           05 RT-COUNT PIC 9(07).
           05 FILLER PIC X(43).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 9800-START-STEP-LOG THRU 9800-START-STEP-LOG-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           SORT RPTSORT-FILE
               ON ASCENDING KEY RS-KEY
               INPUT PROCEDURE IS 2000-LOAD-REPORT THRU
                   2000-LOAD-REPORT-EXIT
               GIVING RPTKEYS-FILE.
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'GREETRPT KEY SORT FAILED - SORT-RETURN '
                   SORT-RETURN
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           SORT AUDSORT-FILE
               ON ASCENDING KEY AS-KEY AS-SEQUENCE
               INPUT PROCEDURE IS 3000-LOAD-AUDIT THRU
                   3000-LOAD-AUDIT-EXIT
               GIVING AUDKEYS-FILE.
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'AUDITLOG EVENT SORT FAILED - SORT-RETURN '
                   SORT-RETURN
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           SORT CLMSORT-FILE
               ON ASCENDING KEY CS-TEXT-KEY CS-SEQUENCE
               INPUT PROCEDURE IS 4000-MATCH-NAMES THRU
                   4000-MATCH-NAMES-EXIT
               OUTPUT PROCEDURE IS 5000-MATCH-TEXTS THRU
                   5000-MATCH-TEXTS-EXIT.
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'AUDITLOG CLAIM SORT FAILED - SORT-RETURN '
                   SORT-RETURN
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           PERFORM 8000-PRINT-TOTALS THRU 8000-PRINT-TOTALS-EXIT.
           CLOSE AUDITLOG-FILE GREETRPT-FILE RECONRPT-FILE.
           IF SAL-AUDIT-ONLY-COUNT > ZERO
               OR SAL-REPORT-ONLY-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
      * report heading.  Missing inputs are a setup error - this   *
      * is a deliberate month-end job, not a nightly that has to   *
      * limp through - so either input failing to open is RC 16.   *
      * RPTKEYS and AUDKEYS are left to the sorts that write them. *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT RECONRPT-FILE.
           IF NOT RECONRPT-OK
               DISPLAY 'RECONRPT OPEN ERROR - STATUS ' RECONRPT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           OPEN INPUT AUDITLOG-FILE.
           IF NOT AUDITLOG-OK
               DISPLAY 'AUDITLOG OPEN ERROR - STATUS ' AUDITLOG-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           OPEN INPUT GREETRPT-FILE.
           IF NOT GREETRPT-OK
               DISPLAY 'GREETRPT OPEN ERROR - STATUS ' GREETRPT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           MOVE SPACES TO RECONRPT-HEADER.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-LOAD-REPORT - input side of the report key sort:      *
      * read the whole month of report lines.                      *
      *-----------------------------------------------------------*
       2000-LOAD-REPORT.
           PERFORM 2100-LOAD-REPORT-LINE THRU 2100-LOAD-REPORT-LINE-EXIT
               UNTIL SAL-REPORT-EOF.
       2000-LOAD-REPORT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-LOAD-REPORT-LINE - read one report line and, when it  *
      * is a greeting detail line, release its normalized match    *
      * key to the sort.  Header, footer and blank and             *
      * calendar-skip lines are passed over; a line with the full  *
      * legacy shape (the MUY BUENAS label and nothing after the   *
      * 22-byte name) keys on the recipient name, any other detail *
      * line keys on its full text.                                *
      *-----------------------------------------------------------*
       2100-LOAD-REPORT-LINE.
           READ GREETRPT-FILE
               AT END
                   SET SAL-REPORT-EOF TO TRUE
                   GO TO 2100-LOAD-REPORT-LINE-EXIT
           END-READ.
           IF GREETRPT-RECORD = SPACES
               OR GREETRPT-RECORD (1:9) = 'TITULO : '
               OR GREETRPT-RECORD (1:8) = 'RUN DATE'
               OR GREETRPT-RECORD (1:13) = 'CALENDAR SKIP'
               GO TO 2100-LOAD-REPORT-LINE-EXIT
           END-IF.
           MOVE SPACES TO SAL-LINE-KEY.
           IF GREETRPT-RECORD (1:12) = 'MUY BUENAS, '
               MOVE 'T:' TO SAL-LINE-KEY (1:2)
               MOVE GREETRPT-RECORD (1:58) TO SAL-LINE-KEY (3:58)
           END-IF.
           ADD 1 TO SAL-REPORT-COUNT.
           MOVE SAL-LINE-KEY TO RS-KEY.
           RELEASE RPTSORT-RECORD.
       2100-LOAD-REPORT-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-LOAD-AUDIT - input side of the audit event sort:      *
      * read the whole month of audit records.                     *
      *-----------------------------------------------------------*
       3000-LOAD-AUDIT.
           PERFORM 3100-LOAD-AUDIT-EVENT THRU 3100-LOAD-AUDIT-EVENT-EXIT
               UNTIL SAL-AUDIT-EOF.
       3000-LOAD-AUDIT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-LOAD-AUDIT-EVENT - read one audit record.  The        *
      * legacy console echoes are not greeting events; a line with *
      * the full legacy shape ('Muy buenas, ' and nothing after    *
      * the 22-byte name) keys on the name, any other line on its  *
      * full text.  Every event also carries its full-text key,    *
      * which a name-keyed event falls back to when no name line   *
      * is left for it (a template line expanding to exactly the   *
      * legacy shape loads as text on the report side).            *
      *-----------------------------------------------------------*
       3100-LOAD-AUDIT-EVENT.
           READ AUDITLOG-FILE
               AT END
                   SET SAL-AUDIT-EOF TO TRUE
                   GO TO 3100-LOAD-AUDIT-EVENT-EXIT
           END-READ.
           IF AL-TEXT = SPACES
               OR AL-TEXT (1:10) = 'Hola mundo'
               OR AL-TEXT (1:9) = 'Titulo : '
               OR AL-TEXT (1:21) = 'Este es el tutorial: '
               OR AL-TEXT (1:8) = 'E-ONLY: '
               GO TO 3100-LOAD-AUDIT-EVENT-EXIT
           END-IF.
           ADD 1 TO SAL-AUDIT-EVENT-COUNT.
           MOVE SPACES TO AUDSORT-RECORD.
           MOVE 'T:' TO AS-TEXT-KEY (1:2).
           MOVE AL-TEXT (1:58) TO AS-TEXT-KEY (3:58).
           IF AL-TEXT (1:12) = 'Muy buenas, '
               AND AL-TEXT (35:26) = SPACES
               MOVE 'N:' TO AS-KEY (1:2)
               MOVE AL-TEXT (13:22) TO AS-KEY (3:22)
           ELSE
               MOVE AS-TEXT-KEY TO AS-KEY
           END-IF.
           MOVE SAL-AUDIT-EVENT-COUNT TO AS-SEQUENCE.
           MOVE AL-TIMESTAMP TO AS-TIMESTAMP.
           RELEASE AUDSORT-RECORD.
       3100-LOAD-AUDIT-EVENT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-MATCH-NAMES - input side of the claim sort, and the   *
      * first pass of the match: the sorted audit events against   *
      * the name-keyed report entries.  The full-text report keys  *
      * sort after every name key and are left for the second      *
      * pass.  Each name-keyed event takes the next report entry   *
      * with its name, earliest event first; a report entry left   *
      * over is a printed greeting the audit log never recorded.   *
      * Every event not matched here - the full-text-keyed ones    *
      * and the name-keyed ones with no name entry left - goes to  *
      * the claim sort to be matched on its full text.             *
      *-----------------------------------------------------------*
       4000-MATCH-NAMES.
           OPEN INPUT RPTKEYS-FILE.
           IF NOT RPTKEYS-OK
               DISPLAY 'RPTKEYS OPEN ERROR - STATUS ' RPTKEYS-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           OPEN INPUT AUDKEYS-FILE.
           IF NOT AUDKEYS-OK
               DISPLAY 'AUDKEYS OPEN ERROR - STATUS ' AUDKEYS-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           MOVE 'N' TO SAL-REPORT-EOF-SW.
           MOVE 'N' TO SAL-AUDIT-EOF-SW.
           PERFORM 4100-READ-NAME-ENTRY THRU 4100-READ-NAME-ENTRY-EXIT.
           PERFORM 4200-READ-AUDIT-EVENT THRU
               4200-READ-AUDIT-EVENT-EXIT.
           PERFORM 4300-MATCH-ONE-NAME THRU 4300-MATCH-ONE-NAME-EXIT
               UNTIL SAL-REPORT-EOF AND SAL-AUDIT-EOF.
           CLOSE RPTKEYS-FILE AUDKEYS-FILE.
       4000-MATCH-NAMES-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4100-READ-NAME-ENTRY - the next name-keyed report entry;   *
      * the first full-text key ends the name entries.             *
      *-----------------------------------------------------------*
       4100-READ-NAME-ENTRY.
           READ RPTKEYS-FILE
               AT END
                   SET SAL-REPORT-EOF TO TRUE
                   MOVE HIGH-VALUES TO SAL-RPT-MATCH-KEY
                   GO TO 4100-READ-NAME-ENTRY-EXIT
           END-READ.
           IF RK-KEY (1:2) NOT = 'N:'
               SET SAL-REPORT-EOF TO TRUE
               MOVE HIGH-VALUES TO SAL-RPT-MATCH-KEY
               GO TO 4100-READ-NAME-ENTRY-EXIT
           END-IF.
           MOVE RK-KEY TO SAL-RPT-MATCH-KEY.
       4100-READ-NAME-ENTRY-EXIT.
           EXIT.

       4200-READ-AUDIT-EVENT.
           READ AUDKEYS-FILE
               AT END
                   SET SAL-AUDIT-EOF TO TRUE
                   MOVE HIGH-VALUES TO SAL-AUD-MATCH-KEY
                   GO TO 4200-READ-AUDIT-EVENT-EXIT
           END-READ.
           MOVE AK-KEY TO SAL-AUD-MATCH-KEY.
       4200-READ-AUDIT-EVENT-EXIT.
           EXIT.

       4300-MATCH-ONE-NAME.
           IF SAL-AUD-MATCH-KEY < SAL-RPT-MATCH-KEY
               MOVE AK-TEXT-KEY TO CS-TEXT-KEY
               MOVE AK-SEQUENCE TO CS-SEQUENCE
               MOVE AK-TIMESTAMP TO CS-TIMESTAMP
               RELEASE CLMSORT-RECORD
               PERFORM 4200-READ-AUDIT-EVENT THRU
                   4200-READ-AUDIT-EVENT-EXIT
               GO TO 4300-MATCH-ONE-NAME-EXIT
           END-IF.
           IF SAL-AUD-MATCH-KEY > SAL-RPT-MATCH-KEY
               PERFORM 6000-REPORT-WITHOUT-AUDIT THRU
                   6000-REPORT-WITHOUT-AUDIT-EXIT
               PERFORM 4100-READ-NAME-ENTRY THRU
                   4100-READ-NAME-ENTRY-EXIT
               GO TO 4300-MATCH-ONE-NAME-EXIT
           END-IF.
           ADD 1 TO SAL-MATCHED-COUNT.
           PERFORM 4100-READ-NAME-ENTRY THRU 4100-READ-NAME-ENTRY-EXIT.
           PERFORM 4200-READ-AUDIT-EVENT THRU
               4200-READ-AUDIT-EVENT-EXIT.
       4300-MATCH-ONE-NAME-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-MATCH-TEXTS - output side of the claim sort, and the  *
      * second pass: the claims, in full-text key order and        *
      * earliest event first within a key, against the full-text   *
      * report entries.  A claim with no entry left is an audit    *
      * event the report never showed; an entry left over is a     *
      * printed greeting the audit log never recorded.             *
      *-----------------------------------------------------------*
       5000-MATCH-TEXTS.
           OPEN INPUT RPTKEYS-FILE.
           IF NOT RPTKEYS-OK
               DISPLAY 'RPTKEYS OPEN ERROR - STATUS ' RPTKEYS-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           MOVE 'N' TO SAL-REPORT-EOF-SW.
           MOVE SPACES TO SAL-RPT-MATCH-KEY.
           PERFORM 5100-READ-TEXT-ENTRY THRU 5100-READ-TEXT-ENTRY-EXIT
               UNTIL SAL-REPORT-EOF
                   OR SAL-RPT-MATCH-KEY (1:2) = 'T:'.
           PERFORM 5200-RETURN-CLAIM THRU 5200-RETURN-CLAIM-EXIT.
           PERFORM 5300-MATCH-ONE-TEXT THRU 5300-MATCH-ONE-TEXT-EXIT
               UNTIL SAL-REPORT-EOF AND SAL-CLAIM-EOF.
           CLOSE RPTKEYS-FILE.
       5000-MATCH-TEXTS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5100-READ-TEXT-ENTRY - the next report entry.  5000 reads  *
      * past the name entries the first pass has already settled  *
      * before the match starts.                                  *
      *-----------------------------------------------------------*
       5100-READ-TEXT-ENTRY.
           READ RPTKEYS-FILE
               AT END
                   SET SAL-REPORT-EOF TO TRUE
                   MOVE HIGH-VALUES TO SAL-RPT-MATCH-KEY
                   GO TO 5100-READ-TEXT-ENTRY-EXIT
           END-READ.
           MOVE RK-KEY TO SAL-RPT-MATCH-KEY.
       5100-READ-TEXT-ENTRY-EXIT.
           EXIT.

       5200-RETURN-CLAIM.
           RETURN CLMSORT-FILE
               AT END
                   SET SAL-CLAIM-EOF TO TRUE
                   MOVE HIGH-VALUES TO SAL-AUD-MATCH-KEY
                   GO TO 5200-RETURN-CLAIM-EXIT
           END-RETURN.
           MOVE CS-TEXT-KEY TO SAL-AUD-MATCH-KEY.
       5200-RETURN-CLAIM-EXIT.
           EXIT.

       5300-MATCH-ONE-TEXT.
           IF SAL-AUD-MATCH-KEY < SAL-RPT-MATCH-KEY
               ADD 1 TO SAL-AUDIT-ONLY-COUNT
               MOVE SPACES TO RECONRPT-EXCEPTION
               MOVE 'AUDIT WITHOUT REPORT LINE: ' TO RX-LABEL
               MOVE CS-TIMESTAMP TO RX-TIMESTAMP
               MOVE CS-TEXT-KEY (3:35) TO RX-TEXT
               PERFORM 6100-WRITE-EXCEPTION THRU
                   6100-WRITE-EXCEPTION-EXIT
               PERFORM 5200-RETURN-CLAIM THRU 5200-RETURN-CLAIM-EXIT
               GO TO 5300-MATCH-ONE-TEXT-EXIT
           END-IF.
           IF SAL-AUD-MATCH-KEY > SAL-RPT-MATCH-KEY
               PERFORM 6000-REPORT-WITHOUT-AUDIT THRU
                   6000-REPORT-WITHOUT-AUDIT-EXIT
               PERFORM 5100-READ-TEXT-ENTRY THRU
                   5100-READ-TEXT-ENTRY-EXIT
               GO TO 5300-MATCH-ONE-TEXT-EXIT
           END-IF.
           ADD 1 TO SAL-MATCHED-COUNT.
           PERFORM 5100-READ-TEXT-ENTRY THRU 5100-READ-TEXT-ENTRY-EXIT.
           PERFORM 5200-RETURN-CLAIM THRU 5200-RETURN-CLAIM-EXIT.
       5300-MATCH-ONE-TEXT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-REPORT-WITHOUT-AUDIT - the current report entry was   *
      * never claimed by an audit event.                           *
      *-----------------------------------------------------------*
       6000-REPORT-WITHOUT-AUDIT.
           ADD 1 TO SAL-REPORT-ONLY-COUNT.
           MOVE SPACES TO RECONRPT-EXCEPTION.
           MOVE 'REPORT WITHOUT AUDIT EVENT:' TO RX-LABEL.
           MOVE SAL-RPT-MATCH-KEY (3:35) TO RX-TEXT.
           PERFORM 6100-WRITE-EXCEPTION THRU 6100-WRITE-EXCEPTION-EXIT.
       6000-REPORT-WITHOUT-AUDIT-EXIT.
           EXIT.

       6100-WRITE-EXCEPTION.
           WRITE RECONRPT-RECORD FROM RECONRPT-EXCEPTION.
           IF NOT RECONRPT-OK
               DISPLAY 'RECONRPT WRITE ERROR - STATUS ' RECONRPT-STATUS
           END-IF.
       6100-WRITE-EXCEPTION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       8000-PRINT-TOTALS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9800-START-STEP-LOG - name the step and note when it      *
      * started, for the STEPLOG record 9900 writes on the way    *
      * out.                                                      *
      *-----------------------------------------------------------*
       9800-START-STEP-LOG.
           MOVE SPACES TO STEP-RECORD.
           MOVE 'SALRECON' TO STEP-PROGRAM.
           MOVE ZERO TO STEP-RUN-NUMBER.
           MOVE ZERO TO STEP-RECORDS.
           ACCEPT STEP-START-DATE FROM DATE YYYYMMDD.
           ACCEPT STEP-START-TIME FROM TIME.
       9800-START-STEP-LOG-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9900-END-STEP-LOG - append this step's STEPLOG record     *
      * through the STEPLOG subprogram: the report lines plus     *
      * audit events read and the return code the step is about   *
      * to end with.  Performed ahead of every STOP RUN, the      *
      * fatal ones included, so STEPRPT sees how every run ended. *
      *-----------------------------------------------------------*
       9900-END-STEP-LOG.
           ADD SAL-REPORT-COUNT SAL-AUDIT-EVENT-COUNT
               GIVING STEP-RECORDS.
           COPY STEPEND.
       9900-END-STEP-LOG-EXIT.
           EXIT.

       END PROGRAM SALRECON.
