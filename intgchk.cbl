      ******************************************************************
      * Author: Hector gm
      * Date:  10-09-2026
      * Purpose: Cross-file referential integrity sweep, run as a
      *          guard step ahead of GREET in the nightly beside
      *          TMPLCHK.  Each input is maintained on its own, so
      *          nothing stops one file naming a key another file
      *          no longer holds - and the greeting run only finds
      *          out by quietly skipping or falling back.  Checked:
      *          every RECEVTS event's REVT-RECIP-ID is on RECIPS
      *          and its REVT-MONTH-DAY is a real calendar day
      *          (0229 allowed); every message set named by RECEVTS,
      *          SALCAL or SALPARM has at least one line on GRTMPL
      *          (blank means the run's own set and is fine); every
      *          RECIP-LANGUAGE-CODE is on LANGTAB (blank means the
      *          run's language and is fine).  Every broken
      *          reference is printed on INTGRPT with the file and
      *          key it was found under.  Any finding ends RC 8,
      *          which the JCL turns into a stopped nightly.
      * Tectonics:
      *
      * Modification History:
      *   10-09-2026  HGM  Original version - an event left behind by
      *                    a deleted recipient and a calendar day
      *                    naming a retired message set had both gone
      *                    unnoticed for weeks.
      *   14-09-2026  HGM  Every way out of the step, the fatal stops
      *                    included, now appends a STEPLOG record -
      *                    start and end time, records read across the
      *                    five files checked, return code - for the
      *                    STEPRPT step timing and batch window report.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTGCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECIPS-FILE ASSIGN TO "RECIPS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECIP-ID
               FILE STATUS IS RECIPS-STATUS.
           SELECT RECEVTS-FILE ASSIGN TO "RECEVTS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RECEVTS-STATUS.
           SELECT SALCAL-FILE ASSIGN TO "SALCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SALCAL-STATUS.
           SELECT SALPARM-FILE ASSIGN TO "SALPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SALPARM-STATUS.
           SELECT GRTMPL-FILE ASSIGN TO "GRTMPL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GRTMPL-STATUS.
           SELECT INTGRPT-FILE ASSIGN TO "INTGRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS INTGRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECIPS-FILE.
           COPY RECIPREC.

       FD  RECEVTS-FILE.
           COPY RECEVREC.

       FD  SALCAL-FILE.
       01 SALCAL-RECORD.
           05 CAL-DATE PIC X(08).
           05 CAL-PROCESS-SW PIC X(01).
           05 CAL-MSG-SET PIC X(08).

       FD  SALPARM-FILE.
       01 SALPARM-RECORD.
           05 SALPARM-SALUDO PIC A(22).
           05 SALPARM-TITULO PIC A(40).
           05 SALPARM-NUMERO PIC X(01).
           05 SALPARM-LANGUAGE-CODE PIC X(02).
           05 SALPARM-MSG-SET PIC X(08).
           05 SALPARM-FORCE-SW PIC X(01).
           05 SALPARM-RUN-MODE PIC X(01).

       FD  GRTMPL-FILE.
       01 GRTMPL-RECORD.
           05 TMPL-SET-CODE PIC X(08).
           05 TMPL-LANGUAGE-CODE PIC X(02).
           05 TMPL-TEXT PIC X(60).

       FD  INTGRPT-FILE.
       01 INTGRPT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           COPY LANGTAB.
           COPY STEPREC.

       01 RECIPS-STATUS PIC X(02).
           88 RECIPS-OK VALUE '00'.

       01 RECEVTS-STATUS PIC X(02).
           88 RECEVTS-OK VALUE '00'.

       01 SALCAL-STATUS PIC X(02).
           88 SALCAL-OK VALUE '00'.

       01 SALPARM-STATUS PIC X(02).
           88 SALPARM-OK VALUE '00'.

       01 GRTMPL-STATUS PIC X(02).
           88 GRTMPL-OK VALUE '00'.

       01 INTGRPT-STATUS PIC X(02).
           88 INTGRPT-OK VALUE '00'.

       01 SAL-RECIPS-EOF-SW PIC X(01) VALUE 'N'.
           88 SAL-RECIPS-EOF VALUE 'Y'.

       01 SAL-RECEVTS-EOF-SW PIC X(01) VALUE 'N'.
           88 SAL-RECEVTS-EOF VALUE 'Y'.

       01 SAL-SALCAL-EOF-SW PIC X(01) VALUE 'N'.
           88 SAL-SALCAL-EOF VALUE 'Y'.

       01 SAL-GRTMPL-EOF-SW PIC X(01) VALUE 'N'.
           88 SAL-GRTMPL-EOF VALUE 'Y'.

       01 SAL-MASTER-FOUND-SW PIC X(01).
           88 SAL-MASTER-FOUND VALUE 'Y'.

       01 SAL-LANG-FOUND-SW PIC X(01).
           88 SAL-LANG-FOUND VALUE 'Y'.

       01 SAL-SET-FOUND-SW PIC X(01).
           88 SAL-SET-FOUND VALUE 'Y'.

      *    THE DISTINCT GRTMPL SET CODES - ONLY WHETHER A SET HAS ANY
      *    LINE MATTERS HERE, NOT THE WORDING.  A FILE WITH MORE
      *    DISTINCT SETS THAN THIS STOPS THE RUN RC 16 RATHER THAN
      *    REPORT GOOD REFERENCES AS BROKEN.
       01 SAL-SET-TABLE.
           05 SAL-SET-ENTRY OCCURS 200 TIMES
                   INDEXED BY SAL-SET-IDX.
               10 SAL-SET-CODE PIC X(08).
       01 SAL-SET-COUNT PIC 9(05) VALUE ZERO.
       01 SAL-SET-SUB PIC 9(05) VALUE ZERO.
       01 SAL-CHECK-SET PIC X(08).

      *    DAYS IN EACH MONTH FOR THE REVT-MONTH-DAY EDIT.  FEBRUARY
      *    IS 29 - AN EVENT ON 0229 IS REAL AND IS GREETED IN LEAP
      *    YEARS.
       01 SAL-MONTH-DAYS-VALUES PIC X(24)
               VALUE '312931303130313130313031'.
       01 SAL-MONTH-DAYS-TABLE REDEFINES SAL-MONTH-DAYS-VALUES.
           05 SAL-MONTH-DAYS PIC 9(02) OCCURS 12 TIMES.
       01 SAL-EVENT-DATE.
           05 SAL-EVENT-MM PIC 9(02).
           05 SAL-EVENT-DD PIC 9(02).

       01 SAL-RECIPS-READ-COUNT PIC 9(05) VALUE ZERO.
       01 SAL-RECEVTS-READ-COUNT PIC 9(05) VALUE ZERO.
       01 SAL-SALCAL-READ-COUNT PIC 9(05) VALUE ZERO.
       01 SAL-SALPARM-READ-COUNT PIC 9(05) VALUE ZERO.
       01 SAL-GRTMPL-READ-COUNT PIC 9(05) VALUE ZERO.
       01 SAL-ERROR-COUNT PIC 9(05) VALUE ZERO.
       01 SAL-RUN-DATE PIC X(08).

       01 INTGRPT-HEADER.
           05 IH-LABEL PIC X(40).
           05 IH-RUN-DATE PIC X(08).
           05 FILLER PIC X(32).
       01 INTGRPT-ERROR.
           05 IE-FILE PIC X(08).
           05 FILLER PIC X(02).
           05 IE-KEY PIC X(15).
           05 FILLER PIC X(02).
           05 IE-VALUE PIC X(08).
           05 FILLER PIC X(02).
           05 IE-REASON PIC X(35).
           05 FILLER PIC X(08).
       01 INTGRPT-TOTAL.
           05 IT-LABEL PIC X(25).
           05 IT-COUNT PIC 9(05).
           05 FILLER PIC X(50).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 9800-START-STEP-LOG THRU 9800-START-STEP-LOG-EXIT.
           PERFORM 1650-INIT-LANGUAGE-TABLE THRU
               1650-INIT-LANGUAGE-TABLE-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 1100-LOAD-SETS THRU 1100-LOAD-SETS-EXIT.
           PERFORM 2000-CHECK-RECIPIENTS THRU
               2000-CHECK-RECIPIENTS-EXIT.
           PERFORM 3000-CHECK-EVENTS THRU 3000-CHECK-EVENTS-EXIT.
           PERFORM 4000-CHECK-CALENDAR THRU 4000-CHECK-CALENDAR-EXIT.
           PERFORM 5000-CHECK-SALPARM THRU 5000-CHECK-SALPARM-EXIT.
           PERFORM 8000-PRINT-TOTALS THRU 8000-PRINT-TOTALS-EXIT.
           CLOSE RECIPS-FILE INTGRPT-FILE.
           IF SAL-ERROR-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - open the report and the master and print *
      * the heading.  The sweep is meaningless without RECIPS, so  *
      * a master that will not open is RC 16.  The other inputs    *
      * are opened as each check reaches them.                     *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT SAL-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT INTGRPT-FILE.
           IF NOT INTGRPT-OK
               DISPLAY 'INTGRPT OPEN ERROR - STATUS ' INTGRPT-STATUS
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
           MOVE SPACES TO INTGRPT-HEADER.
           MOVE 'CROSS-FILE REFERENTIAL INTEGRITY CHECK' TO IH-LABEL.
           MOVE SAL-RUN-DATE TO IH-RUN-DATE.
           WRITE INTGRPT-RECORD FROM INTGRPT-HEADER.
           MOVE SPACES TO INTGRPT-HEADER.
           MOVE 'FILE      KEY              VALUE' TO IH-LABEL.
           WRITE INTGRPT-RECORD FROM INTGRPT-HEADER.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-LOAD-SETS - remember every distinct GRTMPL set code.  *
      * The greeting run cannot start without GRTMPL, so a file    *
      * that will not open is RC 16 here too.                      *
      *-----------------------------------------------------------*
       1100-LOAD-SETS.
           OPEN INPUT GRTMPL-FILE.
           IF NOT GRTMPL-OK
               DISPLAY 'GRTMPL OPEN ERROR - STATUS ' GRTMPL-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           PERFORM 1110-READ-TEMPLATE THRU 1110-READ-TEMPLATE-EXIT
               UNTIL SAL-GRTMPL-EOF.
           CLOSE GRTMPL-FILE.
       1100-LOAD-SETS-EXIT.
           EXIT.

       1110-READ-TEMPLATE.
           READ GRTMPL-FILE
               AT END
                   SET SAL-GRTMPL-EOF TO TRUE
                   GO TO 1110-READ-TEMPLATE-EXIT
           END-READ.
           ADD 1 TO SAL-GRTMPL-READ-COUNT.
           MOVE TMPL-SET-CODE TO SAL-CHECK-SET.
           PERFORM 6100-FIND-SET THRU 6100-FIND-SET-EXIT.
           IF SAL-SET-FOUND
               GO TO 1110-READ-TEMPLATE-EXIT
           END-IF.
           IF SAL-SET-COUNT = 200
               DISPLAY 'SET TABLE FULL AT 200 DISTINCT GRTMPL SETS'
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           ADD 1 TO SAL-SET-COUNT.
           SET SAL-SET-IDX TO SAL-SET-COUNT.
           MOVE TMPL-SET-CODE TO SAL-SET-CODE (SAL-SET-IDX).
       1110-READ-TEMPLATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-CHECK-RECIPIENTS - read the whole master in key       *
      * order checking each preferred language against LANGTAB.   *
      * A code not on it would greet in the run's language with no *
      * word that the recipient's own was ignored.                 *
      *-----------------------------------------------------------*
       2000-CHECK-RECIPIENTS.
           PERFORM 2100-READ-RECIPIENT THRU 2100-READ-RECIPIENT-EXIT
               UNTIL SAL-RECIPS-EOF.
       2000-CHECK-RECIPIENTS-EXIT.
           EXIT.

       2100-READ-RECIPIENT.
           READ RECIPS-FILE NEXT RECORD
               AT END
                   SET SAL-RECIPS-EOF TO TRUE
                   GO TO 2100-READ-RECIPIENT-EXIT
           END-READ.
           ADD 1 TO SAL-RECIPS-READ-COUNT.
           IF RECIP-LANGUAGE-CODE = SPACES
               GO TO 2100-READ-RECIPIENT-EXIT
           END-IF.
           MOVE 'N' TO SAL-LANG-FOUND-SW.
           SET SAL-LANG-IDX TO 1.
           SEARCH SAL-LANGUAGE-ENTRY
               AT END
                   CONTINUE
               WHEN SAL-LANG-CODE (SAL-LANG-IDX) = RECIP-LANGUAGE-CODE
                   MOVE 'Y' TO SAL-LANG-FOUND-SW
           END-SEARCH.
           IF NOT SAL-LANG-FOUND
               MOVE SPACES TO INTGRPT-ERROR
               MOVE 'RECIPS' TO IE-FILE
               MOVE RECIP-ID TO IE-KEY
               MOVE RECIP-LANGUAGE-CODE TO IE-VALUE
               MOVE 'LANGUAGE CODE NOT IN LANGTAB' TO IE-REASON
               PERFORM 6000-REPORT-ERROR THRU 6000-REPORT-ERROR-EXIT
           END-IF.
       2100-READ-RECIPIENT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-CHECK-EVENTS - each event must belong to a recipient  *
      * on the master, fall on a real day, and name a message set  *
      * GRTMPL holds.  No RECEVTS at all is allowed (status 35) -  *
      * the file is only needed by event-mode runs.                *
      *-----------------------------------------------------------*
       3000-CHECK-EVENTS.
           OPEN INPUT RECEVTS-FILE.
           IF RECEVTS-STATUS = '35'
               GO TO 3000-CHECK-EVENTS-EXIT
           END-IF.
           IF NOT RECEVTS-OK
               DISPLAY 'RECEVTS OPEN ERROR - STATUS ' RECEVTS-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           PERFORM 3100-READ-EVENT THRU 3100-READ-EVENT-EXIT
               UNTIL SAL-RECEVTS-EOF.
           CLOSE RECEVTS-FILE.
       3000-CHECK-EVENTS-EXIT.
           EXIT.

       3100-READ-EVENT.
           READ RECEVTS-FILE
               AT END
                   SET SAL-RECEVTS-EOF TO TRUE
                   GO TO 3100-READ-EVENT-EXIT
           END-READ.
           ADD 1 TO SAL-RECEVTS-READ-COUNT.
           MOVE SPACES TO INTGRPT-ERROR.
           MOVE 'RECEVTS' TO IE-FILE.
           STRING REVT-RECIP-ID ' ' REVT-EVENT-TYPE ' ' REVT-MONTH-DAY
               DELIMITED BY SIZE INTO IE-KEY.
           MOVE 'Y' TO SAL-MASTER-FOUND-SW.
           MOVE REVT-RECIP-ID TO RECIP-ID.
           READ RECIPS-FILE
               INVALID KEY
                   MOVE 'N' TO SAL-MASTER-FOUND-SW
           END-READ.
           IF NOT SAL-MASTER-FOUND
               MOVE REVT-RECIP-ID TO IE-VALUE
               MOVE 'RECIPIENT NOT ON RECIPS' TO IE-REASON
               PERFORM 6000-REPORT-ERROR THRU 6000-REPORT-ERROR-EXIT
           END-IF.
           PERFORM 3200-CHECK-MONTH-DAY THRU 3200-CHECK-MONTH-DAY-EXIT.
           IF REVT-MSG-SET NOT = SPACES
               MOVE REVT-MSG-SET TO SAL-CHECK-SET
               PERFORM 6100-FIND-SET THRU 6100-FIND-SET-EXIT
               IF NOT SAL-SET-FOUND
                   MOVE REVT-MSG-SET TO IE-VALUE
                   MOVE 'MESSAGE SET HAS NO GRTMPL LINES'
                       TO IE-REASON
                   PERFORM 6000-REPORT-ERROR THRU
                       6000-REPORT-ERROR-EXIT
               END-IF
           END-IF.
       3100-READ-EVENT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-CHECK-MONTH-DAY - MMDD must be numeric, month 01-12,  *
      * and the day within that month.  An event on 0231 can      *
      * never match a run date and would never be greeted.         *
      *-----------------------------------------------------------*
       3200-CHECK-MONTH-DAY.
           IF REVT-MONTH-DAY NOT NUMERIC
               GO TO 3200-CHECK-MONTH-DAY-BAD
           END-IF.
           MOVE REVT-MONTH-DAY TO SAL-EVENT-DATE.
           IF SAL-EVENT-MM < 1 OR SAL-EVENT-MM > 12
               GO TO 3200-CHECK-MONTH-DAY-BAD
           END-IF.
           IF SAL-EVENT-DD < 1
               OR SAL-EVENT-DD > SAL-MONTH-DAYS (SAL-EVENT-MM)
               GO TO 3200-CHECK-MONTH-DAY-BAD
           END-IF.
           GO TO 3200-CHECK-MONTH-DAY-EXIT.
       3200-CHECK-MONTH-DAY-BAD.
           MOVE REVT-MONTH-DAY TO IE-VALUE.
           MOVE 'MONTH-DAY IS NOT A CALENDAR DAY' TO IE-REASON.
           PERFORM 6000-REPORT-ERROR THRU 6000-REPORT-ERROR-EXIT.
       3200-CHECK-MONTH-DAY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-CHECK-CALENDAR - a SALCAL day's message set must be   *
      * on GRTMPL.  No SALCAL at all is allowed (status 35) -      *
      * SALMAIN then runs on the weekday default.                  *
      *-----------------------------------------------------------*
       4000-CHECK-CALENDAR.
           OPEN INPUT SALCAL-FILE.
           IF SALCAL-STATUS = '35'
               GO TO 4000-CHECK-CALENDAR-EXIT
           END-IF.
           IF NOT SALCAL-OK
               DISPLAY 'SALCAL OPEN ERROR - STATUS ' SALCAL-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           PERFORM 4100-READ-CALENDAR THRU 4100-READ-CALENDAR-EXIT
               UNTIL SAL-SALCAL-EOF.
           CLOSE SALCAL-FILE.
       4000-CHECK-CALENDAR-EXIT.
           EXIT.

       4100-READ-CALENDAR.
           READ SALCAL-FILE
               AT END
                   SET SAL-SALCAL-EOF TO TRUE
                   GO TO 4100-READ-CALENDAR-EXIT
           END-READ.
           ADD 1 TO SAL-SALCAL-READ-COUNT.
           IF CAL-MSG-SET = SPACES
               GO TO 4100-READ-CALENDAR-EXIT
           END-IF.
           MOVE CAL-MSG-SET TO SAL-CHECK-SET.
           PERFORM 6100-FIND-SET THRU 6100-FIND-SET-EXIT.
           IF NOT SAL-SET-FOUND
               MOVE SPACES TO INTGRPT-ERROR
               MOVE 'SALCAL' TO IE-FILE
               MOVE CAL-DATE TO IE-KEY
               MOVE CAL-MSG-SET TO IE-VALUE
               MOVE 'MESSAGE SET HAS NO GRTMPL LINES' TO IE-REASON
               PERFORM 6000-REPORT-ERROR THRU 6000-REPORT-ERROR-EXIT
           END-IF.
       4100-READ-CALENDAR-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-CHECK-SALPARM - the run's own message set, from the   *
      * one SALPARM record SALMAIN reads.  SALPARM is required by  *
      * the greeting run, so one that will not open is RC 16.      *
      *-----------------------------------------------------------*
       5000-CHECK-SALPARM.
           OPEN INPUT SALPARM-FILE.
           IF NOT SALPARM-OK
               DISPLAY 'SALPARM OPEN ERROR - STATUS ' SALPARM-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           READ SALPARM-FILE
               AT END
                   CLOSE SALPARM-FILE
                   GO TO 5000-CHECK-SALPARM-EXIT
           END-READ.
           ADD 1 TO SAL-SALPARM-READ-COUNT.
           MOVE SALPARM-MSG-SET TO SAL-CHECK-SET.
           CLOSE SALPARM-FILE.
           IF SAL-CHECK-SET = SPACES
               GO TO 5000-CHECK-SALPARM-EXIT
           END-IF.
           PERFORM 6100-FIND-SET THRU 6100-FIND-SET-EXIT.
           IF NOT SAL-SET-FOUND
               MOVE SPACES TO INTGRPT-ERROR
               MOVE 'SALPARM' TO IE-FILE
               MOVE 'RECORD 1' TO IE-KEY
               MOVE SAL-CHECK-SET TO IE-VALUE
               MOVE 'MESSAGE SET HAS NO GRTMPL LINES' TO IE-REASON
               PERFORM 6000-REPORT-ERROR THRU 6000-REPORT-ERROR-EXIT
           END-IF.
       5000-CHECK-SALPARM-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-REPORT-ERROR - print one broken reference (file, key, *
      * value and reason set by the caller) and count it.          *
      *-----------------------------------------------------------*
       6000-REPORT-ERROR.
           ADD 1 TO SAL-ERROR-COUNT.
           WRITE INTGRPT-RECORD FROM INTGRPT-ERROR.
           IF NOT INTGRPT-OK
               DISPLAY 'INTGRPT WRITE ERROR - STATUS ' INTGRPT-STATUS
           END-IF.
       6000-REPORT-ERROR-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6100-FIND-SET - look SAL-CHECK-SET up in the distinct-set  *
      * table; SAL-SET-FOUND says whether GRTMPL has any line for  *
      * it.                                                        *
      *-----------------------------------------------------------*
       6100-FIND-SET.
           MOVE 'N' TO SAL-SET-FOUND-SW.
           MOVE ZERO TO SAL-SET-SUB.
           PERFORM 6110-CHECK-ONE-SET THRU 6110-CHECK-ONE-SET-EXIT
               UNTIL SAL-SET-FOUND OR SAL-SET-SUB = SAL-SET-COUNT.
       6100-FIND-SET-EXIT.
           EXIT.

       6110-CHECK-ONE-SET.
           ADD 1 TO SAL-SET-SUB.
           SET SAL-SET-IDX TO SAL-SET-SUB.
           IF SAL-SET-CODE (SAL-SET-IDX) = SAL-CHECK-SET
               MOVE 'Y' TO SAL-SET-FOUND-SW
           END-IF.
       6110-CHECK-ONE-SET-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-PRINT-TOTALS - records checked per file and the       *
      * number of broken references found.                         *
      *-----------------------------------------------------------*
       8000-PRINT-TOTALS.
           MOVE SPACES TO INTGRPT-RECORD.
           WRITE INTGRPT-RECORD.
           MOVE SPACES TO INTGRPT-TOTAL.
           MOVE 'RECIPS RECORDS READ  : ' TO IT-LABEL.
           MOVE SAL-RECIPS-READ-COUNT TO IT-COUNT.
           WRITE INTGRPT-RECORD FROM INTGRPT-TOTAL.
           MOVE SPACES TO INTGRPT-TOTAL.
           MOVE 'RECEVTS RECORDS READ : ' TO IT-LABEL.
           MOVE SAL-RECEVTS-READ-COUNT TO IT-COUNT.
           WRITE INTGRPT-RECORD FROM INTGRPT-TOTAL.
           MOVE SPACES TO INTGRPT-TOTAL.
           MOVE 'SALCAL RECORDS READ  : ' TO IT-LABEL.
           MOVE SAL-SALCAL-READ-COUNT TO IT-COUNT.
           WRITE INTGRPT-RECORD FROM INTGRPT-TOTAL.
           MOVE SPACES TO INTGRPT-TOTAL.
           MOVE 'SALPARM RECORDS READ : ' TO IT-LABEL.
           MOVE SAL-SALPARM-READ-COUNT TO IT-COUNT.
           WRITE INTGRPT-RECORD FROM INTGRPT-TOTAL.
           MOVE SPACES TO INTGRPT-TOTAL.
           MOVE 'GRTMPL LINES READ    : ' TO IT-LABEL.
           MOVE SAL-GRTMPL-READ-COUNT TO IT-COUNT.
           WRITE INTGRPT-RECORD FROM INTGRPT-TOTAL.
           MOVE SPACES TO INTGRPT-TOTAL.
           MOVE 'BROKEN REFERENCES    : ' TO IT-LABEL.
           MOVE SAL-ERROR-COUNT TO IT-COUNT.
           WRITE INTGRPT-RECORD FROM INTGRPT-TOTAL.
       8000-PRINT-TOTALS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1650-INIT-LANGUAGE-TABLE - the same table SALMAIN builds   *
      * (one shared set of entries, COPYed), so a code is only     *
      * reported when the nightly really cannot resolve it.        *
      *-----------------------------------------------------------*
       1650-INIT-LANGUAGE-TABLE.
           COPY LANGINIT.
       1650-INIT-LANGUAGE-TABLE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9800-START-STEP-LOG - name the step and note when it      *
      * started, for the STEPLOG record 9900 writes on the way    *
      * out.                                                      *
      *-----------------------------------------------------------*
       9800-START-STEP-LOG.
           MOVE SPACES TO STEP-RECORD.
           MOVE 'INTGCHK' TO STEP-PROGRAM.
           MOVE ZERO TO STEP-RUN-NUMBER.
           MOVE ZERO TO STEP-RECORDS.
           ACCEPT STEP-START-DATE FROM DATE YYYYMMDD.
           ACCEPT STEP-START-TIME FROM TIME.
       9800-START-STEP-LOG-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9900-END-STEP-LOG - append this step's STEPLOG record     *
      * through the STEPLOG subprogram: the records read across   *
      * the five files checked and the return code the step is    *
      * about to end with.  Performed ahead of every STOP RUN,    *
      * the fatal ones included, so STEPRPT sees how every run    *
      * ended.                                                    *
      *-----------------------------------------------------------*
       9900-END-STEP-LOG.
           ADD SAL-RECIPS-READ-COUNT SAL-RECEVTS-READ-COUNT
               SAL-SALCAL-READ-COUNT SAL-SALPARM-READ-COUNT
               SAL-GRTMPL-READ-COUNT GIVING STEP-RECORDS.
           COPY STEPEND.
       9900-END-STEP-LOG-EXIT.
           EXIT.

       END PROGRAM INTGCHK.
