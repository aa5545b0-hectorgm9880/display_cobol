      *                    paths resolve a blank language to the
      *                    run's language through the new 2250, the
      *                    same rule the greeted path applies.
      *   11-09-2026  HGM  Added the supplementary rerun mode.  When
      *                    SALPARM-RUN-MODE is 'S' the run greets
      *                    only the recipients named on the SALSEL
      *                    selection file, each looked up by a keyed
      *                    read (RECIPS is now ACCESS DYNAMIC - the
      *                    nightly still reads it in key order).  An
      *                    ID not on the master, an inactive one, or
      *                    one repeated on the list goes to RECREJ
      *                    with its own reason code.  The run takes
      *                    its own SALRUNC number and writes
      *                    GREETSTA, RUNHIST, AUDITLOG and a GREETEXT
      *                    header marked 'S' like any run, but the
      *                    calendar skip does not apply, SALCHKPT is
      *                    neither read nor written (the list is
      *                    short and a pending nightly restart must
      *                    survive it), and the same-date refusal now
      *                    keys on RUNC-LAST-FULL-DATE, which a
      *                    supplementary run carries forward - so it
      *                    neither trips nor resets the refusal.
      *   12-09-2026  HGM  The greeted recipient's RECIP-ID now goes
      *                    to the greeting subprogram in the new
      *                    GREET-RECIP-ID parameter (spaces on the
      *                    SALPARM-only fallback) as the key of its
      *                    GRTARCH greeting archive records.
      *   14-09-2026  HGM  Every way out of the step, the fatal stops
      *                    included, now appends a STEPLOG record -
      *                    start and end time, recipients read, return
      *                    code - for the STEPRPT step timing and batch
      *                    window report.
      *   15-09-2026  HGM  The greeting subprogram now returns RC 16
      *                    instead of greeting from part of a GRTMPL
      *                    too long for its table; the run stops RC
      *                    16 on the first such CALL.
      *   15-10-2026  HGM  A blank ID on SALSEL is rejected as not on
      *                    RECIPS ahead of the repeat check, so a blank
      *                    first record is no longer taken for a repeat.
      ******************************************************************

       IDENTIFICATION DIVISION.
               FILE STATUS IS EXCPRPT-STATUS.
           SELECT RECIPS-FILE ASSIGN TO "RECIPS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECIP-ID
               FILE STATUS IS RECIPS-STATUS.
           SELECT SALRUNC-FILE ASSIGN TO "SALRUNC"
           SELECT RECEVTS-FILE ASSIGN TO "RECEVTS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RECEVTS-STATUS.
           SELECT SALSEL-FILE ASSIGN TO "SALSEL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SALSEL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SALPARM-FILE.
       FD  RECEVTS-FILE.
           COPY RECEVREC.

      *    THE SUPPLEMENTARY RUN'S SELECTION LIST - ONE RECIP-ID
      *    PER RECORD, IN ID ORDER.
       FD  SALSEL-FILE.
       01 SALSEL-RECORD.
           05 SEL-RECIP-ID PIC X(05).
           05 FILLER PIC X(75).

       FD  RECREJ-FILE.
       01 RECREJ-RECORD.
           05 REJ-RUN-DATE PIC X(08).
       WORKING-STORAGE SECTION.
           COPY GREETREC.
           COPY LANGTAB.
           COPY STEPREC.

       01 SAL-LANGUAGE-CODE PIC X(02) VALUE 'ES'.
       01 SAL-MSG-SET PIC X(08) VALUE 'DEFAULT'.
       01 SAL-RUNC-STATUS PIC X(01) VALUE SPACE.
           88 SAL-RUNC-IN-PROGRESS VALUE 'P'.
           88 SAL-RUNC-COMPLETED VALUE 'C'.
       01 SAL-RUNC-FULL-DATE PIC X(08) VALUE SPACES.

       01 SAL-FORCE-RUN-SW PIC X(01) VALUE 'N'.
           88 SAL-FORCE-RUN VALUE 'Y'.

       01 SAL-RUN-MODE PIC X(01) VALUE 'F'.
           88 SAL-EVENT-RUN VALUE 'E'.
           88 SAL-SUPPLEMENTARY-RUN VALUE 'S'.

       01 SALSEL-STATUS PIC X(02).
           88 SALSEL-OK VALUE '00'.

      *    THE LAST ID TAKEN FROM SALSEL, SO A NAME LISTED TWICE IS
      *    REJECTED INSTEAD OF GREETED TWICE.
       01 SAL-PREV-SEL-ID PIC X(05) VALUE SPACES.

      *    TODAY'S EVENTS, LOADED ONCE ON AN EVENT RUN.  500 IS
      *    MANY TIMES THE BIGGEST OCCASION DAY THE LIST CAN
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 9800-START-STEP-LOG THRU 9800-START-STEP-LOG-EXIT.
           PERFORM 1650-INIT-LANGUAGE-TABLE THRU
               1650-INIT-LANGUAGE-TABLE-EXIT.
           MOVE SPACES TO SALUDO.
               MOVE SAL-DEFAULT-SALUDO-TEXT TO SALUDO
           END-IF.
           PERFORM 1800-CHECK-CALENDAR THRU 1800-CHECK-CALENDAR-EXIT.
           IF SAL-CALENDAR-SKIP AND NOT SAL-SUPPLEMENTARY-RUN
               PERFORM 1850-WRITE-SKIP-LINE THRU
                   1850-WRITE-SKIP-LINE-EXIT
               MOVE 2 TO SAL-FINAL-RC
               PERFORM 9100-WRITE-RUN-HISTORY THRU
                   9100-WRITE-RUN-HISTORY-EXIT
               MOVE SAL-FINAL-RC TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           IF NOT SAL-SUPPLEMENTARY-RUN
               PERFORM 1620-READ-CHECKPOINT THRU
                   1620-READ-CHECKPOINT-EXIT
           END-IF.
           PERFORM 1640-COUNT-MASTER THRU 1640-COUNT-MASTER-EXIT.
           PERFORM 1630-VERIFY-RESTART THRU 1630-VERIFY-RESTART-EXIT.
           IF SAL-EVENT-RUN
               PERFORM 1900-LOAD-TODAY-EVENTS THRU
                   1900-LOAD-TODAY-EVENTS-EXIT
           END-IF.
           IF SAL-SUPPLEMENTARY-RUN
               PERFORM 1950-OPEN-SELECTION THRU
                   1950-OPEN-SELECTION-EXIT
           END-IF.
           PERFORM 1600-START-RUN-CONTROL THRU
               1600-START-RUN-CONTROL-EXIT.
           MOVE SAL-MSG-SET TO GREET-MSG-SET.
               IF RECIPS-OK
                   CLOSE RECIPS-FILE
               END-IF
      *        A SUPPLEMENTARY RUN GREETS ITS LIST OR NOBODY - AN
      *        EMPTY OR ALL-REJECTED LIST NEVER FALLS BACK.
      *        THE SALPARM-ONLY FALLBACK IS FOR A MASTER THAT
      *        YIELDED NO RECORDS AT ALL.  A LIST THE RUN READ BUT
      *        SKIPPED ENTIRELY - ALL INACTIVE, ALL REJECTED, OR
      *        AN EVENT RUN WITH NO EVENTS TODAY - MEANS NO
      *        GREETINGS WERE DUE, NOT THAT THE DEFAULT GREETING
      *        SHOULD GO TO NOBODY.
               IF (NOT RECIPS-OK
                   OR SAL-RECIPS-READ-COUNT = ZERO)
                   AND NOT SAL-SUPPLEMENTARY-RUN
                   MOVE 'Y' TO GREET-FIRST-SW
                   MOVE 'Y' TO GREET-LAST-SW
                   MOVE SAL-LANGUAGE-CODE TO GREET-LANG-CODE
                   MOVE 'B' TO GREET-CHANNEL
                   MOVE SPACES TO GREET-RECIP-ID
                   CALL 'DIVISION_DE_PROCEDIMIENTOS' USING SALUDO,
                       TITULO, NUMERO, GREET-FIRST-SW, GREET-LAST-SW,
                       GREET-LANG-CODE, GREET-MSG-SET, GREET-CHANNEL,
                       GREET-RUN-NUMBER, GREET-RUN-MODE, GREET-RECIP-ID
                   PERFORM 2180-CHECK-GREETING-RC THRU
                       2180-CHECK-GREETING-RC-EXIT
                   ADD 1 TO SAL-GREETED-COUNT
               END-IF
           END-IF.
           IF SAL-SUPPLEMENTARY-RUN
               CLOSE SALSEL-FILE
           END-IF.
           IF SAL-GREETSTA-OPEN
               CLOSE GREETSTA-FILE
           END-IF.
           IF NOT SAL-SUPPLEMENTARY-RUN
               PERFORM 8100-CLEAR-CHECKPOINT THRU
                   8100-CLEAR-CHECKPOINT-EXIT
           END-IF.
           PERFORM 9000-CLOSE-RUN-CONTROL THRU
               9000-CLOSE-RUN-CONTROL-EXIT.
           IF SAL-EXCEPTION-FOUND
           PERFORM 9100-WRITE-RUN-HISTORY THRU
               9100-WRITE-RUN-HISTORY-EXIT.
           MOVE SAL-FINAL-RC TO RETURN-CODE.
           PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
                       'SET THE SALPARM FORCE OVERRIDE TO RERUN '
                       'FROM THE TOP OF THE LIST'
                   MOVE 14 TO RETURN-CODE
                   PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
                   STOP RUN
               END-IF
               PERFORM 2200-READ-RECIPIENT THRU
           ELSE
               MOVE 'N' TO GREET-LAST-SW
           END-IF.
           MOVE SAL-CUR-RECIP-ID TO GREET-RECIP-ID.
           CALL 'DIVISION_DE_PROCEDIMIENTOS' USING SALUDO, TITULO,
               NUMERO, GREET-FIRST-SW, GREET-LAST-SW, GREET-LANG-CODE,
               GREET-MSG-SET, GREET-CHANNEL, GREET-RUN-NUMBER,
               GREET-RUN-MODE, GREET-RECIP-ID.
           PERFORM 2180-CHECK-GREETING-RC THRU
               2180-CHECK-GREETING-RC-EXIT.
           MOVE 'N' TO SAL-FIRST-RECIPIENT-SW.
           ADD 1 TO SAL-GREETED-COUNT.
           ADD 1 TO SAL-RECIPS-GREETED-COUNT.
           MOVE SAL-CUR-RECIP-ID TO SAL-LAST-GREETED-ID.
           ADD SAL-CHKPT-SKIP-COUNT, SAL-GREETED-COUNT
               GIVING SAL-CHKPT-OUT-COUNT.
           IF NOT SAL-SUPPLEMENTARY-RUN
               PERFORM 8000-WRITE-CHECKPOINT THRU
                   8000-WRITE-CHECKPOINT-EXIT
           END-IF.
       2100-PROCESS-RECIPIENT-EXIT.
           EXIT.

       2160-SET-RECIPIENT-CHANNEL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2180-CHECK-GREETING-RC - the greeting subprogram returns   *
      * RC 16 when it cannot greet as configured (a GRTMPL longer  *
      * than its template table - TMPLCHK lists the lines).        *
      * Nothing was greeted on that CALL, so the run stops here    *
      * rather than carry on with the wording half loaded.         *
      * SALRUNC is left in progress like any run that dies part    *
      * way: once GRTMPL is fixed the rerun restarts from          *
      * SALCHKPT, or needs the SALPARM force override when no      *
      * checkpoint was written yet.                                *
      *-----------------------------------------------------------*
       2180-CHECK-GREETING-RC.
           IF RETURN-CODE = 16
               DISPLAY 'GREETING SUBPROGRAM ENDED RC 16 - RUN STOPPED'
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
       2180-CHECK-GREETING-RC-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-READ-RECIPIENT - read forward to the next active      *
      * RECIPS record.  Inactive recipients are skipped here, so   *
      *-----------------------------------------------------------*
      * 2210-READ-RECIPS-NEXT - one physical READ of RECIPS.       *
      * Leaves SAL-READ-AGAIN set when the record just read is an  *
      * inactive recipient 2200 should skip over.  A               *
      * supplementary run takes the next selected recipient by a   *
      * keyed read instead (2270), and rejects an inactive one to  *
      * RECREJ - it was named to be greeted and was not.           *
      *-----------------------------------------------------------*
       2210-READ-RECIPS-NEXT.
           IF SAL-SUPPLEMENTARY-RUN
               PERFORM 2270-READ-SELECTED THRU 2270-READ-SELECTED-EXIT
               IF SAL-RECIPS-EOF OR SAL-READ-AGAIN
                   GO TO 2210-READ-RECIPS-NEXT-EXIT
               END-IF
               GO TO 2210-READ-RECIPS-NEXT-CHECK
           END-IF.
           READ RECIPS-FILE NEXT RECORD
               AT END
                   SET SAL-RECIPS-EOF TO TRUE
                   GO TO 2210-READ-RECIPS-NEXT-EXIT
           END-READ.
           ADD 1 TO SAL-RECIPS-READ-COUNT.
       2210-READ-RECIPS-NEXT-CHECK.
           IF RECIP-INACTIVE AND SAL-SUPPLEMENTARY-RUN
               MOVE 'IN' TO SAL-REJ-REASON-CODE
               MOVE 'SELECTED ID IS INACTIVE' TO SAL-REJ-REASON-TEXT
               PERFORM 2230-WRITE-REJECT THRU 2230-WRITE-REJECT-EXIT
               PERFORM 2250-SET-STA-FROM-RECORD THRU
                   2250-SET-STA-FROM-RECORD-EXIT
               MOVE 'R' TO SAL-STA-DISPOSITION
               PERFORM 7000-WRITE-STATS THRU 7000-WRITE-STATS-EXIT
               MOVE 'Y' TO SAL-READ-AGAIN-SW
               GO TO 2210-READ-RECIPS-NEXT-EXIT
           END-IF.
           IF RECIP-INACTIVE
               ADD 1 TO SAL-INACTIVE-COUNT
               PERFORM 2250-SET-STA-FROM-RECORD THRU
       2210-READ-RECIPS-NEXT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2270-READ-SELECTED - take the next ID off SALSEL and read  *
      * that recipient from the master by key.  An ID the master  *
      * does not hold (a blank ID included), or one repeating the  *
      * ID before it, is rejected to RECREJ (and counted read and  *
      * rejected, so the run still balances) and leaves            *
      * SAL-READ-AGAIN set for 2200 to move on to the next one.    *
      *-----------------------------------------------------------*
       2270-READ-SELECTED.
           MOVE 'N' TO SAL-READ-AGAIN-SW.
           READ SALSEL-FILE
               AT END
                   SET SAL-RECIPS-EOF TO TRUE
                   GO TO 2270-READ-SELECTED-EXIT
           END-READ.
           ADD 1 TO SAL-RECIPS-READ-COUNT.
           IF SEL-RECIP-ID = SPACES
               MOVE 'NF' TO SAL-REJ-REASON-CODE
               MOVE 'SELECTED ID NOT ON RECIPS' TO SAL-REJ-REASON-TEXT
               GO TO 2270-READ-SELECTED-REJECT
           END-IF.
           IF SEL-RECIP-ID = SAL-PREV-SEL-ID
               MOVE 'DP' TO SAL-REJ-REASON-CODE
               MOVE 'ID REPEATED ON SELECTION' TO SAL-REJ-REASON-TEXT
               GO TO 2270-READ-SELECTED-REJECT
           END-IF.
           MOVE SEL-RECIP-ID TO SAL-PREV-SEL-ID.
           MOVE SEL-RECIP-ID TO RECIP-ID.
           READ RECIPS-FILE
               INVALID KEY
                   MOVE 'NF' TO SAL-REJ-REASON-CODE
                   MOVE 'SELECTED ID NOT ON RECIPS'
                       TO SAL-REJ-REASON-TEXT
                   GO TO 2270-READ-SELECTED-REJECT
           END-READ.
           GO TO 2270-READ-SELECTED-EXIT.
       2270-READ-SELECTED-REJECT.
           MOVE SPACES TO RECIP-RECORD.
           MOVE SEL-RECIP-ID TO RECIP-ID.
           PERFORM 2230-WRITE-REJECT THRU 2230-WRITE-REJECT-EXIT.
           PERFORM 2250-SET-STA-FROM-RECORD THRU
               2250-SET-STA-FROM-RECORD-EXIT.
           MOVE 'R' TO SAL-STA-DISPOSITION.
           PERFORM 7000-WRITE-STATS THRU 7000-WRITE-STATS-EXIT.
           MOVE 'Y' TO SAL-READ-AGAIN-SW.
       2270-READ-SELECTED-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2250-SET-STA-FROM-RECORD - the stats fields for a record   *
      * being skipped (inactive, rejected, restart-skip or         *
           IF SALPARM-RUN-MODE = 'E'
               MOVE 'E' TO SAL-RUN-MODE
           END-IF.
           IF SALPARM-RUN-MODE = 'S'
               MOVE 'S' TO SAL-RUN-MODE
           END-IF.
           PERFORM 1500-VALIDATE-NUMERO THRU 1500-VALIDATE-NUMERO-EXIT.
       1000-READ-SALPARM-CLOSE.
           CLOSE SALPARM-FILE.
      * record and refuse the start when it says this run should   *
      * not happen: an in-progress record with no checkpoint       *
      * behind it means another execution is (or died) mid-run,    *
      * and a completed nightly for today (RUNC-LAST-FULL-DATE)    *
      * means tonight already ran - both stop RC 12 before any     *
      * output is touched.  A supplementary run is never refused   *
      * as a second run, and never counts as tonight's.  The       *
      * one-shot SALPARM-FORCE-SW override clears either refusal   *
      * - it is also the deliberate way forward after an RC 14     *
      * restart refusal, where clearing SALCHKPT leaves the        *
               MOVE RUNC-RUN-NUMBER TO SAL-RUNC-RUN-NUMBER
               MOVE RUNC-RUN-DATE TO SAL-RUNC-RUN-DATE
               MOVE RUNC-STATUS-SW TO SAL-RUNC-STATUS
               MOVE RUNC-LAST-FULL-DATE TO SAL-RUNC-FULL-DATE
           END-IF.
      *    A RECORD FROM BEFORE RUNC-LAST-FULL-DATE EXISTED WAS
      *    WRITTEN BY A NIGHTLY, SO ITS OWN DATE IS THE LAST ONE.
           IF SAL-RUNC-FOUND AND SAL-RUNC-COMPLETED
               AND SAL-RUNC-FULL-DATE = SPACES
               MOVE SAL-RUNC-RUN-DATE TO SAL-RUNC-FULL-DATE
           END-IF.
       1600-START-RUN-CONTROL-CLOSE.
           CLOSE SALRUNC-FILE.
                   DISPLAY 'RUN STOPPED - INVESTIGATE, THEN SET THE '
                       'SALPARM FORCE OVERRIDE TO START FRESH'
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
                   STOP RUN
               END-IF
           END-IF.
           IF SAL-RUNC-FOUND AND SAL-RUNC-COMPLETED
               AND SAL-RUNC-FULL-DATE = SAL-RUN-DATE
               AND NOT SAL-SUPPLEMENTARY-RUN
               IF SAL-FORCE-RUN
                   DISPLAY 'FORCE OVERRIDE ACCEPTED - SECOND RUN ON '
                       SAL-RUN-DATE ' AFTER COMPLETED RUN '
                   DISPLAY 'SECOND RUN NEEDS THE SALPARM FORCE '
                       'OVERRIDE'
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
                   STOP RUN
               END-IF
           END-IF.
           IF SAL-RUNC-ERROR
               DISPLAY 'RUN NOT STARTED - SALRUNC COULD NOT BE MARKED'
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           IF SAL-FORCE-USED
           ACCEPT SAL-RUN-TIME FROM TIME.
           MOVE SAL-RUN-TIME TO RUNC-RUN-TIME.
           MOVE SAL-RUNC-NEW-STATUS TO RUNC-STATUS-SW.
           IF SAL-RUNC-NEW-STATUS = 'C' AND NOT SAL-SUPPLEMENTARY-RUN
               MOVE SAL-RUN-DATE TO SAL-RUNC-FULL-DATE
           END-IF.
           MOVE SAL-RUNC-FULL-DATE TO RUNC-LAST-FULL-DATE.
           WRITE SALRUNC-RECORD.
           IF NOT SALRUNC-OK
               DISPLAY 'SALRUNC WRITE ERROR - STATUS ' SALRUNC-STATUS
               'SALPARM FORCE OVERRIDE TO RERUN FROM THE TOP '
               'OF THE LIST'.
           MOVE 14 TO RETURN-CODE.
           PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT.
           STOP RUN.
       1630-VERIFY-RESTART-EXIT.
           EXIT.
           EXIT.

       1645-COUNT-ONE-RECORD.
           READ RECIPS-FILE NEXT RECORD
               AT END
                   SET SAL-FP-EOF TO TRUE
                   GO TO 1645-COUNT-ONE-RECORD-EXIT
               DISPLAY 'RECEVTS OPEN ERROR - STATUS ' RECEVTS-STATUS
               DISPLAY 'EVENT RUN NEEDS THE RECEVTS EVENTS FILE'
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           PERFORM 1910-READ-EVENT THRU 1910-READ-EVENT-EXIT
           IF SAL-EVENT-COUNT = 500
               DISPLAY 'EVENT TABLE FULL AT 500 EVENTS FOR TODAY'
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           ADD 1 TO SAL-EVENT-COUNT.
       1910-READ-EVENT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1950-OPEN-SELECTION - a supplementary run needs both its   *
      * selection list and a master to look the IDs up on; either  *
      * one missing is a setup error, so stop RC 16 before the run *
      * control or any output is touched.  SALSEL stays open for   *
      * 2270 to read through.                                      *
      *-----------------------------------------------------------*
       1950-OPEN-SELECTION.
           OPEN INPUT RECIPS-FILE.
           IF NOT RECIPS-OK
               DISPLAY 'RECIPS OPEN ERROR - STATUS ' RECIPS-STATUS
               DISPLAY 'SUPPLEMENTARY RUN NEEDS THE RECIPS MASTER'
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           CLOSE RECIPS-FILE.
           OPEN INPUT SALSEL-FILE.
           IF NOT SALSEL-OK
               DISPLAY 'SALSEL OPEN ERROR - STATUS ' SALSEL-STATUS
               DISPLAY 'SUPPLEMENTARY RUN NEEDS THE SALSEL LIST'
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
       1950-OPEN-SELECTION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1800-CHECK-CALENDAR - decide whether today is a processing *
      * date.  Saturday and Sunday skip by default; a SALCAL       *
       9100-WRITE-RUN-HISTORY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9800-START-STEP-LOG - name the step and note when it      *
      * started, for the STEPLOG record 9900 writes on the way    *
      * out.                                                      *
      *-----------------------------------------------------------*
       9800-START-STEP-LOG.
           MOVE SPACES TO STEP-RECORD.
           MOVE 'SALMAIN' TO STEP-PROGRAM.
           MOVE ZERO TO STEP-RUN-NUMBER.
           MOVE ZERO TO STEP-RECORDS.
           ACCEPT STEP-START-DATE FROM DATE YYYYMMDD.
           ACCEPT STEP-START-TIME FROM TIME.
       9800-START-STEP-LOG-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9900-END-STEP-LOG - append this step's STEPLOG record     *
      * through the STEPLOG subprogram: the recipients read and   *
      * the return code the step is about to end with.  Performed *
      * ahead of every STOP RUN, the fatal ones included, so      *
      * STEPRPT sees how every run ended.                         *
      *-----------------------------------------------------------*
       9900-END-STEP-LOG.
           MOVE SAL-RECIPS-READ-COUNT TO STEP-RECORDS.
           MOVE SAL-RUN-NUMBER TO STEP-RUN-NUMBER.
           COPY STEPEND.
       9900-END-STEP-LOG-EXIT.
           EXIT.

       END PROGRAM SALMAIN.
