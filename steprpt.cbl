      ******************************************************************
      * Author: Hector gm
      * Date:  14-09-2026
      * Purpose: Step timing and batch-window report off the
      *          STEPLOG step log.  Every batch program appends one
      *          STEPREC record as it ends (through the STEPLOG
      *          subprogram); this program reads them back and
      *          prints, night by night, one line per step - start,
      *          end, elapsed time, the program's rolling average,
      *          records processed and return code - and a night
      *          total.  A step that ran more than the STEPPARM
      *          percentage over the average of that program's last
      *          runs is flagged OVER, and a night whose last step
      *          ended after the STEPPARM window end time is flagged
      *          PAST WINDOW END, so a night creeping toward the
      *          limit is seen before it breaks it.  Either flag
      *          ends the run RC 4.
      * Tectonics:
      *
      * Modification History:
      *   14-09-2026  HGM  Original version, alongside the STEPLOG
      *                    record added to every batch program the
      *                    same day.
      *   15-10-2026  HGM  The table-full stop closes STEPLOG before
      *                    its own STEPLOG record is appended, so the
      *                    failed run is logged like any other.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. STEPRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEPPARM-FILE ASSIGN TO "STEPPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STEPPARM-STATUS.
           SELECT STEPLOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STEPLOG-STATUS.
           SELECT STEPOUT-FILE ASSIGN TO "STEPOUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STEPOUT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STEPPARM-FILE.
       01 STEPPARM-RECORD.
           05 SP-FROM-DATE PIC X(08).
           05 FILLER PIC X(02).
           05 SP-TO-DATE PIC X(08).
           05 FILLER PIC X(02).
           05 SP-WINDOW-START PIC X(04).
           05 FILLER PIC X(02).
           05 SP-WINDOW-END PIC X(04).
           05 FILLER PIC X(02).
           05 SP-OVERRUN-PCT PIC X(03).
           05 FILLER PIC X(02).
           05 SP-AVERAGE-RUNS PIC X(02).
           05 FILLER PIC X(41).

       FD  STEPLOG-FILE.
           COPY STEPREC REPLACING LEADING ==STEP-== BY ==SLOG-==.

       FD  STEPOUT-FILE.
       01 STEPOUT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           COPY STEPREC.
       01 STEPPARM-STATUS PIC X(02).
           88 STEPPARM-OK VALUE '00'.

       01 STEPLOG-STATUS PIC X(02).
           88 STEPLOG-OK VALUE '00'.
           88 STEPLOG-NOT-FOUND VALUE '35'.

       01 STEPOUT-STATUS PIC X(02).
           88 STEPOUT-OK VALUE '00'.

       01 SAL-STEPLOG-EOF-SW PIC X(01) VALUE 'N'.
           88 SAL-STEPLOG-EOF VALUE 'Y'.

       01 SAL-REPORT-DATE PIC X(08).

      *    STEPPARM DEFAULTS - A MISSING OR BLANK STEPPARM REPORTS
      *    EVERY NIGHT ON THE LOG AGAINST A 20:00-06:00 WINDOW,
      *    FLAGGING A STEP 50 PERCENT OVER THE AVERAGE OF ITS LAST
      *    5 RUNS.  THE AVERAGE CAN SPAN AT MOST 10 RUNS.
       01 SAL-FROM-DATE PIC X(08) VALUE '00000000'.
       01 SAL-TO-DATE PIC X(08) VALUE '99999999'.
       01 SAL-WINDOW-START PIC 9(04) VALUE 2000.
       01 SAL-WINDOW-END PIC 9(04) VALUE 0600.
       01 SAL-OVERRUN-PCT PIC 9(03) VALUE 50.
       01 SAL-AVERAGE-RUNS PIC 9(02) VALUE 5.
       01 SAL-WINDOW-WRAPS-SW PIC X(01) VALUE 'N'.
           88 SAL-WINDOW-WRAPS VALUE 'Y'.

      *    WHEN THE WINDOW SPANS MIDNIGHT, A STEP STARTING BEFORE
      *    NOON BELONGS TO THE NIGHT THAT BEGAN THE EVENING BEFORE;
      *    FROM NOON ON IT BELONGS TO ITS OWN DATE'S NIGHT, SO A
      *    DAYTIME ON-REQUEST JOB IS NOT COUNTED AGAINST THE
      *    PREVIOUS NIGHT'S WINDOW.
       01 SAL-DAY-SPLIT-TIME PIC 9(06) VALUE 120000.

      *    ONE ENTRY PER PROGRAM SEEN ON THE LOG, HOLDING THE
      *    ELAPSED SECONDS OF ITS LAST SAL-AVERAGE-RUNS RUNS IN A
      *    RING.  A STEP THAT ENDED RC 16 OR WORSE STOPPED SHORT
      *    AND WOULD DRAG THE AVERAGE DOWN, SO IT IS NOT ADDED.
       01 SAL-PGM-TABLE.
           05 SAL-PGM-ENTRY OCCURS 50 TIMES
                   INDEXED BY SAL-PGM-IDX.
               10 SAL-PGM-NAME PIC X(08).
               10 SAL-PGM-RUNS PIC 9(02).
               10 SAL-PGM-NEXT PIC 9(02).
               10 SAL-PGM-ELAPSED PIC 9(06) OCCURS 10 TIMES.
       01 SAL-PGM-COUNT PIC 9(03) VALUE ZERO.
       01 SAL-RUN-SUB PIC 9(05) COMP VALUE ZERO.
       01 SAL-PGM-FOUND-SW PIC X(01) VALUE 'N'.
           88 SAL-PGM-FOUND VALUE 'Y'.

      *    THE CURRENT STEP.
       01 SAL-START-DATE PIC 9(08).
       01 SAL-END-DATE PIC 9(08).
       01 SAL-TIME-WORK.
           05 SAL-TIME-HH PIC 9(02).
           05 SAL-TIME-MM PIC 9(02).
           05 SAL-TIME-SS PIC 9(02).
           05 FILLER PIC X(02).
       01 SAL-TIME-HHMMSS REDEFINES SAL-TIME-WORK PIC 9(06).
       01 SAL-START-HHMMSS PIC 9(06).
       01 SAL-START-SECONDS PIC 9(05).
       01 SAL-END-SECONDS PIC 9(05).
       01 SAL-ELAPSED PIC S9(09).
       01 SAL-AVERAGE PIC 9(06).
       01 SAL-AVERAGE-SUM PIC 9(08).
       01 SAL-OVERRUN-LIMIT PIC 9(08).
       01 SAL-NIGHT-DATE PIC 9(08).
       01 SAL-DATE-INT PIC 9(08).
       01 SAL-HAVE-AVERAGE-SW PIC X(01) VALUE 'N'.
           88 SAL-HAVE-AVERAGE VALUE 'Y'.

      *    THE NIGHT BEING PRINTED.
       01 SAL-CUR-NIGHT PIC 9(08) VALUE ZERO.
       01 SAL-NIGHT-OPEN-SW PIC X(01) VALUE 'N'.
           88 SAL-NIGHT-OPEN VALUE 'Y'.
       01 SAL-NIGHT-ELAPSED PIC 9(07) VALUE ZERO.
       01 SAL-NIGHT-LAST-END.
           05 SAL-NIGHT-LAST-DATE PIC X(08).
           05 SAL-NIGHT-LAST-TIME PIC X(06).
       01 SAL-STEP-END.
           05 SAL-STEP-END-DATE PIC X(08).
           05 SAL-STEP-END-TIME PIC X(06).
       01 SAL-WINDOW-END-AT.
           05 SAL-WINDOW-END-DATE PIC 9(08).
           05 SAL-WINDOW-END-HHMM PIC 9(04).
           05 SAL-WINDOW-END-SS PIC X(02).

      *    ELAPSED SECONDS SHOWN AS HH:MM:SS.
       01 SAL-HMS-SECONDS PIC 9(07).
       01 SAL-HMS-REST PIC 9(07).
       01 SAL-HMS-TEXT.
           05 SAL-HMS-HH PIC 9(02).
           05 FILLER PIC X(01) VALUE ':'.
           05 SAL-HMS-MM PIC 9(02).
           05 FILLER PIC X(01) VALUE ':'.
           05 SAL-HMS-SS PIC 9(02).

       01 SAL-LOG-READ-COUNT PIC 9(07) VALUE ZERO.
       01 SAL-UNUSABLE-COUNT PIC 9(05) VALUE ZERO.
       01 SAL-STEPS-COUNT PIC 9(05) VALUE ZERO.
       01 SAL-NIGHTS-COUNT PIC 9(05) VALUE ZERO.
       01 SAL-OVER-COUNT PIC 9(05) VALUE ZERO.
       01 SAL-LATE-NIGHT-COUNT PIC 9(05) VALUE ZERO.
       01 SAL-FINAL-RC PIC 9(02) VALUE ZERO.

       01 STEPOUT-HEADER.
           05 SH-LABEL PIC X(30).
           05 SH-REPORT-DATE PIC X(08).
           05 FILLER PIC X(42).
       01 STEPOUT-RANGE.
           05 SR-LABEL PIC X(12).
           05 SR-FROM PIC X(08).
           05 SR-SEP PIC X(04).
           05 SR-TO PIC X(08).
           05 FILLER PIC X(48).
       01 STEPOUT-LIMITS.
           05 SL-WINDOW-LABEL PIC X(07).
           05 SL-WINDOW-START PIC 9(04).
           05 SL-SEP PIC X(01).
           05 SL-WINDOW-END PIC 9(04).
           05 SL-OVER-LABEL PIC X(11).
           05 SL-OVERRUN-PCT PIC ZZ9.
           05 SL-AVG-LABEL PIC X(25).
           05 SL-AVERAGE-RUNS PIC Z9.
           05 SL-RUNS-LABEL PIC X(05).
           05 FILLER PIC X(18).
       01 STEPOUT-NIGHT.
           05 SN-LABEL PIC X(09).
           05 SN-NIGHT-DATE PIC 9(08).
           05 FILLER PIC X(63).
      *    COLUMN HEADINGS LAID OUT FIELD BY FIELD SO EACH LABEL
      *    ENDS ON THE SAME COLUMN AS THE DETAIL VALUE UNDER IT.
       01 STEPOUT-COLUMNS.
           05 SC-PGM-LABEL PIC X(08).
           05 FILLER PIC X(02).
           05 SC-NUM-LABEL PIC X(07).
           05 FILLER PIC X(02).
           05 SC-DATE-LABEL PIC X(08).
           05 FILLER PIC X(01).
           05 SC-START-LABEL PIC X(06).
           05 FILLER PIC X(02).
           05 SC-END-LABEL PIC X(06).
           05 FILLER PIC X(02).
           05 SC-ELAPSED-LABEL PIC X(08).
           05 FILLER PIC X(02).
           05 SC-AVERAGE-LABEL PIC X(08).
           05 FILLER PIC X(02).
           05 SC-RECORDS-LABEL PIC X(07).
           05 FILLER PIC X(02).
           05 SC-RC-LABEL PIC X(02).
           05 FILLER PIC X(01).
           05 SC-FLAG-LABEL PIC X(04).
       01 STEPOUT-DETAIL.
           05 SD-PROGRAM PIC X(08).
           05 FILLER PIC X(02).
           05 SD-RUN-NUMBER PIC 9(07).
           05 FILLER PIC X(02).
           05 SD-START-DATE PIC X(08).
           05 FILLER PIC X(01).
           05 SD-START-TIME PIC X(06).
           05 FILLER PIC X(02).
           05 SD-END-TIME PIC X(06).
           05 FILLER PIC X(02).
           05 SD-ELAPSED PIC X(08).
           05 FILLER PIC X(02).
           05 SD-AVERAGE PIC X(08).
           05 FILLER PIC X(02).
           05 SD-RECORDS PIC 9(07).
           05 FILLER PIC X(02).
           05 SD-RETURN-CODE PIC 9(02).
           05 FILLER PIC X(01).
           05 SD-FLAG PIC X(04).
       01 STEPOUT-NIGHT-TOTAL.
           05 NT-LABEL PIC X(14).
           05 NT-ELAPSED PIC X(08).
           05 FILLER PIC X(02).
           05 NT-LAST-LABEL PIC X(10).
           05 NT-LAST-DATE PIC X(08).
           05 FILLER PIC X(01).
           05 NT-LAST-TIME PIC X(06).
           05 FILLER PIC X(02).
           05 NT-FLAG PIC X(16).
           05 FILLER PIC X(13).
       01 STEPOUT-TOTAL.
           05 ST-LABEL PIC X(25).
           05 ST-COUNT PIC 9(07).
           05 FILLER PIC X(48).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 9800-START-STEP-LOG THRU 9800-START-STEP-LOG-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-STEP THRU 2000-PROCESS-STEP-EXIT
               UNTIL SAL-STEPLOG-EOF.
           IF SAL-NIGHT-OPEN
               PERFORM 3000-PRINT-NIGHT-TOTAL THRU
                   3000-PRINT-NIGHT-TOTAL-EXIT
           END-IF.
           PERFORM 8000-PRINT-TOTALS THRU 8000-PRINT-TOTALS-EXIT.
           IF NOT STEPLOG-NOT-FOUND
               CLOSE STEPLOG-FILE
           END-IF.
           CLOSE STEPOUT-FILE.
           MOVE SAL-FINAL-RC TO RETURN-CODE.
           PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - take the STEPPARM limits, open the log   *
      * and the report and print the report heading.  No log yet   *
      * just means an empty report; a log or report that will not  *
      * open at all ends the run RC 16.                            *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1100-READ-STEPPARM THRU 1100-READ-STEPPARM-EXIT.
           OPEN OUTPUT STEPOUT-FILE.
           IF NOT STEPOUT-OK
               DISPLAY 'STEPOUT OPEN ERROR - STATUS ' STEPOUT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           OPEN INPUT STEPLOG-FILE.
           IF STEPLOG-NOT-FOUND
               SET SAL-STEPLOG-EOF TO TRUE
           ELSE
               IF NOT STEPLOG-OK
                   DISPLAY 'STEPLOG OPEN ERROR - STATUS '
                       STEPLOG-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-END-STEP-LOG THRU
                       9900-END-STEP-LOG-EXIT
                   STOP RUN
               END-IF
           END-IF.
           ACCEPT SAL-REPORT-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO STEPOUT-HEADER.
           MOVE 'STEP TIMING REPORT - RUN DATE' TO SH-LABEL.
           MOVE SAL-REPORT-DATE TO SH-REPORT-DATE.
           WRITE STEPOUT-RECORD FROM STEPOUT-HEADER.
           MOVE SPACES TO STEPOUT-RANGE.
           MOVE 'NIGHTS FROM ' TO SR-LABEL.
           MOVE SAL-FROM-DATE TO SR-FROM.
           MOVE ' TO ' TO SR-SEP.
           MOVE SAL-TO-DATE TO SR-TO.
           WRITE STEPOUT-RECORD FROM STEPOUT-RANGE.
           MOVE SPACES TO STEPOUT-LIMITS.
           MOVE 'WINDOW ' TO SL-WINDOW-LABEL.
           MOVE SAL-WINDOW-START TO SL-WINDOW-START.
           MOVE '-' TO SL-SEP.
           MOVE SAL-WINDOW-END TO SL-WINDOW-END.
           MOVE '  OVERRUN ' TO SL-OVER-LABEL.
           MOVE SAL-OVERRUN-PCT TO SL-OVERRUN-PCT.
           MOVE ' PCT OVER AVERAGE OF LAST' TO SL-AVG-LABEL.
           MOVE SAL-AVERAGE-RUNS TO SL-AVERAGE-RUNS.
           MOVE ' RUNS' TO SL-RUNS-LABEL.
           WRITE STEPOUT-RECORD FROM STEPOUT-LIMITS.
           MOVE SPACES TO STEPOUT-RECORD.
           WRITE STEPOUT-RECORD.
           MOVE SPACES TO STEPOUT-COLUMNS.
           MOVE 'PROGRAM' TO SC-PGM-LABEL.
           MOVE 'RUN NUM' TO SC-NUM-LABEL.
           MOVE 'DATE' TO SC-DATE-LABEL.
           MOVE 'START' TO SC-START-LABEL.
           MOVE 'END' TO SC-END-LABEL.
           MOVE 'ELAPSED' TO SC-ELAPSED-LABEL.
           MOVE 'AVERAGE' TO SC-AVERAGE-LABEL.
           MOVE 'RECORDS' TO SC-RECORDS-LABEL.
           MOVE 'RC' TO SC-RC-LABEL.
           MOVE 'FLAG' TO SC-FLAG-LABEL.
           WRITE STEPOUT-RECORD FROM STEPOUT-COLUMNS.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-READ-STEPPARM - optional selection and limits.  Any   *
      * field left blank (or the whole file missing) keeps its     *
      * default; a run count over the ten the table holds is       *
      * held to ten.                                               *
      *-----------------------------------------------------------*
       1100-READ-STEPPARM.
           OPEN INPUT STEPPARM-FILE.
           IF NOT STEPPARM-OK
               GO TO 1100-READ-STEPPARM-WINDOW
           END-IF.
           READ STEPPARM-FILE
               AT END
                   GO TO 1100-READ-STEPPARM-CLOSE
           END-READ.
           IF SP-FROM-DATE IS NUMERIC
               MOVE SP-FROM-DATE TO SAL-FROM-DATE
           END-IF.
           IF SP-TO-DATE IS NUMERIC
               MOVE SP-TO-DATE TO SAL-TO-DATE
           END-IF.
           IF SP-WINDOW-START IS NUMERIC
               MOVE SP-WINDOW-START TO SAL-WINDOW-START
           END-IF.
           IF SP-WINDOW-END IS NUMERIC
               MOVE SP-WINDOW-END TO SAL-WINDOW-END
           END-IF.
           IF SP-OVERRUN-PCT IS NUMERIC
               MOVE SP-OVERRUN-PCT TO SAL-OVERRUN-PCT
           END-IF.
           IF SP-AVERAGE-RUNS IS NUMERIC
               AND SP-AVERAGE-RUNS NOT = '00'
               MOVE SP-AVERAGE-RUNS TO SAL-AVERAGE-RUNS
           END-IF.
           IF SAL-AVERAGE-RUNS > 10
               MOVE 10 TO SAL-AVERAGE-RUNS
           END-IF.
       1100-READ-STEPPARM-CLOSE.
           CLOSE STEPPARM-FILE.
       1100-READ-STEPPARM-WINDOW.
           IF SAL-WINDOW-END < SAL-WINDOW-START
               SET SAL-WINDOW-WRAPS TO TRUE
           END-IF.
       1100-READ-STEPPARM-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-PROCESS-STEP - one step record: work out its elapsed  *
      * time and its night, compare it with its program's rolling  *
      * average, and print it if the night is in the selected      *
      * range.  Records before the range are still read so the     *
      * averages are warm by the first night printed.  Every       *
      * step's time then goes into its program's average.          *
      *-----------------------------------------------------------*
       2000-PROCESS-STEP.
           READ STEPLOG-FILE
               AT END
                   SET SAL-STEPLOG-EOF TO TRUE
                   GO TO 2000-PROCESS-STEP-EXIT
           END-READ.
           ADD 1 TO SAL-LOG-READ-COUNT.
           IF SLOG-START-DATE IS NOT NUMERIC
               OR SLOG-END-DATE IS NOT NUMERIC
               OR SLOG-START-TIME (1:6) IS NOT NUMERIC
               OR SLOG-END-TIME (1:6) IS NOT NUMERIC
               ADD 1 TO SAL-UNUSABLE-COUNT
               DISPLAY 'STEPLOG RECORD ' SAL-LOG-READ-COUNT
                   ' UNUSABLE - ' SLOG-PROGRAM ' NOT TIMED'
               GO TO 2000-PROCESS-STEP-EXIT
           END-IF.
           PERFORM 2100-COMPUTE-ELAPSED THRU 2100-COMPUTE-ELAPSED-EXIT.
           PERFORM 2200-FIND-PROGRAM THRU 2200-FIND-PROGRAM-EXIT.
           PERFORM 2300-COMPUTE-AVERAGE THRU 2300-COMPUTE-AVERAGE-EXIT.
           IF SAL-NIGHT-DATE NOT < SAL-FROM-DATE
               AND SAL-NIGHT-DATE NOT > SAL-TO-DATE
               PERFORM 2400-PRINT-STEP THRU 2400-PRINT-STEP-EXIT
           END-IF.
           IF SLOG-RETURN-CODE < 16
               PERFORM 2500-ADD-TO-AVERAGE THRU
                   2500-ADD-TO-AVERAGE-EXIT
           END-IF.
       2000-PROCESS-STEP-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-COMPUTE-ELAPSED - seconds from start to end (across   *
      * midnight by integer-date arithmetic) and the night the     *
      * step belongs to.  A clock set back mid-step would make it  *
      * negative; that counts as zero.                             *
      *-----------------------------------------------------------*
       2100-COMPUTE-ELAPSED.
           MOVE SLOG-START-DATE TO SAL-START-DATE.
           MOVE SLOG-END-DATE TO SAL-END-DATE.
           MOVE SLOG-START-TIME TO SAL-TIME-WORK.
           MOVE SAL-TIME-HHMMSS TO SAL-START-HHMMSS.
           COMPUTE SAL-START-SECONDS = SAL-TIME-HH * 3600
               + SAL-TIME-MM * 60 + SAL-TIME-SS.
           MOVE SLOG-END-TIME TO SAL-TIME-WORK.
           COMPUTE SAL-END-SECONDS = SAL-TIME-HH * 3600
               + SAL-TIME-MM * 60 + SAL-TIME-SS.
           COMPUTE SAL-ELAPSED =
               (FUNCTION INTEGER-OF-DATE (SAL-END-DATE)
               - FUNCTION INTEGER-OF-DATE (SAL-START-DATE)) * 86400
               + SAL-END-SECONDS - SAL-START-SECONDS.
           IF SAL-ELAPSED < ZERO
               MOVE ZERO TO SAL-ELAPSED
           END-IF.
           MOVE SAL-START-DATE TO SAL-NIGHT-DATE.
           IF SAL-WINDOW-WRAPS
               AND SAL-START-HHMMSS < SAL-DAY-SPLIT-TIME
               COMPUTE SAL-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (SAL-START-DATE) - 1
               MOVE FUNCTION DATE-OF-INTEGER (SAL-DATE-INT)
                   TO SAL-NIGHT-DATE
           END-IF.
       2100-COMPUTE-ELAPSED-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-FIND-PROGRAM - locate (or add) this program's entry   *
      * in the averages table.                                     *
      *-----------------------------------------------------------*
       2200-FIND-PROGRAM.
           MOVE 'N' TO SAL-PGM-FOUND-SW.
           IF SAL-PGM-COUNT > ZERO
               SET SAL-PGM-IDX TO 1
               SEARCH SAL-PGM-ENTRY
                   WHEN SAL-PGM-NAME (SAL-PGM-IDX) = SLOG-PROGRAM
                       SET SAL-PGM-FOUND TO TRUE
               END-SEARCH
           END-IF.
           IF SAL-PGM-FOUND
               GO TO 2200-FIND-PROGRAM-EXIT
           END-IF.
           IF SAL-PGM-COUNT = 50
               DISPLAY 'PROGRAM TABLE FULL AT 50 DISTINCT PROGRAMS'
               CLOSE STEPLOG-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           ADD 1 TO SAL-PGM-COUNT.
           SET SAL-PGM-IDX TO SAL-PGM-COUNT.
           MOVE SLOG-PROGRAM TO SAL-PGM-NAME (SAL-PGM-IDX).
           MOVE ZERO TO SAL-PGM-RUNS (SAL-PGM-IDX).
           MOVE 1 TO SAL-PGM-NEXT (SAL-PGM-IDX).
       2200-FIND-PROGRAM-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-COMPUTE-AVERAGE - average of the program's runs held  *
      * so far (the last SAL-AVERAGE-RUNS, this one not included). *
      * A program's first run has no average and is never OVER.   *
      *-----------------------------------------------------------*
       2300-COMPUTE-AVERAGE.
           MOVE 'N' TO SAL-HAVE-AVERAGE-SW.
           MOVE ZERO TO SAL-AVERAGE.
           IF SAL-PGM-RUNS (SAL-PGM-IDX) = ZERO
               GO TO 2300-COMPUTE-AVERAGE-EXIT
           END-IF.
           MOVE ZERO TO SAL-AVERAGE-SUM.
           MOVE 1 TO SAL-RUN-SUB.
           PERFORM 2310-SUM-ONE-RUN THRU 2310-SUM-ONE-RUN-EXIT
               UNTIL SAL-RUN-SUB > SAL-PGM-RUNS (SAL-PGM-IDX).
           DIVIDE SAL-AVERAGE-SUM BY SAL-PGM-RUNS (SAL-PGM-IDX)
               GIVING SAL-AVERAGE ROUNDED.
           SET SAL-HAVE-AVERAGE TO TRUE.
       2300-COMPUTE-AVERAGE-EXIT.
           EXIT.

       2310-SUM-ONE-RUN.
           ADD SAL-PGM-ELAPSED (SAL-PGM-IDX, SAL-RUN-SUB)
               TO SAL-AVERAGE-SUM.
           ADD 1 TO SAL-RUN-SUB.
       2310-SUM-ONE-RUN-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2400-PRINT-STEP - night break if this step opens a new     *
      * night, then the step line, flagged OVER when the elapsed   *
      * time passes the average by more than SAL-OVERRUN-PCT.      *
      * The step's end moves the night's last end forward.         *
      *-----------------------------------------------------------*
       2400-PRINT-STEP.
           IF SAL-NIGHT-OPEN
               AND SAL-NIGHT-DATE NOT = SAL-CUR-NIGHT
               PERFORM 3000-PRINT-NIGHT-TOTAL THRU
                   3000-PRINT-NIGHT-TOTAL-EXIT
           END-IF.
           IF NOT SAL-NIGHT-OPEN
               PERFORM 2410-START-NIGHT THRU 2410-START-NIGHT-EXIT
           END-IF.
           ADD 1 TO SAL-STEPS-COUNT.
           ADD SAL-ELAPSED TO SAL-NIGHT-ELAPSED.
           MOVE SLOG-END-DATE TO SAL-STEP-END-DATE.
           MOVE SLOG-END-TIME (1:6) TO SAL-STEP-END-TIME.
           IF SAL-STEP-END > SAL-NIGHT-LAST-END
               MOVE SAL-STEP-END TO SAL-NIGHT-LAST-END
           END-IF.
           MOVE SPACES TO STEPOUT-DETAIL.
           MOVE SLOG-PROGRAM TO SD-PROGRAM.
           MOVE SLOG-RUN-NUMBER TO SD-RUN-NUMBER.
           MOVE SLOG-START-DATE TO SD-START-DATE.
           MOVE SLOG-START-TIME (1:6) TO SD-START-TIME.
           MOVE SLOG-END-TIME (1:6) TO SD-END-TIME.
           MOVE SAL-ELAPSED TO SAL-HMS-SECONDS.
           PERFORM 5000-FORMAT-HMS THRU 5000-FORMAT-HMS-EXIT.
           MOVE SAL-HMS-TEXT TO SD-ELAPSED.
           IF SAL-HAVE-AVERAGE
               MOVE SAL-AVERAGE TO SAL-HMS-SECONDS
               PERFORM 5000-FORMAT-HMS THRU 5000-FORMAT-HMS-EXIT
               MOVE SAL-HMS-TEXT TO SD-AVERAGE
               COMPUTE SAL-OVERRUN-LIMIT =
                   SAL-AVERAGE * (100 + SAL-OVERRUN-PCT) / 100
               IF SAL-ELAPSED > SAL-OVERRUN-LIMIT
                   MOVE 'OVER' TO SD-FLAG
                   ADD 1 TO SAL-OVER-COUNT
                   MOVE 4 TO SAL-FINAL-RC
               END-IF
           END-IF.
           MOVE SLOG-RECORDS TO SD-RECORDS.
           MOVE SLOG-RETURN-CODE TO SD-RETURN-CODE.
           WRITE STEPOUT-RECORD FROM STEPOUT-DETAIL.
       2400-PRINT-STEP-EXIT.
           EXIT.

       2410-START-NIGHT.
           MOVE SAL-NIGHT-DATE TO SAL-CUR-NIGHT.
           SET SAL-NIGHT-OPEN TO TRUE.
           MOVE ZERO TO SAL-NIGHT-ELAPSED.
           MOVE LOW-VALUES TO SAL-NIGHT-LAST-END.
           ADD 1 TO SAL-NIGHTS-COUNT.
           MOVE SPACES TO STEPOUT-RECORD.
           WRITE STEPOUT-RECORD.
           MOVE SPACES TO STEPOUT-NIGHT.
           MOVE 'NIGHT OF ' TO SN-LABEL.
           MOVE SAL-CUR-NIGHT TO SN-NIGHT-DATE.
           WRITE STEPOUT-RECORD FROM STEPOUT-NIGHT.
       2410-START-NIGHT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2500-ADD-TO-AVERAGE - put this run's elapsed time into the *
      * program's ring, over its oldest run once the ring holds    *
      * SAL-AVERAGE-RUNS runs.                                     *
      *-----------------------------------------------------------*
       2500-ADD-TO-AVERAGE.
           MOVE SAL-PGM-NEXT (SAL-PGM-IDX) TO SAL-RUN-SUB.
           MOVE SAL-ELAPSED TO
               SAL-PGM-ELAPSED (SAL-PGM-IDX, SAL-RUN-SUB).
           IF SAL-PGM-RUNS (SAL-PGM-IDX) < SAL-AVERAGE-RUNS
               ADD 1 TO SAL-PGM-RUNS (SAL-PGM-IDX)
           END-IF.
           IF SAL-PGM-NEXT (SAL-PGM-IDX) = SAL-AVERAGE-RUNS
               MOVE 1 TO SAL-PGM-NEXT (SAL-PGM-IDX)
           ELSE
               ADD 1 TO SAL-PGM-NEXT (SAL-PGM-IDX)
           END-IF.
       2500-ADD-TO-AVERAGE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-PRINT-NIGHT-TOTAL - the night's total step time and   *
      * when its last step ended, flagged PAST WINDOW END when     *
      * that is after the STEPPARM window end - the next morning's *
      * end time when the window spans midnight.                   *
      *-----------------------------------------------------------*
       3000-PRINT-NIGHT-TOTAL.
           MOVE SAL-CUR-NIGHT TO SAL-WINDOW-END-DATE.
           IF SAL-WINDOW-WRAPS
               COMPUTE SAL-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (SAL-CUR-NIGHT) + 1
               MOVE FUNCTION DATE-OF-INTEGER (SAL-DATE-INT)
                   TO SAL-WINDOW-END-DATE
           END-IF.
           MOVE SAL-WINDOW-END TO SAL-WINDOW-END-HHMM.
           MOVE '00' TO SAL-WINDOW-END-SS.
           MOVE SPACES TO STEPOUT-NIGHT-TOTAL.
           MOVE 'NIGHT TOTAL' TO NT-LABEL.
           MOVE SAL-NIGHT-ELAPSED TO SAL-HMS-SECONDS.
           PERFORM 5000-FORMAT-HMS THRU 5000-FORMAT-HMS-EXIT.
           MOVE SAL-HMS-TEXT TO NT-ELAPSED.
           MOVE 'LAST END' TO NT-LAST-LABEL.
           MOVE SAL-NIGHT-LAST-DATE TO NT-LAST-DATE.
           MOVE SAL-NIGHT-LAST-TIME TO NT-LAST-TIME.
           IF SAL-NIGHT-LAST-END > SAL-WINDOW-END-AT
               MOVE 'PAST WINDOW END' TO NT-FLAG
               ADD 1 TO SAL-LATE-NIGHT-COUNT
               MOVE 4 TO SAL-FINAL-RC
           END-IF.
           WRITE STEPOUT-RECORD FROM STEPOUT-NIGHT-TOTAL.
           MOVE 'N' TO SAL-NIGHT-OPEN-SW.
       3000-PRINT-NIGHT-TOTAL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-FORMAT-HMS - SAL-HMS-SECONDS as HH:MM:SS.             *
      *-----------------------------------------------------------*
       5000-FORMAT-HMS.
           DIVIDE SAL-HMS-SECONDS BY 3600 GIVING SAL-HMS-HH
               REMAINDER SAL-HMS-REST.
           DIVIDE SAL-HMS-REST BY 60 GIVING SAL-HMS-MM
               REMAINDER SAL-HMS-SS.
       5000-FORMAT-HMS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-PRINT-TOTALS - record counts and how many steps and   *
      * nights were flagged.                                       *
      *-----------------------------------------------------------*
       8000-PRINT-TOTALS.
           MOVE SPACES TO STEPOUT-RECORD.
           WRITE STEPOUT-RECORD.
           MOVE SPACES TO STEPOUT-TOTAL.
           MOVE 'STEP RECORDS READ      : ' TO ST-LABEL.
           MOVE SAL-LOG-READ-COUNT TO ST-COUNT.
           WRITE STEPOUT-RECORD FROM STEPOUT-TOTAL.
           MOVE 'UNUSABLE RECORDS       : ' TO ST-LABEL.
           MOVE SAL-UNUSABLE-COUNT TO ST-COUNT.
           WRITE STEPOUT-RECORD FROM STEPOUT-TOTAL.
           MOVE 'STEPS REPORTED         : ' TO ST-LABEL.
           MOVE SAL-STEPS-COUNT TO ST-COUNT.
           WRITE STEPOUT-RECORD FROM STEPOUT-TOTAL.
           MOVE 'NIGHTS REPORTED        : ' TO ST-LABEL.
           MOVE SAL-NIGHTS-COUNT TO ST-COUNT.
           WRITE STEPOUT-RECORD FROM STEPOUT-TOTAL.
           MOVE 'STEPS OVER AVERAGE     : ' TO ST-LABEL.
           MOVE SAL-OVER-COUNT TO ST-COUNT.
           WRITE STEPOUT-RECORD FROM STEPOUT-TOTAL.
           MOVE 'NIGHTS PAST WINDOW END : ' TO ST-LABEL.
           MOVE SAL-LATE-NIGHT-COUNT TO ST-COUNT.
           WRITE STEPOUT-RECORD FROM STEPOUT-TOTAL.
       8000-PRINT-TOTALS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9800-START-STEP-LOG - name the step and note when it      *
      * started, for the STEPLOG record 9900 writes on the way    *
      * out.                                                      *
      *-----------------------------------------------------------*
       9800-START-STEP-LOG.
           MOVE SPACES TO STEP-RECORD.
           MOVE 'STEPRPT' TO STEP-PROGRAM.
           MOVE ZERO TO STEP-RUN-NUMBER.
           MOVE ZERO TO STEP-RECORDS.
           ACCEPT STEP-START-DATE FROM DATE YYYYMMDD.
           ACCEPT STEP-START-TIME FROM TIME.
       9800-START-STEP-LOG-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9900-END-STEP-LOG - append this step's STEPLOG record     *
      * through the STEPLOG subprogram: the step records read and *
      * the return code the step is about to end with.  Performed *
      * ahead of every STOP RUN, the fatal ones included, so      *
      * STEPRPT sees how every run ended.                         *
      *-----------------------------------------------------------*
       9900-END-STEP-LOG.
           MOVE SAL-LOG-READ-COUNT TO STEP-RECORDS.
           COPY STEPEND.
       9900-END-STEP-LOG-EXIT.
           EXIT.

       END PROGRAM STEPRPT.
