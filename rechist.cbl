      ******************************************************************
      * Author: Hector gm
      * Date:  17-09-2026
      * Purpose: Recipient change history off the RECJRNL journal.
      *          HISTPARM gives a from/to run-date range and,
      *          optionally, one RECIP-ID and/or one department.
      *          Every journal entry in the selection is unpacked -
      *          its before- and after-images through the RECIPS
      *          record shape - and printed on HISTRPT grouped by
      *          recipient, oldest first, one line per field the
      *          entry changed: the old value, the new value, the
      *          action and the journal run date/time.  An add shows
      *          every field it filled in, a delete every field it
      *          took away.  A second section totals the selection
      *          by journal run, one line per RECMAINT run, and the
      *          added/changed/deleted totals at the foot carry the
      *          RECMRPT labels - for a run, and for the full
      *          journal with no RECIP-ID or department, they are
      *          the figures its RECMRPT printed.  RC 4 means
      *          nothing in the journal matched; RC 10 means an
      *          entry with an action that is not A, C or D, or the
      *          two sections not agreeing - the totals do not tie.
      * Tectonics:
      *
      * Modification History:
      *   17-09-2026  HGM  Original version - "who changed this
      *                    recipient and when" was answered from the
      *                    journal by hand, a 104-byte record at a
      *                    time.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECHIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTPARM-FILE ASSIGN TO "HISTPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HISTPARM-STATUS.
           SELECT RECJRNL-FILE ASSIGN TO "RECJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RECJRNL-STATUS.
           SELECT HISTRPT-FILE ASSIGN TO "HISTRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HISTRPT-STATUS.
           SELECT HSTSORT-FILE ASSIGN TO "SORTWK01".
           SELECT RUNSORT-FILE ASSIGN TO "SORTWK02".
       DATA DIVISION.
       FILE SECTION.
       FD  HISTPARM-FILE.
       01 HISTPARM-RECORD.
           05 HP-FROM-DATE PIC X(08).
           05 FILLER PIC X(02).
           05 HP-TO-DATE PIC X(08).
           05 FILLER PIC X(02).
           05 HP-RECIP-ID PIC X(05).
           05 FILLER PIC X(02).
           05 HP-DEPARTMENT PIC X(10).
           05 FILLER PIC X(43).

       FD  RECJRNL-FILE.
           COPY RECJREC.

       FD  HISTRPT-FILE.
       01 HISTRPT-RECORD PIC X(80).

      *    THE SELECTED JOURNAL ENTRIES IN REPORT ORDER: BY
      *    RECIPIENT, THEN RUN DATE/TIME.  THE SEQUENCE NUMBER IS
      *    THE ENTRY'S PLACE ON THE JOURNAL, SO TWO ENTRIES FOR ONE
      *    RECIPIENT IN ONE RUN COME BACK IN THE ORDER APPLIED.
       SD  HSTSORT-FILE.
       01 HSTSORT-RECORD.
           05 HS-RECIP-ID PIC X(05).
           05 HS-RUN-DATE PIC X(08).
           05 HS-RUN-TIME PIC X(08).
           05 HS-SEQUENCE PIC 9(07).
           05 HS-ACTION PIC X(01).
           05 HS-BEFORE-IMAGE PIC X(41).
           05 HS-AFTER-IMAGE PIC X(41).

      *    THE SAME SELECTION AGAIN, BY JOURNAL RUN, FOR THE RUN
      *    TOTALS.
       SD  RUNSORT-FILE.
       01 RUNSORT-RECORD.
           05 RS-RUN-KEY.
               10 RS-RUN-DATE PIC X(08).
               10 RS-RUN-TIME PIC X(08).
           05 RS-ACTION PIC X(01).

       WORKING-STORAGE SECTION.
           COPY STEPREC.
       01 HISTPARM-STATUS PIC X(02).
           88 HISTPARM-OK VALUE '00'.

       01 RECJRNL-STATUS PIC X(02).
           88 RECJRNL-OK VALUE '00'.

       01 HISTRPT-STATUS PIC X(02).
           88 HISTRPT-OK VALUE '00'.

       01 SAL-RECJRNL-EOF-SW PIC X(01) VALUE 'N'.
           88 SAL-RECJRNL-EOF VALUE 'Y'.

       01 SAL-SORT-EOF-SW PIC X(01) VALUE 'N'.
           88 SAL-SORT-EOF VALUE 'Y'.

      *    SELECTION FROM HISTPARM.  AT LEAST ONE DATE BOUND MUST
      *    BE GIVEN (THE OTHER MAY BE LEFT BLANK); THE RECIP-ID AND
      *    THE DEPARTMENT ARE OPTIONAL, AND BOTH MUST MATCH WHEN
      *    BOTH ARE GIVEN.  A DEPARTMENT MATCHES ON EITHER IMAGE,
      *    SO A MOVE INTO OR OUT OF IT IS SHOWN.
       01 SAL-FROM-DATE PIC X(08) VALUE '00000000'.
       01 SAL-TO-DATE PIC X(08) VALUE '99999999'.
       01 SAL-RANGE-SET-SW PIC X(01) VALUE 'N'.
           88 SAL-RANGE-SET VALUE 'Y'.
       01 SAL-SEL-RECIP-ID PIC X(05) VALUE SPACES.
       01 SAL-SEL-DEPARTMENT PIC X(10) VALUE SPACES.
       01 SAL-SELECTED-SW PIC X(01).
           88 SAL-SELECTED VALUE 'Y'.

      *    A JOURNAL ENTRY'S TWO IMAGES THROUGH THE RECIPS SHAPE.
           COPY RECIPREC REPLACING LEADING ==RECIP-== BY ==OLD-==.
           COPY RECIPREC REPLACING LEADING ==RECIP-== BY ==NEW-==.

      *    ONE FIELD OF THE ENTRY BEING PRINTED, HANDED TO 4500.
       01 SAL-FIELD-LABEL PIC X(10).
       01 SAL-FIELD-OLD PIC X(22).
       01 SAL-FIELD-NEW PIC X(22).
       01 SAL-FIELD-PRINTED-SW PIC X(01).
           88 SAL-FIELD-PRINTED VALUE 'Y'.

       01 SAL-CUR-RECIP-ID PIC X(05) VALUE LOW-VALUES.
       01 SAL-CUR-RUN-KEY.
           05 SAL-CUR-RUN-DATE PIC X(08).
           05 SAL-CUR-RUN-TIME PIC X(08).
       01 SAL-RUN-ADDED PIC 9(07) VALUE ZERO.
       01 SAL-RUN-CHANGED PIC 9(07) VALUE ZERO.
       01 SAL-RUN-DELETED PIC 9(07) VALUE ZERO.

       01 SAL-JRNL-READ-COUNT PIC 9(07) VALUE ZERO.
       01 SAL-SELECTED-COUNT PIC 9(07) VALUE ZERO.
       01 SAL-RECIP-COUNT PIC 9(07) VALUE ZERO.
       01 SAL-LINE-COUNT PIC 9(07) VALUE ZERO.
       01 SAL-ADDED-COUNT PIC 9(07) VALUE ZERO.
       01 SAL-CHANGED-COUNT PIC 9(07) VALUE ZERO.
       01 SAL-DELETED-COUNT PIC 9(07) VALUE ZERO.
       01 SAL-BAD-ACTION-COUNT PIC 9(07) VALUE ZERO.
       01 SAL-RUN-SELECTED-COUNT PIC 9(07) VALUE ZERO.
       01 SAL-RUN-ADDED-TOTAL PIC 9(07) VALUE ZERO.
       01 SAL-RUN-CHANGED-TOTAL PIC 9(07) VALUE ZERO.
       01 SAL-RUN-DELETED-TOTAL PIC 9(07) VALUE ZERO.
       01 SAL-RUN-COUNT PIC 9(07) VALUE ZERO.
       01 SAL-FINAL-RC PIC 9(02) VALUE ZERO.

       01 HISTRPT-HEADER.
           05 HH-LABEL PIC X(37).
           05 HH-FROM-DATE PIC X(08).
           05 HH-TO-LABEL PIC X(04).
           05 HH-TO-DATE PIC X(08).
           05 FILLER PIC X(23).
       01 HISTRPT-SELECTION.
           05 HN-LABEL PIC X(30).
           05 HN-VALUE PIC X(10).
           05 FILLER PIC X(40).
       01 HISTRPT-RECIPIENT.
           05 HG-LABEL PIC X(09).
           05 HG-ID PIC X(05).
           05 FILLER PIC X(66).
       01 HISTRPT-DETAIL.
           05 HD-RUN-DATE PIC X(08).
           05 FILLER PIC X(01).
           05 HD-RUN-TIME PIC X(08).
           05 FILLER PIC X(02).
           05 HD-ACTION PIC X(01).
           05 FILLER PIC X(02).
           05 HD-FIELD PIC X(10).
           05 FILLER PIC X(01).
           05 HD-OLD-VALUE PIC X(22).
           05 FILLER PIC X(01).
           05 HD-NEW-VALUE PIC X(22).
           05 FILLER PIC X(02).
       01 HISTRPT-RUN-LINE.
           05 HR-RUN-DATE PIC X(08).
           05 FILLER PIC X(01).
           05 HR-RUN-TIME PIC X(08).
           05 FILLER PIC X(02).
           05 HR-ADDED PIC 9(07).
           05 FILLER PIC X(02).
           05 HR-CHANGED PIC 9(07).
           05 FILLER PIC X(02).
           05 HR-DELETED PIC 9(07).
           05 FILLER PIC X(36).
       01 HISTRPT-TOTAL.
           05 HT-LABEL PIC X(25).
           05 HT-COUNT PIC 9(07).
           05 FILLER PIC X(48).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 9800-START-STEP-LOG THRU 9800-START-STEP-LOG-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           SORT HSTSORT-FILE
               ON ASCENDING KEY HS-RECIP-ID HS-RUN-DATE HS-RUN-TIME
                   HS-SEQUENCE
               INPUT PROCEDURE IS 2000-LOAD-HISTORY THRU
                   2000-LOAD-HISTORY-EXIT
               OUTPUT PROCEDURE IS 4000-PRINT-HISTORY THRU
                   4000-PRINT-HISTORY-EXIT.
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'RECJRNL HISTORY SORT FAILED - SORT-RETURN '
                   SORT-RETURN
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           SORT RUNSORT-FILE
               ON ASCENDING KEY RS-RUN-DATE RS-RUN-TIME
               INPUT PROCEDURE IS 5000-LOAD-RUNS THRU
                   5000-LOAD-RUNS-EXIT
               OUTPUT PROCEDURE IS 6000-PRINT-RUNS THRU
                   6000-PRINT-RUNS-EXIT.
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'RECJRNL RUN SORT FAILED - SORT-RETURN '
                   SORT-RETURN
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           PERFORM 8000-PRINT-TOTALS THRU 8000-PRINT-TOTALS-EXIT.
           CLOSE HISTRPT-FILE.
           MOVE SAL-FINAL-RC TO RETURN-CODE.
           PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - open the report, read the selection and  *
      * print it at the head of the report.                        *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT HISTRPT-FILE.
           IF NOT HISTRPT-OK
               DISPLAY 'HISTRPT OPEN ERROR - STATUS ' HISTRPT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           PERFORM 1100-READ-HISTPARM THRU 1100-READ-HISTPARM-EXIT.
           MOVE SPACES TO HISTRPT-HEADER.
           MOVE 'RECIPIENT CHANGE HISTORY - RUNS FROM' TO HH-LABEL.
           MOVE SAL-FROM-DATE TO HH-FROM-DATE.
           MOVE ' TO ' TO HH-TO-LABEL.
           MOVE SAL-TO-DATE TO HH-TO-DATE.
           WRITE HISTRPT-RECORD FROM HISTRPT-HEADER.
           IF SAL-SEL-RECIP-ID NOT = SPACES
               MOVE SPACES TO HISTRPT-SELECTION
               MOVE 'RECIPIENT SELECTED          : ' TO HN-LABEL
               MOVE SAL-SEL-RECIP-ID TO HN-VALUE
               WRITE HISTRPT-RECORD FROM HISTRPT-SELECTION
           END-IF.
           IF SAL-SEL-DEPARTMENT NOT = SPACES
               MOVE SPACES TO HISTRPT-SELECTION
               MOVE 'DEPARTMENT SELECTED         : ' TO HN-LABEL
               MOVE SAL-SEL-DEPARTMENT TO HN-VALUE
               WRITE HISTRPT-RECORD FROM HISTRPT-SELECTION
           END-IF.
           MOVE SPACES TO HISTRPT-RECORD.
           WRITE HISTRPT-RECORD.
           MOVE 'RUN DATE RUN TIME  A  FIELD      OLD VALUE'
               TO HISTRPT-RECORD.
           MOVE 'NEW VALUE' TO HISTRPT-RECORD (57:9).
           WRITE HISTRPT-RECORD.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-READ-HISTPARM - the selection.  At least one of the   *
      * from/to dates must be a date: a history of the whole       *
      * journal is never what was meant, so no usable range, or    *
      * no HISTPARM at all, ends the run RC 16.                    *
      *-----------------------------------------------------------*
       1100-READ-HISTPARM.
           OPEN INPUT HISTPARM-FILE.
           IF NOT HISTPARM-OK
               DISPLAY 'HISTPARM OPEN ERROR - STATUS ' HISTPARM-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           READ HISTPARM-FILE
               AT END
                   GO TO 1100-READ-HISTPARM-CLOSE
           END-READ.
      *    CAPTURE THE PARAMETER FIELDS BEFORE THE CLOSE - THE FD
      *    RECORD AREA IS UNDEFINED AFTER IT.
           IF HP-FROM-DATE IS NUMERIC
               MOVE HP-FROM-DATE TO SAL-FROM-DATE
               SET SAL-RANGE-SET TO TRUE
           END-IF.
           IF HP-TO-DATE IS NUMERIC
               MOVE HP-TO-DATE TO SAL-TO-DATE
               SET SAL-RANGE-SET TO TRUE
           END-IF.
           MOVE HP-RECIP-ID TO SAL-SEL-RECIP-ID.
           MOVE HP-DEPARTMENT TO SAL-SEL-DEPARTMENT.
       1100-READ-HISTPARM-CLOSE.
           CLOSE HISTPARM-FILE.
           IF NOT SAL-RANGE-SET
               DISPLAY 'HISTPARM MUST GIVE A RUN DATE RANGE - '
                   'NOTHING REPORTED'
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
       1100-READ-HISTPARM-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-LOAD-HISTORY - input side of the history sort: read   *
      * the whole journal and release every entry the selection    *
      * takes, numbered by its place on the journal.               *
      *-----------------------------------------------------------*
       2000-LOAD-HISTORY.
           OPEN INPUT RECJRNL-FILE.
           IF NOT RECJRNL-OK
               DISPLAY 'RECJRNL OPEN ERROR - STATUS ' RECJRNL-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           MOVE 'N' TO SAL-RECJRNL-EOF-SW.
           PERFORM 2100-LOAD-ONE-ENTRY THRU 2100-LOAD-ONE-ENTRY-EXIT
               UNTIL SAL-RECJRNL-EOF.
           CLOSE RECJRNL-FILE.
       2000-LOAD-HISTORY-EXIT.
           EXIT.

       2100-LOAD-ONE-ENTRY.
           READ RECJRNL-FILE
               AT END
                   SET SAL-RECJRNL-EOF TO TRUE
                   GO TO 2100-LOAD-ONE-ENTRY-EXIT
           END-READ.
           ADD 1 TO SAL-JRNL-READ-COUNT.
           PERFORM 3000-SELECT-ENTRY THRU 3000-SELECT-ENTRY-EXIT.
           IF NOT SAL-SELECTED
               GO TO 2100-LOAD-ONE-ENTRY-EXIT
           END-IF.
           ADD 1 TO SAL-SELECTED-COUNT.
           MOVE JRNL-RECIP-ID TO HS-RECIP-ID.
           MOVE JRNL-RUN-DATE TO HS-RUN-DATE.
           MOVE JRNL-RUN-TIME TO HS-RUN-TIME.
           MOVE SAL-JRNL-READ-COUNT TO HS-SEQUENCE.
           MOVE JRNL-ACTION TO HS-ACTION.
           MOVE JRNL-BEFORE-IMAGE TO HS-BEFORE-IMAGE.
           MOVE JRNL-AFTER-IMAGE TO HS-AFTER-IMAGE.
           RELEASE HSTSORT-RECORD.
       2100-LOAD-ONE-ENTRY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-SELECT-ENTRY - does the journal entry in JRNL-RECORD  *
      * fall inside the HISTPARM selection?  Both sorts ask here,  *
      * so both sections of the report cover the same entries.    *
      *-----------------------------------------------------------*
       3000-SELECT-ENTRY.
           MOVE 'N' TO SAL-SELECTED-SW.
           IF JRNL-RUN-DATE < SAL-FROM-DATE
               OR JRNL-RUN-DATE > SAL-TO-DATE
               GO TO 3000-SELECT-ENTRY-EXIT
           END-IF.
           IF SAL-SEL-RECIP-ID NOT = SPACES
               AND JRNL-RECIP-ID NOT = SAL-SEL-RECIP-ID
               GO TO 3000-SELECT-ENTRY-EXIT
           END-IF.
           IF SAL-SEL-DEPARTMENT NOT = SPACES
               MOVE JRNL-BEFORE-IMAGE TO OLD-RECORD
               MOVE JRNL-AFTER-IMAGE TO NEW-RECORD
               IF OLD-DEPARTMENT NOT = SAL-SEL-DEPARTMENT
                   AND NEW-DEPARTMENT NOT = SAL-SEL-DEPARTMENT
                   GO TO 3000-SELECT-ENTRY-EXIT
               END-IF
           END-IF.
           SET SAL-SELECTED TO TRUE.
       3000-SELECT-ENTRY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-PRINT-HISTORY - output side of the history sort: a    *
      * heading line for each recipient, then its entries oldest   *
      * first, one line per field each one changed.                *
      *-----------------------------------------------------------*
       4000-PRINT-HISTORY.
           MOVE 'N' TO SAL-SORT-EOF-SW.
           PERFORM 4100-PRINT-ONE-ENTRY THRU 4100-PRINT-ONE-ENTRY-EXIT
               UNTIL SAL-SORT-EOF.
       4000-PRINT-HISTORY-EXIT.
           EXIT.

       4100-PRINT-ONE-ENTRY.
           RETURN HSTSORT-FILE
               AT END
                   SET SAL-SORT-EOF TO TRUE
                   GO TO 4100-PRINT-ONE-ENTRY-EXIT
           END-RETURN.
           IF HS-RECIP-ID NOT = SAL-CUR-RECIP-ID
               PERFORM 4200-START-RECIPIENT THRU
                   4200-START-RECIPIENT-EXIT
           END-IF.
           IF HS-ACTION = 'A'
               ADD 1 TO SAL-ADDED-COUNT
           ELSE
               IF HS-ACTION = 'C'
                   ADD 1 TO SAL-CHANGED-COUNT
               ELSE
                   IF HS-ACTION = 'D'
                       ADD 1 TO SAL-DELETED-COUNT
                   ELSE
                       ADD 1 TO SAL-BAD-ACTION-COUNT
                       DISPLAY 'RECJRNL ACTION ' HS-ACTION
                           ' NOT A, C OR D FOR ' HS-RECIP-ID
                           ' RUN ' HS-RUN-DATE ' ' HS-RUN-TIME
                   END-IF
               END-IF
           END-IF.
           MOVE HS-BEFORE-IMAGE TO OLD-RECORD.
           MOVE HS-AFTER-IMAGE TO NEW-RECORD.
           MOVE 'N' TO SAL-FIELD-PRINTED-SW.
           MOVE 'NAME' TO SAL-FIELD-LABEL.
           MOVE OLD-NAME TO SAL-FIELD-OLD.
           MOVE NEW-NAME TO SAL-FIELD-NEW.
           PERFORM 4500-PRINT-FIELD THRU 4500-PRINT-FIELD-EXIT.
           MOVE 'LANGUAGE' TO SAL-FIELD-LABEL.
           MOVE OLD-LANGUAGE-CODE TO SAL-FIELD-OLD.
           MOVE NEW-LANGUAGE-CODE TO SAL-FIELD-NEW.
           PERFORM 4500-PRINT-FIELD THRU 4500-PRINT-FIELD-EXIT.
           MOVE 'DEPARTMENT' TO SAL-FIELD-LABEL.
           MOVE OLD-DEPARTMENT TO SAL-FIELD-OLD.
           MOVE NEW-DEPARTMENT TO SAL-FIELD-NEW.
           PERFORM 4500-PRINT-FIELD THRU 4500-PRINT-FIELD-EXIT.
           MOVE 'ACTIVE' TO SAL-FIELD-LABEL.
           MOVE OLD-ACTIVE-SW TO SAL-FIELD-OLD.
           MOVE NEW-ACTIVE-SW TO SAL-FIELD-NEW.
           PERFORM 4500-PRINT-FIELD THRU 4500-PRINT-FIELD-EXIT.
           MOVE 'CHANNEL' TO SAL-FIELD-LABEL.
           MOVE OLD-CHANNEL TO SAL-FIELD-OLD.
           MOVE NEW-CHANNEL TO SAL-FIELD-NEW.
           PERFORM 4500-PRINT-FIELD THRU 4500-PRINT-FIELD-EXIT.
      *    A CHANGE THAT SET EVERY FIELD TO WHAT IT ALREADY WAS
      *    STILL COUNTS ON RECMRPT, SO IT STILL GETS ITS LINE.
           IF NOT SAL-FIELD-PRINTED
               MOVE 'NO CHANGE' TO SAL-FIELD-LABEL
               MOVE SPACES TO SAL-FIELD-OLD
               MOVE SPACES TO SAL-FIELD-NEW
               PERFORM 4600-WRITE-DETAIL THRU 4600-WRITE-DETAIL-EXIT
           END-IF.
       4100-PRINT-ONE-ENTRY-EXIT.
           EXIT.

       4200-START-RECIPIENT.
           IF SAL-RECIP-COUNT > ZERO
               MOVE SPACES TO HISTRPT-RECORD
               WRITE HISTRPT-RECORD
           END-IF.
           ADD 1 TO SAL-RECIP-COUNT.
           MOVE HS-RECIP-ID TO SAL-CUR-RECIP-ID.
           MOVE SPACES TO HISTRPT-RECIPIENT.
           MOVE 'RECIP-ID ' TO HG-LABEL.
           MOVE HS-RECIP-ID TO HG-ID.
           WRITE HISTRPT-RECORD FROM HISTRPT-RECIPIENT.
       4200-START-RECIPIENT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4500-PRINT-FIELD - one detail line for SAL-FIELD-LABEL,    *
      * unless its old and new values are the same.                *
      *-----------------------------------------------------------*
       4500-PRINT-FIELD.
           IF SAL-FIELD-OLD = SAL-FIELD-NEW
               GO TO 4500-PRINT-FIELD-EXIT
           END-IF.
           PERFORM 4600-WRITE-DETAIL THRU 4600-WRITE-DETAIL-EXIT.
       4500-PRINT-FIELD-EXIT.
           EXIT.

       4600-WRITE-DETAIL.
           MOVE SPACES TO HISTRPT-DETAIL.
           MOVE HS-RUN-DATE TO HD-RUN-DATE.
           MOVE HS-RUN-TIME TO HD-RUN-TIME.
           MOVE HS-ACTION TO HD-ACTION.
           MOVE SAL-FIELD-LABEL TO HD-FIELD.
           MOVE SAL-FIELD-OLD TO HD-OLD-VALUE.
           MOVE SAL-FIELD-NEW TO HD-NEW-VALUE.
           WRITE HISTRPT-RECORD FROM HISTRPT-DETAIL.
           ADD 1 TO SAL-LINE-COUNT.
           SET SAL-FIELD-PRINTED TO TRUE.
       4600-WRITE-DETAIL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-LOAD-RUNS - input side of the run sort: the journal   *
      * read again through the same selection, releasing just the *
      * run date/time and action of each entry taken.              *
      *-----------------------------------------------------------*
       5000-LOAD-RUNS.
           OPEN INPUT RECJRNL-FILE.
           IF NOT RECJRNL-OK
               DISPLAY 'RECJRNL OPEN ERROR - STATUS ' RECJRNL-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           MOVE 'N' TO SAL-RECJRNL-EOF-SW.
           PERFORM 5100-LOAD-ONE-RUN-ENTRY THRU
               5100-LOAD-ONE-RUN-ENTRY-EXIT
               UNTIL SAL-RECJRNL-EOF.
           CLOSE RECJRNL-FILE.
       5000-LOAD-RUNS-EXIT.
           EXIT.

       5100-LOAD-ONE-RUN-ENTRY.
           READ RECJRNL-FILE
               AT END
                   SET SAL-RECJRNL-EOF TO TRUE
                   GO TO 5100-LOAD-ONE-RUN-ENTRY-EXIT
           END-READ.
           PERFORM 3000-SELECT-ENTRY THRU 3000-SELECT-ENTRY-EXIT.
           IF NOT SAL-SELECTED
               GO TO 5100-LOAD-ONE-RUN-ENTRY-EXIT
           END-IF.
           ADD 1 TO SAL-RUN-SELECTED-COUNT.
           MOVE JRNL-RUN-DATE TO RS-RUN-DATE.
           MOVE JRNL-RUN-TIME TO RS-RUN-TIME.
           MOVE JRNL-ACTION TO RS-ACTION.
           RELEASE RUNSORT-RECORD.
       5100-LOAD-ONE-RUN-ENTRY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-PRINT-RUNS - output side of the run sort: one line    *
      * per journal run date/time with its adds, changes and       *
      * deletes - the RECMRPT totals of that RECMAINT run.  An     *
      * online RECSCRN update is journalled at its own time, so it *
      * shows as a run of its own with no RECMRPT behind it.       *
      *-----------------------------------------------------------*
       6000-PRINT-RUNS.
           MOVE SPACES TO HISTRPT-RECORD.
           WRITE HISTRPT-RECORD.
           MOVE 'TOTALS BY JOURNAL RUN' TO HISTRPT-RECORD.
           WRITE HISTRPT-RECORD.
           MOVE 'RUN DATE RUN TIME     ADDED  CHANGED  DELETED'
               TO HISTRPT-RECORD.
           WRITE HISTRPT-RECORD.
           MOVE 'N' TO SAL-SORT-EOF-SW.
           MOVE SPACES TO SAL-CUR-RUN-KEY.
           PERFORM 6100-TOTAL-ONE-ENTRY THRU 6100-TOTAL-ONE-ENTRY-EXIT
               UNTIL SAL-SORT-EOF.
           IF SAL-CUR-RUN-KEY NOT = SPACES
               PERFORM 6200-PRINT-RUN-LINE THRU 6200-PRINT-RUN-LINE-EXIT
           END-IF.
       6000-PRINT-RUNS-EXIT.
           EXIT.

       6100-TOTAL-ONE-ENTRY.
           RETURN RUNSORT-FILE
               AT END
                   SET SAL-SORT-EOF TO TRUE
                   GO TO 6100-TOTAL-ONE-ENTRY-EXIT
           END-RETURN.
           IF RS-RUN-KEY NOT = SAL-CUR-RUN-KEY
               IF SAL-CUR-RUN-KEY NOT = SPACES
                   PERFORM 6200-PRINT-RUN-LINE THRU
                       6200-PRINT-RUN-LINE-EXIT
               END-IF
               MOVE RS-RUN-KEY TO SAL-CUR-RUN-KEY
           END-IF.
           IF RS-ACTION = 'A'
               ADD 1 TO SAL-RUN-ADDED
           END-IF.
           IF RS-ACTION = 'C'
               ADD 1 TO SAL-RUN-CHANGED
           END-IF.
           IF RS-ACTION = 'D'
               ADD 1 TO SAL-RUN-DELETED
           END-IF.
       6100-TOTAL-ONE-ENTRY-EXIT.
           EXIT.

       6200-PRINT-RUN-LINE.
           MOVE SPACES TO HISTRPT-RUN-LINE.
           MOVE SAL-CUR-RUN-DATE TO HR-RUN-DATE.
           MOVE SAL-CUR-RUN-TIME TO HR-RUN-TIME.
           MOVE SAL-RUN-ADDED TO HR-ADDED.
           MOVE SAL-RUN-CHANGED TO HR-CHANGED.
           MOVE SAL-RUN-DELETED TO HR-DELETED.
           WRITE HISTRPT-RECORD FROM HISTRPT-RUN-LINE.
           ADD 1 TO SAL-RUN-COUNT.
           ADD SAL-RUN-ADDED TO SAL-RUN-ADDED-TOTAL.
           ADD SAL-RUN-CHANGED TO SAL-RUN-CHANGED-TOTAL.
           ADD SAL-RUN-DELETED TO SAL-RUN-DELETED-TOTAL.
           MOVE ZERO TO SAL-RUN-ADDED.
           MOVE ZERO TO SAL-RUN-CHANGED.
           MOVE ZERO TO SAL-RUN-DELETED.
       6200-PRINT-RUN-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-PRINT-TOTALS - the control totals, the action totals  *
      * under RECMRPT's own labels.  Both passes of the journal    *
      * must have taken the same entries and counted the same      *
      * actions, and every entry must be an add, change or delete, *
      * or the totals do not tie and the run ends RC 10.  Nothing  *
      * selected at all is RC 4 - most likely a mistyped HISTPARM. *
      *-----------------------------------------------------------*
       8000-PRINT-TOTALS.
           MOVE SPACES TO HISTRPT-RECORD.
           WRITE HISTRPT-RECORD.
           MOVE SPACES TO HISTRPT-TOTAL.
           MOVE 'JOURNAL ENTRIES READ : ' TO HT-LABEL.
           MOVE SAL-JRNL-READ-COUNT TO HT-COUNT.
           WRITE HISTRPT-RECORD FROM HISTRPT-TOTAL.
           MOVE SPACES TO HISTRPT-TOTAL.
           MOVE 'JOURNAL ENTRIES SHOWN: ' TO HT-LABEL.
           MOVE SAL-SELECTED-COUNT TO HT-COUNT.
           WRITE HISTRPT-RECORD FROM HISTRPT-TOTAL.
           MOVE SPACES TO HISTRPT-TOTAL.
           MOVE 'RECIPIENTS ADDED     : ' TO HT-LABEL.
           MOVE SAL-ADDED-COUNT TO HT-COUNT.
           WRITE HISTRPT-RECORD FROM HISTRPT-TOTAL.
           MOVE SPACES TO HISTRPT-TOTAL.
           MOVE 'RECIPIENTS CHANGED   : ' TO HT-LABEL.
           MOVE SAL-CHANGED-COUNT TO HT-COUNT.
           WRITE HISTRPT-RECORD FROM HISTRPT-TOTAL.
           MOVE SPACES TO HISTRPT-TOTAL.
           MOVE 'RECIPIENTS DELETED   : ' TO HT-LABEL.
           MOVE SAL-DELETED-COUNT TO HT-COUNT.
           WRITE HISTRPT-RECORD FROM HISTRPT-TOTAL.
           IF SAL-BAD-ACTION-COUNT > ZERO
               MOVE SPACES TO HISTRPT-TOTAL
               MOVE 'ACTION NOT A, C OR D : ' TO HT-LABEL
               MOVE SAL-BAD-ACTION-COUNT TO HT-COUNT
               WRITE HISTRPT-RECORD FROM HISTRPT-TOTAL
           END-IF.
           MOVE SPACES TO HISTRPT-TOTAL.
           MOVE 'RECIPIENTS LISTED    : ' TO HT-LABEL.
           MOVE SAL-RECIP-COUNT TO HT-COUNT.
           WRITE HISTRPT-RECORD FROM HISTRPT-TOTAL.
           MOVE SPACES TO HISTRPT-TOTAL.
           MOVE 'JOURNAL RUNS         : ' TO HT-LABEL.
           MOVE SAL-RUN-COUNT TO HT-COUNT.
           WRITE HISTRPT-RECORD FROM HISTRPT-TOTAL.
           MOVE SPACES TO HISTRPT-TOTAL.
           MOVE 'FIELD LINES PRINTED  : ' TO HT-LABEL.
           MOVE SAL-LINE-COUNT TO HT-COUNT.
           WRITE HISTRPT-RECORD FROM HISTRPT-TOTAL.
           IF SAL-SELECTED-COUNT = ZERO
               DISPLAY 'NO RECJRNL ENTRY MATCHES THE HISTPARM SELECTION'
               MOVE 4 TO SAL-FINAL-RC
           END-IF.
           IF SAL-BAD-ACTION-COUNT > ZERO
               MOVE 10 TO SAL-FINAL-RC
           END-IF.
           IF SAL-RUN-SELECTED-COUNT NOT = SAL-SELECTED-COUNT
               OR SAL-RUN-ADDED-TOTAL NOT = SAL-ADDED-COUNT
               OR SAL-RUN-CHANGED-TOTAL NOT = SAL-CHANGED-COUNT
               OR SAL-RUN-DELETED-TOTAL NOT = SAL-DELETED-COUNT
               DISPLAY 'RUN TOTALS DO NOT AGREE WITH THE RECIPIENT '
                   'HISTORY - ' SAL-RUN-SELECTED-COUNT ' ENTRIES BY '
                   'RUN, ' SAL-SELECTED-COUNT ' BY RECIPIENT'
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
           MOVE 'RECHIST' TO STEP-PROGRAM.
           MOVE ZERO TO STEP-RUN-NUMBER.
           MOVE ZERO TO STEP-RECORDS.
           ACCEPT STEP-START-DATE FROM DATE YYYYMMDD.
           ACCEPT STEP-START-TIME FROM TIME.
       9800-START-STEP-LOG-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9900-END-STEP-LOG - append this step's STEPLOG record     *
      * through the STEPLOG subprogram: journal entries read and  *
      * the return code the step is about to end with.  Performed *
      * ahead of every STOP RUN, the fatal ones included, so      *
      * STEPRPT sees how every run ended.                         *
      *-----------------------------------------------------------*
       9900-END-STEP-LOG.
           MOVE SAL-JRNL-READ-COUNT TO STEP-RECORDS.
           COPY STEPEND.
       9900-END-STEP-LOG-EXIT.
           EXIT.

       END PROGRAM RECHIST.
