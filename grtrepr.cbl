      ******************************************************************
      * Author: Hector gm
      * Date:  12-09-2026
      * Purpose: Reprint of the GREETRPT greeting report for past
      *          runs, off the GRTARCH greeting archive the greeting
      *          subprogram writes every night.  REPRPARM names one
      *          SALRUNC run number, or a from/to run-date range,
      *          and optionally one RECIP-ID.  Each selected run is
      *          printed on REPRRPT exactly as GREETRPT printed it -
      *          the TITULO header with its run-mode tag, one detail
      *          line per print-channel greeting line, and the RUN
      *          DATE / RUN COUNT footer - through the same GRPTREC
      *          layouts, so "what did the report say that night"
      *          is answered long after the SYSOUT is purged.  With
      *          a RECIP-ID only the runs that greeted that recipient
      *          are printed, framed by their own header and footer,
      *          with that recipient's lines only.  Counts go to the
      *          console so the reprint itself stays unaltered.
      * Tectonics:
      *
      * Modification History:
      *   12-09-2026  HGM  Original version, alongside the GRTARCH
      *                    archive write added to the greeting
      *                    subprogram the same day.
      *   14-09-2026  HGM  Every way out of the step, the fatal stops
      *                    included, now appends a STEPLOG record -
      *                    start and end time, archive records read,
      *                    return code - for the STEPRPT step timing and
      *                    batch window report.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRTREPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPRPARM-FILE ASSIGN TO "REPRPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS REPRPARM-STATUS.
           SELECT GRTARCH-FILE ASSIGN TO "GRTARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-KEY
               FILE STATUS IS GRTARCH-STATUS.
           SELECT REPRRPT-FILE ASSIGN TO "REPRRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS REPRRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REPRPARM-FILE.
       01 REPRPARM-RECORD.
           05 RP-RUN-NUMBER PIC X(07).
           05 FILLER PIC X(02).
           05 RP-FROM-DATE PIC X(08).
           05 FILLER PIC X(02).
           05 RP-TO-DATE PIC X(08).
           05 FILLER PIC X(02).
           05 RP-RECIP-ID PIC X(05).
           05 FILLER PIC X(46).

       FD  GRTARCH-FILE.
           COPY GARCREC.

       FD  REPRRPT-FILE.
           COPY GRPTREC.

       WORKING-STORAGE SECTION.
           COPY STEPREC.
       01 REPRPARM-STATUS PIC X(02).
           88 REPRPARM-OK VALUE '00'.

       01 GRTARCH-STATUS PIC X(02).
           88 GRTARCH-OK VALUE '00'.
           88 GRTARCH-NOT-FOUND VALUE '35'.

       01 REPRRPT-STATUS PIC X(02).
           88 REPRRPT-OK VALUE '00'.

       01 SAL-GRTARCH-EOF-SW PIC X(01) VALUE 'N'.
           88 SAL-GRTARCH-EOF VALUE 'Y'.

      *    SELECTION FROM REPRPARM.  A RUN NUMBER IS READ BY KEY;
      *    OTHERWISE THE WHOLE ARCHIVE IS SCANNED FOR RUNS DATED
      *    INSIDE THE RANGE (EITHER BOUND MAY BE LEFT BLANK).
       01 SAL-SEL-RUN-NUMBER PIC 9(07) VALUE ZERO.
       01 SAL-BY-RUN-SW PIC X(01) VALUE 'N'.
           88 SAL-BY-RUN VALUE 'Y'.
       01 SAL-FROM-DATE PIC X(08) VALUE '00000000'.
       01 SAL-TO-DATE PIC X(08) VALUE '99999999'.
       01 SAL-RANGE-SET-SW PIC X(01) VALUE 'N'.
           88 SAL-RANGE-SET VALUE 'Y'.
       01 SAL-SEL-RECIP-ID PIC X(05) VALUE SPACES.

      *    THE RUN WHOSE ARCHIVE RECORDS ARE BEING READ.  ITS
      *    HEADER IS PRINTED AT ITS FIRST RECORD (OR, WITH A
      *    RECIP-ID, AT THAT RECIPIENT'S FIRST RECORD) AND ITS
      *    FOOTER WHEN THE NEXT RUN STARTS OR THE ARCHIVE ENDS,
      *    FROM THE DATE AND NUMERO ON THE RUN'S LAST RECORD.
       01 SAL-CUR-RUN-NUMBER PIC 9(07) VALUE ZERO.
       01 SAL-RUN-STARTED-SW PIC X(01) VALUE 'N'.
           88 SAL-RUN-STARTED VALUE 'Y'.
       01 SAL-RUN-SELECTED-SW PIC X(01) VALUE 'N'.
           88 SAL-RUN-SELECTED VALUE 'Y'.
       01 SAL-HEADER-DONE-SW PIC X(01) VALUE 'N'.
           88 SAL-HEADER-DONE VALUE 'Y'.
       01 SAL-FOOT-RUN-DATE PIC X(08).
       01 SAL-FOOT-NUMERO PIC 9(01).

       01 SAL-ARCH-READ-COUNT PIC 9(07) VALUE ZERO.
       01 SAL-RUNS-COUNT PIC 9(05) VALUE ZERO.
       01 SAL-LINES-COUNT PIC 9(07) VALUE ZERO.

       01 SAL-FINAL-RC PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 9800-START-STEP-LOG THRU 9800-START-STEP-LOG-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-ARCHIVE THRU 2000-PROCESS-ARCHIVE-EXIT
               UNTIL SAL-GRTARCH-EOF.
           IF SAL-HEADER-DONE
               PERFORM 2300-PRINT-FOOTER THRU 2300-PRINT-FOOTER-EXIT
           END-IF.
           PERFORM 8000-DISPLAY-TOTALS THRU 8000-DISPLAY-TOTALS-EXIT.
           IF NOT GRTARCH-NOT-FOUND
               CLOSE GRTARCH-FILE
           END-IF.
           CLOSE REPRRPT-FILE.
           MOVE SAL-FINAL-RC TO RETURN-CODE.
           PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - read the selection, open the archive     *
      * and the report, position on the requested run (or the      *
      * start of the archive) and prime the read.  No archive      *
      * yet just means nothing matches; an archive that will not   *
      * open at all ends the run RC 16.                            *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1100-READ-REPRPARM THRU 1100-READ-REPRPARM-EXIT.
           OPEN OUTPUT REPRRPT-FILE.
           IF NOT REPRRPT-OK
               DISPLAY 'REPRRPT OPEN ERROR - STATUS ' REPRRPT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           OPEN INPUT GRTARCH-FILE.
           IF GRTARCH-NOT-FOUND
               SET SAL-GRTARCH-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           IF NOT GRTARCH-OK
               DISPLAY 'GRTARCH OPEN ERROR - STATUS ' GRTARCH-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           IF SAL-BY-RUN
               MOVE SAL-SEL-RUN-NUMBER TO ARCH-RUN-NUMBER
               MOVE LOW-VALUES TO ARCH-RECIP-ID
               MOVE ZERO TO ARCH-LINE-NO
               START GRTARCH-FILE KEY IS NOT LESS THAN ARCH-KEY
                   INVALID KEY
                       SET SAL-GRTARCH-EOF TO TRUE
                       GO TO 1000-INITIALIZE-EXIT
               END-START
           END-IF.
           PERFORM 3000-READ-ARCHIVE THRU 3000-READ-ARCHIVE-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-READ-REPRPARM - the reprint selection.  A numeric run *
      * number selects that one run; otherwise at least one of the *
      * from/to dates must be given.  The RECIP-ID is optional.    *
      * A reprint of the whole archive is never what was meant, so *
      * no usable selection ends the run RC 16.                    *
      *-----------------------------------------------------------*
       1100-READ-REPRPARM.
           OPEN INPUT REPRPARM-FILE.
           IF NOT REPRPARM-OK
               DISPLAY 'REPRPARM OPEN ERROR - STATUS ' REPRPARM-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           READ REPRPARM-FILE
               AT END
                   GO TO 1100-READ-REPRPARM-CLOSE
           END-READ.
           IF RP-RUN-NUMBER IS NUMERIC
               AND RP-RUN-NUMBER NOT = ZERO
               MOVE RP-RUN-NUMBER TO SAL-SEL-RUN-NUMBER
               SET SAL-BY-RUN TO TRUE
           END-IF.
           IF RP-FROM-DATE IS NUMERIC
               MOVE RP-FROM-DATE TO SAL-FROM-DATE
               SET SAL-RANGE-SET TO TRUE
           END-IF.
           IF RP-TO-DATE IS NUMERIC
               MOVE RP-TO-DATE TO SAL-TO-DATE
               SET SAL-RANGE-SET TO TRUE
           END-IF.
           MOVE RP-RECIP-ID TO SAL-SEL-RECIP-ID.
       1100-READ-REPRPARM-CLOSE.
           CLOSE REPRPARM-FILE.
           IF NOT SAL-BY-RUN AND NOT SAL-RANGE-SET
               DISPLAY 'REPRPARM MUST GIVE A RUN NUMBER OR A RUN '
                   'DATE RANGE - NOTHING REPRINTED'
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
       1100-READ-REPRPARM-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-PROCESS-ARCHIVE - one archive record.  A change of    *
      * run number closes off the previous run and decides         *
      * whether the new one is selected; a selected run's print-   *
      * channel lines (for the requested recipient, if one was     *
      * named) are printed as they stand on the archive.  Reading  *
      * by run number stops at the first record of the next run.   *
      *-----------------------------------------------------------*
       2000-PROCESS-ARCHIVE.
           IF SAL-BY-RUN
               AND ARCH-RUN-NUMBER NOT = SAL-SEL-RUN-NUMBER
               SET SAL-GRTARCH-EOF TO TRUE
               GO TO 2000-PROCESS-ARCHIVE-EXIT
           END-IF.
           IF NOT SAL-RUN-STARTED
               OR ARCH-RUN-NUMBER NOT = SAL-CUR-RUN-NUMBER
               PERFORM 2100-START-RUN THRU 2100-START-RUN-EXIT
           END-IF.
           IF NOT SAL-RUN-SELECTED
               GO TO 2000-PROCESS-ARCHIVE-NEXT
           END-IF.
           MOVE ARCH-RUN-DATE TO SAL-FOOT-RUN-DATE.
           MOVE ARCH-NUMERO TO SAL-FOOT-NUMERO.
           IF SAL-SEL-RECIP-ID NOT = SPACES
               AND ARCH-RECIP-ID NOT = SAL-SEL-RECIP-ID
               GO TO 2000-PROCESS-ARCHIVE-NEXT
           END-IF.
           IF NOT SAL-HEADER-DONE
               PERFORM 2200-PRINT-HEADER THRU 2200-PRINT-HEADER-EXIT
           END-IF.
           IF ARCH-CHAN-PRINT OR ARCH-CHAN-BOTH
               MOVE SPACES TO REPORT-DETAIL
               MOVE ARCH-TEXT TO REPORT-DETAIL
               WRITE REPORT-DETAIL
               IF NOT REPRRPT-OK
                   DISPLAY 'REPRRPT WRITE ERROR - STATUS '
                       REPRRPT-STATUS
               END-IF
               ADD 1 TO SAL-LINES-COUNT
           END-IF.
       2000-PROCESS-ARCHIVE-NEXT.
           PERFORM 3000-READ-ARCHIVE THRU 3000-READ-ARCHIVE-EXIT.
       2000-PROCESS-ARCHIVE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-START-RUN - the archive has moved on to a new run.    *
      * Footer the previous run if it was printed, then select     *
      * the new one on its run date (a run-number selection has    *
      * already been positioned by key).                           *
      *-----------------------------------------------------------*
       2100-START-RUN.
           IF SAL-HEADER-DONE
               PERFORM 2300-PRINT-FOOTER THRU 2300-PRINT-FOOTER-EXIT
           END-IF.
           SET SAL-RUN-STARTED TO TRUE.
           MOVE 'N' TO SAL-RUN-SELECTED-SW.
           MOVE 'N' TO SAL-HEADER-DONE-SW.
           MOVE ARCH-RUN-NUMBER TO SAL-CUR-RUN-NUMBER.
           IF ARCH-RUN-DATE < SAL-FROM-DATE
               OR ARCH-RUN-DATE > SAL-TO-DATE
               GO TO 2100-START-RUN-EXIT
           END-IF.
           SET SAL-RUN-SELECTED TO TRUE.
       2100-START-RUN-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-PRINT-HEADER - the run's TITULO header, tagged with   *
      * the run mode the same way the greeting subprogram tags it. *
      *-----------------------------------------------------------*
       2200-PRINT-HEADER.
           MOVE SPACES TO REPORT-HEADER.
           MOVE 'TITULO : ' TO RH-LABEL.
           MOVE ARCH-TITULO TO RH-TITULO.
           IF ARCH-RUN-MODE = 'E'
               MOVE 'EVENT RUN' TO RH-MODE-TAG
           END-IF.
           IF ARCH-RUN-MODE = 'S'
               MOVE 'SUPPL RUN' TO RH-MODE-TAG
           END-IF.
           WRITE REPORT-HEADER.
           IF NOT REPRRPT-OK
               DISPLAY 'REPRRPT WRITE ERROR - STATUS ' REPRRPT-STATUS
           END-IF.
           SET SAL-HEADER-DONE TO TRUE.
           ADD 1 TO SAL-RUNS-COUNT.
       2200-PRINT-HEADER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-PRINT-FOOTER - the RUN DATE / RUN COUNT footer for    *
      * the run just finished.                                     *
      *-----------------------------------------------------------*
       2300-PRINT-FOOTER.
           MOVE SPACES TO REPORT-FOOTER.
           MOVE 'RUN DATE     : ' TO RF-LABEL1.
           MOVE SAL-FOOT-RUN-DATE TO RF-RUN-DATE.
           MOVE 'RUN COUNT    : ' TO RF-LABEL2.
           MOVE SAL-FOOT-NUMERO TO RF-RUN-COUNT.
           WRITE REPORT-FOOTER.
           IF NOT REPRRPT-OK
               DISPLAY 'REPRRPT WRITE ERROR - STATUS ' REPRRPT-STATUS
           END-IF.
           MOVE 'N' TO SAL-HEADER-DONE-SW.
       2300-PRINT-FOOTER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-READ-ARCHIVE - read the next archive record in key    *
      * order.                                                     *
      *-----------------------------------------------------------*
       3000-READ-ARCHIVE.
           READ GRTARCH-FILE NEXT RECORD
               AT END
                   SET SAL-GRTARCH-EOF TO TRUE
                   GO TO 3000-READ-ARCHIVE-EXIT
           END-READ.
           IF NOT GRTARCH-OK
               DISPLAY 'GRTARCH READ ERROR - STATUS ' GRTARCH-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           ADD 1 TO SAL-ARCH-READ-COUNT.
       3000-READ-ARCHIVE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-DISPLAY-TOTALS - counts to the console, not REPRRPT,  *
      * so the reprint carries nothing the original did not.  A    *
      * selection that matched no archived run ends RC 4.          *
      *-----------------------------------------------------------*
       8000-DISPLAY-TOTALS.
           DISPLAY 'GRTREPR ARCHIVE RECORDS READ : '
               SAL-ARCH-READ-COUNT.
           DISPLAY 'GRTREPR RUNS REPRINTED       : ' SAL-RUNS-COUNT.
           DISPLAY 'GRTREPR DETAIL LINES PRINTED : ' SAL-LINES-COUNT.
           IF SAL-RUNS-COUNT = ZERO
               DISPLAY 'NO ARCHIVED RUN MATCHES THE REPRPARM SELECTION'
               MOVE 4 TO SAL-FINAL-RC
           END-IF.
       8000-DISPLAY-TOTALS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9800-START-STEP-LOG - name the step and note when it      *
      * started, for the STEPLOG record 9900 writes on the way    *
      * out.                                                      *
      *-----------------------------------------------------------*
       9800-START-STEP-LOG.
           MOVE SPACES TO STEP-RECORD.
           MOVE 'GRTREPR' TO STEP-PROGRAM.
           MOVE ZERO TO STEP-RUN-NUMBER.
           MOVE ZERO TO STEP-RECORDS.
           ACCEPT STEP-START-DATE FROM DATE YYYYMMDD.
           ACCEPT STEP-START-TIME FROM TIME.
       9800-START-STEP-LOG-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9900-END-STEP-LOG - append this step's STEPLOG record     *
      * through the STEPLOG subprogram: the archive records read  *
      * and the return code the step is about to end with.        *
      * Performed ahead of every STOP RUN, the fatal ones         *
      * included, so STEPRPT sees how every run ended.            *
      *-----------------------------------------------------------*
       9900-END-STEP-LOG.
           MOVE SAL-ARCH-READ-COUNT TO STEP-RECORDS.
           COPY STEPEND.
       9900-END-STEP-LOG-EXIT.
           EXIT.

       END PROGRAM GRTREPR.
