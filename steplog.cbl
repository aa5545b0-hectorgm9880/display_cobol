      ******************************************************************
      * Author: Hector gm
      * Date:  14-09-2026
      * Purpose: Step-log writer.  Every batch program CALLs this
      *          once on its way out (from its 9900-END-STEP-LOG,
      *          COPY STEPEND) with its filled-in STEPREC record, and
      *          this appends the record to STEPLOG - program, run
      *          number, start and end timestamps, records processed
      *          and final return code - for STEPRPT to report the
      *          night's step timings from.  EXTEND with an OUTPUT
      *          fallback, same as RUNHIST, so the first step ever
      *          creates the file.  A log that cannot be written is
      *          reported on the console and otherwise ignored: the
      *          step's own work is done by now and must not be
      *          failed for want of a timing record.
      * Tectonics:
      *
      * Modification History:
      *   14-09-2026  HGM  Original version.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. STEPLOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEPLOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STEPLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STEPLOG-FILE.
       01 STEPLOG-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 STEPLOG-STATUS PIC X(02).
           88 STEPLOG-OK VALUE '00'.

       LINKAGE SECTION.
           COPY STEPREC.

       PROCEDURE DIVISION USING STEP-RECORD.

       0000-MAINLINE.
           PERFORM 1000-WRITE-STEP-RECORD THRU
               1000-WRITE-STEP-RECORD-EXIT.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-WRITE-STEP-RECORD - append the caller's step record.  *
      * Open and close on every call: a step calls once, at its    *
      * end, and the file must be complete the moment the step     *
      * is, whatever follows in the job.                           *
      *-----------------------------------------------------------*
       1000-WRITE-STEP-RECORD.
           OPEN EXTEND STEPLOG-FILE.
           IF NOT STEPLOG-OK
               OPEN OUTPUT STEPLOG-FILE
           END-IF.
           IF NOT STEPLOG-OK
               DISPLAY 'STEPLOG OPEN ERROR - STATUS ' STEPLOG-STATUS
               DISPLAY 'STEP ' STEP-PROGRAM ' NOT LOGGED'
               GO TO 1000-WRITE-STEP-RECORD-EXIT
           END-IF.
           WRITE STEPLOG-RECORD FROM STEP-RECORD.
           IF NOT STEPLOG-OK
               DISPLAY 'STEPLOG WRITE ERROR - STATUS ' STEPLOG-STATUS
               DISPLAY 'STEP ' STEP-PROGRAM ' NOT LOGGED'
           END-IF.
           CLOSE STEPLOG-FILE.
       1000-WRITE-STEP-RECORD-EXIT.
           EXIT.

       END PROGRAM STEPLOG.
