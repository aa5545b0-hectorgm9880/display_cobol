      ******************************************************************
      * STEPREC.CPY
      * Author: Hector gm
      * Date:  14-09-2026
      * Purpose: Step-log record for the STEPLOG file - one record
      *          per batch step execution: the program, the SALRUNC
      *          run number the step worked on (zero where the step
      *          has none), when it started and ended, how many
      *          records it processed and the return code it ended
      *          with.  COPY into WORKING-STORAGE of every batch
      *          program (filled in by its 9800-START-STEP-LOG and
      *          9900-END-STEP-LOG), into the LINKAGE SECTION of the
      *          STEPLOG subprogram that appends it, and into the FD
      *          of STEPRPT that reports off it, so the writers and
      *          the reader agree on the PICs.
      *
      * Modification History:
      *   14-09-2026  HGM  Original version - RUNHIST only records
      *                    when SALMAIN ran, so nothing showed how
      *                    long each step of the night took.
      ******************************************************************
       01 STEP-RECORD.
           05 STEP-PROGRAM PIC X(08).
           05 STEP-RUN-NUMBER PIC 9(07).
           05 STEP-START-DATE PIC X(08).
           05 STEP-START-TIME PIC X(08).
           05 STEP-END-DATE PIC X(08).
           05 STEP-END-TIME PIC X(08).
           05 STEP-RECORDS PIC 9(07).
           05 STEP-RETURN-CODE PIC 9(02).
           05 FILLER PIC X(24).
