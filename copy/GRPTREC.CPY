      ******************************************************************
      * GRPTREC.CPY
      * Author: Hector gm
      * Date:  12-09-2026
      * Purpose: Print lines of the GREETRPT greeting report - the
      *          TITULO header (with the run-mode tag), the detail
      *          line per printed greeting, and the RUN DATE / RUN
      *          COUNT footer.  COPY into the FD of every program
      *          that writes the report: the greeting subprogram
      *          for the nightly, GRTREPR when it reprints a past
      *          run from the greeting archive, so the reprint
      *          cannot drift from the original.
      *
      * Modification History:
      *   12-09-2026  HGM  Original version - moved out of the
      *                    DIVISION_DE_PROCEDIMIENTOS FD for the
      *                    greeting archive reprint.
      ******************************************************************
       01 REPORT-HEADER.
           05 RH-LABEL PIC X(10).
           05 RH-TITULO PIC A(40).
           05 FILLER PIC X(02).
           05 RH-MODE-TAG PIC X(10).
           05 FILLER PIC X(08).
       01 REPORT-DETAIL.
           05 RD-LABEL PIC X(13).
           05 RD-SALUDO PIC A(22).
           05 FILLER PIC X(35).
       01 REPORT-FOOTER.
           05 RF-LABEL1 PIC X(15).
           05 RF-RUN-DATE PIC X(08).
           05 FILLER PIC X(05).
           05 RF-LABEL2 PIC X(15).
           05 RF-RUN-COUNT PIC 9(01).
           05 FILLER PIC X(26).
