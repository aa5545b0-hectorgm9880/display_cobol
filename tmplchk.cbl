      *          ampersand token that is not &NOMBRE, &TITULO,
      *          &NUMERO or &FECHA (and would go to recipients
      *          verbatim), a file longer than the 50-line table
      *          DIVISION_DE_PROCEDIMIENTOS loads (which stops the
      *          greeting run RC 16), and a DEFAULT set that is
      *          missing or does not cover every LANGTAB language
      *          (the fallback every other set leans on).
      *          Each set/language pairing is then proof-printed
      *          fully expanded with sample values on TMPLRPT, so
      *          tomorrow's wording can be read today.  Any finding
      *                    2 - a new language added to the shared
      *                    copybooks is checked and proofed without
      *                    touching this program.
      *   14-09-2026  HGM  Every way out of the step, the fatal stops
      *                    included, now appends a STEPLOG record -
      *                    start and end time, template lines read,
      *                    return code - for the STEPRPT step timing and
      *                    batch window report.
      *   15-09-2026  HGM  A line past 50 now stops the greeting run
      *                    instead of being ignored by it; the error
      *                    line and the table comment say so.
      ******************************************************************

       IDENTIFICATION DIVISION.

       WORKING-STORAGE SECTION.
           COPY LANGTAB.
           COPY STEPREC.

       01 GRTMPL-STATUS PIC X(02).
           88 GRTMPL-OK VALUE '00'.

      *    THE WHOLE TEMPLATE FILE, SAME 50-LINE CAPACITY AS THE
      *    TABLE THE GREETING SUBPROGRAM LOADS - ANYTHING PAST IT
      *    WOULD STOP THE NIGHTLY RC 16, SO IT IS AN ERROR HERE.
       01 SAL-TMPL-TABLE.
           05 SAL-TMPL-ENTRY OCCURS 50 TIMES
                   INDEXED BY SAL-TMPL-IDX.
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 9800-START-STEP-LOG THRU 9800-START-STEP-LOG-EXIT.
           PERFORM 1650-INIT-LANGUAGE-TABLE THRU
               1650-INIT-LANGUAGE-TABLE-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           IF SAL-ERROR-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
           IF NOT TMPLRPT-OK
               DISPLAY 'TMPLRPT OPEN ERROR - STATUS ' TMPLRPT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           OPEN INPUT GRTMPL-FILE.
           IF NOT GRTMPL-OK
               DISPLAY 'GRTMPL OPEN ERROR - STATUS ' GRTMPL-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           MOVE SPACES TO TMPLRPT-ERROR.
      * 1100-LOAD-TEMPLATES - read the whole file into the table,  *
      * checking each line on the way in and remembering every     *
      * distinct set code for the proof print.  Lines past the     *
      * 50 the greeting run loads are the overflow error - the     *
      * greeting run would stop on them.                           *
      *-----------------------------------------------------------*
       1100-LOAD-TEMPLATES.
           MOVE 'N' TO SAL-GRTMPL-EOF-SW.
           IF SAL-LINES-READ-COUNT > 50
               MOVE TMPL-SET-CODE TO TE-SET
               MOVE TMPL-LANGUAGE-CODE TO TE-LANG
               MOVE 'LINE PAST 50 - RUN WOULD STOP ON IT'
                   TO TE-REASON
               PERFORM 6000-REPORT-ERROR THRU 6000-REPORT-ERROR-EXIT
               GO TO 1110-READ-TEMPLATE-EXIT
       1650-INIT-LANGUAGE-TABLE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9800-START-STEP-LOG - name the step and note when it      *
      * started, for the STEPLOG record 9900 writes on the way    *
      * out.                                                      *
      *-----------------------------------------------------------*
       9800-START-STEP-LOG.
           MOVE SPACES TO STEP-RECORD.
           MOVE 'TMPLCHK' TO STEP-PROGRAM.
           MOVE ZERO TO STEP-RUN-NUMBER.
           MOVE ZERO TO STEP-RECORDS.
           ACCEPT STEP-START-DATE FROM DATE YYYYMMDD.
           ACCEPT STEP-START-TIME FROM TIME.
       9800-START-STEP-LOG-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9900-END-STEP-LOG - append this step's STEPLOG record     *
      * through the STEPLOG subprogram: the template lines read   *
      * and the return code the step is about to end with.        *
      * Performed ahead of every STOP RUN, the fatal ones         *
      * included, so STEPRPT sees how every run ended.            *
      *-----------------------------------------------------------*
       9900-END-STEP-LOG.
           MOVE SAL-LINES-READ-COUNT TO STEP-RECORDS.
           COPY STEPEND.
       9900-END-STEP-LOG-EXIT.
           EXIT.

       END PROGRAM TMPLCHK.
