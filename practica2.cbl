      *                    an EVENT RUN tag, so occasion days are
      *                    identifiable on both outputs and stay
      *                    out of the full-list numbers.
      *   11-09-2026  HGM  A supplementary run (GREET-RUN-MODE 'S')
      *                    tags its GREETRPT header SUPPL RUN; the
      *                    mode reaches XH-RUN-MODE as before.
      *   12-09-2026  HGM  Every greeting line is also written to the
      *                    permanent GRTARCH greeting archive, keyed
      *                    by run number, the RECIP-ID now passed in
      *                    as GREET-RECIP-ID and line number, with the
      *                    channel, language, message set used, the
      *                    GREETRPT detail image and the run's TITULO,
      *                    date, NUMERO and mode, so GRTREPR can
      *                    reprint any past run's report exactly.
      *                    The GREETRPT layouts moved out of the FD
      *                    into the shared GRPTREC copybook for it.
      *   13-09-2026  HGM  The GREETEXT detail carries the RECIP-ID
      *                    (XD-RECIP-ID) for SALACK's per-recipient
      *                    delivery history.
      *   15-09-2026  HGM  A GRTMPL longer than the 50-line table no
      *                    longer loads the first 50 lines and greets
      *                    on with a warning: the CALL returns RC 16
      *                    without greeting, on the first CALL and
      *                    every one after, and SALMAIN stops the run.
      ******************************************************************

       IDENTIFICATION DIVISION.
           SELECT GRTMPL-FILE ASSIGN TO "GRTMPL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GRTMPL-STATUS.
           SELECT GRTARCH-FILE ASSIGN TO "GRTARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-KEY
               FILE STATUS IS GRTARCH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GREETRPT-FILE.
           COPY GRPTREC.

       FD  AUDITLOG-FILE.
       01 AUDITLOG-RECORD.
           05 TMPL-LANGUAGE-CODE PIC X(02).
           05 TMPL-TEXT PIC X(60).

       FD  GRTARCH-FILE.
           COPY GARCREC.

       WORKING-STORAGE SECTION.
       01 GREETRPT-STATUS PIC X(02).
           88 GREETRPT-OK VALUE '00'.
       01 SAL-GRTMPL-EOF-SW PIC X(01).
           88 SAL-GRTMPL-EOF VALUE 'Y'.

       01 SAL-TMPL-OVERFLOW-SW PIC X(01) VALUE 'N'.
           88 SAL-TMPL-OVERFLOW VALUE 'Y'.

      *    THE WHOLE TEMPLATE FILE, LOADED ON THE FIRST CALL.  50
      *    LINES IS ROOM FOR A DOZEN SETS OF WORDING; A LONGER
      *    FILE IS NOT LOADED IN PART - IT FAILS THE RUN (RC 16 ON
      *    EVERY CALL) RATHER THAN GREET FROM HALF THE WORDING.
       01 SAL-TMPL-TABLE.
           05 SAL-TMPL-ENTRY OCCURS 50 TIMES
                   INDEXED BY SAL-TMPL-IDX.
       01 SAL-TAIL-POS PIC 9(03) COMP.
       01 SAL-TAIL-LEN PIC 9(03) COMP.

       01 GRTARCH-STATUS PIC X(02).
           88 GRTARCH-OK VALUE '00'.

      *    THE ARCHIVE IS OPENED ON THE FIRST WRITE OF THE RUN.  IF
      *    IT CANNOT BE OPENED THE GREETINGS STILL GO OUT AND THE
      *    REST OF THE RUN SKIPS THE ARCHIVE AFTER ONE DIAGNOSTIC.
       01 SAL-ARCHIVE-OPEN-SW PIC X(01) VALUE 'N'.
           88 SAL-ARCHIVE-OPEN VALUE 'Y'.
       01 SAL-ARCHIVE-ERROR-SW PIC X(01) VALUE 'N'.
           88 SAL-ARCHIVE-ERROR VALUE 'Y'.

       01 SAL-ARCH-LINE-NO PIC 9(02) VALUE ZERO.
       01 SAL-ARCH-SET PIC X(08).
       01 SAL-ARCH-TEXT PIC X(70).

       LINKAGE SECTION.
           COPY GREETREC.

       PROCEDURE DIVISION USING SALUDO, TITULO, NUMERO, GREET-FIRST-SW,
           GREET-LAST-SW, GREET-LANG-CODE, GREET-MSG-SET,
           GREET-CHANNEL, GREET-RUN-NUMBER, GREET-RUN-MODE,
           GREET-RECIP-ID.

       0000-MAINLINE.
           DISPLAY 'Hola mundo'.
                   1100-LOAD-TEMPLATES-EXIT
               MOVE 'Y' TO SAL-TMPL-LOADED-SW
           END-IF.
           IF SAL-TMPL-OVERFLOW
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1200-SELECT-TEMPLATES THRU
               1200-SELECT-TEMPLATES-EXIT.
           MOVE ZERO TO SAL-ARCH-LINE-NO.
           IF SAL-SELECTED-COUNT = ZERO
               PERFORM 1300-GREET-FROM-LITERALS THRU
                   1300-GREET-FROM-LITERALS-EXIT
               PERFORM 2000-PRINT-REPORT THRU 2000-PRINT-REPORT-EXIT
               MOVE SPACES TO SAL-ARCH-SET
               MOVE SPACES TO SAL-ARCH-TEXT
               MOVE 'MUY BUENAS, ' TO SAL-ARCH-TEXT (1:13)
               MOVE SALUDO TO SAL-ARCH-TEXT (14:22)
               PERFORM 2600-WRITE-ARCHIVE THRU 2600-WRITE-ARCHIVE-EXIT
           ELSE
               PERFORM 2700-GREET-FROM-TEMPLATES THRU
                   2700-GREET-FROM-TEMPLATES-EXIT
           END-IF.
           PERFORM 2500-WRITE-EXTRACT THRU 2500-WRITE-EXTRACT-EXIT.
           IF GREET-LAST AND SAL-ARCHIVE-OPEN
               CLOSE GRTARCH-FILE
               MOVE 'N' TO SAL-ARCHIVE-OPEN-SW
           END-IF.
           GOBACK.

      *-----------------------------------------------------------*
      * 1100-LOAD-TEMPLATES - read the whole GRTMPL wording file   *
      * into the template table, once, on the first CALL of the    *
      * run.  No file (or an empty one) just leaves the table      *
      * empty and the run on the original hardcoded wording.  A    *
      * 51st line marks the load as overflowed and stops it there; *
      * the mainline then returns RC 16 instead of greeting.       *
      *-----------------------------------------------------------*
       1100-LOAD-TEMPLATES.
           MOVE 'N' TO SAL-GRTMPL-EOF-SW.
                   GO TO 1110-READ-TEMPLATE-EXIT
           END-READ.
           IF SAL-TMPL-COUNT = 50
               DISPLAY 'GRTMPL HAS MORE THAN 50 LINES - RUN STOPPED'
               SET SAL-TMPL-OVERFLOW TO TRUE
               SET SAL-GRTMPL-EOF TO TRUE
               GO TO 1110-READ-TEMPLATE-EXIT
           END-IF.
           IF GREET-EVENT-RUN
               MOVE 'EVENT RUN' TO RH-MODE-TAG
           END-IF.
           IF GREET-SUPPLEMENTARY-RUN
               MOVE 'SUPPL RUN' TO RH-MODE-TAG
           END-IF.
           WRITE REPORT-HEADER.
           IF NOT GREETRPT-OK
               DISPLAY 'GREETRPT WRITE ERROR - STATUS '
                       GREETRPT-STATUS
               END-IF
           END-IF.
           MOVE SAL-ACTIVE-SET TO SAL-ARCH-SET.
           MOVE SAL-EXPAND-TEXT TO SAL-ARCH-TEXT.
           PERFORM 2600-WRITE-ARCHIVE THRU 2600-WRITE-ARCHIVE-EXIT.
       2710-GREET-ONE-LINE-EXIT.
           EXIT.

               MOVE SAL-RUN-DATE TO XD-RUN-DATE
               MOVE SAL-RUN-TIME TO XD-RUN-TIME
               MOVE NUMERO TO XD-NUMERO
               MOVE GREET-RECIP-ID TO XD-RECIP-ID
               WRITE EXTRACT-DETAIL
               IF NOT GREETEXT-OK
                   DISPLAY 'GREETEXT WRITE ERROR - STATUS '
       2500-WRITE-EXTRACT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2600-WRITE-ARCHIVE - keep this greeting line on the        *
      * GRTARCH archive under run number, RECIP-ID and line        *
      * number.  SAL-ARCH-TEXT holds the line as GREETRPT prints   *
      * it and SAL-ARCH-SET the message set used (blank for the    *
      * hardcoded wording).  Every channel is archived; GRTREPR    *
      * prints only the print-channel lines, as GREETRPT does.     *
      * The archive is opened I-O on the first write of the run,   *
      * or OUTPUT the first time it is ever used.  A key already   *
      * there means a restarted run is greeting the recipient      *
      * again, so the line is rewritten, not duplicated.           *
      *-----------------------------------------------------------*
       2600-WRITE-ARCHIVE.
           IF SAL-ARCHIVE-ERROR
               GO TO 2600-WRITE-ARCHIVE-EXIT
           END-IF.
           IF NOT SAL-ARCHIVE-OPEN
               OPEN I-O GRTARCH-FILE
               IF NOT GRTARCH-OK
                   OPEN OUTPUT GRTARCH-FILE
               END-IF
               IF NOT GRTARCH-OK
                   DISPLAY 'GRTARCH OPEN ERROR - STATUS '
                       GRTARCH-STATUS
                   MOVE 'Y' TO SAL-ARCHIVE-ERROR-SW
                   GO TO 2600-WRITE-ARCHIVE-EXIT
               END-IF
               MOVE 'Y' TO SAL-ARCHIVE-OPEN-SW
           END-IF.
           ADD 1 TO SAL-ARCH-LINE-NO.
           MOVE SPACES TO ARCH-RECORD.
           MOVE GREET-RUN-NUMBER TO ARCH-RUN-NUMBER.
           MOVE GREET-RECIP-ID TO ARCH-RECIP-ID.
           MOVE SAL-ARCH-LINE-NO TO ARCH-LINE-NO.
           MOVE SAL-RUN-DATE TO ARCH-RUN-DATE.
           MOVE GREET-RUN-MODE TO ARCH-RUN-MODE.
           MOVE NUMERO TO ARCH-NUMERO.
           MOVE GREET-CHANNEL TO ARCH-CHANNEL.
           MOVE GREET-LANG-CODE TO ARCH-LANG-CODE.
           MOVE SAL-ARCH-SET TO ARCH-MSG-SET.
           MOVE TITULO TO ARCH-TITULO.
           MOVE SAL-ARCH-TEXT TO ARCH-TEXT.
           WRITE ARCH-RECORD
               INVALID KEY
                   REWRITE ARCH-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.
           IF NOT GRTARCH-OK
               DISPLAY 'GRTARCH WRITE ERROR - STATUS '
                   GRTARCH-STATUS
           END-IF.
       2600-WRITE-ARCHIVE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-MARK-ELEC-ONLY - prefix the audit text for an        *
      * electronic-only greeting with 'E-ONLY: '.  The greeting   *
