      *                    subprogram can mark GREETRPT and the
      *                    GREETEXT header and an event day does
      *                    not muddy the nightly full-list numbers.
      *   11-09-2026  HGM  GREET-RUN-MODE 'S' for a supplementary
      *                    rerun of a named list of recipients.
      *   12-09-2026  HGM  Added GREET-RECIP-ID - the recipient's
      *                    RECIP-ID, the key the greeting archive
      *                    files each greeting line under (spaces on
      *                    the no-recipients fallback greeting).
      ******************************************************************
       01 SALUDO PIC A(22).
       01 TITULO PIC A(40).
       01 GREET-RUN-NUMBER PIC 9(07).
       01 GREET-RUN-MODE PIC X(01).
           88 GREET-EVENT-RUN VALUE 'E'.
           88 GREET-SUPPLEMENTARY-RUN VALUE 'S'.
       01 GREET-RECIP-ID PIC X(05).
