      *                    two nights a fortnight shared a NUMERO and
      *                    nothing stopped a double start from wiping
      *                    the first run's GREETEXT.
      *   11-09-2026  HGM  Added RUNC-LAST-FULL-DATE - the date of
      *                    the last nightly (full or event) run that
      *                    completed.  A supplementary rerun takes a
      *                    run number and rewrites the record like
      *                    any run but carries this date forward
      *                    unchanged, so the same-date double-run
      *                    refusal keys on it and a supplementary
      *                    run neither trips the refusal nor stops
      *                    that night's nightly.  Blank on a record
      *                    written before the field existed.
      ******************************************************************
       01 SALRUNC-RECORD.
           05 RUNC-RUN-NUMBER PIC 9(07).
           05 RUNC-STATUS-SW PIC X(01).
               88 RUNC-IN-PROGRESS VALUE 'P'.
               88 RUNC-COMPLETED VALUE 'C'.
           05 RUNC-LAST-FULL-DATE PIC X(08).
