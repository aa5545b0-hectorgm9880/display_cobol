      ******************************************************************
      * HREXREC.CPY
      * Author: Hector gm
      * Date:  09-09-2026
      * Purpose: Employee record on the nightly HR extract (HREXTR)
      *          - one record per employee HR holds, keyed by the
      *          employee ID that is also the RECIP-ID on RECIPS:
      *          name, department, preferred language, and whether
      *          the employee is employed ('A') or has left ('L'),
      *          with the date that status took effect.  HRRECON
      *          matches it against the recipient master to propose
      *          the RECTRAN maintenance.  COPY into the FD of every
      *          program that reads the extract.
      *
      * Modification History:
      *   09-09-2026  HGM  Original version, for the HR feed
      *                    reconciliation.
      ******************************************************************
       01 HREX-RECORD.
           05 HREX-EMP-ID PIC X(05).
           05 HREX-NAME PIC X(22).
           05 HREX-DEPARTMENT PIC X(10).
           05 HREX-LANGUAGE-CODE PIC X(02).
           05 HREX-STATUS PIC X(01).
               88 HREX-EMPLOYED VALUE 'A'.
               88 HREX-LEAVER VALUE 'L'.
           05 HREX-STATUS-DATE PIC X(08).
           05 FILLER PIC X(32).
