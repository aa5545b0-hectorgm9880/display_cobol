      ******************************************************************
      * GARCREC.CPY
      * Author: Hector gm
      * Date:  12-09-2026
      * Purpose: Greeting archive record for the indexed GRTARCH
      *          file - one record per greeting line the greeting
      *          subprogram produced, kept after the GREETRPT SYSOUT
      *          and the overwritten GREETEXT are gone.  Keyed by
      *          the SALRUNC run number, the RECIP-ID and the line
      *          within that recipient's greeting (a template
      *          greeting can run to several lines).  Carries the
      *          delivery channel, resolved language, message set
      *          used (blank for the hardcoded wording), the line
      *          exactly as GREETRPT printed it (or would have, for
      *          an electronic-only recipient), and the run's
      *          TITULO, date, NUMERO and mode so GRTREPR can
      *          rebuild the report header and footer too.  COPY
      *          into the FD of every program that reads or writes
      *          the archive.
      *
      * Modification History:
      *   12-09-2026  HGM  Original version.
      ******************************************************************
       01 ARCH-RECORD.
           05 ARCH-KEY.
               10 ARCH-RUN-NUMBER PIC 9(07).
               10 ARCH-RECIP-ID PIC X(05).
               10 ARCH-LINE-NO PIC 9(02).
           05 ARCH-RUN-DATE PIC X(08).
           05 ARCH-RUN-MODE PIC X(01).
           05 ARCH-NUMERO PIC 9(01).
           05 ARCH-CHANNEL PIC X(01).
               88 ARCH-CHAN-PRINT VALUE 'P'.
               88 ARCH-CHAN-ELEC VALUE 'E'.
               88 ARCH-CHAN-BOTH VALUE 'B'.
           05 ARCH-LANG-CODE PIC X(02).
           05 ARCH-MSG-SET PIC X(08).
           05 ARCH-TITULO PIC X(40).
           05 ARCH-TEXT PIC X(70).
           05 FILLER PIC X(05).
