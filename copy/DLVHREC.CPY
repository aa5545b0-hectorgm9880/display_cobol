      ******************************************************************
      * DLVHREC.CPY
      * Author: Hector gm
      * Date:  13-09-2026
      * Purpose: Delivery history record for the indexed DLVHIST
      *          file - one record per recipient who has ever had an
      *          electronic greeting, keyed by RECIP-ID.  SALACK
      *          updates it from every day's acknowledgement outcome:
      *          a delivery clears the run of consecutive failures
      *          and stamps the last-delivered date, a failed or
      *          unacknowledged greeting adds one to the run and
      *          stamps the failure dates.  SALFALLB reads it to
      *          move recipients who keep failing to print, and
      *          stamps DLVH-FALLBACK-DATE on each proposal; it only
      *          stops a further proposal once RECIPS shows the
      *          recipient on print.  DLVH-LAST-RUN-DATE/TIME name the
      *          greeting last counted, so the same extract matched
      *          twice is not counted twice.
      *
      * Modification History:
      *   13-09-2026  HGM  Original version.
      *   15-10-2026  HGM  DLVH-FALLBACK-DATE comment - a stamped
      *                    recipient not yet on print is proposed again.
      ******************************************************************
       01 DLVH-RECORD.
           05 DLVH-RECIP-ID PIC X(05).
           05 DLVH-NAME PIC A(22).
           05 DLVH-CONSEC-FAILS PIC 9(03).
           05 DLVH-FIRST-FAIL-DATE PIC X(08).
           05 DLVH-LAST-FAIL-DATE PIC X(08).
           05 DLVH-LAST-DELIVERED-DATE PIC X(08).
           05 DLVH-LAST-OUTCOME PIC X(01).
               88 DLVH-LAST-DELIVERED VALUE 'D'.
               88 DLVH-LAST-FAILED VALUE 'F'.
               88 DLVH-LAST-NO-ACK VALUE 'N'.
           05 DLVH-LAST-RUN-DATE PIC X(08).
           05 DLVH-LAST-RUN-TIME PIC X(08).
           05 DLVH-TOTAL-DELIVERED PIC 9(05).
           05 DLVH-TOTAL-FAILED PIC 9(05).
           05 DLVH-FALLBACK-DATE PIC X(08).
           05 FILLER PIC X(11).
