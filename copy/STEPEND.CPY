      ******************************************************************
      * STEPEND.CPY
      * Author: Hector gm
      * Date:  14-09-2026
      * Purpose: The statements that close off a step's STEPREC
      *          record and hand it to the STEPLOG subprogram - COPY
      *          inside a 9900-END-STEP-LOG paragraph, after moving
      *          the step's records-processed count (and its run
      *          number, if it has one) into STEP-RECORD.  The
      *          paragraph is performed ahead of every STOP RUN, so
      *          RETURN-CODE already holds the code the step is
      *          ending with; it is saved before the CALL and put
      *          back after it, since the CALL itself resets
      *          RETURN-CODE.
      *
      * Modification History:
      *   14-09-2026  HGM  Original version.
      ******************************************************************
           ACCEPT STEP-END-DATE FROM DATE YYYYMMDD.
           ACCEPT STEP-END-TIME FROM TIME.
           MOVE RETURN-CODE TO STEP-RETURN-CODE.
           CALL 'STEPLOG' USING STEP-RECORD.
           MOVE STEP-RETURN-CODE TO RETURN-CODE.
