      ******************************************************************
      * Author: Hector gm
      * Date:  16-09-2026
      * Purpose: Recipient erasure.  Driven by ERASLIST, a list of
      *          RECIP-IDs already deleted from RECIPS through
      *          RECMAINT whose owners have asked to be forgotten:
      *          their RECEVTS occasions are deleted, and every
      *          name they were ever journalled under is replaced
      *          with the fixed placeholder in all the retained
      *          files - RECJRNL images, RECREJ and RECRARCH reject
      *          images, the GREETEXT, supplementary GREETEXT and
      *          RETRYEXT extracts, the GRTARCH greeting archive and
      *          its GRTAARCH generations, DLVHIST, and the monthly
      *          AUDITLOG and GREETRPT copies SALRECON balances.
      *          Apart from the deleted events no record is added
      *          or dropped, so the extract trailers, the journal
      *          and the month-end reconciliation still balance.
      *          Sequential files are rewritten to keep files the
      *          JCL copies back on a clean run; each must prove
      *          written (plus deleted) = read or the job ends
      *          RC 10 and nothing is copied.  The indexed GRTARCH
      *          and DLVHIST are updated in place.  ERASRPT is the
      *          erasure certificate for the data-protection
      *          officer: per recipient, every file and the records
      *          changed in it, then the file totals.  The names
      *          themselves are never printed.
      * Tectonics:
      *
      * Modification History:
      *   16-09-2026  HGM  Original version - a RECMAINT delete only
      *                    removes the RECIPS record, and a leaver's
      *                    name stayed in every file the nightly had
      *                    ever written it to.
      *   15-10-2026  HGM  A RECREJ/RECRARCH reject image is found by
      *                    name only when its RECIP-ID is blank, as
      *                    the extracts are - an image carrying an ID
      *                    is some other recipient who shares the name.
      *   15-10-2026  HGM  The file counts are cleared before the
      *                    certificate is opened, so an open failure
      *                    logs a STEPLOG record instead of abending.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERASE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERASLIST-FILE ASSIGN TO "ERASLIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ERASLIST-STATUS.
           SELECT RECIPS-FILE ASSIGN TO "RECIPS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RECIP-ID
               FILE STATUS IS RECIPS-STATUS.
           SELECT RECEVTS-FILE ASSIGN TO "RECEVTS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RECEVTS-STATUS.
           SELECT RECEKEEP-FILE ASSIGN TO "RECEKEEP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RECEKEEP-STATUS.
           SELECT RECJRNL-FILE ASSIGN TO "RECJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RECJRNL-STATUS.
           SELECT RECJKEEP-FILE ASSIGN TO "RECJKEEP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RECJKEEP-STATUS.
           SELECT RECREJ-FILE ASSIGN TO "RECREJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RECREJ-STATUS.
           SELECT RECRKEEP-FILE ASSIGN TO "RECRKEEP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RECRKEEP-STATUS.
           SELECT RECRARCH-FILE ASSIGN TO "RECRARCH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RECRARCH-STATUS.
           SELECT RARCKEEP-FILE ASSIGN TO "RARCKEEP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RARCKEEP-STATUS.
           SELECT GREETEXT-FILE ASSIGN TO "GREETEXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GREETEXT-STATUS.
           SELECT GEXTKEEP-FILE ASSIGN TO "GEXTKEEP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GEXTKEEP-STATUS.
           SELECT GREETSUP-FILE ASSIGN TO "GREETSUP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GREETSUP-STATUS.
           SELECT GSUPKEEP-FILE ASSIGN TO "GSUPKEEP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GSUPKEEP-STATUS.
           SELECT RETRYEXT-FILE ASSIGN TO "RETRYEXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RETRYEXT-STATUS.
           SELECT RETXKEEP-FILE ASSIGN TO "RETXKEEP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RETXKEEP-STATUS.
           SELECT GRTARCH-FILE ASSIGN TO "GRTARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARCH-KEY
               FILE STATUS IS GRTARCH-STATUS.
           SELECT GRTAARCH-FILE ASSIGN TO "GRTAARCH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GRTAARCH-STATUS.
           SELECT GAARKEEP-FILE ASSIGN TO "GAARKEEP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GAARKEEP-STATUS.
           SELECT DLVHIST-FILE ASSIGN TO "DLVHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DLVH-RECIP-ID
               FILE STATUS IS DLVHIST-STATUS.
           SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDITLOG-STATUS.
           SELECT AUDTKEEP-FILE ASSIGN TO "AUDTKEEP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDTKEEP-STATUS.
           SELECT GREETRPT-FILE ASSIGN TO "GREETRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GREETRPT-STATUS.
           SELECT GRPTKEEP-FILE ASSIGN TO "GRPTKEEP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GRPTKEEP-STATUS.
           SELECT ERASRPT-FILE ASSIGN TO "ERASRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ERASRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ERASLIST-FILE.
       01 ERASLIST-RECORD.
           05 EL-RECIP-ID PIC X(05).
           05 FILLER PIC X(75).

       FD  RECIPS-FILE.
           COPY RECIPREC.

       FD  RECEVTS-FILE.
           COPY RECEVREC.

       FD  RECEKEEP-FILE.
       01 RECEKEEP-RECORD PIC X(18).

       FD  RECJRNL-FILE.
           COPY RECJREC.

       FD  RECJKEEP-FILE.
       01 RECJKEEP-RECORD PIC X(104).

       FD  RECREJ-FILE.
       01 RECREJ-RECORD PIC X(82).

       FD  RECRKEEP-FILE.
       01 RECRKEEP-RECORD PIC X(82).

       FD  RECRARCH-FILE.
       01 RECRARCH-RECORD PIC X(82).

       FD  RARCKEEP-FILE.
       01 RARCKEEP-RECORD PIC X(82).

       FD  GREETEXT-FILE.
       01 GREETEXT-RECORD PIC X(110).

       FD  GEXTKEEP-FILE.
       01 GEXTKEEP-RECORD PIC X(110).

       FD  GREETSUP-FILE.
       01 GREETSUP-RECORD PIC X(110).

       FD  GSUPKEEP-FILE.
       01 GSUPKEEP-RECORD PIC X(110).

       FD  RETRYEXT-FILE.
       01 RETRYEXT-RECORD PIC X(110).

       FD  RETXKEEP-FILE.
       01 RETXKEEP-RECORD PIC X(110).

       FD  GRTARCH-FILE.
           COPY GARCREC.

       FD  GRTAARCH-FILE.
       01 GRTAARCH-RECORD PIC X(150).

       FD  GAARKEEP-FILE.
       01 GAARKEEP-RECORD PIC X(150).

       FD  DLVHIST-FILE.
           COPY DLVHREC.

       FD  AUDITLOG-FILE.
       01 AUDITLOG-RECORD PIC X(87).

       FD  AUDTKEEP-FILE.
       01 AUDTKEEP-RECORD PIC X(87).

       FD  GREETRPT-FILE.
       01 GREETRPT-RECORD PIC X(70).

       FD  GRPTKEEP-FILE.
       01 GRPTKEEP-RECORD PIC X(70).

       FD  ERASRPT-FILE.
       01 ERASRPT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           COPY STEPREC.
       01 ERASLIST-STATUS PIC X(02).
           88 ERASLIST-OK VALUE '00'.

       01 RECIPS-STATUS PIC X(02).
           88 RECIPS-OK VALUE '00'.

       01 RECEVTS-STATUS PIC X(02).
           88 RECEVTS-OK VALUE '00'.
           88 RECEVTS-NOT-FOUND VALUE '35'.

       01 RECEKEEP-STATUS PIC X(02).
           88 RECEKEEP-OK VALUE '00'.

       01 RECJRNL-STATUS PIC X(02).
           88 RECJRNL-OK VALUE '00'.

       01 RECJKEEP-STATUS PIC X(02).
           88 RECJKEEP-OK VALUE '00'.

       01 RECREJ-STATUS PIC X(02).
           88 RECREJ-OK VALUE '00'.
           88 RECREJ-NOT-FOUND VALUE '35'.

       01 RECRKEEP-STATUS PIC X(02).
           88 RECRKEEP-OK VALUE '00'.

       01 RECRARCH-STATUS PIC X(02).
           88 RECRARCH-OK VALUE '00'.
           88 RECRARCH-NOT-FOUND VALUE '35'.

       01 RARCKEEP-STATUS PIC X(02).
           88 RARCKEEP-OK VALUE '00'.

       01 GREETEXT-STATUS PIC X(02).
           88 GREETEXT-OK VALUE '00'.
           88 GREETEXT-NOT-FOUND VALUE '35'.

       01 GEXTKEEP-STATUS PIC X(02).
           88 GEXTKEEP-OK VALUE '00'.

       01 GREETSUP-STATUS PIC X(02).
           88 GREETSUP-OK VALUE '00'.
           88 GREETSUP-NOT-FOUND VALUE '35'.

       01 GSUPKEEP-STATUS PIC X(02).
           88 GSUPKEEP-OK VALUE '00'.

       01 RETRYEXT-STATUS PIC X(02).
           88 RETRYEXT-OK VALUE '00'.
           88 RETRYEXT-NOT-FOUND VALUE '35'.

       01 RETXKEEP-STATUS PIC X(02).
           88 RETXKEEP-OK VALUE '00'.

       01 GRTARCH-STATUS PIC X(02).
           88 GRTARCH-OK VALUE '00'.
           88 GRTARCH-NOT-FOUND VALUE '35'.

       01 GRTAARCH-STATUS PIC X(02).
           88 GRTAARCH-OK VALUE '00'.
           88 GRTAARCH-NOT-FOUND VALUE '35'.

       01 GAARKEEP-STATUS PIC X(02).
           88 GAARKEEP-OK VALUE '00'.

       01 DLVHIST-STATUS PIC X(02).
           88 DLVHIST-OK VALUE '00'.
           88 DLVHIST-NOT-FOUND VALUE '35'.

       01 AUDITLOG-STATUS PIC X(02).
           88 AUDITLOG-OK VALUE '00'.
           88 AUDITLOG-NOT-FOUND VALUE '35'.

       01 AUDTKEEP-STATUS PIC X(02).
           88 AUDTKEEP-OK VALUE '00'.

       01 GREETRPT-STATUS PIC X(02).
           88 GREETRPT-OK VALUE '00'.
           88 GREETRPT-NOT-FOUND VALUE '35'.

       01 GRPTKEEP-STATUS PIC X(02).
           88 GRPTKEEP-OK VALUE '00'.

       01 ERASRPT-STATUS PIC X(02).
           88 ERASRPT-OK VALUE '00'.

       01 SAL-ERASLIST-EOF-SW PIC X(01) VALUE 'N'.
           88 SAL-ERASLIST-EOF VALUE 'Y'.

       01 SAL-RECIPS-EOF-SW PIC X(01) VALUE 'N'.
           88 SAL-RECIPS-EOF VALUE 'Y'.

      *    END OF THE FILE CURRENTLY BEING ERASED - EACH FILE IS
      *    TAKEN IN TURN, SO ONE SWITCH SERVES THEM ALL.
       01 SAL-FILE-EOF-SW PIC X(01) VALUE 'N'.
           88 SAL-FILE-EOF VALUE 'Y'.

      *    THE NAME EVERY ERASED NAME IS REPLACED WITH - ALPHABETIC,
      *    SO IT IS A VALID RECIP-NAME, AND THE SAME IN EVERY FILE,
      *    SO AUDITLOG AND GREETRPT STILL AGREE LINE FOR LINE.
       01 SAL-PLACEHOLDER PIC X(22) VALUE 'ERASED RECIPIENT'.
       01 SAL-PLACEHOLDER-LEN PIC 9(02) COMP VALUE 16.

      *    THE RECIPIENTS ON ERASLIST.  SAL-ER-STATUS SAYS WHAT IS
      *    DONE WITH EACH: ERASED, OR REFUSED BECAUSE THE RECIPIENT
      *    IS STILL ON RECIPS OR NEVER REACHED THE JOURNAL (SO NO
      *    NAME IS KNOWN), OR ALREADY ERASED BY AN EARLIER RUN.  THE
      *    COUNTS ARE THE RECORDS CHANGED PER FILE, IN THE ORDER OF
      *    SAL-FILE-NAME.  A HUNDRED IS FAR MORE THAN ONE LIST WILL
      *    EVER CARRY; A LONGER LIST STOPS RC 16 BEFORE ANY FILE IS
      *    TOUCHED.
       01 SAL-ERASE-TABLE.
           05 SAL-ER-ENTRY OCCURS 100 TIMES
                   INDEXED BY SAL-ER-IDX.
               10 SAL-ER-ID PIC X(05).
               10 SAL-ER-STATUS PIC X(01).
                   88 SAL-ER-ERASE VALUE 'E'.
                   88 SAL-ER-ON-MASTER VALUE 'M'.
                   88 SAL-ER-NO-JOURNAL VALUE 'J'.
                   88 SAL-ER-ALREADY VALUE 'X'.
               10 SAL-ER-MASTER-SW PIC X(01).
                   88 SAL-ER-ON-RECIPS VALUE 'Y'.
               10 SAL-ER-JOURNAL-SW PIC X(01).
                   88 SAL-ER-JOURNALLED VALUE 'Y'.
               10 SAL-ER-NAME-COUNT PIC 9(02).
               10 SAL-ER-SHARED-ID PIC X(05).
               10 SAL-ER-HIT-SW PIC X(01).
                   88 SAL-ER-HIT VALUE 'Y'.
               10 SAL-ER-FILE-COUNT PIC 9(07) OCCURS 12 TIMES.
       01 SAL-ER-COUNT PIC 9(03) VALUE ZERO.
       01 SAL-ER-SUB PIC 9(03) COMP VALUE ZERO.
       01 SAL-HIT-SUB PIC 9(03) COMP VALUE ZERO.
       01 SAL-ER-FOUND-SW PIC X(01).
           88 SAL-ER-FOUND VALUE 'Y'.
       01 SAL-FIND-ID PIC X(05).

      *    EVERY NAME THE ERASLIST RECIPIENTS WERE JOURNALLED UNDER
      *    (A NAME CHANGE LEAVES THE OLD ONE IN THE OLDER FILES),
      *    LONGEST FIRST, SO A NAME THAT STARTS ANOTHER ONE NEVER
      *    TAKES THE FRONT OF THE LONGER ONE AND LEAVES ITS TAIL.
      *    SAL-NM-OWNER IS THE RECIPIENT'S ERASE TABLE ENTRY.
       01 SAL-NAME-TABLE.
           05 SAL-NM-ENTRY OCCURS 300 TIMES
                   INDEXED BY SAL-NM-IDX.
               10 SAL-NM-NAME PIC X(22).
               10 SAL-NM-LEN PIC 9(02).
               10 SAL-NM-OWNER PIC 9(03).
       01 SAL-NM-COUNT PIC 9(03) VALUE ZERO.
       01 SAL-NM-SUB PIC 9(03) COMP VALUE ZERO.
       01 SAL-NM-TO PIC 9(03) COMP VALUE ZERO.
       01 SAL-NM-FOUND-SW PIC X(01).
           88 SAL-NM-FOUND VALUE 'Y'.
       01 SAL-ADD-NAME PIC X(22).
       01 SAL-ADD-LEN PIC 9(02) COMP.
       01 SAL-FIND-NAME PIC X(22).

      *    THE FILES, IN THE ORDER THEY ARE ERASED AND PRINTED.
      *    SAL-FL-SUB IS SET TO THE FILE'S NUMBER HERE BEFORE ITS
      *    RECORDS ARE TAKEN.
       01 SAL-FILE-NAME-VALUES.
           05 FILLER PIC X(08) VALUE 'RECEVTS'.
           05 FILLER PIC X(08) VALUE 'RECJRNL'.
           05 FILLER PIC X(08) VALUE 'RECREJ'.
           05 FILLER PIC X(08) VALUE 'RECRARCH'.
           05 FILLER PIC X(08) VALUE 'GREETEXT'.
           05 FILLER PIC X(08) VALUE 'GREETSUP'.
           05 FILLER PIC X(08) VALUE 'RETRYEXT'.
           05 FILLER PIC X(08) VALUE 'GRTARCH'.
           05 FILLER PIC X(08) VALUE 'GRTAARCH'.
           05 FILLER PIC X(08) VALUE 'DLVHIST'.
           05 FILLER PIC X(08) VALUE 'AUDITLOG'.
           05 FILLER PIC X(08) VALUE 'GREETRPT'.
       01 SAL-FILE-NAME-TABLE REDEFINES SAL-FILE-NAME-VALUES.
           05 SAL-FILE-NAME PIC X(08) OCCURS 12 TIMES.

      *    READ, WRITTEN AND CHANGED PER FILE.  FOR RECEVTS THE
      *    CHANGED COUNT IS THE EVENTS DELETED; FOR THE INDEXED
      *    GRTARCH AND DLVHIST, UPDATED IN PLACE, WRITTEN IS THE
      *    RECORDS REWRITTEN.
       01 SAL-FILE-COUNT-TABLE.
           05 SAL-FL-ENTRY OCCURS 12 TIMES.
               10 SAL-FL-READ PIC 9(07).
               10 SAL-FL-WRITTEN PIC 9(07).
               10 SAL-FL-CHANGED PIC 9(07).
               10 SAL-FL-PRESENT-SW PIC X(01).
                   88 SAL-FL-PRESENT VALUE 'Y'.
       01 SAL-FL-SUB PIC 9(02) COMP VALUE ZERO.

      *    A RECIPS IMAGE AS CARRIED IN RECJRNL AND RECREJ.
           COPY RECIPREC REPLACING LEADING ==RECIP-== BY ==IMG-==.

      *    ONE RECORD OF EACH OF THE SHARED LAYOUTS, MOVED IN
      *    HERE SO THE FILES THAT SHARE THEM SHARE THE ERASE CODE.
       01 SAL-REJECT-RECORD.
           05 REJ-RUN-DATE PIC X(08).
           05 FILLER PIC X(02).
           05 REJ-REASON-CODE PIC X(02).
           05 FILLER PIC X(02).
           05 REJ-REASON-TEXT PIC X(25).
           05 FILLER PIC X(02).
           05 REJ-RECIP-IMAGE PIC X(41).

           COPY GEXTREC.

           COPY GARCREC REPLACING LEADING ==ARCH-== BY ==AARC-==.

       01 SAL-AUDIT-RECORD.
           05 AL-TIMESTAMP PIC X(16).
           05 FILLER PIC X(02).
           05 AL-RUN-NUMBER PIC 9(07).
           05 FILLER PIC X(02).
           05 AL-TEXT PIC X(60).

      *    NAME SCRUBBING WORK AREAS FOR 6000-SCRUB-TEXT.  THE TEXT
      *    IS WORKED IN 80 BYTES AND CUT BACK TO ITS FIELD'S WIDTH,
      *    AS THE GREETING SUBPROGRAM'S TEMPLATE EXPANSION DOES, SO
      *    A LINE SCRUBBED IN AUDITLOG AND IN GREETRPT COMES OUT THE
      *    SAME IN THE COLUMNS SALRECON MATCHES ON.  A NAME CUT OFF
      *    BY THE END OF THE FIELD IS STILL THE NAME, AND IS
      *    REPLACED TOO ONCE AT LEAST FOUR OF ITS LETTERS SHOW.
       01 SAL-SCRUB-TEXT PIC X(80).
       01 SAL-NEW-TEXT PIC X(80).
       01 SAL-SCRUB-WIDTH PIC 9(03) COMP.
       01 SAL-SCRUB-OWNER PIC 9(03) COMP.
       01 SAL-CUR-NAME PIC X(22).
       01 SAL-CUR-LEN PIC 9(02) COMP.
       01 SAL-SCAN-POS PIC 9(03) COMP.
       01 SAL-SCAN-LEN PIC 9(03) COMP.
       01 SAL-TAIL-POS PIC 9(03) COMP.
       01 SAL-TAIL-LEN PIC 9(03) COMP.
       01 SAL-TEST-CHAR PIC X(01).
       01 SAL-NAME-HIT-SW PIC X(01).
           88 SAL-NAME-HIT VALUE 'Y'.
       01 SAL-RECORD-CHANGED-SW PIC X(01).
           88 SAL-RECORD-CHANGED VALUE 'Y'.

       01 SAL-RUN-DATE PIC X(08).
       01 SAL-RUN-TIME PIC X(08).

       01 SAL-LIST-READ-COUNT PIC 9(05) VALUE ZERO.
       01 SAL-ERASED-COUNT PIC 9(05) VALUE ZERO.
       01 SAL-REFUSED-COUNT PIC 9(05) VALUE ZERO.
       01 SAL-ALREADY-COUNT PIC 9(05) VALUE ZERO.
       01 SAL-JRNL-SCAN-COUNT PIC 9(07) VALUE ZERO.
       01 SAL-MASTER-READ-COUNT PIC 9(07) VALUE ZERO.
       01 SAL-BALANCE-COUNT PIC 9(07) VALUE ZERO.
       01 SAL-FINAL-RC PIC 9(02) VALUE ZERO.

       01 ERASRPT-HEADER.
           05 EH-LABEL PIC X(36).
           05 EH-RUN-DATE PIC X(08).
           05 FILLER PIC X(02).
           05 EH-RUN-TIME PIC X(08).
           05 FILLER PIC X(26).
       01 ERASRPT-NOTE.
           05 EN-LABEL PIC X(30).
           05 EN-TEXT PIC X(50).
       01 ERASRPT-RECIPIENT.
           05 EI-LABEL PIC X(09).
           05 EI-ID PIC X(05).
           05 FILLER PIC X(02).
           05 EI-STATUS PIC X(64).
       01 ERASRPT-FILE-LINE.
           05 FILLER PIC X(04).
           05 EF-FILE PIC X(08).
           05 FILLER PIC X(02).
           05 EF-ACTION PIC X(18).
           05 EF-COUNT PIC 9(07).
           05 FILLER PIC X(41).
       01 ERASRPT-FILE-TOTAL.
           05 ET-FILE PIC X(08).
           05 FILLER PIC X(02).
           05 ET-READ PIC 9(07).
           05 FILLER PIC X(02).
           05 ET-WRITTEN PIC 9(07).
           05 FILLER PIC X(02).
           05 ET-CHANGED PIC 9(07).
           05 FILLER PIC X(02).
           05 ET-NOTE PIC X(43).
       01 ERASRPT-TOTAL.
           05 ES-LABEL PIC X(30).
           05 ES-COUNT PIC 9(07).
           05 FILLER PIC X(43).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 9800-START-STEP-LOG THRU 9800-START-STEP-LOG-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-LOAD-ERASLIST THRU 2000-LOAD-ERASLIST-EXIT.
           PERFORM 3000-RESOLVE-NAMES THRU 3000-RESOLVE-NAMES-EXIT.
           PERFORM 3500-CHECK-MASTER THRU 3500-CHECK-MASTER-EXIT.
           PERFORM 3800-SET-STATUS THRU 3800-SET-STATUS-EXIT.
           PERFORM 4000-ERASE-EVENTS THRU 4000-ERASE-EVENTS-EXIT.
           PERFORM 4100-SCRUB-JOURNAL THRU 4100-SCRUB-JOURNAL-EXIT.
           PERFORM 4200-SCRUB-RECREJ THRU 4200-SCRUB-RECREJ-EXIT.
           PERFORM 4300-SCRUB-RECRARCH THRU 4300-SCRUB-RECRARCH-EXIT.
           PERFORM 4400-SCRUB-GREETEXT THRU 4400-SCRUB-GREETEXT-EXIT.
           PERFORM 4500-SCRUB-GREETSUP THRU 4500-SCRUB-GREETSUP-EXIT.
           PERFORM 4600-SCRUB-RETRYEXT THRU 4600-SCRUB-RETRYEXT-EXIT.
           PERFORM 4700-SCRUB-GRTARCH THRU 4700-SCRUB-GRTARCH-EXIT.
           PERFORM 4800-SCRUB-GRTAARCH THRU 4800-SCRUB-GRTAARCH-EXIT.
           PERFORM 4900-SCRUB-DLVHIST THRU 4900-SCRUB-DLVHIST-EXIT.
           PERFORM 5000-SCRUB-AUDITLOG THRU 5000-SCRUB-AUDITLOG-EXIT.
           PERFORM 5100-SCRUB-GREETRPT THRU 5100-SCRUB-GREETRPT-EXIT.
           PERFORM 8000-PRINT-CERTIFICATE THRU
               8000-PRINT-CERTIFICATE-EXIT.
           PERFORM 8500-PRINT-TOTALS THRU 8500-PRINT-TOTALS-EXIT.
           CLOSE ERASRPT-FILE.
           MOVE SAL-FINAL-RC TO RETURN-CODE.
           PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - clear the tables, open the certificate  *
      * and stamp it with the run date and time.  The file counts *
      * are cleared first because 9900 adds them up even when the *
      * certificate will not open.                                *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE SPACES TO SAL-ERASE-TABLE.
           MOVE SPACES TO SAL-NAME-TABLE.
           MOVE 1 TO SAL-FL-SUB.
           PERFORM 1100-CLEAR-FILE-COUNTS THRU
               1100-CLEAR-FILE-COUNTS-EXIT
               UNTIL SAL-FL-SUB > 12.
           OPEN OUTPUT ERASRPT-FILE.
           IF NOT ERASRPT-OK
               DISPLAY 'ERASRPT OPEN ERROR - STATUS ' ERASRPT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           ACCEPT SAL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT SAL-RUN-TIME FROM TIME.
           MOVE SPACES TO ERASRPT-HEADER.
           MOVE 'RECIPIENT ERASURE CERTIFICATE - RUN' TO EH-LABEL.
           MOVE SAL-RUN-DATE TO EH-RUN-DATE.
           MOVE SAL-RUN-TIME TO EH-RUN-TIME.
           WRITE ERASRPT-RECORD FROM ERASRPT-HEADER.
           MOVE SPACES TO ERASRPT-NOTE.
           MOVE 'NAMES REPLACED WITH         : ' TO EN-LABEL.
           MOVE SAL-PLACEHOLDER TO EN-TEXT.
           WRITE ERASRPT-RECORD FROM ERASRPT-NOTE.
           MOVE SPACES TO ERASRPT-RECORD.
           WRITE ERASRPT-RECORD.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-CLEAR-FILE-COUNTS.
           MOVE ZERO TO SAL-FL-READ (SAL-FL-SUB).
           MOVE ZERO TO SAL-FL-WRITTEN (SAL-FL-SUB).
           MOVE ZERO TO SAL-FL-CHANGED (SAL-FL-SUB).
           MOVE 'Y' TO SAL-FL-PRESENT-SW (SAL-FL-SUB).
           ADD 1 TO SAL-FL-SUB.
       1100-CLEAR-FILE-COUNTS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-LOAD-ERASLIST - one RECIP-ID per record, columns 1-5. *
      * A blank line is skipped and an ID listed twice is taken    *
      * once.  No list, or a list with no IDs on it, is a setup    *
      * error - RC 16 before any file is touched.                  *
      *-----------------------------------------------------------*
       2000-LOAD-ERASLIST.
           OPEN INPUT ERASLIST-FILE.
           IF NOT ERASLIST-OK
               DISPLAY 'ERASLIST OPEN ERROR - STATUS ' ERASLIST-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           PERFORM 2100-LOAD-ERASE-ID THRU 2100-LOAD-ERASE-ID-EXIT
               UNTIL SAL-ERASLIST-EOF.
           CLOSE ERASLIST-FILE.
           IF SAL-ER-COUNT = ZERO
               DISPLAY 'ERASLIST HOLDS NO RECIP-ID - NOTHING TO ERASE'
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
       2000-LOAD-ERASLIST-EXIT.
           EXIT.

       2100-LOAD-ERASE-ID.
           READ ERASLIST-FILE
               AT END
                   SET SAL-ERASLIST-EOF TO TRUE
                   GO TO 2100-LOAD-ERASE-ID-EXIT
           END-READ.
           ADD 1 TO SAL-LIST-READ-COUNT.
           IF EL-RECIP-ID = SPACES
               GO TO 2100-LOAD-ERASE-ID-EXIT
           END-IF.
           MOVE EL-RECIP-ID TO SAL-FIND-ID.
           PERFORM 7000-FIND-RECIPIENT THRU 7000-FIND-RECIPIENT-EXIT.
           IF SAL-ER-FOUND
               GO TO 2100-LOAD-ERASE-ID-EXIT
           END-IF.
           IF SAL-ER-COUNT = 100
               DISPLAY 'ERASLIST HAS MORE THAN 100 RECIPIENTS - '
                   'SPLIT THE LIST'
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           ADD 1 TO SAL-ER-COUNT.
           SET SAL-ER-IDX TO SAL-ER-COUNT.
           MOVE EL-RECIP-ID TO SAL-ER-ID (SAL-ER-IDX).
           MOVE 'N' TO SAL-ER-MASTER-SW (SAL-ER-IDX).
           MOVE 'N' TO SAL-ER-JOURNAL-SW (SAL-ER-IDX).
           MOVE 'N' TO SAL-ER-HIT-SW (SAL-ER-IDX).
           MOVE ZERO TO SAL-ER-NAME-COUNT (SAL-ER-IDX).
           MOVE 1 TO SAL-FL-SUB.
           PERFORM 2110-CLEAR-RECIP-COUNT THRU
               2110-CLEAR-RECIP-COUNT-EXIT
               UNTIL SAL-FL-SUB > 12.
       2100-LOAD-ERASE-ID-EXIT.
           EXIT.

       2110-CLEAR-RECIP-COUNT.
           MOVE ZERO TO SAL-ER-FILE-COUNT (SAL-ER-IDX, SAL-FL-SUB).
           ADD 1 TO SAL-FL-SUB.
       2110-CLEAR-RECIP-COUNT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-RESOLVE-NAMES - the recipients are already off        *
      * RECIPS, so their names come from the journal: every name   *
      * any before- or after-image of theirs carries, the old      *
      * ones included.  RECJRNL is read in full here, before this  *
      * run changes it.                                            *
      *-----------------------------------------------------------*
       3000-RESOLVE-NAMES.
           OPEN INPUT RECJRNL-FILE.
           IF NOT RECJRNL-OK
               DISPLAY 'RECJRNL OPEN ERROR - STATUS ' RECJRNL-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           MOVE 'N' TO SAL-FILE-EOF-SW.
           PERFORM 3100-RESOLVE-ONE-ENTRY THRU
               3100-RESOLVE-ONE-ENTRY-EXIT
               UNTIL SAL-FILE-EOF.
           CLOSE RECJRNL-FILE.
       3000-RESOLVE-NAMES-EXIT.
           EXIT.

       3100-RESOLVE-ONE-ENTRY.
           READ RECJRNL-FILE
               AT END
                   SET SAL-FILE-EOF TO TRUE
                   GO TO 3100-RESOLVE-ONE-ENTRY-EXIT
           END-READ.
           ADD 1 TO SAL-JRNL-SCAN-COUNT.
           MOVE JRNL-RECIP-ID TO SAL-FIND-ID.
           PERFORM 7000-FIND-RECIPIENT THRU 7000-FIND-RECIPIENT-EXIT.
           IF NOT SAL-ER-FOUND
               GO TO 3100-RESOLVE-ONE-ENTRY-EXIT
           END-IF.
           MOVE 'Y' TO SAL-ER-JOURNAL-SW (SAL-ER-IDX).
           IF JRNL-BEFORE-IMAGE NOT = SPACES
               MOVE JRNL-BEFORE-IMAGE TO IMG-RECORD
               MOVE IMG-NAME TO SAL-ADD-NAME
               PERFORM 3200-ADD-NAME THRU 3200-ADD-NAME-EXIT
           END-IF.
           IF JRNL-AFTER-IMAGE NOT = SPACES
               MOVE JRNL-AFTER-IMAGE TO IMG-RECORD
               MOVE IMG-NAME TO SAL-ADD-NAME
               PERFORM 3200-ADD-NAME THRU 3200-ADD-NAME-EXIT
           END-IF.
       3100-RESOLVE-ONE-ENTRY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-ADD-NAME - add SAL-ADD-NAME to the name table for the *
      * recipient at SAL-ER-IDX, unless it is blank, is the        *
      * placeholder (an earlier erasure), or is already there for  *
      * that recipient.  The table is kept longest name first.     *
      *-----------------------------------------------------------*
       3200-ADD-NAME.
           IF SAL-ADD-NAME = SPACES OR SAL-ADD-NAME = SAL-PLACEHOLDER
               GO TO 3200-ADD-NAME-EXIT
           END-IF.
           SET SAL-ER-SUB TO SAL-ER-IDX.
           MOVE 'N' TO SAL-NM-FOUND-SW.
           MOVE 1 TO SAL-NM-SUB.
           PERFORM 3210-CHECK-ONE-NAME THRU 3210-CHECK-ONE-NAME-EXIT
               UNTIL SAL-NM-FOUND OR SAL-NM-SUB > SAL-NM-COUNT.
           IF SAL-NM-FOUND
               GO TO 3200-ADD-NAME-EXIT
           END-IF.
           IF SAL-NM-COUNT = 300
               DISPLAY 'NAME TABLE FULL AT 300 NAMES - SPLIT ERASLIST'
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           MOVE 22 TO SAL-ADD-LEN.
           PERFORM 3220-TRIM-ONE-CHAR THRU 3220-TRIM-ONE-CHAR-EXIT
               UNTIL SAL-ADD-NAME (SAL-ADD-LEN:1) NOT = SPACE.
      *    FIND THE SLOT - AFTER EVERY NAME AT LEAST AS LONG - AND
      *    MOVE THE SHORTER NAMES DOWN ONE TO OPEN IT.
           MOVE 1 TO SAL-NM-TO.
           PERFORM 3230-FIND-SLOT THRU 3230-FIND-SLOT-EXIT
               UNTIL SAL-NM-TO > SAL-NM-COUNT
                 OR SAL-NM-LEN (SAL-NM-TO) < SAL-ADD-LEN.
           MOVE SAL-NM-COUNT TO SAL-NM-SUB.
           PERFORM 3240-SHIFT-ONE-NAME THRU 3240-SHIFT-ONE-NAME-EXIT
               UNTIL SAL-NM-SUB < SAL-NM-TO.
           ADD 1 TO SAL-NM-COUNT.
           MOVE SAL-ADD-NAME TO SAL-NM-NAME (SAL-NM-TO).
           MOVE SAL-ADD-LEN TO SAL-NM-LEN (SAL-NM-TO).
           MOVE SAL-ER-SUB TO SAL-NM-OWNER (SAL-NM-TO).
           ADD 1 TO SAL-ER-NAME-COUNT (SAL-ER-IDX).
       3200-ADD-NAME-EXIT.
           EXIT.

       3210-CHECK-ONE-NAME.
           IF SAL-NM-NAME (SAL-NM-SUB) = SAL-ADD-NAME
               AND SAL-NM-OWNER (SAL-NM-SUB) = SAL-ER-SUB
               MOVE 'Y' TO SAL-NM-FOUND-SW
           END-IF.
           ADD 1 TO SAL-NM-SUB.
       3210-CHECK-ONE-NAME-EXIT.
           EXIT.

       3220-TRIM-ONE-CHAR.
           SUBTRACT 1 FROM SAL-ADD-LEN.
       3220-TRIM-ONE-CHAR-EXIT.
           EXIT.

       3230-FIND-SLOT.
           ADD 1 TO SAL-NM-TO.
       3230-FIND-SLOT-EXIT.
           EXIT.

       3240-SHIFT-ONE-NAME.
           MOVE SAL-NM-ENTRY (SAL-NM-SUB)
               TO SAL-NM-ENTRY (SAL-NM-SUB + 1).
           SUBTRACT 1 FROM SAL-NM-SUB.
       3240-SHIFT-ONE-NAME-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-CHECK-MASTER - one pass of RECIPS.  A listed          *
      * recipient still on it has not been deleted and is not     *
      * erased - the nightly would only greet them again.  A       *
      * recipient still on file under one of the erased names is  *
      * noted on the certificate: AUDITLOG and GREETRPT carry no   *
      * RECIP-ID, so their lines cannot be told apart from the     *
      * erased recipient's and lose the name too.                 *
      *-----------------------------------------------------------*
       3500-CHECK-MASTER.
           OPEN INPUT RECIPS-FILE.
           IF NOT RECIPS-OK
               DISPLAY 'RECIPS OPEN ERROR - STATUS ' RECIPS-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           PERFORM 3510-CHECK-ONE-MASTER THRU
               3510-CHECK-ONE-MASTER-EXIT
               UNTIL SAL-RECIPS-EOF.
           CLOSE RECIPS-FILE.
       3500-CHECK-MASTER-EXIT.
           EXIT.

       3510-CHECK-ONE-MASTER.
           READ RECIPS-FILE NEXT RECORD
               AT END
                   SET SAL-RECIPS-EOF TO TRUE
                   GO TO 3510-CHECK-ONE-MASTER-EXIT
           END-READ.
           ADD 1 TO SAL-MASTER-READ-COUNT.
           MOVE RECIP-ID TO SAL-FIND-ID.
           PERFORM 7000-FIND-RECIPIENT THRU 7000-FIND-RECIPIENT-EXIT.
           IF SAL-ER-FOUND
               MOVE 'Y' TO SAL-ER-MASTER-SW (SAL-ER-IDX)
               GO TO 3510-CHECK-ONE-MASTER-EXIT
           END-IF.
           MOVE RECIP-NAME TO SAL-FIND-NAME.
           PERFORM 7100-FIND-NAME THRU 7100-FIND-NAME-EXIT.
           IF SAL-NM-FOUND
               AND SAL-ER-SHARED-ID (SAL-ER-IDX) = SPACES
               MOVE RECIP-ID TO SAL-ER-SHARED-ID (SAL-ER-IDX)
           END-IF.
       3510-CHECK-ONE-MASTER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3800-SET-STATUS - decide each listed recipient: refused    *
      * while still on RECIPS or with no journal history (no name  *
      * to look for), already erased when the journal only holds   *
      * the placeholder, otherwise erased.  A refusal ends the     *
      * job RC 4 so the list is looked at again; the others go     *
      * ahead.                                                     *
      *-----------------------------------------------------------*
       3800-SET-STATUS.
           MOVE 1 TO SAL-ER-SUB.
           PERFORM 3810-SET-ONE-STATUS THRU 3810-SET-ONE-STATUS-EXIT
               UNTIL SAL-ER-SUB > SAL-ER-COUNT.
           IF SAL-REFUSED-COUNT > ZERO
               MOVE 4 TO SAL-FINAL-RC
           END-IF.
       3800-SET-STATUS-EXIT.
           EXIT.

       3810-SET-ONE-STATUS.
           SET SAL-ER-IDX TO SAL-ER-SUB.
           IF SAL-ER-ON-RECIPS (SAL-ER-IDX)
               SET SAL-ER-ON-MASTER (SAL-ER-IDX) TO TRUE
               ADD 1 TO SAL-REFUSED-COUNT
           ELSE
               IF NOT SAL-ER-JOURNALLED (SAL-ER-IDX)
                   SET SAL-ER-NO-JOURNAL (SAL-ER-IDX) TO TRUE
                   ADD 1 TO SAL-REFUSED-COUNT
               ELSE
                   IF SAL-ER-NAME-COUNT (SAL-ER-IDX) = ZERO
                       SET SAL-ER-ALREADY (SAL-ER-IDX) TO TRUE
                       ADD 1 TO SAL-ALREADY-COUNT
                   ELSE
                       SET SAL-ER-ERASE (SAL-ER-IDX) TO TRUE
                       ADD 1 TO SAL-ERASED-COUNT
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO SAL-ER-SUB.
       3810-SET-ONE-STATUS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-ERASE-EVENTS - RECEVTS to RECEKEEP, less every event  *
      * of an erased recipient.  A file that is not there at all  *
      * (status 35) is noted as not present; any other open       *
      * failure stops RC 16, here and for every file below, so a  *
      * transient error never becomes an empty keep file.         *
      *-----------------------------------------------------------*
       4000-ERASE-EVENTS.
           MOVE 1 TO SAL-FL-SUB.
           MOVE 'N' TO SAL-FILE-EOF-SW.
           OPEN INPUT RECEVTS-FILE.
           IF RECEVTS-NOT-FOUND
               MOVE 'N' TO SAL-FL-PRESENT-SW (SAL-FL-SUB)
               SET SAL-FILE-EOF TO TRUE
           ELSE
               IF NOT RECEVTS-OK
                   DISPLAY 'RECEVTS OPEN ERROR - STATUS '
                       RECEVTS-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT RECEKEEP-FILE.
           IF NOT RECEKEEP-OK
               DISPLAY 'RECEKEEP OPEN ERROR - STATUS ' RECEKEEP-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           PERFORM 4010-ERASE-ONE-EVENT THRU 4010-ERASE-ONE-EVENT-EXIT
               UNTIL SAL-FILE-EOF.
           IF SAL-FL-PRESENT (SAL-FL-SUB)
               CLOSE RECEVTS-FILE
           END-IF.
           CLOSE RECEKEEP-FILE.
       4000-ERASE-EVENTS-EXIT.
           EXIT.

       4010-ERASE-ONE-EVENT.
           READ RECEVTS-FILE
               AT END
                   SET SAL-FILE-EOF TO TRUE
                   GO TO 4010-ERASE-ONE-EVENT-EXIT
           END-READ.
           ADD 1 TO SAL-FL-READ (SAL-FL-SUB).
           MOVE REVT-RECIP-ID TO SAL-FIND-ID.
           PERFORM 7000-FIND-RECIPIENT THRU 7000-FIND-RECIPIENT-EXIT.
           IF SAL-ER-FOUND AND SAL-ER-ERASE (SAL-ER-IDX)
               MOVE 'N' TO SAL-RECORD-CHANGED-SW
               PERFORM 7700-NOTE-HIT THRU 7700-NOTE-HIT-EXIT
               PERFORM 7800-END-RECORD THRU 7800-END-RECORD-EXIT
               GO TO 4010-ERASE-ONE-EVENT-EXIT
           END-IF.
           WRITE RECEKEEP-RECORD FROM REVT-RECORD.
           IF NOT RECEKEEP-OK
               DISPLAY 'RECEKEEP WRITE ERROR - STATUS '
                   RECEKEEP-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           ADD 1 TO SAL-FL-WRITTEN (SAL-FL-SUB).
       4010-ERASE-ONE-EVENT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4100-SCRUB-JOURNAL - RECJRNL to RECJKEEP with the name in  *
      * an erased recipient's before- and after-images replaced.   *
      * The action, dates and every other field stay as they       *
      * were, so the journal still accounts for every RECMAINT     *
      * action.                                                    *
      *-----------------------------------------------------------*
       4100-SCRUB-JOURNAL.
           MOVE 2 TO SAL-FL-SUB.
           MOVE 'N' TO SAL-FILE-EOF-SW.
           OPEN INPUT RECJRNL-FILE.
           IF NOT RECJRNL-OK
               DISPLAY 'RECJRNL OPEN ERROR - STATUS ' RECJRNL-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           OPEN OUTPUT RECJKEEP-FILE.
           IF NOT RECJKEEP-OK
               DISPLAY 'RECJKEEP OPEN ERROR - STATUS ' RECJKEEP-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           PERFORM 4110-SCRUB-ONE-JOURNAL THRU
               4110-SCRUB-ONE-JOURNAL-EXIT
               UNTIL SAL-FILE-EOF.
           CLOSE RECJRNL-FILE RECJKEEP-FILE.
       4100-SCRUB-JOURNAL-EXIT.
           EXIT.

       4110-SCRUB-ONE-JOURNAL.
           READ RECJRNL-FILE
               AT END
                   SET SAL-FILE-EOF TO TRUE
                   GO TO 4110-SCRUB-ONE-JOURNAL-EXIT
           END-READ.
           ADD 1 TO SAL-FL-READ (SAL-FL-SUB).
           MOVE 'N' TO SAL-RECORD-CHANGED-SW.
           MOVE JRNL-RECIP-ID TO SAL-FIND-ID.
           PERFORM 7000-FIND-RECIPIENT THRU 7000-FIND-RECIPIENT-EXIT.
           IF SAL-ER-FOUND AND SAL-ER-ERASE (SAL-ER-IDX)
               IF JRNL-BEFORE-IMAGE NOT = SPACES
                   MOVE JRNL-BEFORE-IMAGE TO IMG-RECORD
                   IF IMG-NAME NOT = SAL-PLACEHOLDER
                       MOVE SAL-PLACEHOLDER TO IMG-NAME
                       MOVE IMG-RECORD TO JRNL-BEFORE-IMAGE
                       PERFORM 7700-NOTE-HIT THRU 7700-NOTE-HIT-EXIT
                   END-IF
               END-IF
               IF JRNL-AFTER-IMAGE NOT = SPACES
                   MOVE JRNL-AFTER-IMAGE TO IMG-RECORD
                   IF IMG-NAME NOT = SAL-PLACEHOLDER
                       MOVE SAL-PLACEHOLDER TO IMG-NAME
                       MOVE IMG-RECORD TO JRNL-AFTER-IMAGE
                       PERFORM 7700-NOTE-HIT THRU 7700-NOTE-HIT-EXIT
                   END-IF
               END-IF
           END-IF.
           PERFORM 7800-END-RECORD THRU 7800-END-RECORD-EXIT.
           WRITE RECJKEEP-RECORD FROM JRNL-RECORD.
           IF NOT RECJKEEP-OK
               DISPLAY 'RECJKEEP WRITE ERROR - STATUS '
                   RECJKEEP-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           ADD 1 TO SAL-FL-WRITTEN (SAL-FL-SUB).
       4110-SCRUB-ONE-JOURNAL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4200-SCRUB-RECREJ - RECREJ to RECRKEEP, reject images      *
      * scrubbed by 4250.                                          *
      *-----------------------------------------------------------*
       4200-SCRUB-RECREJ.
           MOVE 3 TO SAL-FL-SUB.
           MOVE 'N' TO SAL-FILE-EOF-SW.
           OPEN INPUT RECREJ-FILE.
           IF RECREJ-NOT-FOUND
               MOVE 'N' TO SAL-FL-PRESENT-SW (SAL-FL-SUB)
               SET SAL-FILE-EOF TO TRUE
           ELSE
               IF NOT RECREJ-OK
                   DISPLAY 'RECREJ OPEN ERROR - STATUS '
                       RECREJ-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT RECRKEEP-FILE.
           IF NOT RECRKEEP-OK
               DISPLAY 'RECRKEEP OPEN ERROR - STATUS ' RECRKEEP-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           PERFORM 4210-SCRUB-ONE-RECREJ THRU 4210-SCRUB-ONE-RECREJ-EXIT
               UNTIL SAL-FILE-EOF.
           IF SAL-FL-PRESENT (SAL-FL-SUB)
               CLOSE RECREJ-FILE
           END-IF.
           CLOSE RECRKEEP-FILE.
       4200-SCRUB-RECREJ-EXIT.
           EXIT.

       4210-SCRUB-ONE-RECREJ.
           READ RECREJ-FILE
               AT END
                   SET SAL-FILE-EOF TO TRUE
                   GO TO 4210-SCRUB-ONE-RECREJ-EXIT
           END-READ.
           ADD 1 TO SAL-FL-READ (SAL-FL-SUB).
           MOVE RECREJ-RECORD TO SAL-REJECT-RECORD.
           PERFORM 4250-SCRUB-REJECT THRU 4250-SCRUB-REJECT-EXIT.
           WRITE RECRKEEP-RECORD FROM SAL-REJECT-RECORD.
           IF NOT RECRKEEP-OK
               DISPLAY 'RECRKEEP WRITE ERROR - STATUS '
                   RECRKEEP-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           ADD 1 TO SAL-FL-WRITTEN (SAL-FL-SUB).
       4210-SCRUB-ONE-RECREJ-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4250-SCRUB-REJECT - the RECIPS image in SAL-REJECT-RECORD. *
      * An erased recipient's image is found by its RECIP-ID.  An  *
      * image that carries an ID belongs to that recipient alone,  *
      * so only one with a blank ID is found by its name instead.  *
      * Either way its name field takes the placeholder.           *
      *-----------------------------------------------------------*
       4250-SCRUB-REJECT.
           MOVE 'N' TO SAL-RECORD-CHANGED-SW.
           MOVE REJ-RECIP-IMAGE TO IMG-RECORD.
           MOVE IMG-ID TO SAL-FIND-ID.
           PERFORM 7000-FIND-RECIPIENT THRU 7000-FIND-RECIPIENT-EXIT.
           IF NOT SAL-ER-FOUND AND IMG-ID = SPACES
               MOVE IMG-NAME TO SAL-FIND-NAME
               PERFORM 7100-FIND-NAME THRU 7100-FIND-NAME-EXIT
               MOVE SAL-NM-FOUND-SW TO SAL-ER-FOUND-SW
           END-IF.
           IF SAL-ER-FOUND AND SAL-ER-ERASE (SAL-ER-IDX)
               AND IMG-NAME NOT = SAL-PLACEHOLDER
               MOVE SAL-PLACEHOLDER TO IMG-NAME
               MOVE IMG-RECORD TO REJ-RECIP-IMAGE
               PERFORM 7700-NOTE-HIT THRU 7700-NOTE-HIT-EXIT
           END-IF.
           PERFORM 7800-END-RECORD THRU 7800-END-RECORD-EXIT.
       4250-SCRUB-REJECT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4300-SCRUB-RECRARCH - the archived rejects SALPURGE moved  *
      * out of RECREJ, all generations, to RARCKEEP.               *
      *-----------------------------------------------------------*
       4300-SCRUB-RECRARCH.
           MOVE 4 TO SAL-FL-SUB.
           MOVE 'N' TO SAL-FILE-EOF-SW.
           OPEN INPUT RECRARCH-FILE.
           IF RECRARCH-NOT-FOUND
               MOVE 'N' TO SAL-FL-PRESENT-SW (SAL-FL-SUB)
               SET SAL-FILE-EOF TO TRUE
           ELSE
               IF NOT RECRARCH-OK
                   DISPLAY 'RECRARCH OPEN ERROR - STATUS '
                       RECRARCH-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT RARCKEEP-FILE.
           IF NOT RARCKEEP-OK
               DISPLAY 'RARCKEEP OPEN ERROR - STATUS ' RARCKEEP-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           PERFORM 4310-SCRUB-ONE-RECRARCH THRU
               4310-SCRUB-ONE-RECRARCH-EXIT
               UNTIL SAL-FILE-EOF.
           IF SAL-FL-PRESENT (SAL-FL-SUB)
               CLOSE RECRARCH-FILE
           END-IF.
           CLOSE RARCKEEP-FILE.
       4300-SCRUB-RECRARCH-EXIT.
           EXIT.

       4310-SCRUB-ONE-RECRARCH.
           READ RECRARCH-FILE
               AT END
                   SET SAL-FILE-EOF TO TRUE
                   GO TO 4310-SCRUB-ONE-RECRARCH-EXIT
           END-READ.
           ADD 1 TO SAL-FL-READ (SAL-FL-SUB).
           MOVE RECRARCH-RECORD TO SAL-REJECT-RECORD.
           PERFORM 4250-SCRUB-REJECT THRU 4250-SCRUB-REJECT-EXIT.
           WRITE RARCKEEP-RECORD FROM SAL-REJECT-RECORD.
           IF NOT RARCKEEP-OK
               DISPLAY 'RARCKEEP WRITE ERROR - STATUS '
                   RARCKEEP-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           ADD 1 TO SAL-FL-WRITTEN (SAL-FL-SUB).
       4310-SCRUB-ONE-RECRARCH-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4400-SCRUB-GREETEXT - the nightly extract to GEXTKEEP,     *
      * details scrubbed by 4450.                                  *
      *-----------------------------------------------------------*
       4400-SCRUB-GREETEXT.
           MOVE 5 TO SAL-FL-SUB.
           MOVE 'N' TO SAL-FILE-EOF-SW.
           OPEN INPUT GREETEXT-FILE.
           IF GREETEXT-NOT-FOUND
               MOVE 'N' TO SAL-FL-PRESENT-SW (SAL-FL-SUB)
               SET SAL-FILE-EOF TO TRUE
           ELSE
               IF NOT GREETEXT-OK
                   DISPLAY 'GREETEXT OPEN ERROR - STATUS '
                       GREETEXT-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT GEXTKEEP-FILE.
           IF NOT GEXTKEEP-OK
               DISPLAY 'GEXTKEEP OPEN ERROR - STATUS ' GEXTKEEP-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           PERFORM 4410-SCRUB-ONE-GREETEXT THRU
               4410-SCRUB-ONE-GREETEXT-EXIT
               UNTIL SAL-FILE-EOF.
           IF SAL-FL-PRESENT (SAL-FL-SUB)
               CLOSE GREETEXT-FILE
           END-IF.
           CLOSE GEXTKEEP-FILE.
       4400-SCRUB-GREETEXT-EXIT.
           EXIT.

       4410-SCRUB-ONE-GREETEXT.
           READ GREETEXT-FILE
               AT END
                   SET SAL-FILE-EOF TO TRUE
                   GO TO 4410-SCRUB-ONE-GREETEXT-EXIT
           END-READ.
           ADD 1 TO SAL-FL-READ (SAL-FL-SUB).
           MOVE GREETEXT-RECORD TO EXTRACT-DETAIL.
           PERFORM 4450-SCRUB-EXTRACT THRU 4450-SCRUB-EXTRACT-EXIT.
           PERFORM 7800-END-RECORD THRU 7800-END-RECORD-EXIT.
           WRITE GEXTKEEP-RECORD FROM EXTRACT-DETAIL.
           IF NOT GEXTKEEP-OK
               DISPLAY 'GEXTKEEP WRITE ERROR - STATUS '
                   GEXTKEEP-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           ADD 1 TO SAL-FL-WRITTEN (SAL-FL-SUB).
       4410-SCRUB-ONE-GREETEXT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4450-SCRUB-EXTRACT - one extract record in EXTRACT-DETAIL. *
      * Headers and trailers pass untouched, so the trailer        *
      * counts still prove the file.  A detail is the erased       *
      * recipient's by its RECIP-ID, or by its name on an extract  *
      * written before details carried the ID; its name field      *
      * takes the placeholder and the name is scrubbed out of the  *
      * greeting text as well.                                     *
      *-----------------------------------------------------------*
       4450-SCRUB-EXTRACT.
           MOVE 'N' TO SAL-RECORD-CHANGED-SW.
           IF XD-RECORD-TYPE NOT = 'D'
               GO TO 4450-SCRUB-EXTRACT-EXIT
           END-IF.
           MOVE XD-RECIP-ID TO SAL-FIND-ID.
           PERFORM 7000-FIND-RECIPIENT THRU 7000-FIND-RECIPIENT-EXIT.
           IF NOT SAL-ER-FOUND AND XD-RECIP-ID = SPACES
               MOVE XD-NAME TO SAL-FIND-NAME
               PERFORM 7100-FIND-NAME THRU 7100-FIND-NAME-EXIT
               MOVE SAL-NM-FOUND-SW TO SAL-ER-FOUND-SW
           END-IF.
           IF NOT SAL-ER-FOUND OR NOT SAL-ER-ERASE (SAL-ER-IDX)
               GO TO 4450-SCRUB-EXTRACT-EXIT
           END-IF.
           IF XD-NAME NOT = SAL-PLACEHOLDER
               MOVE SAL-PLACEHOLDER TO XD-NAME
               PERFORM 7700-NOTE-HIT THRU 7700-NOTE-HIT-EXIT
           END-IF.
           MOVE XD-GREETING-TEXT TO SAL-SCRUB-TEXT.
           MOVE 60 TO SAL-SCRUB-WIDTH.
           SET SAL-SCRUB-OWNER TO SAL-ER-IDX.
           PERFORM 6000-SCRUB-TEXT THRU 6000-SCRUB-TEXT-EXIT.
           MOVE SAL-SCRUB-TEXT TO XD-GREETING-TEXT.
       4450-SCRUB-EXTRACT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4500-SCRUB-GREETSUP - the supplementary-run extract to     *
      * GSUPKEEP, same layout and rules as GREETEXT.               *
      *-----------------------------------------------------------*
       4500-SCRUB-GREETSUP.
           MOVE 6 TO SAL-FL-SUB.
           MOVE 'N' TO SAL-FILE-EOF-SW.
           OPEN INPUT GREETSUP-FILE.
           IF GREETSUP-NOT-FOUND
               MOVE 'N' TO SAL-FL-PRESENT-SW (SAL-FL-SUB)
               SET SAL-FILE-EOF TO TRUE
           ELSE
               IF NOT GREETSUP-OK
                   DISPLAY 'GREETSUP OPEN ERROR - STATUS '
                       GREETSUP-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT GSUPKEEP-FILE.
           IF NOT GSUPKEEP-OK
               DISPLAY 'GSUPKEEP OPEN ERROR - STATUS ' GSUPKEEP-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           PERFORM 4510-SCRUB-ONE-GREETSUP THRU
               4510-SCRUB-ONE-GREETSUP-EXIT
               UNTIL SAL-FILE-EOF.
           IF SAL-FL-PRESENT (SAL-FL-SUB)
               CLOSE GREETSUP-FILE
           END-IF.
           CLOSE GSUPKEEP-FILE.
       4500-SCRUB-GREETSUP-EXIT.
           EXIT.

       4510-SCRUB-ONE-GREETSUP.
           READ GREETSUP-FILE
               AT END
                   SET SAL-FILE-EOF TO TRUE
                   GO TO 4510-SCRUB-ONE-GREETSUP-EXIT
           END-READ.
           ADD 1 TO SAL-FL-READ (SAL-FL-SUB).
           MOVE GREETSUP-RECORD TO EXTRACT-DETAIL.
           PERFORM 4450-SCRUB-EXTRACT THRU 4450-SCRUB-EXTRACT-EXIT.
           PERFORM 7800-END-RECORD THRU 7800-END-RECORD-EXIT.
           WRITE GSUPKEEP-RECORD FROM EXTRACT-DETAIL.
           IF NOT GSUPKEEP-OK
               DISPLAY 'GSUPKEEP WRITE ERROR - STATUS '
                   GSUPKEEP-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           ADD 1 TO SAL-FL-WRITTEN (SAL-FL-SUB).
       4510-SCRUB-ONE-GREETSUP-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4600-SCRUB-RETRYEXT - the SALACK retry extract to          *
      * RETXKEEP, same layout and rules as GREETEXT.               *
      *-----------------------------------------------------------*
       4600-SCRUB-RETRYEXT.
           MOVE 7 TO SAL-FL-SUB.
           MOVE 'N' TO SAL-FILE-EOF-SW.
           OPEN INPUT RETRYEXT-FILE.
           IF RETRYEXT-NOT-FOUND
               MOVE 'N' TO SAL-FL-PRESENT-SW (SAL-FL-SUB)
               SET SAL-FILE-EOF TO TRUE
           ELSE
               IF NOT RETRYEXT-OK
                   DISPLAY 'RETRYEXT OPEN ERROR - STATUS '
                       RETRYEXT-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT RETXKEEP-FILE.
           IF NOT RETXKEEP-OK
               DISPLAY 'RETXKEEP OPEN ERROR - STATUS ' RETXKEEP-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           PERFORM 4610-SCRUB-ONE-RETRYEXT THRU
               4610-SCRUB-ONE-RETRYEXT-EXIT
               UNTIL SAL-FILE-EOF.
           IF SAL-FL-PRESENT (SAL-FL-SUB)
               CLOSE RETRYEXT-FILE
           END-IF.
           CLOSE RETXKEEP-FILE.
       4600-SCRUB-RETRYEXT-EXIT.
           EXIT.

       4610-SCRUB-ONE-RETRYEXT.
           READ RETRYEXT-FILE
               AT END
                   SET SAL-FILE-EOF TO TRUE
                   GO TO 4610-SCRUB-ONE-RETRYEXT-EXIT
           END-READ.
           ADD 1 TO SAL-FL-READ (SAL-FL-SUB).
           MOVE RETRYEXT-RECORD TO EXTRACT-DETAIL.
           PERFORM 4450-SCRUB-EXTRACT THRU 4450-SCRUB-EXTRACT-EXIT.
           PERFORM 7800-END-RECORD THRU 7800-END-RECORD-EXIT.
           WRITE RETXKEEP-RECORD FROM EXTRACT-DETAIL.
           IF NOT RETXKEEP-OK
               DISPLAY 'RETXKEEP WRITE ERROR - STATUS '
                   RETXKEEP-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           ADD 1 TO SAL-FL-WRITTEN (SAL-FL-SUB).
       4610-SCRUB-ONE-RETRYEXT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4700-SCRUB-GRTARCH - the live greeting archive, in place:  *
      * an erased recipient's lines (by the RECIP-ID in the key)   *
      * have the name scrubbed out of the printed text and are     *
      * rewritten.  No key changes, so GRTREPR still finds every   *
      * line of every run.                                         *
      *-----------------------------------------------------------*
       4700-SCRUB-GRTARCH.
           MOVE 8 TO SAL-FL-SUB.
           MOVE 'N' TO SAL-FILE-EOF-SW.
           OPEN I-O GRTARCH-FILE.
           IF GRTARCH-NOT-FOUND
               MOVE 'N' TO SAL-FL-PRESENT-SW (SAL-FL-SUB)
               GO TO 4700-SCRUB-GRTARCH-EXIT
           END-IF.
           IF NOT GRTARCH-OK
               DISPLAY 'GRTARCH OPEN ERROR - STATUS ' GRTARCH-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           PERFORM 4710-SCRUB-ONE-GRTARCH THRU
               4710-SCRUB-ONE-GRTARCH-EXIT
               UNTIL SAL-FILE-EOF.
           CLOSE GRTARCH-FILE.
       4700-SCRUB-GRTARCH-EXIT.
           EXIT.

       4710-SCRUB-ONE-GRTARCH.
           READ GRTARCH-FILE NEXT RECORD
               AT END
                   SET SAL-FILE-EOF TO TRUE
                   GO TO 4710-SCRUB-ONE-GRTARCH-EXIT
           END-READ.
           IF NOT GRTARCH-OK
               DISPLAY 'GRTARCH READ ERROR - STATUS ' GRTARCH-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           ADD 1 TO SAL-FL-READ (SAL-FL-SUB).
           MOVE 'N' TO SAL-RECORD-CHANGED-SW.
           MOVE ARCH-RECIP-ID TO SAL-FIND-ID.
           PERFORM 7000-FIND-RECIPIENT THRU 7000-FIND-RECIPIENT-EXIT.
           IF NOT SAL-ER-FOUND OR NOT SAL-ER-ERASE (SAL-ER-IDX)
               GO TO 4710-SCRUB-ONE-GRTARCH-EXIT
           END-IF.
           MOVE ARCH-TEXT TO SAL-SCRUB-TEXT.
           MOVE 70 TO SAL-SCRUB-WIDTH.
           SET SAL-SCRUB-OWNER TO SAL-ER-IDX.
           PERFORM 6000-SCRUB-TEXT THRU 6000-SCRUB-TEXT-EXIT.
           IF NOT SAL-RECORD-CHANGED
               GO TO 4710-SCRUB-ONE-GRTARCH-EXIT
           END-IF.
           MOVE SAL-SCRUB-TEXT TO ARCH-TEXT.
           REWRITE ARCH-RECORD.
           IF NOT GRTARCH-OK
               DISPLAY 'GRTARCH REWRITE ERROR - STATUS '
                   GRTARCH-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           ADD 1 TO SAL-FL-WRITTEN (SAL-FL-SUB).
           PERFORM 7800-END-RECORD THRU 7800-END-RECORD-EXIT.
       4710-SCRUB-ONE-GRTARCH-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4800-SCRUB-GRTAARCH - the greeting archive generations     *
      * SALPURGE moved out of GRTARCH, all of them, to GAARKEEP,   *
      * by the same rule as the live archive.                      *
      *-----------------------------------------------------------*
       4800-SCRUB-GRTAARCH.
           MOVE 9 TO SAL-FL-SUB.
           MOVE 'N' TO SAL-FILE-EOF-SW.
           OPEN INPUT GRTAARCH-FILE.
           IF GRTAARCH-NOT-FOUND
               MOVE 'N' TO SAL-FL-PRESENT-SW (SAL-FL-SUB)
               SET SAL-FILE-EOF TO TRUE
           ELSE
               IF NOT GRTAARCH-OK
                   DISPLAY 'GRTAARCH OPEN ERROR - STATUS '
                       GRTAARCH-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT GAARKEEP-FILE.
           IF NOT GAARKEEP-OK
               DISPLAY 'GAARKEEP OPEN ERROR - STATUS ' GAARKEEP-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           PERFORM 4810-SCRUB-ONE-GRTAARCH THRU
               4810-SCRUB-ONE-GRTAARCH-EXIT
               UNTIL SAL-FILE-EOF.
           IF SAL-FL-PRESENT (SAL-FL-SUB)
               CLOSE GRTAARCH-FILE
           END-IF.
           CLOSE GAARKEEP-FILE.
       4800-SCRUB-GRTAARCH-EXIT.
           EXIT.

       4810-SCRUB-ONE-GRTAARCH.
           READ GRTAARCH-FILE
               AT END
                   SET SAL-FILE-EOF TO TRUE
                   GO TO 4810-SCRUB-ONE-GRTAARCH-EXIT
           END-READ.
           ADD 1 TO SAL-FL-READ (SAL-FL-SUB).
           MOVE GRTAARCH-RECORD TO AARC-RECORD.
           MOVE 'N' TO SAL-RECORD-CHANGED-SW.
           MOVE AARC-RECIP-ID TO SAL-FIND-ID.
           PERFORM 7000-FIND-RECIPIENT THRU 7000-FIND-RECIPIENT-EXIT.
           IF SAL-ER-FOUND AND SAL-ER-ERASE (SAL-ER-IDX)
               MOVE AARC-TEXT TO SAL-SCRUB-TEXT
               MOVE 70 TO SAL-SCRUB-WIDTH
               SET SAL-SCRUB-OWNER TO SAL-ER-IDX
               PERFORM 6000-SCRUB-TEXT THRU 6000-SCRUB-TEXT-EXIT
               MOVE SAL-SCRUB-TEXT TO AARC-TEXT
           END-IF.
           PERFORM 7800-END-RECORD THRU 7800-END-RECORD-EXIT.
           WRITE GAARKEEP-RECORD FROM AARC-RECORD.
           IF NOT GAARKEEP-OK
               DISPLAY 'GAARKEEP WRITE ERROR - STATUS '
                   GAARKEEP-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           ADD 1 TO SAL-FL-WRITTEN (SAL-FL-SUB).
       4810-SCRUB-ONE-GRTAARCH-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4900-SCRUB-DLVHIST - the delivery history, in place: each  *
      * erased recipient's record is read by key and its name      *
      * replaced.  The delivery counts and dates stay - they are   *
      * not personal once the name is gone.                       *
      *-----------------------------------------------------------*
       4900-SCRUB-DLVHIST.
           MOVE 10 TO SAL-FL-SUB.
           OPEN I-O DLVHIST-FILE.
           IF DLVHIST-NOT-FOUND
               MOVE 'N' TO SAL-FL-PRESENT-SW (SAL-FL-SUB)
               GO TO 4900-SCRUB-DLVHIST-EXIT
           END-IF.
           IF NOT DLVHIST-OK
               DISPLAY 'DLVHIST OPEN ERROR - STATUS ' DLVHIST-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           MOVE 1 TO SAL-ER-SUB.
           PERFORM 4910-SCRUB-ONE-DLVHIST THRU
               4910-SCRUB-ONE-DLVHIST-EXIT
               UNTIL SAL-ER-SUB > SAL-ER-COUNT.
           CLOSE DLVHIST-FILE.
       4900-SCRUB-DLVHIST-EXIT.
           EXIT.

       4910-SCRUB-ONE-DLVHIST.
           SET SAL-ER-IDX TO SAL-ER-SUB.
           ADD 1 TO SAL-ER-SUB.
           IF NOT SAL-ER-ERASE (SAL-ER-IDX)
               GO TO 4910-SCRUB-ONE-DLVHIST-EXIT
           END-IF.
           MOVE SAL-ER-ID (SAL-ER-IDX) TO DLVH-RECIP-ID.
           READ DLVHIST-FILE
               INVALID KEY
                   GO TO 4910-SCRUB-ONE-DLVHIST-EXIT
           END-READ.
           ADD 1 TO SAL-FL-READ (SAL-FL-SUB).
           IF DLVH-NAME = SAL-PLACEHOLDER
               GO TO 4910-SCRUB-ONE-DLVHIST-EXIT
           END-IF.
           MOVE 'N' TO SAL-RECORD-CHANGED-SW.
           MOVE SAL-PLACEHOLDER TO DLVH-NAME.
           REWRITE DLVH-RECORD.
           IF NOT DLVHIST-OK
               DISPLAY 'DLVHIST REWRITE ERROR - STATUS '
                   DLVHIST-STATUS ' FOR ' DLVH-RECIP-ID
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           ADD 1 TO SAL-FL-WRITTEN (SAL-FL-SUB).
           PERFORM 7700-NOTE-HIT THRU 7700-NOTE-HIT-EXIT.
           PERFORM 7800-END-RECORD THRU 7800-END-RECORD-EXIT.
       4910-SCRUB-ONE-DLVHIST-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-SCRUB-AUDITLOG - the month's AUDITLOG copies to       *
      * AUDTKEEP.  The audit text carries no RECIP-ID, so every    *
      * line is searched for every erased name.                    *
      *-----------------------------------------------------------*
       5000-SCRUB-AUDITLOG.
           MOVE 11 TO SAL-FL-SUB.
           MOVE 'N' TO SAL-FILE-EOF-SW.
           OPEN INPUT AUDITLOG-FILE.
           IF AUDITLOG-NOT-FOUND
               MOVE 'N' TO SAL-FL-PRESENT-SW (SAL-FL-SUB)
               SET SAL-FILE-EOF TO TRUE
           ELSE
               IF NOT AUDITLOG-OK
                   DISPLAY 'AUDITLOG OPEN ERROR - STATUS '
                       AUDITLOG-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT AUDTKEEP-FILE.
           IF NOT AUDTKEEP-OK
               DISPLAY 'AUDTKEEP OPEN ERROR - STATUS ' AUDTKEEP-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           PERFORM 5010-SCRUB-ONE-AUDIT THRU 5010-SCRUB-ONE-AUDIT-EXIT
               UNTIL SAL-FILE-EOF.
           IF SAL-FL-PRESENT (SAL-FL-SUB)
               CLOSE AUDITLOG-FILE
           END-IF.
           CLOSE AUDTKEEP-FILE.
       5000-SCRUB-AUDITLOG-EXIT.
           EXIT.

       5010-SCRUB-ONE-AUDIT.
           READ AUDITLOG-FILE
               AT END
                   SET SAL-FILE-EOF TO TRUE
                   GO TO 5010-SCRUB-ONE-AUDIT-EXIT
           END-READ.
           ADD 1 TO SAL-FL-READ (SAL-FL-SUB).
           MOVE AUDITLOG-RECORD TO SAL-AUDIT-RECORD.
           MOVE 'N' TO SAL-RECORD-CHANGED-SW.
           MOVE AL-TEXT TO SAL-SCRUB-TEXT.
           MOVE 60 TO SAL-SCRUB-WIDTH.
           MOVE ZERO TO SAL-SCRUB-OWNER.
           PERFORM 6000-SCRUB-TEXT THRU 6000-SCRUB-TEXT-EXIT.
           MOVE SAL-SCRUB-TEXT TO AL-TEXT.
           PERFORM 7800-END-RECORD THRU 7800-END-RECORD-EXIT.
           WRITE AUDTKEEP-RECORD FROM SAL-AUDIT-RECORD.
           IF NOT AUDTKEEP-OK
               DISPLAY 'AUDTKEEP WRITE ERROR - STATUS '
                   AUDTKEEP-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           ADD 1 TO SAL-FL-WRITTEN (SAL-FL-SUB).
       5010-SCRUB-ONE-AUDIT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5100-SCRUB-GREETRPT - the month's GREETRPT copies to       *
      * GRPTKEEP, every line searched for every erased name like   *
      * AUDITLOG, so the two still reconcile in SALRECON.          *
      *-----------------------------------------------------------*
       5100-SCRUB-GREETRPT.
           MOVE 12 TO SAL-FL-SUB.
           MOVE 'N' TO SAL-FILE-EOF-SW.
           OPEN INPUT GREETRPT-FILE.
           IF GREETRPT-NOT-FOUND
               MOVE 'N' TO SAL-FL-PRESENT-SW (SAL-FL-SUB)
               SET SAL-FILE-EOF TO TRUE
           ELSE
               IF NOT GREETRPT-OK
                   DISPLAY 'GREETRPT OPEN ERROR - STATUS '
                       GREETRPT-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT GRPTKEEP-FILE.
           IF NOT GRPTKEEP-OK
               DISPLAY 'GRPTKEEP OPEN ERROR - STATUS ' GRPTKEEP-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           PERFORM 5110-SCRUB-ONE-REPORT THRU 5110-SCRUB-ONE-REPORT-EXIT
               UNTIL SAL-FILE-EOF.
           IF SAL-FL-PRESENT (SAL-FL-SUB)
               CLOSE GREETRPT-FILE
           END-IF.
           CLOSE GRPTKEEP-FILE.
       5100-SCRUB-GREETRPT-EXIT.
           EXIT.

       5110-SCRUB-ONE-REPORT.
           READ GREETRPT-FILE
               AT END
                   SET SAL-FILE-EOF TO TRUE
                   GO TO 5110-SCRUB-ONE-REPORT-EXIT
           END-READ.
           ADD 1 TO SAL-FL-READ (SAL-FL-SUB).
           MOVE 'N' TO SAL-RECORD-CHANGED-SW.
           MOVE GREETRPT-RECORD TO SAL-SCRUB-TEXT.
           MOVE 70 TO SAL-SCRUB-WIDTH.
           MOVE ZERO TO SAL-SCRUB-OWNER.
           PERFORM 6000-SCRUB-TEXT THRU 6000-SCRUB-TEXT-EXIT.
           PERFORM 7800-END-RECORD THRU 7800-END-RECORD-EXIT.
           WRITE GRPTKEEP-RECORD FROM SAL-SCRUB-TEXT.
           IF NOT GRPTKEEP-OK
               DISPLAY 'GRPTKEEP WRITE ERROR - STATUS '
                   GRPTKEEP-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           ADD 1 TO SAL-FL-WRITTEN (SAL-FL-SUB).
       5110-SCRUB-ONE-REPORT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-SCRUB-TEXT - replace every erased name in             *
      * SAL-SCRUB-TEXT (SAL-SCRUB-WIDTH bytes of it) with the      *
      * placeholder: only the names of the recipient at            *
      * SAL-SCRUB-OWNER, or of every erased recipient when it is   *
      * zero.  A name counts only as a whole word - not preceded   *
      * or followed by a letter - so it is never taken out of the  *
      * middle of a longer name.  Each recipient whose name is     *
      * found is noted against the record by 7700.                 *
      *-----------------------------------------------------------*
       6000-SCRUB-TEXT.
           MOVE 1 TO SAL-NM-SUB.
           PERFORM 6100-SCRUB-ONE-NAME THRU 6100-SCRUB-ONE-NAME-EXIT
               UNTIL SAL-NM-SUB > SAL-NM-COUNT.
       6000-SCRUB-TEXT-EXIT.
           EXIT.

       6100-SCRUB-ONE-NAME.
           SET SAL-NM-IDX TO SAL-NM-SUB.
           ADD 1 TO SAL-NM-SUB.
           IF SAL-SCRUB-OWNER NOT = ZERO
               AND SAL-NM-OWNER (SAL-NM-IDX) NOT = SAL-SCRUB-OWNER
               GO TO 6100-SCRUB-ONE-NAME-EXIT
           END-IF.
           SET SAL-ER-IDX TO SAL-NM-OWNER (SAL-NM-IDX).
           IF NOT SAL-ER-ERASE (SAL-ER-IDX)
               GO TO 6100-SCRUB-ONE-NAME-EXIT
           END-IF.
           MOVE SAL-NM-NAME (SAL-NM-IDX) TO SAL-CUR-NAME.
           MOVE SAL-NM-LEN (SAL-NM-IDX) TO SAL-CUR-LEN.
           MOVE 'N' TO SAL-NAME-HIT-SW.
           MOVE 1 TO SAL-SCAN-POS.
           PERFORM 6200-SCAN-ONE-POS THRU 6200-SCAN-ONE-POS-EXIT
               UNTIL SAL-SCAN-POS > SAL-SCRUB-WIDTH.
           IF SAL-NAME-HIT
               PERFORM 7700-NOTE-HIT THRU 7700-NOTE-HIT-EXIT
           END-IF.
       6100-SCRUB-ONE-NAME-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6200-SCAN-ONE-POS - does the current name start at         *
      * SAL-SCAN-POS?  Near the end of the field only the letters  *
      * that fit are compared, and at least four must.             *
      *-----------------------------------------------------------*
       6200-SCAN-ONE-POS.
           COMPUTE SAL-SCAN-LEN = SAL-SCRUB-WIDTH - SAL-SCAN-POS + 1.
           IF SAL-SCAN-LEN > SAL-CUR-LEN
               MOVE SAL-CUR-LEN TO SAL-SCAN-LEN
           END-IF.
           IF SAL-SCAN-LEN < SAL-CUR-LEN AND SAL-SCAN-LEN < 4
               MOVE SAL-SCRUB-WIDTH TO SAL-SCAN-POS
               ADD 1 TO SAL-SCAN-POS
               GO TO 6200-SCAN-ONE-POS-EXIT
           END-IF.
           IF SAL-SCRUB-TEXT (SAL-SCAN-POS:SAL-SCAN-LEN) NOT =
               SAL-CUR-NAME (1:SAL-SCAN-LEN)
               ADD 1 TO SAL-SCAN-POS
               GO TO 6200-SCAN-ONE-POS-EXIT
           END-IF.
           IF SAL-SCAN-POS > 1
               MOVE SAL-SCRUB-TEXT (SAL-SCAN-POS - 1:1) TO SAL-TEST-CHAR
               IF SAL-TEST-CHAR IS ALPHABETIC
                   AND SAL-TEST-CHAR NOT = SPACE
                   ADD 1 TO SAL-SCAN-POS
                   GO TO 6200-SCAN-ONE-POS-EXIT
               END-IF
           END-IF.
           IF SAL-SCAN-POS + SAL-SCAN-LEN <= SAL-SCRUB-WIDTH
               MOVE SAL-SCRUB-TEXT (SAL-SCAN-POS + SAL-SCAN-LEN:1)
                   TO SAL-TEST-CHAR
               IF SAL-TEST-CHAR IS ALPHABETIC
                   AND SAL-TEST-CHAR NOT = SPACE
                   ADD 1 TO SAL-SCAN-POS
                   GO TO 6200-SCAN-ONE-POS-EXIT
               END-IF
           END-IF.
           PERFORM 6300-SPLICE-PLACEHOLDER THRU
               6300-SPLICE-PLACEHOLDER-EXIT.
           MOVE 'Y' TO SAL-NAME-HIT-SW.
           COMPUTE SAL-SCAN-POS = SAL-SCAN-POS + SAL-PLACEHOLDER-LEN.
       6200-SCAN-ONE-POS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6300-SPLICE-PLACEHOLDER - put the placeholder where the    *
      * name was.  The rest of the line moves up or back with it;  *
      * text pushed past the field's width is cut off there, the   *
      * same as the greeting subprogram cuts an expanded line.     *
      *-----------------------------------------------------------*
       6300-SPLICE-PLACEHOLDER.
           COMPUTE SAL-TAIL-POS = SAL-SCAN-POS + SAL-SCAN-LEN.
           COMPUTE SAL-TAIL-LEN = SAL-SCRUB-WIDTH - SAL-TAIL-POS + 1.
           MOVE SPACES TO SAL-NEW-TEXT.
           IF SAL-SCAN-POS > 1 AND SAL-TAIL-LEN > 0
               STRING SAL-SCRUB-TEXT (1:SAL-SCAN-POS - 1)
                   DELIMITED BY SIZE
                   SAL-PLACEHOLDER (1:SAL-PLACEHOLDER-LEN)
                   DELIMITED BY SIZE
                   SAL-SCRUB-TEXT (SAL-TAIL-POS:SAL-TAIL-LEN)
                   DELIMITED BY SIZE
                   INTO SAL-NEW-TEXT
               END-STRING
           ELSE
               IF SAL-SCAN-POS > 1
                   STRING SAL-SCRUB-TEXT (1:SAL-SCAN-POS - 1)
                       DELIMITED BY SIZE
                       SAL-PLACEHOLDER (1:SAL-PLACEHOLDER-LEN)
                       DELIMITED BY SIZE
                       INTO SAL-NEW-TEXT
                   END-STRING
               ELSE
                   IF SAL-TAIL-LEN > 0
                       STRING SAL-PLACEHOLDER (1:SAL-PLACEHOLDER-LEN)
                           DELIMITED BY SIZE
                           SAL-SCRUB-TEXT (SAL-TAIL-POS:SAL-TAIL-LEN)
                           DELIMITED BY SIZE
                           INTO SAL-NEW-TEXT
                       END-STRING
                   ELSE
                       MOVE SAL-PLACEHOLDER (1:SAL-PLACEHOLDER-LEN)
                           TO SAL-NEW-TEXT
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO SAL-SCRUB-TEXT.
           MOVE SAL-NEW-TEXT (1:SAL-SCRUB-WIDTH)
               TO SAL-SCRUB-TEXT (1:SAL-SCRUB-WIDTH).
       6300-SPLICE-PLACEHOLDER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-FIND-RECIPIENT - is SAL-FIND-ID on the erase list?    *
      * Leaves SAL-ER-IDX on its entry when it is.                 *
      *-----------------------------------------------------------*
       7000-FIND-RECIPIENT.
           MOVE 'N' TO SAL-ER-FOUND-SW.
           IF SAL-FIND-ID = SPACES OR SAL-ER-COUNT = ZERO
               GO TO 7000-FIND-RECIPIENT-EXIT
           END-IF.
           SET SAL-ER-IDX TO 1.
           SEARCH SAL-ER-ENTRY
               WHEN SAL-ER-ID (SAL-ER-IDX) = SAL-FIND-ID
                   MOVE 'Y' TO SAL-ER-FOUND-SW
           END-SEARCH.
       7000-FIND-RECIPIENT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7100-FIND-NAME - is SAL-FIND-NAME one of the erased names? *
      * Leaves SAL-ER-IDX on the recipient it belongs to when it   *
      * is.                                                        *
      *-----------------------------------------------------------*
       7100-FIND-NAME.
           MOVE 'N' TO SAL-NM-FOUND-SW.
           IF SAL-FIND-NAME = SPACES OR SAL-NM-COUNT = ZERO
               GO TO 7100-FIND-NAME-EXIT
           END-IF.
           SET SAL-NM-IDX TO 1.
           SEARCH SAL-NM-ENTRY
               WHEN SAL-NM-NAME (SAL-NM-IDX) = SAL-FIND-NAME
                   MOVE 'Y' TO SAL-NM-FOUND-SW
                   SET SAL-ER-IDX TO SAL-NM-OWNER (SAL-NM-IDX)
           END-SEARCH.
       7100-FIND-NAME-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7700-NOTE-HIT - the record in hand has changed for the     *
      * recipient at SAL-ER-IDX.  The recipient's count for the    *
      * file goes up once per record, however many of their names  *
      * the record held.                                           *
      *-----------------------------------------------------------*
       7700-NOTE-HIT.
           MOVE 'Y' TO SAL-RECORD-CHANGED-SW.
           IF NOT SAL-ER-HIT (SAL-ER-IDX)
               MOVE 'Y' TO SAL-ER-HIT-SW (SAL-ER-IDX)
               ADD 1 TO SAL-ER-FILE-COUNT (SAL-ER-IDX, SAL-FL-SUB)
           END-IF.
       7700-NOTE-HIT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7800-END-RECORD - count a changed record against its file  *
      * and clear the per-record hit switches for the next one.    *
      *-----------------------------------------------------------*
       7800-END-RECORD.
           IF NOT SAL-RECORD-CHANGED
               GO TO 7800-END-RECORD-EXIT
           END-IF.
           ADD 1 TO SAL-FL-CHANGED (SAL-FL-SUB).
           MOVE 1 TO SAL-HIT-SUB.
           PERFORM 7810-CLEAR-ONE-HIT THRU 7810-CLEAR-ONE-HIT-EXIT
               UNTIL SAL-HIT-SUB > SAL-ER-COUNT.
       7800-END-RECORD-EXIT.
           EXIT.

       7810-CLEAR-ONE-HIT.
           MOVE 'N' TO SAL-ER-HIT-SW (SAL-HIT-SUB).
           ADD 1 TO SAL-HIT-SUB.
       7810-CLEAR-ONE-HIT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-PRINT-CERTIFICATE - a block per listed recipient:     *
      * what was decided and, for an erased one, every file with   *
      * the records changed (deleted, for RECEVTS) in it for them. *
      *-----------------------------------------------------------*
       8000-PRINT-CERTIFICATE.
           MOVE 1 TO SAL-ER-SUB.
           PERFORM 8100-PRINT-RECIPIENT THRU 8100-PRINT-RECIPIENT-EXIT
               UNTIL SAL-ER-SUB > SAL-ER-COUNT.
       8000-PRINT-CERTIFICATE-EXIT.
           EXIT.

       8100-PRINT-RECIPIENT.
           SET SAL-ER-IDX TO SAL-ER-SUB.
           ADD 1 TO SAL-ER-SUB.
           MOVE SPACES TO ERASRPT-RECIPIENT.
           MOVE 'RECIP-ID ' TO EI-LABEL.
           MOVE SAL-ER-ID (SAL-ER-IDX) TO EI-ID.
           IF SAL-ER-ON-MASTER (SAL-ER-IDX)
               MOVE 'REFUSED - STILL ON RECIPS, DELETE THROUGH RECMAINT'
                   TO EI-STATUS
           END-IF.
           IF SAL-ER-NO-JOURNAL (SAL-ER-IDX)
               MOVE 'REFUSED - NOT ON RECJRNL, NAME UNKNOWN'
                   TO EI-STATUS
           END-IF.
           IF SAL-ER-ALREADY (SAL-ER-IDX)
               MOVE 'ALREADY ERASED - NO NAME LEFT TO REPLACE'
                   TO EI-STATUS
           END-IF.
           IF SAL-ER-ERASE (SAL-ER-IDX)
               MOVE 'ERASED' TO EI-STATUS
           END-IF.
           WRITE ERASRPT-RECORD FROM ERASRPT-RECIPIENT.
           IF NOT SAL-ER-ERASE (SAL-ER-IDX)
               GO TO 8100-PRINT-RECIPIENT-SPACE
           END-IF.
           MOVE 1 TO SAL-FL-SUB.
           PERFORM 8200-PRINT-FILE-COUNT THRU 8200-PRINT-FILE-COUNT-EXIT
               UNTIL SAL-FL-SUB > 12.
           IF SAL-ER-SHARED-ID (SAL-ER-IDX) NOT = SPACES
               MOVE SPACES TO ERASRPT-RECIPIENT
               MOVE SAL-ER-SHARED-ID (SAL-ER-IDX) TO EI-ID
               MOVE 'SHARES THE NAME - AUDITLOG/GREETRPT LINES SCRUBBED'
                   TO EI-STATUS
               MOVE '    NOTE ' TO EI-LABEL
               WRITE ERASRPT-RECORD FROM ERASRPT-RECIPIENT
           END-IF.
       8100-PRINT-RECIPIENT-SPACE.
           MOVE SPACES TO ERASRPT-RECORD.
           WRITE ERASRPT-RECORD.
       8100-PRINT-RECIPIENT-EXIT.
           EXIT.

       8200-PRINT-FILE-COUNT.
           MOVE SPACES TO ERASRPT-FILE-LINE.
           MOVE SAL-FILE-NAME (SAL-FL-SUB) TO EF-FILE.
           IF NOT SAL-FL-PRESENT (SAL-FL-SUB)
               MOVE 'NOT PRESENT' TO EF-ACTION
           ELSE
               IF SAL-FL-SUB = 1
                   MOVE 'RECORDS DELETED : ' TO EF-ACTION
               ELSE
                   MOVE 'RECORDS CHANGED : ' TO EF-ACTION
               END-IF
               MOVE SAL-ER-FILE-COUNT (SAL-ER-IDX, SAL-FL-SUB)
                   TO EF-COUNT
           END-IF.
           WRITE ERASRPT-RECORD FROM ERASRPT-FILE-LINE.
           ADD 1 TO SAL-FL-SUB.
       8200-PRINT-FILE-COUNT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8500-PRINT-TOTALS - read, written and changed per file,    *
      * then the recipient totals.  Every keep file must prove     *
      * written = read (plus the deleted events, for RECEVTS), or  *
      * the job ends RC 10 and the JCL copies nothing back.        *
      *-----------------------------------------------------------*
       8500-PRINT-TOTALS.
           MOVE SPACES TO ERASRPT-RECORD.
           MOVE 'FILE         READ  WRITTEN  CHANGED' TO ERASRPT-RECORD.
           WRITE ERASRPT-RECORD.
           MOVE 1 TO SAL-FL-SUB.
           PERFORM 8600-PRINT-FILE-TOTAL THRU 8600-PRINT-FILE-TOTAL-EXIT
               UNTIL SAL-FL-SUB > 12.
           MOVE SPACES TO ERASRPT-RECORD.
           WRITE ERASRPT-RECORD.
           MOVE SPACES TO ERASRPT-TOTAL.
           MOVE 'RECIPIENTS ON ERASLIST      : ' TO ES-LABEL.
           MOVE SAL-ER-COUNT TO ES-COUNT.
           WRITE ERASRPT-RECORD FROM ERASRPT-TOTAL.
           MOVE SPACES TO ERASRPT-TOTAL.
           MOVE 'RECIPIENTS ERASED           : ' TO ES-LABEL.
           MOVE SAL-ERASED-COUNT TO ES-COUNT.
           WRITE ERASRPT-RECORD FROM ERASRPT-TOTAL.
           MOVE SPACES TO ERASRPT-TOTAL.
           MOVE 'RECIPIENTS ALREADY ERASED   : ' TO ES-LABEL.
           MOVE SAL-ALREADY-COUNT TO ES-COUNT.
           WRITE ERASRPT-RECORD FROM ERASRPT-TOTAL.
           MOVE SPACES TO ERASRPT-TOTAL.
           MOVE 'RECIPIENTS REFUSED          : ' TO ES-LABEL.
           MOVE SAL-REFUSED-COUNT TO ES-COUNT.
           WRITE ERASRPT-RECORD FROM ERASRPT-TOTAL.
       8500-PRINT-TOTALS-EXIT.
           EXIT.

       8600-PRINT-FILE-TOTAL.
           MOVE SPACES TO ERASRPT-FILE-TOTAL.
           MOVE SAL-FILE-NAME (SAL-FL-SUB) TO ET-FILE.
           MOVE SAL-FL-READ (SAL-FL-SUB) TO ET-READ.
           MOVE SAL-FL-WRITTEN (SAL-FL-SUB) TO ET-WRITTEN.
           MOVE SAL-FL-CHANGED (SAL-FL-SUB) TO ET-CHANGED.
           IF NOT SAL-FL-PRESENT (SAL-FL-SUB)
               MOVE 'NOT PRESENT' TO ET-NOTE
               GO TO 8600-PRINT-FILE-TOTAL-WRITE
           END-IF.
           IF SAL-FL-SUB = 8 OR SAL-FL-SUB = 10
               MOVE 'UPDATED IN PLACE' TO ET-NOTE
               GO TO 8600-PRINT-FILE-TOTAL-WRITE
           END-IF.
           MOVE SAL-FL-WRITTEN (SAL-FL-SUB) TO SAL-BALANCE-COUNT.
           IF SAL-FL-SUB = 1
               ADD SAL-FL-CHANGED (SAL-FL-SUB) TO SAL-BALANCE-COUNT
           END-IF.
           IF SAL-BALANCE-COUNT NOT = SAL-FL-READ (SAL-FL-SUB)
               MOVE 'OUT OF BALANCE' TO ET-NOTE
               DISPLAY SAL-FILE-NAME (SAL-FL-SUB)
                   ' ERASURE OUT OF BALANCE - READ '
                   SAL-FL-READ (SAL-FL-SUB) ' WRITTEN '
                   SAL-FL-WRITTEN (SAL-FL-SUB)
               MOVE 10 TO SAL-FINAL-RC
           END-IF.
       8600-PRINT-FILE-TOTAL-WRITE.
           WRITE ERASRPT-RECORD FROM ERASRPT-FILE-TOTAL.
           ADD 1 TO SAL-FL-SUB.
       8600-PRINT-FILE-TOTAL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9800-START-STEP-LOG - name the step and note when it      *
      * started, for the STEPLOG record 9900 writes on the way    *
      * out.                                                      *
      *-----------------------------------------------------------*
       9800-START-STEP-LOG.
           MOVE SPACES TO STEP-RECORD.
           MOVE 'RECERASE' TO STEP-PROGRAM.
           MOVE ZERO TO STEP-RUN-NUMBER.
           MOVE ZERO TO STEP-RECORDS.
           ACCEPT STEP-START-DATE FROM DATE YYYYMMDD.
           ACCEPT STEP-START-TIME FROM TIME.
       9800-START-STEP-LOG-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9900-END-STEP-LOG - append this step's STEPLOG record     *
      * through the STEPLOG subprogram: the records read across   *
      * every file erased and the return code the step is about   *
      * to end with.  Performed ahead of every STOP RUN, the      *
      * fatal ones included, so STEPRPT sees how every run ended. *
      *-----------------------------------------------------------*
       9900-END-STEP-LOG.
           MOVE ZERO TO STEP-RECORDS.
           MOVE 1 TO SAL-FL-SUB.
           PERFORM 9910-ADD-FILE-READ THRU 9910-ADD-FILE-READ-EXIT
               UNTIL SAL-FL-SUB > 12.
           COPY STEPEND.
       9900-END-STEP-LOG-EXIT.
           EXIT.

       9910-ADD-FILE-READ.
           ADD SAL-FL-READ (SAL-FL-SUB) TO STEP-RECORDS.
           ADD 1 TO SAL-FL-SUB.
       9910-ADD-FILE-READ-EXIT.
           EXIT.

       END PROGRAM RECERASE.
