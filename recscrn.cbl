      ******************************************************************
      * Author: Hector gm
      * Date:  07-09-2026
      * Purpose: Online inquiry/maintenance screen for the RECIPS
      *          recipient master, for the duty operator.  Looks a
      *          recipient up by RECIP-ID and shows the whole master
      *          record with the recipient's RECEVTS occasions, and
      *          lets the operator add, change, inactivate or delete
      *          the recipient in place - the same edits RECMAINT
      *          applies to a RECTRAN transaction, plus the LANGTAB
      *          language check SALSCRN applies - instead of keying
      *          a transaction and waiting for the batch.  Every
      *          update is journalled to RECJRNL with its before and
      *          after images exactly as RECMAINT journals, so
      *          RECBACK can reverse a screen update like any other,
      *          and no update is taken while SALRUNC shows a
      *          greeting run in progress.
      * Tectonics:
      *
      * Modification History:
      *   07-09-2026  HGM  Original version.  A one-letter fix to a
      *                    recipient's channel was a RECTRAN record
      *                    and a wait for the RECMAINT batch.
      *   15-10-2026  HGM  RECIPS is no longer held open I-O for the
      *                    whole session - it is opened INPUT for each
      *                    inquiry and I-O for each update, and closed
      *                    again before the screen comes back, so an
      *                    idle screen does not hold the master
      *                    against RECMAINT, HRRECON or the nightly.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECSCRN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECIPS-FILE ASSIGN TO "RECIPS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RECIP-ID
               FILE STATUS IS RECIPS-STATUS.
           SELECT RECEVTS-FILE ASSIGN TO "RECEVTS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RECEVTS-STATUS.
           SELECT RECJRNL-FILE ASSIGN TO "RECJRNL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RECJRNL-STATUS.
           SELECT SALRUNC-FILE ASSIGN TO "SALRUNC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SALRUNC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECIPS-FILE.
           COPY RECIPREC.

       FD  RECEVTS-FILE.
           COPY RECEVREC.

       FD  RECJRNL-FILE.
           COPY RECJREC.

       FD  SALRUNC-FILE.
           COPY RUNCREC.

       WORKING-STORAGE SECTION.
           COPY LANGTAB.

       01 RECIPS-STATUS PIC X(02).
           88 RECIPS-OK VALUE '00'.

       01 RECEVTS-STATUS PIC X(02).
           88 RECEVTS-OK VALUE '00'.

       01 RECJRNL-STATUS PIC X(02).
           88 RECJRNL-OK VALUE '00'.

       01 SALRUNC-STATUS PIC X(02).
           88 SALRUNC-OK VALUE '00'.

       01 SAL-RECEVTS-EOF-SW PIC X(01) VALUE 'N'.
           88 SAL-RECEVTS-EOF VALUE 'Y'.

       01 SAL-DONE-SW PIC X(01) VALUE 'N'.
           88 SAL-DONE VALUE 'Y'.

       01 SAL-EDITS-OK-SW PIC X(01).
           88 SAL-EDITS-OK VALUE 'Y'.

       01 SAL-LANG-FOUND-SW PIC X(01).
           88 SAL-LANG-FOUND VALUE 'Y'.

       01 SAL-MASTER-FOUND-SW PIC X(01).
           88 SAL-MASTER-FOUND VALUE 'Y'.

       01 SAL-RUN-ACTIVE-SW PIC X(01) VALUE 'N'.
           88 SAL-RUN-ACTIVE VALUE 'Y'.

      *    THE OPERATOR WORKS ON THIS COPY OF THE RECORD; THE
      *    MASTER IS ONLY WRITTEN AFTER EVERY EDIT PASSES.
       01 SAL-EDIT-FIELDS.
           05 SAL-EDIT-ID PIC X(05).
           05 SAL-EDIT-NAME PIC X(22).
           05 SAL-EDIT-LANG PIC X(02).
           05 SAL-EDIT-DEPARTMENT PIC X(10).
           05 SAL-EDIT-ACTIVE-SW PIC X(01).
           05 SAL-EDIT-CHANNEL PIC X(01).
       01 SAL-EDIT-ACTION PIC X(01).
           88 SAL-ACT-INQUIRE VALUE 'I' 'i'.
           88 SAL-ACT-ADD VALUE 'A' 'a'.
           88 SAL-ACT-CHANGE VALUE 'C' 'c'.
           88 SAL-ACT-INACTIVATE VALUE 'N' 'n'.
           88 SAL-ACT-DELETE VALUE 'D' 'd'.
           88 SAL-ACT-EXIT VALUE 'X' 'x'.

      *    THE ID LAST SHOWN FROM THE MASTER.  A CHANGE, INACTIVATE
      *    OR DELETE IS ONLY TAKEN FOR THE RECIPIENT ON THE SCREEN,
      *    SO A MISKEYED ID CANNOT UPDATE SOMEONE NOBODY LOOKED AT.
       01 SAL-LOADED-ID PIC X(05) VALUE SPACES.

       01 SAL-RUN-DATE PIC X(08).
       01 SAL-RUN-TIME PIC X(08).

      *    THE MASTER IMAGES AROUND THE CURRENT UPDATE, FOR THE
      *    JOURNAL - SPACES WHERE THERE WAS (OR IS) NO RECORD.
       01 SAL-BEFORE-IMAGE PIC X(41).
       01 SAL-AFTER-IMAGE PIC X(41).
       01 SAL-JRNL-ACTION PIC X(01).

      *    THE SALRUNC RECORD'S FIELDS, CAPTURED BEFORE THE CLOSE
      *    LEAVES THE FD RECORD AREA UNDEFINED.
       01 SAL-RUNC-RUN-NUMBER PIC 9(07) VALUE ZERO.
       01 SAL-RUNC-STATUS PIC X(01) VALUE SPACE.
           88 SAL-RUNC-IN-PROGRESS VALUE 'P'.
       01 SAL-RUNC-DISPLAY PIC X(07) VALUE SPACES.
       01 SAL-RUNC-STATUS-TEXT PIC X(20) VALUE SPACES.

      *    THE FIRST FIVE OF THE RECIPIENT'S RECEVTS OCCASIONS, AS
      *    SHOWN ON THE SCREEN; SAL-EVT-COUNT IS ALL OF THEM.
       01 SAL-EVT-LINES.
           05 SAL-EVT-LINE OCCURS 5 TIMES
                   INDEXED BY SAL-EVT-IDX.
               10 SAL-EVT-L-TYPE PIC X(01).
               10 FILLER PIC X(02).
               10 SAL-EVT-L-MMDD PIC X(04).
               10 FILLER PIC X(02).
               10 SAL-EVT-L-MSG-SET PIC X(08).
       01 SAL-EVT-LINES-R REDEFINES SAL-EVT-LINES.
           05 SAL-EVT-LINE-1 PIC X(17).
           05 SAL-EVT-LINE-2 PIC X(17).
           05 SAL-EVT-LINE-3 PIC X(17).
           05 SAL-EVT-LINE-4 PIC X(17).
           05 SAL-EVT-LINE-5 PIC X(17).
       01 SAL-EVT-COUNT PIC 9(03) VALUE ZERO.

       01 SAL-SCREEN-MSG PIC X(60) VALUE SPACES.

       SCREEN SECTION.
       01 RECIPS-SCREEN.
           05 LINE 01 COL 02 VALUE 'RECSCRN - RECIPIENT'.
           05 LINE 01 COL 22 VALUE 'INQUIRY AND MAINTENANCE'.
           05 LINE 03 COL 02 VALUE 'RECIP ID :'.
           05 LINE 03 COL 13 PIC X(05) USING SAL-EDIT-ID.
           05 LINE 05 COL 02 VALUE 'NAME     :'.
           05 LINE 05 COL 13 PIC X(22) USING SAL-EDIT-NAME.
           05 LINE 06 COL 02 VALUE 'LANGUAGE :'.
           05 LINE 06 COL 13 PIC X(02) USING SAL-EDIT-LANG.
           05 LINE 07 COL 02 VALUE 'DEPT     :'.
           05 LINE 07 COL 13 PIC X(10) USING SAL-EDIT-DEPARTMENT.
           05 LINE 08 COL 02 VALUE 'ACTIVE   :'.
           05 LINE 08 COL 13 PIC X(01) USING SAL-EDIT-ACTIVE-SW.
           05 LINE 08 COL 16 VALUE '(A/I)'.
           05 LINE 09 COL 02 VALUE 'CHANNEL  :'.
           05 LINE 09 COL 13 PIC X(01) USING SAL-EDIT-CHANNEL.
           05 LINE 09 COL 16 VALUE '(P/E/B)'.
           05 LINE 11 COL 02 VALUE 'EVENTS   :'.
           05 LINE 11 COL 13 PIC 9(03) FROM SAL-EVT-COUNT.
           05 LINE 11 COL 18 VALUE 'T  MMDD  MSG SET'.
           05 LINE 12 COL 18 PIC X(17) FROM SAL-EVT-LINE-1.
           05 LINE 13 COL 18 PIC X(17) FROM SAL-EVT-LINE-2.
           05 LINE 14 COL 18 PIC X(17) FROM SAL-EVT-LINE-3.
           05 LINE 15 COL 18 PIC X(17) FROM SAL-EVT-LINE-4.
           05 LINE 16 COL 18 PIC X(17) FROM SAL-EVT-LINE-5.
           05 LINE 18 COL 02 VALUE 'RUN NUM  :'.
           05 LINE 18 COL 13 PIC X(07) FROM SAL-RUNC-DISPLAY.
           05 LINE 18 COL 22 PIC X(20) FROM SAL-RUNC-STATUS-TEXT.
           05 LINE 20 COL 02 PIC X(60) FROM SAL-SCREEN-MSG.
           05 LINE 22 COL 02 VALUE 'ACTION (I=INQUIRE A=ADD'.
           05 LINE 22 COL 26 VALUE 'C=CHANGE N=INACTIVATE'.
           05 LINE 22 COL 48 VALUE 'D=DELETE X=EXIT):'.
           05 LINE 22 COL 66 PIC X(01) USING SAL-EDIT-ACTION.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1650-INIT-LANGUAGE-TABLE THRU
               1650-INIT-LANGUAGE-TABLE-EXIT.
           PERFORM 1000-OPEN-MASTER THRU 1000-OPEN-MASTER-EXIT.
           PERFORM 1100-READ-RUN-STATUS THRU 1100-READ-RUN-STATUS-EXIT.
           PERFORM 5000-EDIT-LOOP THRU 5000-EDIT-LOOP-EXIT
               UNTIL SAL-DONE.
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-OPEN-MASTER - check the indexed master opens, and     *
      * start with a blank screen.  With no master there is        *
      * nothing to look at or maintain, so a master that will not  *
      * open ends the screen RC 16.  It is closed again at once -  *
      * each inquiry and each update opens it for itself, so an    *
      * idle screen never holds it against the batch.              *
      *-----------------------------------------------------------*
       1000-OPEN-MASTER.
           MOVE SPACES TO SAL-EDIT-FIELDS.
           MOVE SPACES TO SAL-EVT-LINES.
           OPEN INPUT RECIPS-FILE.
           IF NOT RECIPS-OK
               DISPLAY 'RECIPS OPEN ERROR - STATUS ' RECIPS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE RECIPS-FILE.
       1000-OPEN-MASTER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-READ-RUN-STATUS - read the SALRUNC run-control record *
      * and say whether a greeting run is in progress.  Read again *
      * before every update, not just once at start-up - the       *
      * nightly can start while the screen is sitting open.  No    *
      * SALRUNC at all means no run has ever started.              *
      *-----------------------------------------------------------*
       1100-READ-RUN-STATUS.
           MOVE 'N' TO SAL-RUN-ACTIVE-SW.
           MOVE SPACE TO SAL-RUNC-STATUS.
           MOVE SPACES TO SAL-RUNC-DISPLAY.
           MOVE 'NO RUNS' TO SAL-RUNC-STATUS-TEXT.
           OPEN INPUT SALRUNC-FILE.
           IF NOT SALRUNC-OK
               CLOSE SALRUNC-FILE
               GO TO 1100-READ-RUN-STATUS-EXIT
           END-IF.
           READ SALRUNC-FILE
               AT END
                   GO TO 1100-READ-RUN-STATUS-CLOSE
           END-READ.
      *    CAPTURE THE RECORD'S FIELDS BEFORE THE CLOSE - THE FD
      *    RECORD AREA IS UNDEFINED ONCE THE FILE IS CLOSED.
           IF RUNC-RUN-NUMBER IS NUMERIC
               MOVE RUNC-RUN-NUMBER TO SAL-RUNC-RUN-NUMBER
               MOVE RUNC-RUN-NUMBER TO SAL-RUNC-DISPLAY
               MOVE RUNC-STATUS-SW TO SAL-RUNC-STATUS
           END-IF.
       1100-READ-RUN-STATUS-CLOSE.
           CLOSE SALRUNC-FILE.
           IF SAL-RUNC-IN-PROGRESS
               SET SAL-RUN-ACTIVE TO TRUE
               MOVE 'RUN IN PROGRESS' TO SAL-RUNC-STATUS-TEXT
           ELSE
               MOVE 'LAST RUN COMPLETED' TO SAL-RUNC-STATUS-TEXT
           END-IF.
       1100-READ-RUN-STATUS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-EDIT-LOOP - one show-and-accept of the screen.  An X  *
      * leaves; an I looks the ID up; an A, C, N or D is only      *
      * honoured when no greeting run is in progress and every     *
      * edit passes, otherwise the message line says why and the   *
      * screen comes back unchanged.                               *
      *-----------------------------------------------------------*
       5000-EDIT-LOOP.
           MOVE SPACE TO SAL-EDIT-ACTION.
           DISPLAY RECIPS-SCREEN.
           ACCEPT RECIPS-SCREEN.
           MOVE SPACES TO SAL-SCREEN-MSG.
           IF SAL-ACT-EXIT
               SET SAL-DONE TO TRUE
               GO TO 5000-EDIT-LOOP-EXIT
           END-IF.
           IF NOT SAL-ACT-INQUIRE AND NOT SAL-ACT-ADD
               AND NOT SAL-ACT-CHANGE AND NOT SAL-ACT-INACTIVATE
               AND NOT SAL-ACT-DELETE
               MOVE 'ACTION MUST BE I, A, C, N, D OR X'
                   TO SAL-SCREEN-MSG
               GO TO 5000-EDIT-LOOP-EXIT
           END-IF.
           IF SAL-EDIT-ID = SPACES
               MOVE 'RECIPIENT ID IS BLANK' TO SAL-SCREEN-MSG
               GO TO 5000-EDIT-LOOP-EXIT
           END-IF.
           IF SAL-ACT-INQUIRE
               PERFORM 5200-INQUIRE THRU 5200-INQUIRE-EXIT
               GO TO 5000-EDIT-LOOP-EXIT
           END-IF.
           IF NOT SAL-ACT-ADD AND SAL-EDIT-ID NOT = SAL-LOADED-ID
               MOVE 'INQUIRE ON THE RECIPIENT BEFORE UPDATING IT'
                   TO SAL-SCREEN-MSG
               GO TO 5000-EDIT-LOOP-EXIT
           END-IF.
           PERFORM 1100-READ-RUN-STATUS THRU 1100-READ-RUN-STATUS-EXIT.
           IF SAL-RUN-ACTIVE
               MOVE 'GREETING RUN IN PROGRESS - UPDATES REFUSED'
                   TO SAL-SCREEN-MSG
               GO TO 5000-EDIT-LOOP-EXIT
           END-IF.
           IF SAL-ACT-ADD OR SAL-ACT-CHANGE
               PERFORM 5100-VALIDATE-FIELDS THRU
                   5100-VALIDATE-FIELDS-EXIT
               IF NOT SAL-EDITS-OK
                   GO TO 5000-EDIT-LOOP-EXIT
               END-IF
           END-IF.
           PERFORM 5300-APPLY-UPDATE THRU 5300-APPLY-UPDATE-EXIT.
       5000-EDIT-LOOP-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5100-VALIDATE-FIELDS - the RECMAINT edits for an add or a  *
      * change: a name on every add, active flag A, I or blank,    *
      * channel P, E, B or blank - plus the language code on       *
      * LANGTAB (blank keeps the run's language, so blank is       *
      * allowed), the check SALSCRN applies to SALPARM.            *
      *-----------------------------------------------------------*
       5100-VALIDATE-FIELDS.
           MOVE 'Y' TO SAL-EDITS-OK-SW.
           IF SAL-ACT-ADD AND SAL-EDIT-NAME = SPACES
               MOVE 'RECIPIENT NAME IS BLANK' TO SAL-SCREEN-MSG
               MOVE 'N' TO SAL-EDITS-OK-SW
               GO TO 5100-VALIDATE-FIELDS-EXIT
           END-IF.
           IF SAL-EDIT-ACTIVE-SW NOT = 'A'
               AND SAL-EDIT-ACTIVE-SW NOT = 'I'
               AND SAL-EDIT-ACTIVE-SW NOT = SPACES
               MOVE 'ACTIVE FLAG NOT A, I OR BLANK' TO SAL-SCREEN-MSG
               MOVE 'N' TO SAL-EDITS-OK-SW
               GO TO 5100-VALIDATE-FIELDS-EXIT
           END-IF.
           IF SAL-EDIT-CHANNEL NOT = 'P' AND SAL-EDIT-CHANNEL NOT = 'E'
               AND SAL-EDIT-CHANNEL NOT = 'B'
               AND SAL-EDIT-CHANNEL NOT = SPACES
               MOVE 'CHANNEL NOT P, E, B OR BLANK' TO SAL-SCREEN-MSG
               MOVE 'N' TO SAL-EDITS-OK-SW
               GO TO 5100-VALIDATE-FIELDS-EXIT
           END-IF.
           IF SAL-EDIT-LANG = SPACES
               GO TO 5100-VALIDATE-FIELDS-EXIT
           END-IF.
           MOVE 'N' TO SAL-LANG-FOUND-SW.
           SET SAL-LANG-IDX TO 1.
           SEARCH SAL-LANGUAGE-ENTRY
               AT END
                   CONTINUE
               WHEN SAL-LANG-CODE (SAL-LANG-IDX) = SAL-EDIT-LANG
                   MOVE 'Y' TO SAL-LANG-FOUND-SW
           END-SEARCH.
           IF NOT SAL-LANG-FOUND
               MOVE 'LANGUAGE CODE NOT IN LANGTAB' TO SAL-SCREEN-MSG
               MOVE 'N' TO SAL-EDITS-OK-SW
           END-IF.
       5100-VALIDATE-FIELDS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5200-INQUIRE - show the recipient keyed on the screen,     *
      * with their RECEVTS occasions.  An ID not on file clears    *
      * the record fields so nothing stale is left showing.  The   *
      * master is open INPUT only for the read itself.             *
      *-----------------------------------------------------------*
       5200-INQUIRE.
           OPEN INPUT RECIPS-FILE.
           IF NOT RECIPS-OK
               MOVE 'RECIPS NOT AVAILABLE - TRY AGAIN SHORTLY'
                   TO SAL-SCREEN-MSG
               GO TO 5200-INQUIRE-EXIT
           END-IF.
           PERFORM 3300-READ-MASTER-BY-KEY THRU
               3300-READ-MASTER-BY-KEY-EXIT.
           CLOSE RECIPS-FILE.
           IF NOT SAL-MASTER-FOUND
               PERFORM 5900-CLEAR-RECORD THRU 5900-CLEAR-RECORD-EXIT
               MOVE 'RECIPIENT NOT ON FILE' TO SAL-SCREEN-MSG
               GO TO 5200-INQUIRE-EXIT
           END-IF.
           PERFORM 5800-SHOW-RECORD THRU 5800-SHOW-RECORD-EXIT.
           MOVE 'RECIPIENT FOUND' TO SAL-SCREEN-MSG.
       5200-INQUIRE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5300-APPLY-UPDATE - open the master I-O for this one add,  *
      * change, inactivate or delete and close it again before the *
      * screen comes back.  A master the batch is holding refuses  *
      * the update on the message line; nothing is applied.        *
      *-----------------------------------------------------------*
       5300-APPLY-UPDATE.
           OPEN I-O RECIPS-FILE.
           IF NOT RECIPS-OK
               MOVE 'RECIPS NOT AVAILABLE - NOT UPDATED'
                   TO SAL-SCREEN-MSG
               GO TO 5300-APPLY-UPDATE-EXIT
           END-IF.
           IF SAL-ACT-DELETE
               PERFORM 5700-DELETE THRU 5700-DELETE-EXIT
           ELSE
               IF SAL-ACT-INACTIVATE
                   PERFORM 5600-INACTIVATE THRU 5600-INACTIVATE-EXIT
               ELSE
                   IF SAL-ACT-ADD
                       PERFORM 5400-ADD THRU 5400-ADD-EXIT
                   ELSE
                       PERFORM 5500-CHANGE THRU 5500-CHANGE-EXIT
                   END-IF
               END-IF
           END-IF.
           CLOSE RECIPS-FILE.
       5300-APPLY-UPDATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5400-ADD - build a new master record from the screen and   *
      * WRITE it, defaulting a blank active flag to A and a blank  *
      * channel to B exactly as RECMAINT does.  The key makes a    *
      * duplicate add an INVALID KEY, refused on the message line. *
      *-----------------------------------------------------------*
       5400-ADD.
           PERFORM 7000-OPEN-JOURNAL THRU 7000-OPEN-JOURNAL-EXIT.
           IF NOT RECJRNL-OK
               GO TO 5400-ADD-EXIT
           END-IF.
           MOVE SPACES TO RECIP-RECORD.
           MOVE SAL-EDIT-ID TO RECIP-ID.
           MOVE SAL-EDIT-NAME TO RECIP-NAME.
           MOVE SAL-EDIT-LANG TO RECIP-LANGUAGE-CODE.
           MOVE SAL-EDIT-DEPARTMENT TO RECIP-DEPARTMENT.
           IF SAL-EDIT-ACTIVE-SW = SPACES
               MOVE 'A' TO RECIP-ACTIVE-SW
           ELSE
               MOVE SAL-EDIT-ACTIVE-SW TO RECIP-ACTIVE-SW
           END-IF.
           IF SAL-EDIT-CHANNEL = SPACES
               MOVE 'B' TO RECIP-CHANNEL
           ELSE
               MOVE SAL-EDIT-CHANNEL TO RECIP-CHANNEL
           END-IF.
           WRITE RECIP-RECORD
               INVALID KEY
                   MOVE 'RECIPIENT ALREADY ON FILE' TO SAL-SCREEN-MSG
                   CLOSE RECJRNL-FILE
                   GO TO 5400-ADD-EXIT
           END-WRITE.
           PERFORM 3200-CHECK-MASTER-IO THRU 3200-CHECK-MASTER-IO-EXIT.
           MOVE SPACES TO SAL-BEFORE-IMAGE.
           MOVE RECIP-RECORD TO SAL-AFTER-IMAGE.
           MOVE 'A' TO SAL-JRNL-ACTION.
           PERFORM 7100-WRITE-JOURNAL THRU 7100-WRITE-JOURNAL-EXIT.
           PERFORM 5800-SHOW-RECORD THRU 5800-SHOW-RECORD-EXIT.
           MOVE 'RECIPIENT ADDED' TO SAL-SCREEN-MSG.
       5400-ADD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5500-CHANGE - read the recipient again by key (the screen  *
      * copy may be minutes old), overlay the non-blank screen     *
      * fields the way RECMAINT overlays a change transaction,     *
      * and REWRITE it in place.  A change that alters nothing is  *
      * not written or journalled.                                 *
      *-----------------------------------------------------------*
       5500-CHANGE.
           PERFORM 3300-READ-MASTER-BY-KEY THRU
               3300-READ-MASTER-BY-KEY-EXIT.
           IF NOT SAL-MASTER-FOUND
               MOVE 'RECIPIENT NOT ON FILE' TO SAL-SCREEN-MSG
               GO TO 5500-CHANGE-EXIT
           END-IF.
           MOVE RECIP-RECORD TO SAL-BEFORE-IMAGE.
           IF SAL-EDIT-NAME NOT = SPACES
               MOVE SAL-EDIT-NAME TO RECIP-NAME
           END-IF.
           IF SAL-EDIT-LANG NOT = SPACES
               MOVE SAL-EDIT-LANG TO RECIP-LANGUAGE-CODE
           END-IF.
           IF SAL-EDIT-DEPARTMENT NOT = SPACES
               MOVE SAL-EDIT-DEPARTMENT TO RECIP-DEPARTMENT
           END-IF.
           IF SAL-EDIT-ACTIVE-SW NOT = SPACES
               MOVE SAL-EDIT-ACTIVE-SW TO RECIP-ACTIVE-SW
           END-IF.
           IF SAL-EDIT-CHANNEL NOT = SPACES
               MOVE SAL-EDIT-CHANNEL TO RECIP-CHANNEL
           END-IF.
           IF RECIP-RECORD = SAL-BEFORE-IMAGE
               PERFORM 5800-SHOW-RECORD THRU 5800-SHOW-RECORD-EXIT
               MOVE 'NO CHANGES TO APPLY' TO SAL-SCREEN-MSG
               GO TO 5500-CHANGE-EXIT
           END-IF.
           PERFORM 5550-REWRITE-MASTER THRU 5550-REWRITE-MASTER-EXIT.
           IF SAL-MASTER-FOUND
               MOVE 'RECIPIENT CHANGED' TO SAL-SCREEN-MSG
           END-IF.
       5500-CHANGE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5550-REWRITE-MASTER - REWRITE of the record the caller has *
      * built over SAL-BEFORE-IMAGE, journalled (journal opened    *
      * first) as a change.  Leaves SAL-MASTER-FOUND off when the  *
      * update did not land, with the reason on the message line.  *
      *-----------------------------------------------------------*
       5550-REWRITE-MASTER.
           PERFORM 7000-OPEN-JOURNAL THRU 7000-OPEN-JOURNAL-EXIT.
           IF NOT RECJRNL-OK
               MOVE 'N' TO SAL-MASTER-FOUND-SW
               GO TO 5550-REWRITE-MASTER-EXIT
           END-IF.
           REWRITE RECIP-RECORD
               INVALID KEY
                   MOVE 'RECIPIENT NOT ON FILE' TO SAL-SCREEN-MSG
                   MOVE 'N' TO SAL-MASTER-FOUND-SW
                   CLOSE RECJRNL-FILE
                   GO TO 5550-REWRITE-MASTER-EXIT
           END-REWRITE.
           PERFORM 3200-CHECK-MASTER-IO THRU 3200-CHECK-MASTER-IO-EXIT.
           MOVE RECIP-RECORD TO SAL-AFTER-IMAGE.
           MOVE 'C' TO SAL-JRNL-ACTION.
           PERFORM 7100-WRITE-JOURNAL THRU 7100-WRITE-JOURNAL-EXIT.
           PERFORM 5800-SHOW-RECORD THRU 5800-SHOW-RECORD-EXIT.
       5550-REWRITE-MASTER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5600-INACTIVATE - flag the recipient 'I' so the nightly    *
      * skips them but they (and their history) stay on file.     *
      * Journalled as a change, so RECBACK reverses it like one.   *
      *-----------------------------------------------------------*
       5600-INACTIVATE.
           PERFORM 3300-READ-MASTER-BY-KEY THRU
               3300-READ-MASTER-BY-KEY-EXIT.
           IF NOT SAL-MASTER-FOUND
               MOVE 'RECIPIENT NOT ON FILE' TO SAL-SCREEN-MSG
               GO TO 5600-INACTIVATE-EXIT
           END-IF.
           IF RECIP-INACTIVE
               PERFORM 5800-SHOW-RECORD THRU 5800-SHOW-RECORD-EXIT
               MOVE 'RECIPIENT ALREADY INACTIVE' TO SAL-SCREEN-MSG
               GO TO 5600-INACTIVATE-EXIT
           END-IF.
           MOVE RECIP-RECORD TO SAL-BEFORE-IMAGE.
           MOVE 'I' TO RECIP-ACTIVE-SW.
           PERFORM 5550-REWRITE-MASTER THRU 5550-REWRITE-MASTER-EXIT.
           IF SAL-MASTER-FOUND
               MOVE 'RECIPIENT INACTIVATED' TO SAL-SCREEN-MSG
           END-IF.
       5600-INACTIVATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5700-DELETE - read the recipient by key and DELETE it from *
      * the master, journalled with its before-image.  The         *
      * recipient's RECEVTS occasions are not touched here; the    *
      * message line says when some are left behind.               *
      *-----------------------------------------------------------*
       5700-DELETE.
           PERFORM 3300-READ-MASTER-BY-KEY THRU
               3300-READ-MASTER-BY-KEY-EXIT.
           IF NOT SAL-MASTER-FOUND
               MOVE 'RECIPIENT NOT ON FILE' TO SAL-SCREEN-MSG
               GO TO 5700-DELETE-EXIT
           END-IF.
           PERFORM 7000-OPEN-JOURNAL THRU 7000-OPEN-JOURNAL-EXIT.
           IF NOT RECJRNL-OK
               GO TO 5700-DELETE-EXIT
           END-IF.
           MOVE RECIP-RECORD TO SAL-BEFORE-IMAGE.
           DELETE RECIPS-FILE
               INVALID KEY
                   MOVE 'RECIPIENT NOT ON FILE' TO SAL-SCREEN-MSG
                   CLOSE RECJRNL-FILE
                   GO TO 5700-DELETE-EXIT
           END-DELETE.
           PERFORM 3200-CHECK-MASTER-IO THRU 3200-CHECK-MASTER-IO-EXIT.
           MOVE SPACES TO SAL-AFTER-IMAGE.
           MOVE 'D' TO SAL-JRNL-ACTION.
           PERFORM 7100-WRITE-JOURNAL THRU 7100-WRITE-JOURNAL-EXIT.
           PERFORM 5900-CLEAR-RECORD THRU 5900-CLEAR-RECORD-EXIT.
           IF SAL-EVT-COUNT > ZERO
               MOVE 'RECIPIENT DELETED - RECEVTS EVENTS REMAIN'
                   TO SAL-SCREEN-MSG
           ELSE
               MOVE 'RECIPIENT DELETED' TO SAL-SCREEN-MSG
           END-IF.
       5700-DELETE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5800-SHOW-RECORD - copy the master record just read or     *
      * written onto the screen fields, remember it as the         *
      * recipient on the screen and load its occasions.            *
      *-----------------------------------------------------------*
       5800-SHOW-RECORD.
           MOVE RECIP-ID TO SAL-EDIT-ID.
           MOVE RECIP-NAME TO SAL-EDIT-NAME.
           MOVE RECIP-LANGUAGE-CODE TO SAL-EDIT-LANG.
           MOVE RECIP-DEPARTMENT TO SAL-EDIT-DEPARTMENT.
           MOVE RECIP-ACTIVE-SW TO SAL-EDIT-ACTIVE-SW.
           MOVE RECIP-CHANNEL TO SAL-EDIT-CHANNEL.
           MOVE RECIP-ID TO SAL-LOADED-ID.
           PERFORM 5850-LOAD-EVENTS THRU 5850-LOAD-EVENTS-EXIT.
       5800-SHOW-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5850-LOAD-EVENTS - one pass of RECEVTS counting the        *
      * recipient's occasions and keeping the first five for the  *
      * screen.  No events file just shows none.                   *
      *-----------------------------------------------------------*
       5850-LOAD-EVENTS.
           MOVE SPACES TO SAL-EVT-LINES.
           MOVE ZERO TO SAL-EVT-COUNT.
           MOVE 'N' TO SAL-RECEVTS-EOF-SW.
           OPEN INPUT RECEVTS-FILE.
           IF NOT RECEVTS-OK
               CLOSE RECEVTS-FILE
               GO TO 5850-LOAD-EVENTS-EXIT
           END-IF.
           PERFORM 5860-READ-EVENT THRU 5860-READ-EVENT-EXIT
               UNTIL SAL-RECEVTS-EOF.
           CLOSE RECEVTS-FILE.
       5850-LOAD-EVENTS-EXIT.
           EXIT.

       5860-READ-EVENT.
           READ RECEVTS-FILE
               AT END
                   SET SAL-RECEVTS-EOF TO TRUE
                   GO TO 5860-READ-EVENT-EXIT
           END-READ.
           IF REVT-RECIP-ID NOT = SAL-LOADED-ID
               GO TO 5860-READ-EVENT-EXIT
           END-IF.
           ADD 1 TO SAL-EVT-COUNT.
           IF SAL-EVT-COUNT > 5
               GO TO 5860-READ-EVENT-EXIT
           END-IF.
           SET SAL-EVT-IDX TO SAL-EVT-COUNT.
           MOVE REVT-EVENT-TYPE TO SAL-EVT-L-TYPE (SAL-EVT-IDX).
           MOVE REVT-MONTH-DAY TO SAL-EVT-L-MMDD (SAL-EVT-IDX).
           MOVE REVT-MSG-SET TO SAL-EVT-L-MSG-SET (SAL-EVT-IDX).
       5860-READ-EVENT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5900-CLEAR-RECORD - blank the record fields (the ID the    *
      * operator keyed stays) and forget the recipient on screen.  *
      * The event count is left for the delete message to test.   *
      *-----------------------------------------------------------*
       5900-CLEAR-RECORD.
           MOVE SPACES TO SAL-EDIT-NAME.
           MOVE SPACES TO SAL-EDIT-LANG.
           MOVE SPACES TO SAL-EDIT-DEPARTMENT.
           MOVE SPACES TO SAL-EDIT-ACTIVE-SW.
           MOVE SPACES TO SAL-EDIT-CHANNEL.
           MOVE SPACES TO SAL-LOADED-ID.
           MOVE SPACES TO SAL-EVT-LINES.
       5900-CLEAR-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-CHECK-MASTER-IO - a WRITE/REWRITE/DELETE against the  *
      * master that did not take (and was not an INVALID KEY the   *
      * caller already handled) means the master may be half       *
      * updated - stop hard, as RECMAINT does, so operations looks *
      * before anything else lands on it.                          *
      *-----------------------------------------------------------*
       3200-CHECK-MASTER-IO.
           IF NOT RECIPS-OK
               DISPLAY 'RECIPS I-O ERROR - STATUS ' RECIPS-STATUS
                   ' AT ID ' SAL-EDIT-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       3200-CHECK-MASTER-IO-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3300-READ-MASTER-BY-KEY - random read of the master for    *
      * the ID on the screen.  Leaves SAL-MASTER-FOUND saying      *
      * whether the recipient is on file.                          *
      *-----------------------------------------------------------*
       3300-READ-MASTER-BY-KEY.
           MOVE 'Y' TO SAL-MASTER-FOUND-SW.
           MOVE SAL-EDIT-ID TO RECIP-ID.
           READ RECIPS-FILE
               INVALID KEY
                   MOVE 'N' TO SAL-MASTER-FOUND-SW
           END-READ.
       3300-READ-MASTER-BY-KEY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-OPEN-JOURNAL - open RECJRNL for one update, before    *
      * the master is touched - an update that could not be        *
      * journalled is refused, not applied.  EXTEND with an OUTPUT *
      * fallback, so the first update ever creates the journal.    *
      * The journal is closed again by 7100 after each write, and  *
      * the master by 5300 after each update, so the RECMAINT      *
      * batch is never locked out by an idle screen.               *
      *-----------------------------------------------------------*
       7000-OPEN-JOURNAL.
           OPEN EXTEND RECJRNL-FILE.
           IF NOT RECJRNL-OK
               OPEN OUTPUT RECJRNL-FILE
           END-IF.
           IF NOT RECJRNL-OK
               MOVE 'RECJRNL OPEN ERROR - NOT UPDATED'
                   TO SAL-SCREEN-MSG
           END-IF.
       7000-OPEN-JOURNAL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7100-WRITE-JOURNAL - one RECJRNL record for the update     *
      * just applied, in exactly the shape RECMAINT writes, so     *
      * RECBACK can select and reverse it by its date and time.    *
      * A journal that will not take the write ends the screen     *
      * hard, as it ends RECMAINT - the master now holds an update *
      * with no recovery record, and that needs an operator.       *
      *-----------------------------------------------------------*
       7100-WRITE-JOURNAL.
           ACCEPT SAL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT SAL-RUN-TIME FROM TIME.
           MOVE SPACES TO JRNL-RECORD.
           MOVE SAL-RUN-DATE TO JRNL-RUN-DATE.
           MOVE SAL-RUN-TIME TO JRNL-RUN-TIME.
           MOVE SAL-JRNL-ACTION TO JRNL-ACTION.
           MOVE SAL-EDIT-ID TO JRNL-RECIP-ID.
           MOVE SAL-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE.
           MOVE SAL-AFTER-IMAGE TO JRNL-AFTER-IMAGE.
           WRITE JRNL-RECORD.
           IF NOT RECJRNL-OK
               DISPLAY 'RECJRNL WRITE ERROR - STATUS ' RECJRNL-STATUS
                   ' AT ID ' SAL-EDIT-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE RECJRNL-FILE.
       7100-WRITE-JOURNAL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1650-INIT-LANGUAGE-TABLE - the same table SALMAIN builds   *
      * (one shared set of entries, COPYed), so the screen accepts *
      * exactly the codes the nightly run will resolve.            *
      *-----------------------------------------------------------*
       1650-INIT-LANGUAGE-TABLE.
           COPY LANGINIT.
       1650-INIT-LANGUAGE-TABLE-EXIT.
           EXIT.

       END PROGRAM RECSCRN.
