      ******************************************************************
      * Author: Hector gm
      * Date:  09-09-2026
      * Purpose: HR feed reconciliation for the RECIPS recipient
      *          master.  Reads the nightly HR employee extract
      *          (HREXTR, COPY HREXREC) and looks each employee up on
      *          the indexed master by employee ID = RECIP-ID, and
      *          proposes the maintenance as RECTRAN transactions on
      *          RECTOUT for the normal RECMAINT job to apply: an add
      *          for a starter not yet on the master, a change for an
      *          employee whose department or preferred language
      *          differs, and a change to inactive ('I') for a leaver
      *          - never a delete, so the recipient's history stays.
      *          HRRECRPT lists every proposed transaction and every
      *          HR record that could not be used, with control
      *          totals that must balance - read = adds + changes +
      *          inactivations + unchanged + unusable - or the job
      *          ends RC 10.  Any unusable record is RC 4.
      * Tectonics:
      *
      * Modification History:
      *   09-09-2026  HGM  Original version.  The HR extract was being
      *                    compared with RECIPS by eye and the RECTRAN
      *                    records keyed by hand.
      *   14-09-2026  HGM  Every way out of the step, the fatal stops
      *                    included, now appends a STEPLOG record -
      *                    start and end time, HR extract records read,
      *                    return code - for the STEPRPT step timing and
      *                    batch window report.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HRRECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HREXTR-FILE ASSIGN TO "HREXTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HREXTR-STATUS.
           SELECT RECIPS-FILE ASSIGN TO "RECIPS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RECIP-ID
               FILE STATUS IS RECIPS-STATUS.
           SELECT RECTOUT-FILE ASSIGN TO "RECTOUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RECTOUT-STATUS.
           SELECT HRRECRPT-FILE ASSIGN TO "HRRECRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HRRECRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HREXTR-FILE.
           COPY HREXREC.

       FD  RECIPS-FILE.
           COPY RECIPREC.

       FD  RECTOUT-FILE.
           COPY RECTREC.

       FD  HRRECRPT-FILE.
       01 HRRECRPT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           COPY LANGTAB.
           COPY STEPREC.

       01 HREXTR-STATUS PIC X(02).
           88 HREXTR-OK VALUE '00'.

       01 RECIPS-STATUS PIC X(02).
           88 RECIPS-OK VALUE '00'.

       01 RECTOUT-STATUS PIC X(02).
           88 RECTOUT-OK VALUE '00'.

       01 HRRECRPT-STATUS PIC X(02).
           88 HRRECRPT-OK VALUE '00'.

       01 SAL-HREXTR-EOF-SW PIC X(01) VALUE 'N'.
           88 SAL-HREXTR-EOF VALUE 'Y'.

       01 SAL-MASTER-FOUND-SW PIC X(01).
           88 SAL-MASTER-FOUND VALUE 'Y'.

       01 SAL-LANG-FOUND-SW PIC X(01).
           88 SAL-LANG-FOUND VALUE 'Y'.

       01 SAL-HR-REASON PIC X(30).
       01 SAL-HR-STATUS-TEXT PIC X(08).

       01 SAL-HR-READ-COUNT PIC 9(05) VALUE ZERO.
       01 SAL-ADD-COUNT PIC 9(05) VALUE ZERO.
       01 SAL-CHANGE-COUNT PIC 9(05) VALUE ZERO.
       01 SAL-INACTIVATE-COUNT PIC 9(05) VALUE ZERO.
       01 SAL-UNCHANGED-COUNT PIC 9(05) VALUE ZERO.
       01 SAL-UNUSABLE-COUNT PIC 9(05) VALUE ZERO.
       01 SAL-TRAN-WRITTEN-COUNT PIC 9(05) VALUE ZERO.
       01 SAL-BALANCE-COUNT PIC 9(05) VALUE ZERO.
       01 SAL-FINAL-RC PIC 9(02) VALUE ZERO.

       01 HRRECRPT-HEADER.
           05 HH-LABEL PIC X(40).
           05 FILLER PIC X(40).
       01 HRRECRPT-DETAIL.
           05 HD-ACTION PIC X(01).
           05 FILLER PIC X(02).
           05 HD-ID PIC X(05).
           05 FILLER PIC X(02).
           05 HD-NAME PIC X(22).
           05 FILLER PIC X(02).
           05 HD-STATUS PIC X(08).
           05 FILLER PIC X(02).
           05 HD-REASON PIC X(30).
           05 FILLER PIC X(06).
       01 HRRECRPT-TOTAL.
           05 HT-LABEL PIC X(25).
           05 HT-COUNT PIC 9(05).
           05 FILLER PIC X(50).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 9800-START-STEP-LOG THRU 9800-START-STEP-LOG-EXIT.
           PERFORM 1650-INIT-LANGUAGE-TABLE THRU
               1650-INIT-LANGUAGE-TABLE-EXIT.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-RECONCILE-EMPLOYEE THRU
               2000-RECONCILE-EMPLOYEE-EXIT
               UNTIL SAL-HREXTR-EOF.
           PERFORM 8000-PRINT-TOTALS THRU 8000-PRINT-TOTALS-EXIT.
           CLOSE HREXTR-FILE RECIPS-FILE RECTOUT-FILE HRRECRPT-FILE.
           IF SAL-UNUSABLE-COUNT > ZERO AND SAL-FINAL-RC < 4
               MOVE 4 TO SAL-FINAL-RC
           END-IF.
           MOVE SAL-FINAL-RC TO RETURN-CODE.
           PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - open the four files and print the report *
      * heading.  The extract, the master and the transaction      *
      * output are all needed for a reconciliation worth applying, *
      * so any file that fails to open stops the run RC 16 before  *
      * a transaction is proposed.                                 *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN OUTPUT HRRECRPT-FILE.
           IF NOT HRRECRPT-OK
               DISPLAY 'HRRECRPT OPEN ERROR - STATUS ' HRRECRPT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           OPEN INPUT HREXTR-FILE.
           IF NOT HREXTR-OK
               DISPLAY 'HREXTR OPEN ERROR - STATUS ' HREXTR-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           OPEN INPUT RECIPS-FILE.
           IF NOT RECIPS-OK
               DISPLAY 'RECIPS OPEN ERROR - STATUS ' RECIPS-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           OPEN OUTPUT RECTOUT-FILE.
           IF NOT RECTOUT-OK
               DISPLAY 'RECTOUT OPEN ERROR - STATUS ' RECTOUT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           MOVE SPACES TO HRRECRPT-HEADER.
           MOVE 'HR FEED RECONCILIATION - PROPOSED RECTRAN' TO HH-LABEL.
           WRITE HRRECRPT-RECORD FROM HRRECRPT-HEADER.
           MOVE SPACES TO HRRECRPT-HEADER.
           MOVE 'A  ID     NAME' TO HH-LABEL.
           WRITE HRRECRPT-RECORD FROM HRRECRPT-HEADER.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-RECONCILE-EMPLOYEE - read one HR record, edit it, and *
      * route it by whether the employee is already a recipient:   *
      * a starter becomes an add, a leaver an inactivation, an     *
      * employee already on file a change when HR's department or  *
      * language differs.  Every record read ends up in exactly    *
      * one of the five counts 8000 balances.                      *
      *-----------------------------------------------------------*
       2000-RECONCILE-EMPLOYEE.
           READ HREXTR-FILE
               AT END
                   SET SAL-HREXTR-EOF TO TRUE
                   GO TO 2000-RECONCILE-EMPLOYEE-EXIT
           END-READ.
           ADD 1 TO SAL-HR-READ-COUNT.
           PERFORM 2100-EDIT-EMPLOYEE THRU 2100-EDIT-EMPLOYEE-EXIT.
           IF SAL-HR-REASON NOT = SPACES
               PERFORM 6100-REPORT-UNUSABLE THRU
                   6100-REPORT-UNUSABLE-EXIT
               GO TO 2000-RECONCILE-EMPLOYEE-EXIT
           END-IF.
           PERFORM 3300-READ-MASTER-BY-KEY THRU
               3300-READ-MASTER-BY-KEY-EXIT.
           IF HREX-LEAVER
               PERFORM 4500-PROPOSE-INACTIVATE THRU
                   4500-PROPOSE-INACTIVATE-EXIT
               GO TO 2000-RECONCILE-EMPLOYEE-EXIT
           END-IF.
           IF SAL-MASTER-FOUND
               PERFORM 5000-PROPOSE-CHANGE THRU
                   5000-PROPOSE-CHANGE-EXIT
           ELSE
               PERFORM 4000-PROPOSE-ADD THRU 4000-PROPOSE-ADD-EXIT
           END-IF.
       2000-RECONCILE-EMPLOYEE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-EDIT-EMPLOYEE - an HR record is only usable with an   *
      * employee ID to key on, a status of employed or left, a     *
      * name RECMAINT would accept, and a preferred language the   *
      * nightly can resolve (blank keeps the run's language).      *
      * Leaves the reason in SAL-HR-REASON, spaces when usable.    *
      *-----------------------------------------------------------*
       2100-EDIT-EMPLOYEE.
           MOVE SPACES TO SAL-HR-REASON.
           IF HREX-EMP-ID = SPACES
               MOVE 'EMPLOYEE ID IS BLANK' TO SAL-HR-REASON
               GO TO 2100-EDIT-EMPLOYEE-EXIT
           END-IF.
           IF NOT HREX-EMPLOYED AND NOT HREX-LEAVER
               MOVE 'HR STATUS NOT A OR L' TO SAL-HR-REASON
               GO TO 2100-EDIT-EMPLOYEE-EXIT
           END-IF.
           IF HREX-LEAVER
               GO TO 2100-EDIT-EMPLOYEE-EXIT
           END-IF.
           IF HREX-NAME = SPACES
               MOVE 'EMPLOYEE NAME IS BLANK' TO SAL-HR-REASON
               GO TO 2100-EDIT-EMPLOYEE-EXIT
           END-IF.
           IF HREX-LANGUAGE-CODE = SPACES
               GO TO 2100-EDIT-EMPLOYEE-EXIT
           END-IF.
           MOVE 'N' TO SAL-LANG-FOUND-SW.
           SET SAL-LANG-IDX TO 1.
           SEARCH SAL-LANGUAGE-ENTRY
               AT END
                   CONTINUE
               WHEN SAL-LANG-CODE (SAL-LANG-IDX) = HREX-LANGUAGE-CODE
                   MOVE 'Y' TO SAL-LANG-FOUND-SW
           END-SEARCH.
           IF NOT SAL-LANG-FOUND
               MOVE 'LANGUAGE CODE NOT IN LANGTAB' TO SAL-HR-REASON
           END-IF.
       2100-EDIT-EMPLOYEE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3300-READ-MASTER-BY-KEY - random read of the master for    *
      * the current employee.  Leaves SAL-MASTER-FOUND saying      *
      * whether the employee is already a recipient.               *
      *-----------------------------------------------------------*
       3300-READ-MASTER-BY-KEY.
           MOVE 'Y' TO SAL-MASTER-FOUND-SW.
           MOVE HREX-EMP-ID TO RECIP-ID.
           READ RECIPS-FILE
               INVALID KEY
                   MOVE 'N' TO SAL-MASTER-FOUND-SW
           END-READ.
       3300-READ-MASTER-BY-KEY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-PROPOSE-ADD - a starter: an add transaction carrying  *
      * HR's name, department and language, active, with the      *
      * channel left blank so RECMAINT applies its both-channels   *
      * default.                                                   *
      *-----------------------------------------------------------*
       4000-PROPOSE-ADD.
           MOVE SPACES TO RTRAN-RECORD.
           MOVE 'A' TO RTRAN-ACTION.
           MOVE HREX-EMP-ID TO RTRAN-ID.
           MOVE HREX-NAME TO RTRAN-NAME.
           MOVE HREX-LANGUAGE-CODE TO RTRAN-LANGUAGE-CODE.
           MOVE HREX-DEPARTMENT TO RTRAN-DEPARTMENT.
           MOVE 'A' TO RTRAN-ACTIVE-SW.
           PERFORM 7000-WRITE-TRAN THRU 7000-WRITE-TRAN-EXIT.
           ADD 1 TO SAL-ADD-COUNT.
           MOVE 'NEW STARTER' TO SAL-HR-REASON.
           PERFORM 6000-REPORT-PROPOSED THRU 6000-REPORT-PROPOSED-EXIT.
       4000-PROPOSE-ADD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4500-PROPOSE-INACTIVATE - a leaver: a change setting the   *
      * recipient inactive, so they drop off the nightly but the   *
      * master record and its journal history stay.  A leaver HR   *
      * never told us about is unusable; one already inactive      *
      * needs nothing.                                             *
      *-----------------------------------------------------------*
       4500-PROPOSE-INACTIVATE.
           IF NOT SAL-MASTER-FOUND
               MOVE 'LEAVER NOT ON RECIPS' TO SAL-HR-REASON
               PERFORM 6100-REPORT-UNUSABLE THRU
                   6100-REPORT-UNUSABLE-EXIT
               GO TO 4500-PROPOSE-INACTIVATE-EXIT
           END-IF.
           IF RECIP-INACTIVE
               ADD 1 TO SAL-UNCHANGED-COUNT
               GO TO 4500-PROPOSE-INACTIVATE-EXIT
           END-IF.
           MOVE SPACES TO RTRAN-RECORD.
           MOVE 'C' TO RTRAN-ACTION.
           MOVE RECIP-ID TO RTRAN-ID.
           MOVE 'I' TO RTRAN-ACTIVE-SW.
           PERFORM 7000-WRITE-TRAN THRU 7000-WRITE-TRAN-EXIT.
           ADD 1 TO SAL-INACTIVATE-COUNT.
           MOVE 'LEAVER - INACTIVATE' TO SAL-HR-REASON.
           MOVE RECIP-NAME TO RTRAN-NAME.
           PERFORM 6000-REPORT-PROPOSED THRU 6000-REPORT-PROPOSED-EXIT.
       4500-PROPOSE-INACTIVATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-PROPOSE-CHANGE - an employee already on the master:   *
      * a change carrying only the fields HR has that differ -     *
      * department and preferred language.  RECMAINT leaves a      *
      * blank transaction field alone, so the others stay blank,   *
      * and a blank HR value is never pushed over a master value.  *
      *-----------------------------------------------------------*
       5000-PROPOSE-CHANGE.
           MOVE SPACES TO RTRAN-RECORD.
           MOVE 'C' TO RTRAN-ACTION.
           MOVE RECIP-ID TO RTRAN-ID.
           IF HREX-DEPARTMENT NOT = SPACES
               AND HREX-DEPARTMENT NOT = RECIP-DEPARTMENT
               MOVE HREX-DEPARTMENT TO RTRAN-DEPARTMENT
           END-IF.
           IF HREX-LANGUAGE-CODE NOT = SPACES
               AND HREX-LANGUAGE-CODE NOT = RECIP-LANGUAGE-CODE
               MOVE HREX-LANGUAGE-CODE TO RTRAN-LANGUAGE-CODE
           END-IF.
           IF RTRAN-DEPARTMENT = SPACES
               AND RTRAN-LANGUAGE-CODE = SPACES
               ADD 1 TO SAL-UNCHANGED-COUNT
               GO TO 5000-PROPOSE-CHANGE-EXIT
           END-IF.
           PERFORM 7000-WRITE-TRAN THRU 7000-WRITE-TRAN-EXIT.
           ADD 1 TO SAL-CHANGE-COUNT.
           IF RTRAN-DEPARTMENT NOT = SPACES
               AND RTRAN-LANGUAGE-CODE NOT = SPACES
               MOVE 'DEPARTMENT AND LANGUAGE CHANGE' TO SAL-HR-REASON
           ELSE
               IF RTRAN-DEPARTMENT NOT = SPACES
                   MOVE 'DEPARTMENT CHANGE' TO SAL-HR-REASON
               ELSE
                   MOVE 'LANGUAGE CHANGE' TO SAL-HR-REASON
               END-IF
           END-IF.
           MOVE RECIP-NAME TO RTRAN-NAME.
           PERFORM 6000-REPORT-PROPOSED THRU 6000-REPORT-PROPOSED-EXIT.
       5000-PROPOSE-CHANGE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-WRITE-TRAN - write the proposed transaction to        *
      * RECTOUT.  A transaction file that stops taking writes      *
      * would hand RECMAINT half a reconciliation - stop RC 16.    *
      *-----------------------------------------------------------*
       7000-WRITE-TRAN.
           WRITE RTRAN-RECORD.
           IF NOT RECTOUT-OK
               DISPLAY 'RECTOUT WRITE ERROR - STATUS ' RECTOUT-STATUS
                   ' AT ID ' RTRAN-ID
               MOVE 16 TO RETURN-CODE
               PERFORM 9900-END-STEP-LOG THRU 9900-END-STEP-LOG-EXIT
               STOP RUN
           END-IF.
           ADD 1 TO SAL-TRAN-WRITTEN-COUNT.
       7000-WRITE-TRAN-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-REPORT-PROPOSED - print the transaction just written, *
      * with the recipient's name for the reviewer (a change       *
      * carries no name on the transaction itself - the name is    *
      * only moved in after the write).                            *
      *-----------------------------------------------------------*
       6000-REPORT-PROPOSED.
           MOVE 'PROPOSED' TO SAL-HR-STATUS-TEXT.
           MOVE SPACES TO HRRECRPT-DETAIL.
           MOVE RTRAN-ACTION TO HD-ACTION.
           MOVE RTRAN-ID TO HD-ID.
           MOVE RTRAN-NAME TO HD-NAME.
           PERFORM 6200-PRINT-LINE THRU 6200-PRINT-LINE-EXIT.
       6000-REPORT-PROPOSED-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6100-REPORT-UNUSABLE - print the HR record that could not  *
      * be used, with the reason already set by the caller.  Any   *
      * unusable record ends the job RC 4 so HR gets told.         *
      *-----------------------------------------------------------*
       6100-REPORT-UNUSABLE.
           ADD 1 TO SAL-UNUSABLE-COUNT.
           MOVE 'UNUSABLE' TO SAL-HR-STATUS-TEXT.
           MOVE SPACES TO HRRECRPT-DETAIL.
           MOVE HREX-STATUS TO HD-ACTION.
           MOVE HREX-EMP-ID TO HD-ID.
           MOVE HREX-NAME TO HD-NAME.
           PERFORM 6200-PRINT-LINE THRU 6200-PRINT-LINE-EXIT.
       6100-REPORT-UNUSABLE-EXIT.
           EXIT.

       6200-PRINT-LINE.
           MOVE SAL-HR-STATUS-TEXT TO HD-STATUS.
           MOVE SAL-HR-REASON TO HD-REASON.
           WRITE HRRECRPT-RECORD FROM HRRECRPT-DETAIL.
           IF NOT HRRECRPT-OK
               DISPLAY 'HRRECRPT WRITE ERROR - STATUS '
                   HRRECRPT-STATUS
           END-IF.
       6200-PRINT-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-PRINT-TOTALS - control totals.  Every HR record read  *
      * is an add, a change, an inactivation, unchanged or         *
      * unusable, and the transactions written must be the adds,   *
      * changes and inactivations - either not holding is RC 10    *
      * and RECTOUT must not be applied.                           *
      *-----------------------------------------------------------*
       8000-PRINT-TOTALS.
           MOVE SPACES TO HRRECRPT-RECORD.
           WRITE HRRECRPT-RECORD.
           MOVE SPACES TO HRRECRPT-TOTAL.
           MOVE 'HR RECORDS READ      : ' TO HT-LABEL.
           MOVE SAL-HR-READ-COUNT TO HT-COUNT.
           WRITE HRRECRPT-RECORD FROM HRRECRPT-TOTAL.
           MOVE SPACES TO HRRECRPT-TOTAL.
           MOVE 'ADDS PROPOSED        : ' TO HT-LABEL.
           MOVE SAL-ADD-COUNT TO HT-COUNT.
           WRITE HRRECRPT-RECORD FROM HRRECRPT-TOTAL.
           MOVE SPACES TO HRRECRPT-TOTAL.
           MOVE 'CHANGES PROPOSED     : ' TO HT-LABEL.
           MOVE SAL-CHANGE-COUNT TO HT-COUNT.
           WRITE HRRECRPT-RECORD FROM HRRECRPT-TOTAL.
           MOVE SPACES TO HRRECRPT-TOTAL.
           MOVE 'INACTIVATES PROPOSED : ' TO HT-LABEL.
           MOVE SAL-INACTIVATE-COUNT TO HT-COUNT.
           WRITE HRRECRPT-RECORD FROM HRRECRPT-TOTAL.
           MOVE SPACES TO HRRECRPT-TOTAL.
           MOVE 'ALREADY IN STEP      : ' TO HT-LABEL.
           MOVE SAL-UNCHANGED-COUNT TO HT-COUNT.
           WRITE HRRECRPT-RECORD FROM HRRECRPT-TOTAL.
           MOVE SPACES TO HRRECRPT-TOTAL.
           MOVE 'HR RECORDS UNUSABLE  : ' TO HT-LABEL.
           MOVE SAL-UNUSABLE-COUNT TO HT-COUNT.
           WRITE HRRECRPT-RECORD FROM HRRECRPT-TOTAL.
           MOVE SPACES TO HRRECRPT-TOTAL.
           MOVE 'TRANSACTIONS WRITTEN : ' TO HT-LABEL.
           MOVE SAL-TRAN-WRITTEN-COUNT TO HT-COUNT.
           WRITE HRRECRPT-RECORD FROM HRRECRPT-TOTAL.
           ADD SAL-ADD-COUNT, SAL-CHANGE-COUNT, SAL-INACTIVATE-COUNT,
               SAL-UNCHANGED-COUNT, SAL-UNUSABLE-COUNT
               GIVING SAL-BALANCE-COUNT.
           IF SAL-HR-READ-COUNT NOT = SAL-BALANCE-COUNT
               DISPLAY 'HR RECONCILIATION OUT OF BALANCE - READ '
                   SAL-HR-READ-COUNT ' ACCOUNTED FOR '
                   SAL-BALANCE-COUNT
               MOVE 10 TO SAL-FINAL-RC
           END-IF.
           ADD SAL-ADD-COUNT, SAL-CHANGE-COUNT, SAL-INACTIVATE-COUNT
               GIVING SAL-BALANCE-COUNT.
           IF SAL-TRAN-WRITTEN-COUNT NOT = SAL-BALANCE-COUNT
               DISPLAY 'RECTOUT OUT OF BALANCE - WRITTEN '
                   SAL-TRAN-WRITTEN-COUNT ' PROPOSED '
                   SAL-BALANCE-COUNT
               MOVE 10 TO SAL-FINAL-RC
           END-IF.
       8000-PRINT-TOTALS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1650-INIT-LANGUAGE-TABLE - the same table SALMAIN builds   *
      * (one shared set of entries, COPYed), so a language HR      *
      * sends is only proposed when the nightly can resolve it.    *
      *-----------------------------------------------------------*
       1650-INIT-LANGUAGE-TABLE.
           COPY LANGINIT.
       1650-INIT-LANGUAGE-TABLE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9800-START-STEP-LOG - name the step and note when it      *
      * started, for the STEPLOG record 9900 writes on the way    *
      * out.                                                      *
      *-----------------------------------------------------------*
       9800-START-STEP-LOG.
           MOVE SPACES TO STEP-RECORD.
           MOVE 'HRRECON' TO STEP-PROGRAM.
           MOVE ZERO TO STEP-RUN-NUMBER.
           MOVE ZERO TO STEP-RECORDS.
           ACCEPT STEP-START-DATE FROM DATE YYYYMMDD.
           ACCEPT STEP-START-TIME FROM TIME.
       9800-START-STEP-LOG-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9900-END-STEP-LOG - append this step's STEPLOG record     *
      * through the STEPLOG subprogram: the HR extract records    *
      * read and the return code the step is about to end with.   *
      * Performed ahead of every STOP RUN, the fatal ones         *
      * included, so STEPRPT sees how every run ended.            *
      *-----------------------------------------------------------*
       9900-END-STEP-LOG.
           MOVE SAL-HR-READ-COUNT TO STEP-RECORDS.
           COPY STEPEND.
       9900-END-STEP-LOG-EXIT.
           EXIT.

       END PROGRAM HRRECON.
