       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRLFW.
      *
      * Monthly balance roll-forward proof.  CUSTMOVR shows how far
      * each CUSTOMER-ACCT-BALANCE moved between two CUSTHIST
      * snapshots and CUSTSTMT shows the interest; this step explains
      * the movement.  Starting from each account's balance in the
      * prior snapshot it adds every movement our own batch made
      * during the month, by source:
      *
      *   - capitalized interest -- the ACRDTL AD-ACCRUED-INTEREST for
      *     the accrual month the caller names, which is what
      *     CUSTCAPI posts.  CUSTCAPI's own audit records (its job id
      *     is passed in) are counted but not added a second time;
      *   - merge transfers -- the survivor's appended occurrences on
      *     the CUSTAUD trail under the CUSTMERG job id are the
      *     transfers in; the loser's matching transfers out are
      *     found through the month's confirmed pairs on MRGCONF,
      *     each loser occurrence pairing with the survivor's next
      *     appended occurrence in the order CUSTMERG appended them
      *     (the loser delete itself is not on the audit trail);
      *   - every other CUSTOMER-ACCT-BALANCE audit record, totalled
      *     by CA-JOB-ID so repairs, maintenance and any future
      *     balance-touching job show as their own line.
      *
      * Only audit records after the customer's prior snapshot and
      * no later than its current snapshot belong to the month
      * (customers missing from one side fall back to the earliest
      * prior / latest current snapshot taken).  The expected
      * balance is proved against the current snapshot account by
      * account; anything left over was not posted by our batch --
      * it is the source system's own posting (or a batch posting
      * that never reached the master) -- and goes on the RLFEXCP
      * exception list and the report.  The report closes with the
      * book-level roll-forward by source: opening, each source,
      * expected closing, actual closing and the unexplained
      * residual.  RC 8 when any account carries a residual.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-HISTORY-FILE ASSIGN TO "CUSTHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-HISTORY-STATUS.
           SELECT ACCRUAL-DETAIL-FILE ASSIGN TO "ACRDTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-DETAIL-STATUS.
           SELECT CUSTOMER-AUDIT-FILE ASSIGN TO "CUSTAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-AUDIT-STATUS.
           SELECT MERGE-CONFIRMED-FILE ASSIGN TO "MRGCONF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MERGE-CONFIRMED-STATUS.
           SELECT ROLL-FORWARD-EXCEPTION-FILE ASSIGN TO "RLFEXCP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROLL-FORWARD-EXCP-STATUS.
           SELECT ROLL-FORWARD-REPORT-FILE ASSIGN TO "RLFWRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROLL-FORWARD-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-HISTORY-FILE.
           COPY "custhist.cpy".

       FD  ACCRUAL-DETAIL-FILE.
           COPY "acrdtl.cpy".

       FD  CUSTOMER-AUDIT-FILE.
           COPY "custaud.cpy".

       FD  MERGE-CONFIRMED-FILE.
           COPY "mrgcand.cpy".

       FD  ROLL-FORWARD-EXCEPTION-FILE.
           COPY "rlfexcp.cpy".

       FD  ROLL-FORWARD-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  ROLL-FORWARD-REPORT-LINE    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-HISTORY-STATUS  PIC X(2).
       01  WS-ACCRUAL-DETAIL-STATUS    PIC X(2).
       01  WS-CUSTOMER-AUDIT-STATUS    PIC X(2).
       01  WS-MERGE-CONFIRMED-STATUS   PIC X(2).
       01  WS-ROLL-FORWARD-EXCP-STATUS PIC X(2).
       01  WS-ROLL-FORWARD-RPT-STATUS  PIC X(2).
       01  WS-END-OF-HISTORY           PIC X(1) VALUE "N".
           88  END-OF-HISTORY          VALUE "Y".
       01  WS-END-OF-DETAIL            PIC X(1) VALUE "N".
           88  END-OF-DETAIL           VALUE "Y".
       01  WS-END-OF-AUDIT             PIC X(1) VALUE "N".
           88  END-OF-AUDIT            VALUE "Y".
       01  WS-END-OF-PAIRS             PIC X(1) VALUE "N".
           88  END-OF-PAIRS            VALUE "Y".

       01  WS-CURRENT-TS               PIC X(26).

      *    One entry per customer seen on either snapshot, ACRDTL or
      *    the audit trail, with the roll-forward columns for each of
      *    its eight CUSTOMER-ACCT-BALANCE occurrences.
       01  WS-CUSTOMER-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-CUSTOMER-TABLE-FULL      PIC X(1) VALUE "N".
           88  CUSTOMER-TABLE-FULL     VALUE "Y".
       01  WS-CUSTOMER-TABLE.
           05  WS-CUSTOMER-ENTRY OCCURS 5000 TIMES.
               10  WS-RF-CUSTOMER-ID   PIC X(10).
               10  WS-RF-IN-PRIOR      PIC X(1).
               10  WS-RF-IN-CURRENT    PIC X(1).
               10  WS-RF-PRIOR-COUNT   PIC 9.
               10  WS-RF-CURRENT-COUNT PIC 9.
               10  WS-RF-HIGH-OCCURRENCE
                                       PIC 9.
               10  WS-RF-PRIOR-TS      PIC X(16).
               10  WS-RF-CURRENT-TS    PIC X(16).
               10  WS-RF-ACCOUNT OCCURS 8 TIMES.
                   15  WS-RF-OPENING   PIC S9(13)V99 COMP-3.
                   15  WS-RF-INTEREST  PIC S9(13)V99 COMP-3.
                   15  WS-RF-MERGE     PIC S9(13)V99 COMP-3.
                   15  WS-RF-AUDITED   PIC S9(13)V99 COMP-3.
                   15  WS-RF-CLOSING   PIC S9(13)V99 COMP-3.
                   15  WS-RF-APPENDED  PIC X(1).
                   15  WS-RF-CONSUMED  PIC X(1).

      *    Other balance-changing jobs found on the audit trail.
       01  WS-JOB-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-JOB-TABLE-FULL           PIC X(1) VALUE "N".
           88  JOB-TABLE-FULL          VALUE "Y".
       01  WS-JOB-TABLE.
           05  WS-JOB-ENTRY OCCURS 50 TIMES.
               10  WS-JB-JOB-ID        PIC X(8).
               10  WS-JB-RECORD-COUNT  PIC 9(9).
               10  WS-JB-AMOUNT        PIC S9(15)V99 COMP-3.

       01  WS-IDX                      PIC 9(2).
       01  WS-OCC-IDX                  PIC 9(2).
       01  WS-CUST-IDX                 PIC 9(4).
       01  WS-MATCH-IDX                PIC 9(4).
       01  WS-LOSER-IDX                PIC 9(4).
       01  WS-SURVIVOR-IDX             PIC 9(4).
       01  WS-JOB-IDX                  PIC 9(3).
       01  WS-SEARCH-CUSTOMER-ID       PIC X(10).
       01  WS-CUSTOMER-FOUND           PIC X(1).
           88  CUSTOMER-FOUND          VALUE "Y".
       01  WS-JOB-FOUND                PIC X(1).
           88  JOB-FOUND               VALUE "Y".
       01  WS-APPENDED-FOUND           PIC X(1).
           88  APPENDED-FOUND          VALUE "Y".
       01  WS-PAIR-MOVED               PIC X(1).
           88  PAIR-MOVED              VALUE "Y".
       01  WS-MAX-ACCT-COUNT           PIC 9(2).

       01  WS-SNAPSHOT-TS              PIC X(16).
       01  WS-LOW-WINDOW-TS            PIC X(16) VALUE HIGH-VALUES.
       01  WS-HIGH-WINDOW-TS           PIC X(16) VALUE LOW-VALUES.
       01  WS-WINDOW-START-TS          PIC X(16).
       01  WS-WINDOW-END-TS            PIC X(16).

      *    CUSTAUDT writes balances through a -(13)9.99 edit; the
      *    redefinition reads them back into an amount.
       01  WS-AUDIT-VALUE.
           05  WS-AUDIT-VALUE-TEXT     PIC X(17).
           05  WS-AUDIT-VALUE-EDIT REDEFINES WS-AUDIT-VALUE-TEXT
                                       PIC -(13)9.99.
       01  WS-AUDIT-BEFORE-AMOUNT      PIC S9(13)V99 COMP-3.
       01  WS-AUDIT-AFTER-AMOUNT       PIC S9(13)V99 COMP-3.
       01  WS-AUDIT-DELTA              PIC S9(13)V99 COMP-3.

       01  WS-ACCT-OPENING             PIC S9(13)V99 COMP-3.
       01  WS-ACCT-CLOSING             PIC S9(13)V99 COMP-3.
       01  WS-ACCT-EXPECTED            PIC S9(13)V99 COMP-3.
       01  WS-ACCT-RESIDUAL            PIC S9(13)V99 COMP-3.
       01  WS-ACCT-OPEN-FLAG           PIC X(1).
           88  ACCT-ON-PRIOR           VALUE "Y".
       01  WS-ACCT-CLOSE-FLAG          PIC X(1).
           88  ACCT-ON-CURRENT         VALUE "Y".

       01  WS-BOOK-OPENING             PIC S9(15)V99 COMP-3
                                       VALUE ZERO.
       01  WS-BOOK-INTEREST            PIC S9(15)V99 COMP-3
                                       VALUE ZERO.
       01  WS-BOOK-INTEREST-AUDITED    PIC S9(15)V99 COMP-3
                                       VALUE ZERO.
       01  WS-BOOK-MERGE-IN            PIC S9(15)V99 COMP-3
                                       VALUE ZERO.
       01  WS-BOOK-MERGE-OUT           PIC S9(15)V99 COMP-3
                                       VALUE ZERO.
       01  WS-BOOK-EXPECTED            PIC S9(15)V99 COMP-3
                                       VALUE ZERO.
       01  WS-BOOK-CLOSING             PIC S9(15)V99 COMP-3
                                       VALUE ZERO.
       01  WS-BOOK-RESIDUAL            PIC S9(15)V99 COMP-3
                                       VALUE ZERO.

       01  WS-PRIOR-SNAPSHOT-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-CURRENT-SNAPSHOT-COUNT   PIC 9(9) VALUE ZERO.
       01  WS-INTEREST-APPLIED-COUNT   PIC 9(9) VALUE ZERO.
       01  WS-INTEREST-REJECTED-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-AUDIT-APPLIED-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-AUDIT-CAPI-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-AUDIT-MERGE-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-AUDIT-OUTSIDE-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-PAIRS-READ-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-PAIRS-APPLIED-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-ACCOUNTS-PROVED-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-RESIDUAL-COUNT           PIC 9(9) VALUE ZERO.

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(36) VALUE
               "BALANCE ROLL-FORWARD PROOF          ".
           05  WS-HDR-PRIOR-YM         PIC 9(6).
           05  FILLER                  PIC X(4) VALUE " TO ".
           05  WS-HDR-CURRENT-YM       PIC 9(6).
           05  FILLER                  PIC X(80) VALUE SPACES.
       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(36) VALUE
               "INTEREST ACCRUAL MONTH              ".
           05  WS-HDR-ACCRUAL-YM       PIC 9(6).
           05  FILLER                  PIC X(20) VALUE
               "   CAPITALIZE JOB   ".
           05  WS-HDR-CAPI-JOB-ID      PIC X(8).
           05  FILLER                  PIC X(16) VALUE
               "   MERGE JOB    ".
           05  WS-HDR-MERG-JOB-ID      PIC X(8).
           05  FILLER                  PIC X(38) VALUE SPACES.
       01  WS-REPORT-EXCEPTION-HDR.
           05  FILLER                  PIC X(48) VALUE
               "UNEXPLAINED RESIDUALS (SOURCE-SYSTEM POSTINGS)  ".
           05  FILLER                  PIC X(84) VALUE SPACES.
       01  WS-REPORT-COLUMN-HDR.
           05  FILLER                  PIC X(11) VALUE "CUSTOMER-ID".
           05  FILLER                  PIC X(8)  VALUE "ACCT RSN".
           05  FILLER                  PIC X(16) VALUE
               "         OPENING".
           05  FILLER                  PIC X(16) VALUE
               "    CAP INTEREST".
           05  FILLER                  PIC X(16) VALUE
               "  MERGE TRANSFER".
           05  FILLER                  PIC X(16) VALUE
               "    AUDITED CHGS".
           05  FILLER                  PIC X(16) VALUE
               "        EXPECTED".
           05  FILLER                  PIC X(16) VALUE
               "         CLOSING".
           05  FILLER                  PIC X(16) VALUE
               "        RESIDUAL".
           05  FILLER                  PIC X(1) VALUE SPACES.
       01  WS-REPORT-DETAIL.
           05  WS-DTL-CUSTOMER-ID      PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DTL-OCCURRENCE       PIC Z9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DTL-REASON           PIC X(4).
           05  WS-DTL-OPENING          PIC -(11)9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DTL-INTEREST         PIC -(11)9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DTL-MERGE            PIC -(11)9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DTL-AUDITED          PIC -(11)9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DTL-EXPECTED         PIC -(11)9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DTL-CLOSING          PIC -(11)9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DTL-RESIDUAL         PIC -(11)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
       01  WS-REPORT-SUMMARY-HDR.
           05  FILLER                  PIC X(30) VALUE
               "ROLL-FORWARD BY SOURCE        ".
           05  FILLER                  PIC X(102) VALUE SPACES.
       01  WS-REPORT-SUMMARY-AMT.
           05  WS-SUM-AMT-LABEL        PIC X(30).
           05  WS-SUM-AMT-VALUE        PIC -(13)9.99.
           05  FILLER                  PIC X(85) VALUE SPACES.
       01  WS-REPORT-JOB-LABEL.
           05  FILLER                  PIC X(21) VALUE
               "  AUDITED CHGS, JOB  ".
           05  WS-JBL-JOB-ID           PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
       01  WS-REPORT-TOTAL.
           05  WS-TOT-LABEL            PIC X(30).
           05  WS-TOT-COUNT            PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(93) VALUE SPACES.
       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-CURRENT-YEAR-MONTH       PIC 9(6).
       01  LS-PRIOR-YEAR-MONTH         PIC 9(6).
       01  LS-ACCRUAL-YEAR-MONTH       PIC 9(6).
       01  LS-CAPI-JOB-ID              PIC X(8).
       01  LS-MERG-JOB-ID              PIC X(8).

       PROCEDURE DIVISION USING LS-CURRENT-YEAR-MONTH
                                 LS-PRIOR-YEAR-MONTH
                                 LS-ACCRUAL-YEAR-MONTH
                                 LS-CAPI-JOB-ID
                                 LS-MERG-JOB-ID.

       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TS

           OPEN INPUT CUSTOMER-HISTORY-FILE
           IF WS-CUSTOMER-HISTORY-STATUS NOT = "00"
               DISPLAY "CUSTRLFW: OPEN CUSTHIST FAILED, STATUS="
                       WS-CUSTOMER-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ACCRUAL-DETAIL-FILE
           IF WS-ACCRUAL-DETAIL-STATUS NOT = "00"
               DISPLAY "CUSTRLFW: OPEN ACRDTL FAILED, STATUS="
                       WS-ACCRUAL-DETAIL-STATUS
               CLOSE CUSTOMER-HISTORY-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CUSTOMER-AUDIT-FILE
           IF WS-CUSTOMER-AUDIT-STATUS NOT = "00"
               DISPLAY "CUSTRLFW: OPEN CUSTAUD FAILED, STATUS="
                       WS-CUSTOMER-AUDIT-STATUS
               CLOSE CUSTOMER-HISTORY-FILE
               CLOSE ACCRUAL-DETAIL-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT MERGE-CONFIRMED-FILE
           IF WS-MERGE-CONFIRMED-STATUS = "35"
      *        No merges confirmed this month -- nothing to pair.
               SET END-OF-PAIRS TO TRUE
           ELSE
               IF WS-MERGE-CONFIRMED-STATUS NOT = "00"
                   DISPLAY "CUSTRLFW: OPEN MRGCONF FAILED, STATUS="
                           WS-MERGE-CONFIRMED-STATUS
                   CLOSE CUSTOMER-HISTORY-FILE
                   CLOSE ACCRUAL-DETAIL-FILE
                   CLOSE CUSTOMER-AUDIT-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN OUTPUT ROLL-FORWARD-EXCEPTION-FILE
           IF WS-ROLL-FORWARD-EXCP-STATUS NOT = "00"
               DISPLAY "CUSTRLFW: OPEN RLFEXCP FAILED, STATUS="
                       WS-ROLL-FORWARD-EXCP-STATUS
               CLOSE CUSTOMER-HISTORY-FILE
               CLOSE ACCRUAL-DETAIL-FILE
               CLOSE CUSTOMER-AUDIT-FILE
               IF NOT END-OF-PAIRS
                   CLOSE MERGE-CONFIRMED-FILE
               END-IF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ROLL-FORWARD-REPORT-FILE
           IF WS-ROLL-FORWARD-RPT-STATUS NOT = "00"
               DISPLAY "CUSTRLFW: OPEN RLFWRPT FAILED, STATUS="
                       WS-ROLL-FORWARD-RPT-STATUS
               CLOSE CUSTOMER-HISTORY-FILE
               CLOSE ACCRUAL-DETAIL-FILE
               CLOSE CUSTOMER-AUDIT-FILE
               IF NOT END-OF-PAIRS
                   CLOSE MERGE-CONFIRMED-FILE
               END-IF
               CLOSE ROLL-FORWARD-EXCEPTION-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL END-OF-HISTORY
               READ CUSTOMER-HISTORY-FILE
                   AT END
                       SET END-OF-HISTORY TO TRUE
                   NOT AT END
                       PERFORM 1000-TABLE-SNAPSHOT
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-HISTORY-FILE

      *    Customers missing from one snapshot take the book-wide
      *    window edge on that side.
           IF WS-LOW-WINDOW-TS = HIGH-VALUES
               MOVE LOW-VALUES TO WS-LOW-WINDOW-TS
           END-IF
           IF WS-HIGH-WINDOW-TS = LOW-VALUES
               MOVE HIGH-VALUES TO WS-HIGH-WINDOW-TS
           END-IF

           PERFORM UNTIL END-OF-DETAIL
               READ ACCRUAL-DETAIL-FILE
                   AT END
                       SET END-OF-DETAIL TO TRUE
                   NOT AT END
                       PERFORM 2000-APPLY-INTEREST
               END-READ
           END-PERFORM
           CLOSE ACCRUAL-DETAIL-FILE

           PERFORM UNTIL END-OF-AUDIT
               READ CUSTOMER-AUDIT-FILE
                   AT END
                       SET END-OF-AUDIT TO TRUE
                   NOT AT END
                       PERFORM 3000-APPLY-AUDIT-RECORD
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-AUDIT-FILE

           IF WS-MERGE-CONFIRMED-STATUS NOT = "35"
               PERFORM UNTIL END-OF-PAIRS
                   READ MERGE-CONFIRMED-FILE
                       AT END
                           SET END-OF-PAIRS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-PAIRS-READ-COUNT
                           PERFORM 4000-APPLY-MERGE-PAIR
                   END-READ
               END-PERFORM
               CLOSE MERGE-CONFIRMED-FILE
           END-IF

           IF CUSTOMER-TABLE-FULL OR JOB-TABLE-FULL
      *        A proof over part of the book proves nothing.
               DISPLAY "CUSTRLFW: CUSTOMER OR JOB TABLE FULL, "
                       "PROOF NOT PRODUCED"
               CLOSE ROLL-FORWARD-EXCEPTION-FILE
               CLOSE ROLL-FORWARD-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 5000-WRITE-REPORT-HEADERS
           PERFORM 6000-PROVE-ONE-CUSTOMER
               VARYING WS-CUST-IDX FROM 1 BY 1
               UNTIL WS-CUST-IDX > WS-CUSTOMER-COUNT
           PERFORM 7000-WRITE-SOURCE-SUMMARY
           PERFORM 8000-WRITE-REPORT-TOTALS

           CLOSE ROLL-FORWARD-EXCEPTION-FILE
           CLOSE ROLL-FORWARD-REPORT-FILE

           DISPLAY "CUSTRLFW: CUSTOMERS=" WS-CUSTOMER-COUNT
                   " ACCOUNTS=" WS-ACCOUNTS-PROVED-COUNT
                   " RESIDUALS=" WS-RESIDUAL-COUNT
           IF WS-RESIDUAL-COUNT NOT = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-TABLE-SNAPSHOT.
           IF CAH-SNAPSHOT-YEAR-MONTH = LS-PRIOR-YEAR-MONTH
               PERFORM 1100-TABLE-PRIOR-SNAPSHOT
           ELSE
               IF CAH-SNAPSHOT-YEAR-MONTH = LS-CURRENT-YEAR-MONTH
                   PERFORM 1200-TABLE-CURRENT-SNAPSHOT
               END-IF
           END-IF.

       1100-TABLE-PRIOR-SNAPSHOT.
           ADD 1 TO WS-PRIOR-SNAPSHOT-COUNT
           MOVE CAH-CUSTOMER-ID TO WS-SEARCH-CUSTOMER-ID
           PERFORM 1600-LOCATE-OR-ADD-CUSTOMER
           IF CUSTOMER-FOUND
               MOVE CAH-SNAPSHOT-TS (1:16) TO WS-SNAPSHOT-TS
               MOVE "Y" TO WS-RF-IN-PRIOR (WS-MATCH-IDX)
               MOVE WS-SNAPSHOT-TS TO WS-RF-PRIOR-TS (WS-MATCH-IDX)
               MOVE CAH-ACCT-COUNT
                 TO WS-RF-PRIOR-COUNT (WS-MATCH-IDX)
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > CAH-ACCT-COUNT
                   MOVE CAH-ACCT-BALANCE (WS-IDX)
                     TO WS-RF-OPENING (WS-MATCH-IDX WS-IDX)
               END-PERFORM
               MOVE CAH-ACCT-COUNT TO WS-OCC-IDX
               PERFORM 1700-NOTE-OCCURRENCE
               IF WS-SNAPSHOT-TS < WS-LOW-WINDOW-TS
                   MOVE WS-SNAPSHOT-TS TO WS-LOW-WINDOW-TS
               END-IF
           END-IF.

       1200-TABLE-CURRENT-SNAPSHOT.
           ADD 1 TO WS-CURRENT-SNAPSHOT-COUNT
           MOVE CAH-CUSTOMER-ID TO WS-SEARCH-CUSTOMER-ID
           PERFORM 1600-LOCATE-OR-ADD-CUSTOMER
           IF CUSTOMER-FOUND
               MOVE CAH-SNAPSHOT-TS (1:16) TO WS-SNAPSHOT-TS
               MOVE "Y" TO WS-RF-IN-CURRENT (WS-MATCH-IDX)
               MOVE WS-SNAPSHOT-TS TO WS-RF-CURRENT-TS (WS-MATCH-IDX)
               MOVE CAH-ACCT-COUNT
                 TO WS-RF-CURRENT-COUNT (WS-MATCH-IDX)
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > CAH-ACCT-COUNT
                   MOVE CAH-ACCT-BALANCE (WS-IDX)
                     TO WS-RF-CLOSING (WS-MATCH-IDX WS-IDX)
               END-PERFORM
               MOVE CAH-ACCT-COUNT TO WS-OCC-IDX
               PERFORM 1700-NOTE-OCCURRENCE
               IF WS-SNAPSHOT-TS > WS-HIGH-WINDOW-TS
                   MOVE WS-SNAPSHOT-TS TO WS-HIGH-WINDOW-TS
               END-IF
           END-IF.

       1500-FIND-CUSTOMER.
           MOVE "N" TO WS-CUSTOMER-FOUND
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUSTOMER-COUNT
                   OR CUSTOMER-FOUND
               IF WS-RF-CUSTOMER-ID (WS-CUST-IDX)
                   = WS-SEARCH-CUSTOMER-ID
                   SET CUSTOMER-FOUND TO TRUE
                   MOVE WS-CUST-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM.

       1600-LOCATE-OR-ADD-CUSTOMER.
           PERFORM 1500-FIND-CUSTOMER
           IF NOT CUSTOMER-FOUND
               IF WS-CUSTOMER-COUNT < 5000
                   ADD 1 TO WS-CUSTOMER-COUNT
                   MOVE WS-CUSTOMER-COUNT TO WS-MATCH-IDX
                   INITIALIZE WS-CUSTOMER-ENTRY (WS-MATCH-IDX)
                   MOVE WS-SEARCH-CUSTOMER-ID
                     TO WS-RF-CUSTOMER-ID (WS-MATCH-IDX)
                   MOVE "N" TO WS-RF-IN-PRIOR (WS-MATCH-IDX)
                   MOVE "N" TO WS-RF-IN-CURRENT (WS-MATCH-IDX)
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > 8
                       MOVE "N" TO WS-RF-APPENDED (WS-MATCH-IDX WS-IDX)
                       MOVE "N" TO WS-RF-CONSUMED (WS-MATCH-IDX WS-IDX)
                   END-PERFORM
                   SET CUSTOMER-FOUND TO TRUE
               ELSE
                   IF NOT CUSTOMER-TABLE-FULL
                       DISPLAY "CUSTRLFW: CUSTOMER TABLE FULL AT "
                               WS-SEARCH-CUSTOMER-ID
                   END-IF
                   SET CUSTOMER-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       1700-NOTE-OCCURRENCE.
      *    Highest occurrence any source touched -- the proof walks
      *    every one of them, so an account present on neither
      *    snapshot but posted to still gets proved.
           IF WS-OCC-IDX > WS-RF-HIGH-OCCURRENCE (WS-MATCH-IDX)
               MOVE WS-OCC-IDX TO WS-RF-HIGH-OCCURRENCE (WS-MATCH-IDX)
           END-IF.

       1800-SET-CUSTOMER-WINDOW.
           IF WS-RF-IN-PRIOR (WS-MATCH-IDX) = "Y"
               MOVE WS-RF-PRIOR-TS (WS-MATCH-IDX) TO WS-WINDOW-START-TS
           ELSE
               MOVE WS-LOW-WINDOW-TS TO WS-WINDOW-START-TS
           END-IF
           IF WS-RF-IN-CURRENT (WS-MATCH-IDX) = "Y"
               MOVE WS-RF-CURRENT-TS (WS-MATCH-IDX) TO WS-WINDOW-END-TS
           ELSE
               MOVE WS-HIGH-WINDOW-TS TO WS-WINDOW-END-TS
           END-IF.

       2000-APPLY-INTEREST.
           IF AD-ACCRUAL-YEAR-MONTH NOT = LS-ACCRUAL-YEAR-MONTH
      *        ACRDTL can carry several months; only the month the
      *        caller says CUSTCAPI capitalized belongs here.
               CONTINUE
           ELSE
               IF AD-OCCURRENCE-INDEX < 1 OR AD-OCCURRENCE-INDEX > 8
                   ADD 1 TO WS-INTEREST-REJECTED-COUNT
               ELSE
                   MOVE AD-CUSTOMER-ID TO WS-SEARCH-CUSTOMER-ID
                   PERFORM 1600-LOCATE-OR-ADD-CUSTOMER
                   IF CUSTOMER-FOUND
                       MOVE AD-OCCURRENCE-INDEX TO WS-OCC-IDX
                       ADD AD-ACCRUED-INTEREST
                         TO WS-RF-INTEREST (WS-MATCH-IDX WS-OCC-IDX)
                       ADD AD-ACCRUED-INTEREST TO WS-BOOK-INTEREST
                       ADD 1 TO WS-INTEREST-APPLIED-COUNT
                       PERFORM 1700-NOTE-OCCURRENCE
                   END-IF
               END-IF
           END-IF.

       3000-APPLY-AUDIT-RECORD.
           IF CA-FIELD-NAME NOT = "CUSTOMER-ACCT-BALANCE"
               CONTINUE
           ELSE
               IF CA-OCCURRENCE-INDEX < 1 OR CA-OCCURRENCE-INDEX > 8
                   ADD 1 TO WS-AUDIT-OUTSIDE-COUNT
               ELSE
                   MOVE CA-CUSTOMER-ID TO WS-SEARCH-CUSTOMER-ID
                   PERFORM 1600-LOCATE-OR-ADD-CUSTOMER
                   IF CUSTOMER-FOUND
                       PERFORM 1800-SET-CUSTOMER-WINDOW
                       IF CA-CHANGE-TS (1:16) NOT > WS-WINDOW-START-TS
                           OR CA-CHANGE-TS (1:16) > WS-WINDOW-END-TS
                           ADD 1 TO WS-AUDIT-OUTSIDE-COUNT
                       ELSE
                           PERFORM 3100-APPLY-BALANCE-CHANGE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3100-APPLY-BALANCE-CHANGE.
      *    A blank before value is an occurrence the rewrite added; a
      *    blank after value is one it dropped.
           IF CA-BEFORE-VALUE = SPACES
               MOVE ZERO TO WS-AUDIT-BEFORE-AMOUNT
           ELSE
               MOVE CA-BEFORE-VALUE (1:17) TO WS-AUDIT-VALUE-TEXT
               MOVE WS-AUDIT-VALUE-EDIT TO WS-AUDIT-BEFORE-AMOUNT
           END-IF
           IF CA-AFTER-VALUE = SPACES
               MOVE ZERO TO WS-AUDIT-AFTER-AMOUNT
           ELSE
               MOVE CA-AFTER-VALUE (1:17) TO WS-AUDIT-VALUE-TEXT
               MOVE WS-AUDIT-VALUE-EDIT TO WS-AUDIT-AFTER-AMOUNT
           END-IF
           COMPUTE WS-AUDIT-DELTA =
               WS-AUDIT-AFTER-AMOUNT - WS-AUDIT-BEFORE-AMOUNT
           MOVE CA-OCCURRENCE-INDEX TO WS-OCC-IDX
           PERFORM 1700-NOTE-OCCURRENCE

           IF CA-JOB-ID = LS-CAPI-JOB-ID
      *        Already counted from ACRDTL; kept only as a cross
      *        check on what CUSTCAPI actually posted.
               ADD 1 TO WS-AUDIT-CAPI-COUNT
               ADD WS-AUDIT-DELTA TO WS-BOOK-INTEREST-AUDITED
           ELSE
               IF CA-JOB-ID = LS-MERG-JOB-ID
                   ADD 1 TO WS-AUDIT-MERGE-COUNT
                   ADD WS-AUDIT-DELTA
                     TO WS-RF-MERGE (WS-MATCH-IDX WS-OCC-IDX)
                   ADD WS-AUDIT-DELTA TO WS-BOOK-MERGE-IN
                   IF CA-BEFORE-VALUE = SPACES
                       MOVE "Y"
                         TO WS-RF-APPENDED (WS-MATCH-IDX WS-OCC-IDX)
                   END-IF
               ELSE
                   ADD 1 TO WS-AUDIT-APPLIED-COUNT
                   ADD WS-AUDIT-DELTA
                     TO WS-RF-AUDITED (WS-MATCH-IDX WS-OCC-IDX)
                   PERFORM 3200-ADD-TO-JOB-TOTAL
               END-IF
           END-IF.

       3200-ADD-TO-JOB-TOTAL.
           MOVE "N" TO WS-JOB-FOUND
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
                   OR JOB-FOUND
               IF WS-JB-JOB-ID (WS-JOB-IDX) = CA-JOB-ID
                   SET JOB-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF JOB-FOUND
               SUBTRACT 1 FROM WS-JOB-IDX
           ELSE
               IF WS-JOB-COUNT < 50
                   ADD 1 TO WS-JOB-COUNT
                   MOVE WS-JOB-COUNT TO WS-JOB-IDX
                   MOVE CA-JOB-ID TO WS-JB-JOB-ID (WS-JOB-IDX)
                   MOVE ZERO TO WS-JB-RECORD-COUNT (WS-JOB-IDX)
                   MOVE ZERO TO WS-JB-AMOUNT (WS-JOB-IDX)
                   SET JOB-FOUND TO TRUE
               ELSE
                   IF NOT JOB-TABLE-FULL
                       DISPLAY "CUSTRLFW: JOB TABLE FULL AT "
                               CA-JOB-ID
                   END-IF
                   SET JOB-TABLE-FULL TO TRUE
               END-IF
           END-IF
           IF JOB-FOUND
               ADD 1 TO WS-JB-RECORD-COUNT (WS-JOB-IDX)
               ADD WS-AUDIT-DELTA TO WS-JB-AMOUNT (WS-JOB-IDX)
           END-IF.

       4000-APPLY-MERGE-PAIR.
      *    Only a pair CUSTMERG actually executed moves money: the
      *    loser had a prior balance and is gone from the current
      *    snapshot, and the survivor carries appended occurrences
      *    under the merge job.  An abandoned pair fails the first
      *    two tests and transfers nothing.
           MOVE MC-CUSTOMER-ID-2 TO WS-SEARCH-CUSTOMER-ID
           PERFORM 1500-FIND-CUSTOMER
           IF NOT CUSTOMER-FOUND
               CONTINUE
           ELSE
               IF WS-RF-IN-PRIOR (WS-MATCH-IDX) NOT = "Y"
                   OR WS-RF-IN-CURRENT (WS-MATCH-IDX) = "Y"
                   CONTINUE
               ELSE
                   MOVE WS-MATCH-IDX TO WS-LOSER-IDX
                   MOVE MC-CUSTOMER-ID-1 TO WS-SEARCH-CUSTOMER-ID
                   PERFORM 1500-FIND-CUSTOMER
                   IF CUSTOMER-FOUND
                       MOVE WS-MATCH-IDX TO WS-SURVIVOR-IDX
                       MOVE "N" TO WS-PAIR-MOVED
                       MOVE 1 TO WS-OCC-IDX
                       MOVE "Y" TO WS-APPENDED-FOUND
                       PERFORM 4100-TRANSFER-LOSER-ACCOUNT
                           VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX
                               > WS-RF-PRIOR-COUNT (WS-LOSER-IDX)
                           OR NOT APPENDED-FOUND
                       IF PAIR-MOVED
                           ADD 1 TO WS-PAIRS-APPLIED-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       4100-TRANSFER-LOSER-ACCOUNT.
      *    The loser's occurrence WS-IDX went out as the survivor's
      *    next appended occurrence not yet paired -- same amount,
      *    opposite sign.
           MOVE "N" TO WS-APPENDED-FOUND
           PERFORM UNTIL WS-OCC-IDX > 8 OR APPENDED-FOUND
               IF WS-RF-APPENDED (WS-SURVIVOR-IDX WS-OCC-IDX) = "Y"
                   AND WS-RF-CONSUMED (WS-SURVIVOR-IDX WS-OCC-IDX)
                       NOT = "Y"
                   SET APPENDED-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-OCC-IDX
               END-IF
           END-PERFORM
           IF APPENDED-FOUND
               MOVE "Y" TO WS-RF-CONSUMED (WS-SURVIVOR-IDX WS-OCC-IDX)
               SUBTRACT WS-RF-MERGE (WS-SURVIVOR-IDX WS-OCC-IDX)
                   FROM WS-RF-MERGE (WS-LOSER-IDX WS-IDX)
               SUBTRACT WS-RF-MERGE (WS-SURVIVOR-IDX WS-OCC-IDX)
                   FROM WS-BOOK-MERGE-OUT
               SET PAIR-MOVED TO TRUE
           END-IF.

       5000-WRITE-REPORT-HEADERS.
           MOVE LS-PRIOR-YEAR-MONTH TO WS-HDR-PRIOR-YM
           MOVE LS-CURRENT-YEAR-MONTH TO WS-HDR-CURRENT-YM
           MOVE WS-REPORT-HEADER-1 TO ROLL-FORWARD-REPORT-LINE
           WRITE ROLL-FORWARD-REPORT-LINE
           MOVE LS-ACCRUAL-YEAR-MONTH TO WS-HDR-ACCRUAL-YM
           MOVE LS-CAPI-JOB-ID TO WS-HDR-CAPI-JOB-ID
           MOVE LS-MERG-JOB-ID TO WS-HDR-MERG-JOB-ID
           MOVE WS-REPORT-HEADER-2 TO ROLL-FORWARD-REPORT-LINE
           WRITE ROLL-FORWARD-REPORT-LINE
           MOVE WS-BLANK-LINE TO ROLL-FORWARD-REPORT-LINE
           WRITE ROLL-FORWARD-REPORT-LINE
           MOVE WS-REPORT-EXCEPTION-HDR TO ROLL-FORWARD-REPORT-LINE
           WRITE ROLL-FORWARD-REPORT-LINE
           MOVE WS-REPORT-COLUMN-HDR TO ROLL-FORWARD-REPORT-LINE
           WRITE ROLL-FORWARD-REPORT-LINE.

       6000-PROVE-ONE-CUSTOMER.
           MOVE WS-CUST-IDX TO WS-MATCH-IDX
           MOVE WS-RF-HIGH-OCCURRENCE (WS-MATCH-IDX)
             TO WS-MAX-ACCT-COUNT
           PERFORM 6100-PROVE-ONE-ACCOUNT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-MAX-ACCT-COUNT.

       6100-PROVE-ONE-ACCOUNT.
           MOVE "N" TO WS-ACCT-OPEN-FLAG
           MOVE "N" TO WS-ACCT-CLOSE-FLAG
           MOVE ZERO TO WS-ACCT-OPENING
           MOVE ZERO TO WS-ACCT-CLOSING
           IF WS-RF-IN-PRIOR (WS-MATCH-IDX) = "Y"
               AND WS-IDX NOT > WS-RF-PRIOR-COUNT (WS-MATCH-IDX)
               SET ACCT-ON-PRIOR TO TRUE
               MOVE WS-RF-OPENING (WS-MATCH-IDX WS-IDX)
                 TO WS-ACCT-OPENING
           END-IF
           IF WS-RF-IN-CURRENT (WS-MATCH-IDX) = "Y"
               AND WS-IDX NOT > WS-RF-CURRENT-COUNT (WS-MATCH-IDX)
               SET ACCT-ON-CURRENT TO TRUE
               MOVE WS-RF-CLOSING (WS-MATCH-IDX WS-IDX)
                 TO WS-ACCT-CLOSING
           END-IF

           COMPUTE WS-ACCT-EXPECTED =
               WS-ACCT-OPENING
               + WS-RF-INTEREST (WS-MATCH-IDX WS-IDX)
               + WS-RF-MERGE (WS-MATCH-IDX WS-IDX)
               + WS-RF-AUDITED (WS-MATCH-IDX WS-IDX)
           COMPUTE WS-ACCT-RESIDUAL =
               WS-ACCT-CLOSING - WS-ACCT-EXPECTED

           ADD 1 TO WS-ACCOUNTS-PROVED-COUNT
           ADD WS-ACCT-OPENING TO WS-BOOK-OPENING
           ADD WS-ACCT-EXPECTED TO WS-BOOK-EXPECTED
           ADD WS-ACCT-CLOSING TO WS-BOOK-CLOSING
           ADD WS-ACCT-RESIDUAL TO WS-BOOK-RESIDUAL

           IF WS-ACCT-RESIDUAL NOT = ZERO
               ADD 1 TO WS-RESIDUAL-COUNT
               PERFORM 6200-WRITE-RESIDUAL
           END-IF.

       6200-WRITE-RESIDUAL.
      *    NEWA -- account on the current snapshot only, opened by
      *    the source system; GONE -- on the prior snapshot only,
      *    closed outside our batch; RESD -- anything else.
           IF ACCT-ON-CURRENT AND NOT ACCT-ON-PRIOR
               MOVE "NEWA" TO RFX-REASON-CODE
           ELSE
               IF ACCT-ON-PRIOR AND NOT ACCT-ON-CURRENT
                   MOVE "GONE" TO RFX-REASON-CODE
               ELSE
                   MOVE "RESD" TO RFX-REASON-CODE
               END-IF
           END-IF

           MOVE WS-RF-CUSTOMER-ID (WS-MATCH-IDX) TO RFX-CUSTOMER-ID
           MOVE WS-IDX TO RFX-OCCURRENCE-INDEX
           MOVE LS-PRIOR-YEAR-MONTH TO RFX-PRIOR-YEAR-MONTH
           MOVE LS-CURRENT-YEAR-MONTH TO RFX-CURRENT-YEAR-MONTH
           MOVE WS-ACCT-OPENING TO RFX-OPENING-BALANCE
           MOVE WS-RF-INTEREST (WS-MATCH-IDX WS-IDX)
             TO RFX-INTEREST-AMOUNT
           MOVE WS-RF-MERGE (WS-MATCH-IDX WS-IDX) TO RFX-MERGE-AMOUNT
           MOVE WS-RF-AUDITED (WS-MATCH-IDX WS-IDX)
             TO RFX-AUDITED-AMOUNT
           MOVE WS-ACCT-EXPECTED TO RFX-EXPECTED-BALANCE
           MOVE WS-ACCT-CLOSING TO RFX-CLOSING-BALANCE
           MOVE WS-ACCT-RESIDUAL TO RFX-RESIDUAL-AMOUNT
           MOVE WS-CURRENT-TS TO RFX-DETECTED-TS
           WRITE ROLL-FORWARD-EXCEPTION-RCD

           MOVE RFX-CUSTOMER-ID TO WS-DTL-CUSTOMER-ID
           MOVE WS-IDX TO WS-DTL-OCCURRENCE
           MOVE RFX-REASON-CODE TO WS-DTL-REASON
           MOVE RFX-OPENING-BALANCE TO WS-DTL-OPENING
           MOVE RFX-INTEREST-AMOUNT TO WS-DTL-INTEREST
           MOVE RFX-MERGE-AMOUNT TO WS-DTL-MERGE
           MOVE RFX-AUDITED-AMOUNT TO WS-DTL-AUDITED
           MOVE RFX-EXPECTED-BALANCE TO WS-DTL-EXPECTED
           MOVE RFX-CLOSING-BALANCE TO WS-DTL-CLOSING
           MOVE RFX-RESIDUAL-AMOUNT TO WS-DTL-RESIDUAL
           MOVE WS-REPORT-DETAIL TO ROLL-FORWARD-REPORT-LINE
           WRITE ROLL-FORWARD-REPORT-LINE.

       7000-WRITE-SOURCE-SUMMARY.
           MOVE WS-BLANK-LINE TO ROLL-FORWARD-REPORT-LINE
           WRITE ROLL-FORWARD-REPORT-LINE
           MOVE WS-REPORT-SUMMARY-HDR TO ROLL-FORWARD-REPORT-LINE
           WRITE ROLL-FORWARD-REPORT-LINE

           MOVE "OPENING BALANCE (PRIOR SNAP) "
             TO WS-SUM-AMT-LABEL
           MOVE WS-BOOK-OPENING TO WS-SUM-AMT-VALUE
           PERFORM 7100-WRITE-SUMMARY-AMT
           MOVE "  CAPITALIZED INTEREST       "
             TO WS-SUM-AMT-LABEL
           MOVE WS-BOOK-INTEREST TO WS-SUM-AMT-VALUE
           PERFORM 7100-WRITE-SUMMARY-AMT
           MOVE "  MERGE TRANSFERS IN         "
             TO WS-SUM-AMT-LABEL
           MOVE WS-BOOK-MERGE-IN TO WS-SUM-AMT-VALUE
           PERFORM 7100-WRITE-SUMMARY-AMT
           MOVE "  MERGE TRANSFERS OUT        "
             TO WS-SUM-AMT-LABEL
           MOVE WS-BOOK-MERGE-OUT TO WS-SUM-AMT-VALUE
           PERFORM 7100-WRITE-SUMMARY-AMT
           PERFORM 7200-WRITE-JOB-LINE
               VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > WS-JOB-COUNT
           MOVE "EXPECTED CLOSING BALANCE     "
             TO WS-SUM-AMT-LABEL
           MOVE WS-BOOK-EXPECTED TO WS-SUM-AMT-VALUE
           PERFORM 7100-WRITE-SUMMARY-AMT
           MOVE "CLOSING BALANCE (CURR SNAP)  "
             TO WS-SUM-AMT-LABEL
           MOVE WS-BOOK-CLOSING TO WS-SUM-AMT-VALUE
           PERFORM 7100-WRITE-SUMMARY-AMT
           MOVE "UNEXPLAINED (SOURCE POSTINGS)"
             TO WS-SUM-AMT-LABEL
           MOVE WS-BOOK-RESIDUAL TO WS-SUM-AMT-VALUE
           PERFORM 7100-WRITE-SUMMARY-AMT

           MOVE WS-BLANK-LINE TO ROLL-FORWARD-REPORT-LINE
           WRITE ROLL-FORWARD-REPORT-LINE
           MOVE "INTEREST POSTED PER AUDIT    "
             TO WS-SUM-AMT-LABEL
           MOVE WS-BOOK-INTEREST-AUDITED TO WS-SUM-AMT-VALUE
           PERFORM 7100-WRITE-SUMMARY-AMT.

       7100-WRITE-SUMMARY-AMT.
           MOVE WS-REPORT-SUMMARY-AMT TO ROLL-FORWARD-REPORT-LINE
           WRITE ROLL-FORWARD-REPORT-LINE.

       7200-WRITE-JOB-LINE.
           MOVE WS-JB-JOB-ID (WS-JOB-IDX) TO WS-JBL-JOB-ID
           MOVE WS-REPORT-JOB-LABEL TO WS-SUM-AMT-LABEL
           MOVE WS-JB-AMOUNT (WS-JOB-IDX) TO WS-SUM-AMT-VALUE
           PERFORM 7100-WRITE-SUMMARY-AMT.

       8000-WRITE-REPORT-TOTALS.
           MOVE WS-BLANK-LINE TO ROLL-FORWARD-REPORT-LINE
           WRITE ROLL-FORWARD-REPORT-LINE
           MOVE "PRIOR SNAPSHOTS READ          " TO WS-TOT-LABEL
           MOVE WS-PRIOR-SNAPSHOT-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "CURRENT SNAPSHOTS READ        " TO WS-TOT-LABEL
           MOVE WS-CURRENT-SNAPSHOT-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "INTEREST DETAILS APPLIED      " TO WS-TOT-LABEL
           MOVE WS-INTEREST-APPLIED-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "INTEREST DETAILS REJECTED     " TO WS-TOT-LABEL
           MOVE WS-INTEREST-REJECTED-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "CAPITALIZATION AUDIT RECORDS  " TO WS-TOT-LABEL
           MOVE WS-AUDIT-CAPI-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "MERGE AUDIT RECORDS           " TO WS-TOT-LABEL
           MOVE WS-AUDIT-MERGE-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "OTHER AUDIT RECORDS APPLIED   " TO WS-TOT-LABEL
           MOVE WS-AUDIT-APPLIED-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "AUDIT RECORDS OUTSIDE MONTH   " TO WS-TOT-LABEL
           MOVE WS-AUDIT-OUTSIDE-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "MERGE PAIRS READ              " TO WS-TOT-LABEL
           MOVE WS-PAIRS-READ-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "MERGE PAIRS TRANSFERRED       " TO WS-TOT-LABEL
           MOVE WS-PAIRS-APPLIED-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "ACCOUNTS PROVED               " TO WS-TOT-LABEL
           MOVE WS-ACCOUNTS-PROVED-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "ACCOUNTS WITH RESIDUAL        " TO WS-TOT-LABEL
           MOVE WS-RESIDUAL-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE.

       8100-WRITE-TOTAL-LINE.
           MOVE WS-REPORT-TOTAL TO ROLL-FORWARD-REPORT-LINE
           WRITE ROLL-FORWARD-REPORT-LINE.
