       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTTAXR.
      *
      * Year-end interest income tax reporting.  CUSTCAPI posts the
      * interest CUSTACRU accrues onto the customer's balance, which
      * makes it reportable interest income.  For the caller's tax
      * year this program sums AD-ACCRUED-INTEREST across every month
      * and every account occurrence on ACRDTL (the twelve monthly
      * generations are concatenated on the DD), and for each customer
      * at or over the TAX-INT-THRESH reporting threshold (parameter
      * file, as of 31 December of the tax year; 10.00 if none) writes
      * one TAX-RECIPIENT-RCD to TAXRCPT carrying:
      *
      *   - the clear-text name and address off the CUSTMST master,
      *     read through CUSTMINQ;
      *   - the taxpayer id off TINXREF, the taxpayer-id cross
      *     reference keyed by customer id that operations maintains.
      *
      * A customer with no usable taxpayer id, or no longer on the
      * master to address the return to, is held back rather than
      * filed and listed on TAXMISS with the amount held, so the TIN
      * solicitation can go out and the return follow by correction.
      *
      * Every return issued is also appended to TAXHIST, the register
      * of what has been filed.  LS-RETURN-MODE selects the run:
      *
      *   "O"  original returns.  Refused (RC 16) when TAXHIST already
      *        holds returns for the tax year -- a second original
      *        filing would double-report every recipient.
      *   "C"  corrected returns.  The amounts are re-derived and
      *        compared with the latest amount filed per customer on
      *        TAXHIST.  A customer whose reportable amount changed
      *        gets a corrected return (TR-RETURN-TYPE "C") carrying
      *        the new amount and the amount previously filed -- one
      *        that fell under the threshold is corrected to zero.
      *        A customer now reportable who was never filed (a TIN
      *        received since, a late posting) gets a late original.
      *
      * The TAXRPT control page proves the run: every customer with
      * interest in the year lands in exactly one disposition, and
      * the interest across the dispositions must equal the interest
      * read off ACRDTL or the step ends RC 16.  Anything held back
      * ends the step RC 8.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCRUAL-DETAIL-FILE ASSIGN TO "ACRDTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-DETAIL-STATUS.
           SELECT TAXPAYER-XREF-FILE ASSIGN TO "TINXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-CUSTOMER-ID
               FILE STATUS IS WS-TAXPAYER-XREF-STATUS.
           SELECT TAX-HISTORY-FILE ASSIGN TO "TAXHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TAX-HISTORY-STATUS.
           SELECT TAX-RECIPIENT-FILE ASSIGN TO "TAXRCPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TAX-RECIPIENT-STATUS.
           SELECT MISSING-TIN-REPORT-FILE ASSIGN TO "TAXMISS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MISSING-TIN-STATUS.
           SELECT CONTROL-REPORT-FILE ASSIGN TO "TAXRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCRUAL-DETAIL-FILE.
           COPY "acrdtl.cpy".

       FD  TAXPAYER-XREF-FILE.
           COPY "tinxref.cpy".

       FD  TAX-HISTORY-FILE.
           COPY "taxrcpt.cpy"
               REPLACING TAX-RECIPIENT-RCD BY TAX-HISTORY-RCD
                         TR-TAX-YEAR BY TH-TAX-YEAR
                         TR-RETURN-TYPE BY TH-RETURN-TYPE
                         TR-CUSTOMER-ID BY TH-CUSTOMER-ID
                         TR-TAXPAYER-ID BY TH-TAXPAYER-ID
                         TR-TIN-TYPE BY TH-TIN-TYPE
                         TR-LAST-NAME BY TH-LAST-NAME
                         TR-FIRST-NAME BY TH-FIRST-NAME
                         TR-STREET BY TH-STREET
                         TR-CITY BY TH-CITY
                         TR-STATE BY TH-STATE
                         TR-ZIP BY TH-ZIP
                         TR-INTEREST-AMOUNT BY TH-INTEREST-AMOUNT
                         TR-PRIOR-AMOUNT BY TH-PRIOR-AMOUNT
                         TR-JOB-ID BY TH-JOB-ID
                         TR-RUN-ID BY TH-RUN-ID
                         TR-GENERATED-TS BY TH-GENERATED-TS.

       FD  TAX-RECIPIENT-FILE.
           COPY "taxrcpt.cpy".

       FD  MISSING-TIN-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  MISSING-TIN-REPORT-LINE     PIC X(132).

       FD  CONTROL-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  CONTROL-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ACCRUAL-DETAIL-STATUS    PIC X(2).
       01  WS-TAXPAYER-XREF-STATUS     PIC X(2).
       01  WS-TAX-HISTORY-STATUS       PIC X(2).
       01  WS-TAX-RECIPIENT-STATUS     PIC X(2).
       01  WS-MISSING-TIN-STATUS       PIC X(2).
       01  WS-CONTROL-REPORT-STATUS    PIC X(2).
       01  WS-END-OF-DETAIL            PIC X(1) VALUE "N".
           88  END-OF-DETAIL           VALUE "Y".
       01  WS-END-OF-HISTORY           PIC X(1) VALUE "N".
           88  END-OF-HISTORY          VALUE "Y".
       01  WS-XREF-PRESENT             PIC X(1) VALUE "N".
           88  XREF-PRESENT            VALUE "Y".
       01  WS-TAX-TABLE-FULL           PIC X(1) VALUE "N".
           88  TAX-TABLE-FULL          VALUE "Y".
       01  WS-TIN-FOUND                PIC X(1).
           88  TIN-FOUND               VALUE "Y".
       01  WS-ENTRY-FOUND              PIC X(1).
           88  ENTRY-FOUND             VALUE "Y".
       01  WS-ORIGINAL-MODE            PIC X(1) VALUE "N".
           88  ORIGINAL-MODE           VALUE "Y".

      *    One entry per customer with interest in the tax year or a
      *    return already filed for it.
       01  WS-TAX-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-TAX-TABLE.
           05  WS-TAX-ENTRY OCCURS 5000 TIMES.
               10  WS-TAX-CUSTOMER-ID      PIC X(10).
               10  WS-TAX-INTEREST         PIC S9(15)V99 COMP-3.
               10  WS-TAX-FILED-SW         PIC X(1).
                   88  TAX-FILED           VALUE "Y".
               10  WS-TAX-FILED-AMOUNT     PIC S9(13)V99 COMP-3.
       01  WS-TAX-IDX                  PIC 9(4).
       01  WS-FOUND-IDX                PIC 9(4) VALUE ZERO.
       01  WS-SCAN-CUSTOMER-ID         PIC X(10).

       01  WS-MINQ-FUNCTION            PIC X(1).
       01  WS-MINQ-CUSTOMER-ID         PIC X(10).
       01  WS-MINQ-IMAGE               PIC X(254).
       01  WS-MINQ-RETURN-CODE         PIC 9(2).

       01  WS-CONTAINER.
           COPY "test3.cpy".

       01  WS-PARM-NAME                PIC X(16).
       01  WS-AS-OF-DATE               PIC 9(8).
       01  WS-PARM-VALUE               PIC S9(9)V9(4).
       01  WS-PARM-RETURN-CODE         PIC 9(2).
       01  WS-TAX-THRESHOLD            PIC S9(9)V99 VALUE 10.00.

       01  WS-REPORT-AMOUNT            PIC S9(13)V99 COMP-3.
       01  WS-RETURN-TYPE              PIC X(1).
       01  WS-PRIOR-AMOUNT             PIC S9(13)V99 COMP-3.
       01  WS-HOLD-REASON              PIC X(30).

       01  WS-DETAIL-YEAR-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-DETAIL-OTHER-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-FILED-READ-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-INTEREST-CUST-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-INTEREST-TOTAL           PIC S9(15)V99 COMP-3
                                       VALUE ZERO.
       01  WS-BELOW-COUNT              PIC 9(9) VALUE ZERO.
       01  WS-BELOW-TOTAL              PIC S9(15)V99 COMP-3
                                       VALUE ZERO.
       01  WS-ORIGINAL-COUNT           PIC 9(9) VALUE ZERO.
       01  WS-ORIGINAL-TOTAL           PIC S9(15)V99 COMP-3
                                       VALUE ZERO.
       01  WS-CORRECTED-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-CORRECTED-TOTAL          PIC S9(15)V99 COMP-3
                                       VALUE ZERO.
       01  WS-UNCHANGED-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-UNCHANGED-TOTAL          PIC S9(15)V99 COMP-3
                                       VALUE ZERO.
       01  WS-NO-TIN-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-NO-TIN-TOTAL             PIC S9(15)V99 COMP-3
                                       VALUE ZERO.
       01  WS-NO-MASTER-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-NO-MASTER-TOTAL          PIC S9(15)V99 COMP-3
                                       VALUE ZERO.
       01  WS-DISPOSED-COUNT           PIC 9(9) VALUE ZERO.
       01  WS-DISPOSED-TOTAL           PIC S9(15)V99 COMP-3
                                       VALUE ZERO.
       01  WS-CURRENT-TS               PIC X(26).

       01  WS-MISS-HEADER.
           05  FILLER                  PIC X(40) VALUE
               "RETURNS HELD BACK - TAX YEAR            ".
           05  WS-MHD-TAX-YEAR         PIC 9(4).
           05  FILLER                  PIC X(88) VALUE SPACES.
       01  WS-MISS-COLUMN-HDR.
           05  FILLER                  PIC X(12) VALUE "CUSTOMER-ID ".
           05  FILLER                  PIC X(5)  VALUE "TYPE ".
           05  FILLER                  PIC X(20) VALUE
               "     AMOUNT HELD    ".
           05  FILLER                  PIC X(30) VALUE "REASON".
           05  FILLER                  PIC X(65) VALUE SPACES.
       01  WS-MISS-DETAIL.
           05  WS-MDT-CUSTOMER-ID      PIC X(10).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-MDT-RETURN-TYPE      PIC X(1).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-MDT-AMOUNT           PIC -(13)9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-MDT-REASON           PIC X(30).
           05  FILLER                  PIC X(65) VALUE SPACES.

       01  WS-CTL-TITLE.
           05  FILLER                  PIC X(40) VALUE
               "INTEREST TAX REPORTING CONTROL - YEAR   ".
           05  WS-TTL-TAX-YEAR         PIC 9(4).
           05  FILLER                  PIC X(8) VALUE "  MODE  ".
           05  WS-TTL-MODE             PIC X(9).
           05  FILLER                  PIC X(13) VALUE
               "  THRESHOLD  ".
           05  WS-TTL-THRESHOLD        PIC Z(8)9.99.
           05  FILLER                  PIC X(46) VALUE SPACES.
       01  WS-CTL-COLUMN-HDR.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE "    COUNT".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(19) VALUE
               "           INTEREST".
           05  FILLER                  PIC X(71) VALUE SPACES.
       01  WS-CTL-LINE.
           05  WS-CTL-LABEL            PIC X(30).
           05  WS-CTL-COUNT            PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-CTL-AMOUNT           PIC -(15)9.99.
           05  FILLER                  PIC X(71) VALUE SPACES.
       01  WS-CTL-PROOF.
           05  FILLER                  PIC X(8) VALUE "PROOF:  ".
           05  WS-PRF-RESULT           PIC X(14).
           05  FILLER                  PIC X(110) VALUE SPACES.
       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-JOB-ID                   PIC X(8).
       01  LS-RUN-ID                   PIC X(8).
       01  LS-TAX-YEAR                 PIC 9(4).
       01  LS-RETURN-MODE              PIC X(1).

       PROCEDURE DIVISION USING LS-JOB-ID
                                 LS-RUN-ID
                                 LS-TAX-YEAR
                                 LS-RETURN-MODE.

       0000-MAIN-LOGIC.
           IF LS-RETURN-MODE = "O"
               SET ORIGINAL-MODE TO TRUE
           ELSE
               IF LS-RETURN-MODE NOT = "C"
                   DISPLAY "CUSTTAXR: RETURN MODE " LS-RETURN-MODE
                           " INVALID, EXPECTED O OR C"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TS
           PERFORM 0500-FETCH-THRESHOLD

           PERFORM 1000-LOAD-FILED-RETURNS
           IF ORIGINAL-MODE AND WS-FILED-READ-COUNT NOT = ZERO
               DISPLAY "CUSTTAXR: RETURNS ALREADY FILED FOR "
                       LS-TAX-YEAR ", RUN CORRECTED MODE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1500-LOAD-YEAR-INTEREST
           IF TAX-TABLE-FULL
      *        A customer past the table would silently go unreported
      *        -- fail the step rather than file an incomplete year.
               DISPLAY "CUSTTAXR: CUSTOMER TABLE FULL, ABORTING"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1800-OPEN-OUTPUTS

           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                   UNTIL WS-TAX-IDX > WS-TAX-COUNT
               PERFORM 2000-DISPOSE-ONE-CUSTOMER
           END-PERFORM

           PERFORM 8000-WRITE-CONTROL-PAGE

           IF XREF-PRESENT
               CLOSE TAXPAYER-XREF-FILE
           END-IF
           CLOSE TAX-HISTORY-FILE
           CLOSE TAX-RECIPIENT-FILE
           CLOSE MISSING-TIN-REPORT-FILE
           CLOSE CONTROL-REPORT-FILE

           DISPLAY "CUSTTAXR: YEAR=" LS-TAX-YEAR
                   " MODE=" LS-RETURN-MODE
                   " ORIGINAL=" WS-ORIGINAL-COUNT
                   " CORRECTED=" WS-CORRECTED-COUNT
                   " HELD=" WS-NO-TIN-COUNT
                   " NOMASTER=" WS-NO-MASTER-COUNT
           IF RETURN-CODE = ZERO
               AND (WS-NO-TIN-COUNT NOT = ZERO
                    OR WS-NO-MASTER-COUNT NOT = ZERO)
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       0500-FETCH-THRESHOLD.
      *    The threshold in force for the tax year is the one
      *    effective at its last day, not on the day the job runs.
           COMPUTE WS-AS-OF-DATE = LS-TAX-YEAR * 10000 + 1231
           MOVE "TAX-INT-THRESH" TO WS-PARM-NAME
           PERFORM 0600-CALL-PARAMETER-FETCH
           IF WS-PARM-RETURN-CODE = ZERO
               MOVE WS-PARM-VALUE TO WS-TAX-THRESHOLD
           END-IF.

       0600-CALL-PARAMETER-FETCH.
           CALL "CUSTPRMF" USING WS-PARM-NAME
                                  WS-AS-OF-DATE
                                  WS-PARM-VALUE
                                  WS-PARM-RETURN-CODE
           IF WS-PARM-RETURN-CODE = 91
      *        Filing against the built-in threshold when finance has
      *        set another would misreport every recipient near it.
               DISPLAY "CUSTTAXR: PARMFILE UNREADABLE, "
                       "CANNOT TRUST REPORTING THRESHOLD"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-PARM-RETURN-CODE NOT = ZERO
               DISPLAY "CUSTTAXR: NO " WS-PARM-NAME
                       " PARAMETER, USING DEFAULT"
           END-IF.

       1000-LOAD-FILED-RETURNS.
      *    The register is in filing order, so the last return read
      *    for a customer is the amount the authority now holds.
           OPEN INPUT TAX-HISTORY-FILE
           IF WS-TAX-HISTORY-STATUS = "35"
               SET END-OF-HISTORY TO TRUE
           ELSE
               IF WS-TAX-HISTORY-STATUS NOT = "00"
                   DISPLAY "CUSTTAXR: OPEN TAXHIST FAILED, STATUS="
                           WS-TAX-HISTORY-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           PERFORM UNTIL END-OF-HISTORY
               READ TAX-HISTORY-FILE
                   AT END
                       SET END-OF-HISTORY TO TRUE
                   NOT AT END
                       IF TH-TAX-YEAR = LS-TAX-YEAR
                           ADD 1 TO WS-FILED-READ-COUNT
                           MOVE TH-CUSTOMER-ID TO WS-SCAN-CUSTOMER-ID
                           PERFORM 6000-FIND-OR-ADD-ENTRY
                           IF ENTRY-FOUND
                               SET TAX-FILED (WS-FOUND-IDX) TO TRUE
                               MOVE TH-INTEREST-AMOUNT
                                 TO WS-TAX-FILED-AMOUNT (WS-FOUND-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-TAX-HISTORY-STATUS NOT = "35"
               CLOSE TAX-HISTORY-FILE
           END-IF.

       1500-LOAD-YEAR-INTEREST.
           OPEN INPUT ACCRUAL-DETAIL-FILE
           IF WS-ACCRUAL-DETAIL-STATUS NOT = "00"
               DISPLAY "CUSTTAXR: OPEN ACRDTL FAILED, STATUS="
                       WS-ACCRUAL-DETAIL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL END-OF-DETAIL
               READ ACCRUAL-DETAIL-FILE
                   AT END
                       SET END-OF-DETAIL TO TRUE
                   NOT AT END
                       IF AD-ACCRUAL-YEAR-MONTH (1:4) = LS-TAX-YEAR
                           ADD 1 TO WS-DETAIL-YEAR-COUNT
                           MOVE AD-CUSTOMER-ID TO WS-SCAN-CUSTOMER-ID
                           PERFORM 6000-FIND-OR-ADD-ENTRY
                           IF ENTRY-FOUND
                               ADD AD-ACCRUED-INTEREST
                                 TO WS-TAX-INTEREST (WS-FOUND-IDX)
                           END-IF
                       ELSE
                           ADD 1 TO WS-DETAIL-OTHER-COUNT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ACCRUAL-DETAIL-FILE.

       1800-OPEN-OUTPUTS.
           OPEN INPUT TAXPAYER-XREF-FILE
           IF WS-TAXPAYER-XREF-STATUS = "35"
      *        No cross reference at all -- every return is held, but
      *        the control page and held list are still produced.
               DISPLAY "CUSTTAXR: NO TINXREF FILE, "
                       "EVERY RETURN HELD FOR TAXPAYER ID"
           ELSE
               IF WS-TAXPAYER-XREF-STATUS NOT = "00"
                   DISPLAY "CUSTTAXR: OPEN TINXREF FAILED, STATUS="
                           WS-TAXPAYER-XREF-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               ELSE
                   SET XREF-PRESENT TO TRUE
               END-IF
           END-IF

           OPEN OUTPUT TAX-RECIPIENT-FILE
           IF WS-TAX-RECIPIENT-STATUS NOT = "00"
               DISPLAY "CUSTTAXR: OPEN TAXRCPT FAILED, STATUS="
                       WS-TAX-RECIPIENT-STATUS
               PERFORM 1900-CLOSE-XREF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT MISSING-TIN-REPORT-FILE
           IF WS-MISSING-TIN-STATUS NOT = "00"
               DISPLAY "CUSTTAXR: OPEN TAXMISS FAILED, STATUS="
                       WS-MISSING-TIN-STATUS
               PERFORM 1900-CLOSE-XREF
               CLOSE TAX-RECIPIENT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT CONTROL-REPORT-FILE
           IF WS-CONTROL-REPORT-STATUS NOT = "00"
               DISPLAY "CUSTTAXR: OPEN TAXRPT FAILED, STATUS="
                       WS-CONTROL-REPORT-STATUS
               PERFORM 1900-CLOSE-XREF
               CLOSE TAX-RECIPIENT-FILE
               CLOSE MISSING-TIN-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND TAX-HISTORY-FILE
           IF WS-TAX-HISTORY-STATUS = "35"
               OPEN OUTPUT TAX-HISTORY-FILE
               CLOSE TAX-HISTORY-FILE
               OPEN EXTEND TAX-HISTORY-FILE
           END-IF
           IF WS-TAX-HISTORY-STATUS NOT = "00"
               DISPLAY "CUSTTAXR: OPEN TAXHIST FAILED, STATUS="
                       WS-TAX-HISTORY-STATUS
               PERFORM 1900-CLOSE-XREF
               CLOSE TAX-RECIPIENT-FILE
               CLOSE MISSING-TIN-REPORT-FILE
               CLOSE CONTROL-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE LS-TAX-YEAR TO WS-MHD-TAX-YEAR
           MOVE WS-MISS-HEADER TO MISSING-TIN-REPORT-LINE
           WRITE MISSING-TIN-REPORT-LINE
           MOVE WS-MISS-COLUMN-HDR TO MISSING-TIN-REPORT-LINE
           WRITE MISSING-TIN-REPORT-LINE.

       1900-CLOSE-XREF.
           IF XREF-PRESENT
               CLOSE TAXPAYER-XREF-FILE
           END-IF.

       2000-DISPOSE-ONE-CUSTOMER.
      *    Each customer lands in exactly one disposition, carrying
      *    its full year's interest, so the control page can prove
      *    the dispositions back to ACRDTL.
           IF WS-TAX-INTEREST (WS-TAX-IDX) NOT = ZERO
               ADD 1 TO WS-INTEREST-CUST-COUNT
               ADD WS-TAX-INTEREST (WS-TAX-IDX) TO WS-INTEREST-TOTAL
           END-IF

           IF WS-TAX-INTEREST (WS-TAX-IDX) NOT < WS-TAX-THRESHOLD
               MOVE WS-TAX-INTEREST (WS-TAX-IDX) TO WS-REPORT-AMOUNT
           ELSE
               MOVE ZERO TO WS-REPORT-AMOUNT
           END-IF

           IF TAX-FILED (WS-TAX-IDX)
               IF WS-REPORT-AMOUNT
                   = WS-TAX-FILED-AMOUNT (WS-TAX-IDX)
                   ADD 1 TO WS-UNCHANGED-COUNT
                   ADD WS-TAX-INTEREST (WS-TAX-IDX)
                     TO WS-UNCHANGED-TOTAL
               ELSE
                   MOVE "C" TO WS-RETURN-TYPE
                   MOVE WS-TAX-FILED-AMOUNT (WS-TAX-IDX)
                     TO WS-PRIOR-AMOUNT
                   PERFORM 3000-ISSUE-RETURN
               END-IF
           ELSE
           IF WS-REPORT-AMOUNT NOT = ZERO
               MOVE "O" TO WS-RETURN-TYPE
               MOVE ZERO TO WS-PRIOR-AMOUNT
               PERFORM 3000-ISSUE-RETURN
           ELSE
           IF WS-TAX-INTEREST (WS-TAX-IDX) NOT = ZERO
               ADD 1 TO WS-BELOW-COUNT
               ADD WS-TAX-INTEREST (WS-TAX-IDX) TO WS-BELOW-TOTAL
           END-IF
           END-IF
           END-IF.

       3000-ISSUE-RETURN.
           MOVE SPACES TO WS-HOLD-REASON
           MOVE "R" TO WS-MINQ-FUNCTION
           MOVE WS-TAX-CUSTOMER-ID (WS-TAX-IDX) TO WS-MINQ-CUSTOMER-ID
           CALL "CUSTMINQ" USING WS-MINQ-FUNCTION
                                  WS-MINQ-CUSTOMER-ID
                                  WS-MINQ-IMAGE
                                  WS-MINQ-RETURN-CODE
           IF WS-MINQ-RETURN-CODE = 96
               MOVE "CUSTOMER NOT ON MASTER" TO WS-HOLD-REASON
           ELSE
           IF WS-MINQ-RETURN-CODE NOT = ZERO
               DISPLAY "CUSTTAXR: CUSTMINQ RC=" WS-MINQ-RETURN-CODE
                       " FOR " WS-MINQ-CUSTOMER-ID
               MOVE "MASTER READ FAILED" TO WS-HOLD-REASON
           ELSE
               MOVE WS-MINQ-IMAGE TO WS-CONTAINER (1:254)
               PERFORM 3100-READ-TAXPAYER-ID
               IF NOT TIN-FOUND
                   MOVE "NO TAXPAYER ID ON FILE" TO WS-HOLD-REASON
               END-IF
           END-IF
           END-IF

           IF WS-HOLD-REASON = SPACES
               PERFORM 3200-WRITE-RECIPIENT
           ELSE
               PERFORM 3300-HOLD-RETURN
           END-IF.

       3100-READ-TAXPAYER-ID.
           MOVE "N" TO WS-TIN-FOUND
           IF XREF-PRESENT
               MOVE WS-TAX-CUSTOMER-ID (WS-TAX-IDX) TO TX-CUSTOMER-ID
               READ TAXPAYER-XREF-FILE
                   KEY IS TX-CUSTOMER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TX-TAXPAYER-ID NOT = SPACES
                           AND TX-TAXPAYER-ID NOT = ZERO
                           SET TIN-FOUND TO TRUE
                       END-IF
               END-READ
           END-IF.

       3200-WRITE-RECIPIENT.
           MOVE LS-TAX-YEAR TO TR-TAX-YEAR
           MOVE WS-RETURN-TYPE TO TR-RETURN-TYPE
           MOVE CUSTOMER-ID TO TR-CUSTOMER-ID
           MOVE TX-TAXPAYER-ID TO TR-TAXPAYER-ID
           MOVE TX-TIN-TYPE TO TR-TIN-TYPE
           MOVE LAST-NAME TO TR-LAST-NAME
           MOVE FIRST-NAME TO TR-FIRST-NAME
           MOVE STREET TO TR-STREET
           MOVE CITY TO TR-CITY
           MOVE STATE TO TR-STATE
           MOVE ZIP TO TR-ZIP
           MOVE WS-REPORT-AMOUNT TO TR-INTEREST-AMOUNT
           MOVE WS-PRIOR-AMOUNT TO TR-PRIOR-AMOUNT
           MOVE LS-JOB-ID TO TR-JOB-ID
           MOVE LS-RUN-ID TO TR-RUN-ID
           MOVE WS-CURRENT-TS TO TR-GENERATED-TS
           WRITE TAX-RECIPIENT-RCD
           MOVE TAX-RECIPIENT-RCD TO TAX-HISTORY-RCD
           WRITE TAX-HISTORY-RCD

           IF WS-RETURN-TYPE = "C"
               ADD 1 TO WS-CORRECTED-COUNT
               ADD WS-TAX-INTEREST (WS-TAX-IDX) TO WS-CORRECTED-TOTAL
           ELSE
               ADD 1 TO WS-ORIGINAL-COUNT
               ADD WS-TAX-INTEREST (WS-TAX-IDX) TO WS-ORIGINAL-TOTAL
           END-IF.

       3300-HOLD-RETURN.
           MOVE WS-TAX-CUSTOMER-ID (WS-TAX-IDX) TO WS-MDT-CUSTOMER-ID
           MOVE WS-RETURN-TYPE TO WS-MDT-RETURN-TYPE
           MOVE WS-REPORT-AMOUNT TO WS-MDT-AMOUNT
           MOVE WS-HOLD-REASON TO WS-MDT-REASON
           MOVE WS-MISS-DETAIL TO MISSING-TIN-REPORT-LINE
           WRITE MISSING-TIN-REPORT-LINE

           IF WS-HOLD-REASON = "NO TAXPAYER ID ON FILE"
               ADD 1 TO WS-NO-TIN-COUNT
               ADD WS-TAX-INTEREST (WS-TAX-IDX) TO WS-NO-TIN-TOTAL
           ELSE
               ADD 1 TO WS-NO-MASTER-COUNT
               ADD WS-TAX-INTEREST (WS-TAX-IDX) TO WS-NO-MASTER-TOTAL
           END-IF.

       6000-FIND-OR-ADD-ENTRY.
      *    Detail arrives grouped by customer within each month, so
      *    the entry last hit is tried before the table is searched.
           MOVE "N" TO WS-ENTRY-FOUND
           IF WS-FOUND-IDX NOT = ZERO
               IF WS-TAX-CUSTOMER-ID (WS-FOUND-IDX)
                   = WS-SCAN-CUSTOMER-ID
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-IF
           IF NOT ENTRY-FOUND
               PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                       UNTIL WS-TAX-IDX > WS-TAX-COUNT
                       OR ENTRY-FOUND
                   IF WS-TAX-CUSTOMER-ID (WS-TAX-IDX)
                       = WS-SCAN-CUSTOMER-ID
                       SET ENTRY-FOUND TO TRUE
                       MOVE WS-TAX-IDX TO WS-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF NOT ENTRY-FOUND
               IF WS-TAX-COUNT < 5000
                   ADD 1 TO WS-TAX-COUNT
                   MOVE WS-SCAN-CUSTOMER-ID
                     TO WS-TAX-CUSTOMER-ID (WS-TAX-COUNT)
                   MOVE ZERO TO WS-TAX-INTEREST (WS-TAX-COUNT)
                   MOVE "N" TO WS-TAX-FILED-SW (WS-TAX-COUNT)
                   MOVE ZERO TO WS-TAX-FILED-AMOUNT (WS-TAX-COUNT)
                   MOVE WS-TAX-COUNT TO WS-FOUND-IDX
                   SET ENTRY-FOUND TO TRUE
               ELSE
                   SET TAX-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       8000-WRITE-CONTROL-PAGE.
           MOVE LS-TAX-YEAR TO WS-TTL-TAX-YEAR
           IF ORIGINAL-MODE
               MOVE "ORIGINAL" TO WS-TTL-MODE
           ELSE
               MOVE "CORRECTED" TO WS-TTL-MODE
           END-IF
           MOVE WS-TAX-THRESHOLD TO WS-TTL-THRESHOLD
           MOVE WS-CTL-TITLE TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE WS-BLANK-LINE TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE WS-CTL-COLUMN-HDR TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE

           MOVE "ACRDTL RECORDS FOR TAX YEAR   " TO WS-CTL-LABEL
           MOVE WS-DETAIL-YEAR-COUNT TO WS-CTL-COUNT
           MOVE WS-INTEREST-TOTAL TO WS-CTL-AMOUNT
           PERFORM 8100-WRITE-CONTROL-LINE
           MOVE "ACRDTL RECORDS OTHER YEARS    " TO WS-CTL-LABEL
           MOVE WS-DETAIL-OTHER-COUNT TO WS-CTL-COUNT
           MOVE ZERO TO WS-CTL-AMOUNT
           PERFORM 8100-WRITE-CONTROL-LINE
           MOVE "RETURNS ON FILE FOR TAX YEAR  " TO WS-CTL-LABEL
           MOVE WS-FILED-READ-COUNT TO WS-CTL-COUNT
           MOVE ZERO TO WS-CTL-AMOUNT
           PERFORM 8100-WRITE-CONTROL-LINE
           MOVE "CUSTOMERS WITH INTEREST       " TO WS-CTL-LABEL
           MOVE WS-INTEREST-CUST-COUNT TO WS-CTL-COUNT
           MOVE WS-INTEREST-TOTAL TO WS-CTL-AMOUNT
           PERFORM 8100-WRITE-CONTROL-LINE
           MOVE WS-BLANK-LINE TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE

           MOVE "BELOW THRESHOLD, NOT REPORTED " TO WS-CTL-LABEL
           MOVE WS-BELOW-COUNT TO WS-CTL-COUNT
           MOVE WS-BELOW-TOTAL TO WS-CTL-AMOUNT
           PERFORM 8100-WRITE-CONTROL-LINE
           MOVE "ORIGINAL RETURNS WRITTEN      " TO WS-CTL-LABEL
           MOVE WS-ORIGINAL-COUNT TO WS-CTL-COUNT
           MOVE WS-ORIGINAL-TOTAL TO WS-CTL-AMOUNT
           PERFORM 8100-WRITE-CONTROL-LINE
           MOVE "CORRECTED RETURNS WRITTEN     " TO WS-CTL-LABEL
           MOVE WS-CORRECTED-COUNT TO WS-CTL-COUNT
           MOVE WS-CORRECTED-TOTAL TO WS-CTL-AMOUNT
           PERFORM 8100-WRITE-CONTROL-LINE
           MOVE "UNCHANGED SINCE FILING        " TO WS-CTL-LABEL
           MOVE WS-UNCHANGED-COUNT TO WS-CTL-COUNT
           MOVE WS-UNCHANGED-TOTAL TO WS-CTL-AMOUNT
           PERFORM 8100-WRITE-CONTROL-LINE
           MOVE "HELD - NO TAXPAYER ID         " TO WS-CTL-LABEL
           MOVE WS-NO-TIN-COUNT TO WS-CTL-COUNT
           MOVE WS-NO-TIN-TOTAL TO WS-CTL-AMOUNT
           PERFORM 8100-WRITE-CONTROL-LINE
           MOVE "HELD - NOT ON MASTER          " TO WS-CTL-LABEL
           MOVE WS-NO-MASTER-COUNT TO WS-CTL-COUNT
           MOVE WS-NO-MASTER-TOTAL TO WS-CTL-AMOUNT
           PERFORM 8100-WRITE-CONTROL-LINE

      *    Customers whose filed return is reversed out to nothing
      *    carry no interest this year and are counted in neither
      *    side; everyone else must land in exactly one disposition.
           COMPUTE WS-DISPOSED-TOTAL = WS-BELOW-TOTAL
                                     + WS-ORIGINAL-TOTAL
                                     + WS-CORRECTED-TOTAL
                                     + WS-UNCHANGED-TOTAL
                                     + WS-NO-TIN-TOTAL
                                     + WS-NO-MASTER-TOTAL
           MOVE "TOTAL DISPOSED                " TO WS-CTL-LABEL
           COMPUTE WS-DISPOSED-COUNT = WS-BELOW-COUNT
                                     + WS-ORIGINAL-COUNT
                                     + WS-CORRECTED-COUNT
                                     + WS-UNCHANGED-COUNT
                                     + WS-NO-TIN-COUNT
                                     + WS-NO-MASTER-COUNT
           MOVE WS-DISPOSED-COUNT TO WS-CTL-COUNT
           MOVE WS-DISPOSED-TOTAL TO WS-CTL-AMOUNT
           PERFORM 8100-WRITE-CONTROL-LINE
           MOVE WS-BLANK-LINE TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE

           IF WS-DISPOSED-TOTAL = WS-INTEREST-TOTAL
               MOVE "IN BALANCE" TO WS-PRF-RESULT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-PRF-RESULT
               DISPLAY "CUSTTAXR: CONTROL PAGE OUT OF BALANCE"
               MOVE 16 TO RETURN-CODE
           END-IF
           MOVE WS-CTL-PROOF TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE.

       8100-WRITE-CONTROL-LINE.
           MOVE WS-CTL-LINE TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE.
