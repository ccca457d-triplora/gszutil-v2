       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPMRG.
      *
      * Merge and tie-out for the partitioned nightly chain.  Once
      * every CUSTDRVR partition stream has run (CUSTPCUT, CUSTVLDT,
      * CUSTIRCK, CUSTCONV, CUSTCTOT against its own range), this
      * step proves the streams covered the unpartitioned source
      * exactly once and then puts their outputs back together.
      *
      * The tie-out comes first.  CUSTSRC is read whole and each
      * record is totalled (count, CUSTOMER-ACCT-BALANCE and
      * CUSTOMER-CREDIT-LIMIT sums) into the PARTDEF range it falls
      * in.  Each range must then agree three ways --
      *
      *   source   what CUSTSRC holds for the range
      *   cut      the range's PARTITION-CUT-RCD on PARTCTL (what
      *            CUSTPCUT handed the stream)
      *   stream   the range's CONTROL-TOTAL-RCD on PCTLTOT, side
      *            "Pnn" (what the stream's CUSTCTOT counted)
      *
      * -- and no source record may fall outside every range.  A
      * range with no cut record or no stream total has not finished.
      * The job-id recurs every night and PARTCTL and PCTLTOT are
      * appended to, so only a cut or stream total stamped today
      * counts (the rule CUSTDRVR applies to its ledger); an older
      * one is last night's and leaves the range unfinished.
      * Anything out of balance ends RC 16 with nothing merged, so
      * CUSTCTCM never compares a partial book.
      *
      * In balance, the partition outputs (PARTCTL, PCTLTOT, PFMTCTL,
      * PVLDREJ, PMSKERR, PIRCKRV, PCUSTSTG and PREJHLD each name the
      * streams' datasets concatenated in partition order, so the
      * merged files stay in customer-id order) are copied to the
      * single VLDREJ, MSKERR, IRCKREV and CUSTSTG files the rest of
      * the night reads; the streams' FORMAT-CONTROL-RCDs become one
      * with the staged counts added; the streams' hold slices --
      * plus any FULLHLD record outside every range, which no stream
      * saw -- become the next REJHOLD generation on REJHLDO; and one
      * combined SRC CONTROL-TOTAL-RCD is appended to CTLTOT, exactly
      * as the unpartitioned chain's CUSTCTOT would have written it.
      * A staged count on the merged FMTCTL that does not match the
      * CUSTSTG records copied also ends RC 16, with the combined
      * control total withheld.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTITION-DEFINITION-FILE ASSIGN TO "PARTDEF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARTITION-DEF-STATUS.
           SELECT CUSTOMER-SOURCE-FILE ASSIGN TO "CUSTSRC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-SOURCE-STATUS.
           SELECT PARTITION-CUT-FILE ASSIGN TO "PARTCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARTITION-CUT-STATUS.
           SELECT PART-CONTROL-TOTAL-FILE ASSIGN TO "PCTLTOT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PART-CONTROL-TOTAL-STATUS.
           SELECT PART-FORMAT-CONTROL-FILE ASSIGN TO "PFMTCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PART-FORMAT-CONTROL-STATUS.
           SELECT PART-VALIDATION-REJECT-FILE ASSIGN TO "PVLDREJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PART-VALIDATION-REJ-STATUS.
           SELECT PART-MASK-ERROR-FILE ASSIGN TO "PMSKERR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PART-MASK-ERROR-STATUS.
           SELECT PART-INTEREST-REVIEW-FILE ASSIGN TO "PIRCKRV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PART-INTEREST-REV-STATUS.
           SELECT PART-STAGING-FILE ASSIGN TO "PCUSTSTG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PART-STAGING-STATUS.
           SELECT PART-HOLD-FILE ASSIGN TO "PREJHLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PART-HOLD-STATUS.
           SELECT FULL-HOLD-FILE ASSIGN TO "FULLHLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FULL-HOLD-STATUS.
           SELECT VALIDATION-REJECT-FILE ASSIGN TO "VLDREJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VALIDATION-REJECT-STATUS.
           SELECT MASK-ERROR-FILE ASSIGN TO "MSKERR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASK-ERROR-STATUS.
           SELECT INTEREST-REVIEW-FILE ASSIGN TO "IRCKREV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTEREST-REVIEW-STATUS.
           SELECT CUSTOMER-STAGING-FILE ASSIGN TO "CUSTSTG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-STAGING-STATUS.
           SELECT FORMAT-CONTROL-FILE ASSIGN TO "FMTCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FORMAT-CONTROL-STATUS.
           SELECT REJECT-HOLD-OUT-FILE ASSIGN TO "REJHLDO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-HOLD-OUT-STATUS.
           SELECT CONTROL-TOTAL-FILE ASSIGN TO "CTLTOT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-TOTAL-STATUS.
           SELECT PARTITION-MERGE-REPORT-FILE ASSIGN TO "PMRGRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARTITION-MERGE-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTITION-DEFINITION-FILE.
           COPY "partdef.cpy".

       FD  CUSTOMER-SOURCE-FILE.
       01  WS-CONTAINER.
           COPY "test3.cpy".

       FD  PARTITION-CUT-FILE.
           COPY "partctl.cpy".

       FD  PART-CONTROL-TOTAL-FILE.
           COPY "ctltot.cpy"
               REPLACING CONTROL-TOTAL-RCD BY PART-CONTROL-TOTAL-RCD
                         CT-JOB-ID BY PCT-JOB-ID
                         CT-SIDE BY PCT-SIDE
                         CT-RECORD-COUNT BY PCT-RECORD-COUNT
                         CT-SUM-ACCT-BALANCE BY PCT-SUM-ACCT-BALANCE
                         CT-SUM-CREDIT-LIMIT BY PCT-SUM-CREDIT-LIMIT
                         CT-GENERATED-TS BY PCT-GENERATED-TS.

       FD  PART-FORMAT-CONTROL-FILE.
           COPY "fmtctl.cpy"
               REPLACING FORMAT-CONTROL-RCD BY PART-FORMAT-CONTROL-RCD
                         FC-JOB-ID BY PFC-JOB-ID
                         FC-ORC-REQUESTED BY PFC-ORC-REQUESTED
                         FC-PARQUET-REQUESTED BY PFC-PARQUET-REQUESTED
                         FC-EXTRACT-MODE BY PFC-EXTRACT-MODE
                         FC-SOURCE-RECORD-COUNT
                           BY PFC-SOURCE-RECORD-COUNT.

       FD  PART-VALIDATION-REJECT-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  PART-VALIDATION-REJECT-RCD  PIC X(60).

       FD  PART-MASK-ERROR-FILE
           RECORD CONTAINS 42 CHARACTERS.
       01  PART-MASK-ERROR-RCD         PIC X(42).

       FD  PART-INTEREST-REVIEW-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  PART-INTEREST-REVIEW-RCD    PIC X(50).

       FD  PART-STAGING-FILE
           RECORD CONTAINS 255 CHARACTERS.
       01  PART-STAGING-RCD            PIC X(255).

       FD  PART-HOLD-FILE
           RECORD CONTAINS 272 CHARACTERS.
       01  PART-HOLD-RCD               PIC X(272).

       FD  FULL-HOLD-FILE.
           COPY "rejhold.cpy".

       FD  VALIDATION-REJECT-FILE.
           COPY "vldrej.cpy".

       FD  MASK-ERROR-FILE.
           COPY "mskerr.cpy".

       FD  INTEREST-REVIEW-FILE.
           COPY "intrchk.cpy".

       FD  CUSTOMER-STAGING-FILE
           RECORD CONTAINS 255 CHARACTERS.
       01  CUSTOMER-STAGING-RCD.
           05  STG-CHANGE-TYPE         PIC X(1).
           05  STG-CUSTOMER-IMAGE      PIC X(254).

       FD  FORMAT-CONTROL-FILE.
           COPY "fmtctl.cpy".

       FD  REJECT-HOLD-OUT-FILE
           RECORD CONTAINS 272 CHARACTERS.
       01  REJECT-HOLD-OUT-RCD         PIC X(272).

       FD  CONTROL-TOTAL-FILE.
           COPY "ctltot.cpy".

       FD  PARTITION-MERGE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  PARTITION-MERGE-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARTITION-DEF-STATUS     PIC X(2).
       01  WS-CUSTOMER-SOURCE-STATUS   PIC X(2).
       01  WS-PARTITION-CUT-STATUS     PIC X(2).
       01  WS-PART-CONTROL-TOTAL-STATUS
                                       PIC X(2).
       01  WS-PART-FORMAT-CONTROL-STATUS
                                       PIC X(2).
       01  WS-PART-VALIDATION-REJ-STATUS
                                       PIC X(2).
       01  WS-PART-MASK-ERROR-STATUS   PIC X(2).
       01  WS-PART-INTEREST-REV-STATUS PIC X(2).
       01  WS-PART-STAGING-STATUS      PIC X(2).
       01  WS-PART-HOLD-STATUS         PIC X(2).
       01  WS-FULL-HOLD-STATUS         PIC X(2).
       01  WS-VALIDATION-REJECT-STATUS PIC X(2).
       01  WS-MASK-ERROR-STATUS        PIC X(2).
       01  WS-INTEREST-REVIEW-STATUS   PIC X(2).
       01  WS-CUSTOMER-STAGING-STATUS  PIC X(2).
       01  WS-FORMAT-CONTROL-STATUS    PIC X(2).
       01  WS-REJECT-HOLD-OUT-STATUS   PIC X(2).
       01  WS-CONTROL-TOTAL-STATUS     PIC X(2).
       01  WS-PARTITION-MERGE-RPT-STATUS
                                       PIC X(2).
       01  WS-END-OF-FILE              PIC X(1).
           88  END-OF-FILE             VALUE "Y".

       01  WS-CURRENT-TS               PIC X(26).

      *    One entry per PARTDEF range with its three sets of totals
      *    -- 32 streams is the most the chain is scheduled for.
       01  WS-PART-COUNT               PIC 9(2) VALUE ZERO.
       01  WS-PART-TABLE-FULL          PIC X(1) VALUE "N".
           88  PART-TABLE-FULL         VALUE "Y".
       01  WS-PART-TABLE.
           05  WS-PART-ENTRY OCCURS 32 TIMES.
               10  WS-PT-PARTITION-ID  PIC 9(2).
               10  WS-PT-LOW-ID        PIC X(10).
               10  WS-PT-HIGH-ID       PIC X(10).
               10  WS-PT-SRC-COUNT     PIC 9(9).
               10  WS-PT-SRC-BALANCE   PIC S9(15)V99 COMP-3.
               10  WS-PT-SRC-LIMIT     PIC S9(15)V99 COMP-3.
               10  WS-PT-CUT-FOUND     PIC X(1).
               10  WS-PT-CUT-COUNT     PIC 9(9).
               10  WS-PT-CUT-BALANCE   PIC S9(15)V99 COMP-3.
               10  WS-PT-CUT-LIMIT     PIC S9(15)V99 COMP-3.
               10  WS-PT-STM-FOUND     PIC X(1).
               10  WS-PT-STM-COUNT     PIC 9(9).
               10  WS-PT-STM-BALANCE   PIC S9(15)V99 COMP-3.
               10  WS-PT-STM-LIMIT     PIC S9(15)V99 COMP-3.
       01  WS-PART-IDX                 PIC 9(2).
       01  WS-PARTITION-FOUND          PIC X(1).
           88  PARTITION-FOUND         VALUE "Y".
       01  WS-SEARCH-ID                PIC X(10).
       01  WS-SEARCH-PARTITION-ID      PIC 9(2).
       01  WS-IDX                      PIC 9(2).

       01  WS-SIDE-PARTITION.
           05  WS-SIDE-PREFIX          PIC X(1).
           05  WS-SIDE-PARTITION-ID    PIC X(2).
           05  WS-SIDE-PARTITION-NUM REDEFINES WS-SIDE-PARTITION-ID
                                       PIC 9(2).

       01  WS-OUT-OF-BALANCE           PIC X(1) VALUE "N".
           88  OUT-OF-BALANCE          VALUE "Y".
       01  WS-PART-STATUS-TEXT         PIC X(24).

       01  WS-SOURCE-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-SOURCE-BALANCE           PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  WS-SOURCE-LIMIT             PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  WS-STREAM-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-STREAM-BALANCE           PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  WS-STREAM-LIMIT             PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  WS-UNASSIGNED-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-UNKNOWN-CUT-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-UNKNOWN-TOTAL-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-OTHER-JOB-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-PARTS-OUT-COUNT          PIC 9(9) VALUE ZERO.

       01  WS-FMTCTL-FOUND             PIC X(1) VALUE "N".
           88  FMTCTL-FOUND            VALUE "Y".
       01  WS-MERGED-FMTCTL.
           05  WS-MF-ORC-REQUESTED     PIC X(1) VALUE SPACE.
           05  WS-MF-PARQUET-REQUESTED PIC X(1) VALUE SPACE.
           05  WS-MF-EXTRACT-MODE      PIC X(1) VALUE SPACE.
           05  WS-MF-STAGED-COUNT      PIC 9(9) VALUE ZERO.

       01  WS-VLDREJ-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-MSKERR-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-IRCKREV-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-CUSTSTG-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-HOLD-COUNT               PIC 9(9) VALUE ZERO.
       01  WS-HOLD-OUTSIDE-COUNT       PIC 9(9) VALUE ZERO.

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(36) VALUE
               "PARTITIONED RUN MERGE AND TIE-OUT   ".
           05  FILLER                  PIC X(4) VALUE "JOB ".
           05  WS-HDR-JOB-ID           PIC X(8).
           05  FILLER                  PIC X(5) VALUE " RUN ".
           05  WS-HDR-RUN-ID           PIC X(8).
           05  FILLER                  PIC X(71) VALUE SPACES.
       01  WS-REPORT-COLUMN-HDR.
           05  FILLER                  PIC X(27) VALUE
               "PT  LOW-ID     HIGH-ID     ".
           05  FILLER                  PIC X(30) VALUE
               "   SOURCE       CUT    STREAM ".
           05  FILLER                  PIC X(36) VALUE
               "   SOURCE BALANCE   STREAM BALANCE  ".
           05  FILLER                  PIC X(24) VALUE
               "STATUS                  ".
           05  FILLER                  PIC X(15) VALUE SPACES.
       01  WS-REPORT-DETAIL.
           05  WS-DTL-PARTITION-ID     PIC 99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DTL-LOW-ID           PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DTL-HIGH-ID          PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DTL-SRC-COUNT        PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DTL-CUT-COUNT        PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DTL-STM-COUNT        PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DTL-SRC-BALANCE      PIC -(13)9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DTL-STM-BALANCE      PIC -(13)9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DTL-STATUS           PIC X(24).
           05  FILLER                  PIC X(15) VALUE SPACES.
       01  WS-REPORT-SUMMARY-HDR.
           05  FILLER                  PIC X(30) VALUE
               "UNPARTITIONED SOURCE TIE-OUT  ".
           05  FILLER                  PIC X(102) VALUE SPACES.
       01  WS-REPORT-SUMMARY-AMT.
           05  WS-SUM-AMT-LABEL        PIC X(30).
           05  WS-SUM-AMT-VALUE        PIC -(13)9.99.
           05  FILLER                  PIC X(85) VALUE SPACES.
       01  WS-REPORT-TOTAL.
           05  WS-TOT-LABEL            PIC X(30).
           05  WS-TOT-COUNT            PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(93) VALUE SPACES.
       01  WS-REPORT-RESULT.
           05  FILLER                  PIC X(30) VALUE
               "PARTITIONED RUN               ".
           05  WS-RESULT-TEXT          PIC X(40).
           05  FILLER                  PIC X(62) VALUE SPACES.
       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-JOB-ID                   PIC X(8).
       01  LS-RUN-ID                   PIC X(8).

       PROCEDURE DIVISION USING LS-JOB-ID
                                 LS-RUN-ID.

       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TS

           OPEN OUTPUT PARTITION-MERGE-REPORT-FILE
           IF WS-PARTITION-MERGE-RPT-STATUS NOT = "00"
               DISPLAY "CUSTPMRG: OPEN PMRGRPT FAILED, STATUS="
                       WS-PARTITION-MERGE-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-LOAD-DEFINITIONS
           PERFORM 2000-TOTAL-SOURCE
           PERFORM 3000-LOAD-CUT-RECORDS
           PERFORM 4000-LOAD-STREAM-TOTALS

           PERFORM 5000-WRITE-REPORT-HEADERS
           PERFORM 5100-TIE-ONE-PARTITION
               VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > WS-PART-COUNT
           PERFORM 5200-WRITE-SOURCE-TIE-OUT

           IF WS-UNASSIGNED-COUNT NOT = ZERO
               OR WS-UNKNOWN-CUT-COUNT NOT = ZERO
               OR WS-UNKNOWN-TOTAL-COUNT NOT = ZERO
               OR WS-PARTS-OUT-COUNT NOT = ZERO
               OR WS-SOURCE-COUNT NOT = WS-STREAM-COUNT
               OR WS-SOURCE-BALANCE NOT = WS-STREAM-BALANCE
               OR WS-SOURCE-LIMIT NOT = WS-STREAM-LIMIT
               SET OUT-OF-BALANCE TO TRUE
           END-IF

           IF OUT-OF-BALANCE
               MOVE "OUT OF BALANCE -- NOTHING MERGED"
                 TO WS-RESULT-TEXT
               PERFORM 8000-WRITE-REPORT-TOTALS
               CLOSE PARTITION-MERGE-REPORT-FILE
               DISPLAY "CUSTPMRG: PARTITIONS OUT OF BALANCE WITH "
                       "CUSTSRC, NOTHING MERGED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 6000-MERGE-STREAM-OUTPUTS

           IF WS-MF-STAGED-COUNT NOT = WS-CUSTSTG-COUNT
      *        The streams' own staging counts disagree with what was
      *        actually merged -- do not let CUSTCTCM pass it.
               MOVE "STAGED COUNT DIFFERS FROM CUSTSTG"
                 TO WS-RESULT-TEXT
               PERFORM 8000-WRITE-REPORT-TOTALS
               CLOSE PARTITION-MERGE-REPORT-FILE
               DISPLAY "CUSTPMRG: FMTCTL STAGED COUNT "
                       WS-MF-STAGED-COUNT " NOT EQUAL CUSTSTG "
                       WS-CUSTSTG-COUNT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 7000-APPEND-CONTROL-TOTAL

           MOVE "IN BALANCE, MERGED" TO WS-RESULT-TEXT
           PERFORM 8000-WRITE-REPORT-TOTALS
           CLOSE PARTITION-MERGE-REPORT-FILE

           DISPLAY "CUSTPMRG: PARTITIONS=" WS-PART-COUNT
                   " SOURCE=" WS-SOURCE-COUNT
                   " STREAMS=" WS-STREAM-COUNT
                   " STAGED=" WS-CUSTSTG-COUNT
           GOBACK.

       1000-LOAD-DEFINITIONS.
           OPEN INPUT PARTITION-DEFINITION-FILE
           IF WS-PARTITION-DEF-STATUS NOT = "00"
               DISPLAY "CUSTPMRG: OPEN PARTDEF FAILED, STATUS="
                       WS-PARTITION-DEF-STATUS
               CLOSE PARTITION-MERGE-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "N" TO WS-END-OF-FILE
           PERFORM UNTIL END-OF-FILE
               READ PARTITION-DEFINITION-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 1100-TABLE-DEFINITION
               END-READ
           END-PERFORM
           CLOSE PARTITION-DEFINITION-FILE

           IF PART-TABLE-FULL OR WS-PART-COUNT = ZERO
               DISPLAY "CUSTPMRG: PARTDEF EMPTY OR OVER 32 ENTRIES"
               CLOSE PARTITION-MERGE-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       1100-TABLE-DEFINITION.
           IF WS-PART-COUNT < 32
               ADD 1 TO WS-PART-COUNT
               MOVE PD-PARTITION-ID
                 TO WS-PT-PARTITION-ID (WS-PART-COUNT)
               MOVE PD-LOW-CUSTOMER-ID TO WS-PT-LOW-ID (WS-PART-COUNT)
               MOVE PD-HIGH-CUSTOMER-ID
                 TO WS-PT-HIGH-ID (WS-PART-COUNT)
               MOVE ZERO TO WS-PT-SRC-COUNT (WS-PART-COUNT)
                            WS-PT-SRC-BALANCE (WS-PART-COUNT)
                            WS-PT-SRC-LIMIT (WS-PART-COUNT)
                            WS-PT-CUT-COUNT (WS-PART-COUNT)
                            WS-PT-CUT-BALANCE (WS-PART-COUNT)
                            WS-PT-CUT-LIMIT (WS-PART-COUNT)
                            WS-PT-STM-COUNT (WS-PART-COUNT)
                            WS-PT-STM-BALANCE (WS-PART-COUNT)
                            WS-PT-STM-LIMIT (WS-PART-COUNT)
               MOVE "N" TO WS-PT-CUT-FOUND (WS-PART-COUNT)
                           WS-PT-STM-FOUND (WS-PART-COUNT)
           ELSE
               SET PART-TABLE-FULL TO TRUE
           END-IF.

       2000-TOTAL-SOURCE.
           OPEN INPUT CUSTOMER-SOURCE-FILE
           IF WS-CUSTOMER-SOURCE-STATUS NOT = "00"
               DISPLAY "CUSTPMRG: OPEN CUSTSRC FAILED, STATUS="
                       WS-CUSTOMER-SOURCE-STATUS
               CLOSE PARTITION-MERGE-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "N" TO WS-END-OF-FILE
           PERFORM UNTIL END-OF-FILE
               READ CUSTOMER-SOURCE-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 2100-TOTAL-SOURCE-RECORD
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-SOURCE-FILE.

       2100-TOTAL-SOURCE-RECORD.
           ADD 1 TO WS-SOURCE-COUNT
           MOVE CUSTOMER-ID TO WS-SEARCH-ID
           PERFORM 9000-FIND-RANGE
           ADD CUSTOMER-CREDIT-LIMIT TO WS-SOURCE-LIMIT
           IF PARTITION-FOUND
               ADD 1 TO WS-PT-SRC-COUNT (WS-PART-IDX)
               ADD CUSTOMER-CREDIT-LIMIT
                 TO WS-PT-SRC-LIMIT (WS-PART-IDX)
           ELSE
               ADD 1 TO WS-UNASSIGNED-COUNT
               DISPLAY "CUSTPMRG: CUSTOMER " CUSTOMER-ID
                       " OUTSIDE EVERY PARTDEF RANGE"
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > CUSTOMER-ACCT-COUNT
               ADD CUSTOMER-ACCT-BALANCE (WS-IDX) TO WS-SOURCE-BALANCE
               IF PARTITION-FOUND
                   ADD CUSTOMER-ACCT-BALANCE (WS-IDX)
                     TO WS-PT-SRC-BALANCE (WS-PART-IDX)
               END-IF
           END-PERFORM.

       3000-LOAD-CUT-RECORDS.
           OPEN INPUT PARTITION-CUT-FILE
           IF WS-PARTITION-CUT-STATUS = "35"
      *        No stream has cut anything -- every range shows as not
      *        finished.
               CONTINUE
           ELSE
               IF WS-PARTITION-CUT-STATUS NOT = "00"
                   DISPLAY "CUSTPMRG: OPEN PARTCTL FAILED, STATUS="
                           WS-PARTITION-CUT-STATUS
                   CLOSE PARTITION-MERGE-REPORT-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE "N" TO WS-END-OF-FILE
               PERFORM UNTIL END-OF-FILE
                   READ PARTITION-CUT-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 3100-APPLY-CUT-RECORD
                   END-READ
               END-PERFORM
               CLOSE PARTITION-CUT-FILE
           END-IF.

       3100-APPLY-CUT-RECORD.
      *    A stream rerun replaces its cut, so the last record for a
      *    partition stands.
           IF PC-JOB-ID NOT = LS-JOB-ID
               OR PC-CUT-TS (1:8) NOT = WS-CURRENT-TS (1:8)
               ADD 1 TO WS-OTHER-JOB-COUNT
           ELSE
               MOVE PC-PARTITION-ID TO WS-SEARCH-PARTITION-ID
               PERFORM 9100-FIND-PARTITION
               IF PARTITION-FOUND
                   AND PC-LOW-CUSTOMER-ID = WS-PT-LOW-ID (WS-PART-IDX)
                   AND PC-HIGH-CUSTOMER-ID
                         = WS-PT-HIGH-ID (WS-PART-IDX)
                   MOVE "Y" TO WS-PT-CUT-FOUND (WS-PART-IDX)
                   MOVE PC-SOURCE-COUNT TO WS-PT-CUT-COUNT (WS-PART-IDX)
                   MOVE PC-SUM-ACCT-BALANCE
                     TO WS-PT-CUT-BALANCE (WS-PART-IDX)
                   MOVE PC-SUM-CREDIT-LIMIT
                     TO WS-PT-CUT-LIMIT (WS-PART-IDX)
               ELSE
      *            Cut against a range PARTDEF no longer holds.
                   ADD 1 TO WS-UNKNOWN-CUT-COUNT
                   DISPLAY "CUSTPMRG: CUT FOR PARTITION "
                           PC-PARTITION-ID " " PC-LOW-CUSTOMER-ID "-"
                           PC-HIGH-CUSTOMER-ID " NOT ON PARTDEF"
               END-IF
           END-IF.

       4000-LOAD-STREAM-TOTALS.
           OPEN INPUT PART-CONTROL-TOTAL-FILE
           IF WS-PART-CONTROL-TOTAL-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-PART-CONTROL-TOTAL-STATUS NOT = "00"
                   DISPLAY "CUSTPMRG: OPEN PCTLTOT FAILED, STATUS="
                           WS-PART-CONTROL-TOTAL-STATUS
                   CLOSE PARTITION-MERGE-REPORT-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE "N" TO WS-END-OF-FILE
               PERFORM UNTIL END-OF-FILE
                   READ PART-CONTROL-TOTAL-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 4100-APPLY-STREAM-TOTAL
                   END-READ
               END-PERFORM
               CLOSE PART-CONTROL-TOTAL-FILE
           END-IF.

       4100-APPLY-STREAM-TOTAL.
      *    CUSTCTOT appends, so a rerun stream leaves more than one
      *    record for its partition -- the last one stands.
           MOVE PCT-SIDE TO WS-SIDE-PARTITION
           IF PCT-JOB-ID NOT = LS-JOB-ID
               OR PCT-GENERATED-TS (1:8) NOT = WS-CURRENT-TS (1:8)
               ADD 1 TO WS-OTHER-JOB-COUNT
           ELSE
               IF WS-SIDE-PREFIX NOT = "P"
                   OR WS-SIDE-PARTITION-ID NOT NUMERIC
                   ADD 1 TO WS-UNKNOWN-TOTAL-COUNT
                   DISPLAY "CUSTPMRG: PCTLTOT SIDE " PCT-SIDE
                           " IS NOT A PARTITION"
               ELSE
                   MOVE WS-SIDE-PARTITION-NUM TO WS-SEARCH-PARTITION-ID
                   PERFORM 9100-FIND-PARTITION
                   IF PARTITION-FOUND
                       MOVE "Y" TO WS-PT-STM-FOUND (WS-PART-IDX)
                       MOVE PCT-RECORD-COUNT
                         TO WS-PT-STM-COUNT (WS-PART-IDX)
                       MOVE PCT-SUM-ACCT-BALANCE
                         TO WS-PT-STM-BALANCE (WS-PART-IDX)
                       MOVE PCT-SUM-CREDIT-LIMIT
                         TO WS-PT-STM-LIMIT (WS-PART-IDX)
                   ELSE
                       ADD 1 TO WS-UNKNOWN-TOTAL-COUNT
                       DISPLAY "CUSTPMRG: STREAM TOTAL FOR PARTITION "
                               WS-SIDE-PARTITION-ID " NOT ON PARTDEF"
                   END-IF
               END-IF
           END-IF.

       5000-WRITE-REPORT-HEADERS.
           MOVE LS-JOB-ID TO WS-HDR-JOB-ID
           MOVE LS-RUN-ID TO WS-HDR-RUN-ID
           MOVE WS-REPORT-HEADER-1 TO PARTITION-MERGE-REPORT-LINE
           WRITE PARTITION-MERGE-REPORT-LINE
           MOVE WS-BLANK-LINE TO PARTITION-MERGE-REPORT-LINE
           WRITE PARTITION-MERGE-REPORT-LINE
           MOVE WS-REPORT-COLUMN-HDR TO PARTITION-MERGE-REPORT-LINE
           WRITE PARTITION-MERGE-REPORT-LINE.

       5100-TIE-ONE-PARTITION.
           IF WS-PT-CUT-FOUND (WS-PART-IDX) NOT = "Y"
               MOVE "NOT CUT" TO WS-PART-STATUS-TEXT
           ELSE
               IF WS-PT-STM-FOUND (WS-PART-IDX) NOT = "Y"
                   MOVE "STREAM NOT FINISHED" TO WS-PART-STATUS-TEXT
               ELSE
                   IF WS-PT-CUT-COUNT (WS-PART-IDX)
                             NOT = WS-PT-SRC-COUNT (WS-PART-IDX)
                       OR WS-PT-CUT-BALANCE (WS-PART-IDX)
                             NOT = WS-PT-SRC-BALANCE (WS-PART-IDX)
                       OR WS-PT-CUT-LIMIT (WS-PART-IDX)
                             NOT = WS-PT-SRC-LIMIT (WS-PART-IDX)
                       MOVE "CUT DIFFERS FROM SOURCE"
                         TO WS-PART-STATUS-TEXT
                   ELSE
                       IF WS-PT-STM-COUNT (WS-PART-IDX)
                                 NOT = WS-PT-CUT-COUNT (WS-PART-IDX)
                           OR WS-PT-STM-BALANCE (WS-PART-IDX)
                                 NOT = WS-PT-CUT-BALANCE (WS-PART-IDX)
                           OR WS-PT-STM-LIMIT (WS-PART-IDX)
                                 NOT = WS-PT-CUT-LIMIT (WS-PART-IDX)
                           MOVE "STREAM DIFFERS FROM CUT"
                             TO WS-PART-STATUS-TEXT
                       ELSE
                           MOVE "IN BALANCE" TO WS-PART-STATUS-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-PART-STATUS-TEXT NOT = "IN BALANCE"
               ADD 1 TO WS-PARTS-OUT-COUNT
           END-IF
           ADD WS-PT-STM-COUNT (WS-PART-IDX) TO WS-STREAM-COUNT
           ADD WS-PT-STM-BALANCE (WS-PART-IDX) TO WS-STREAM-BALANCE
           ADD WS-PT-STM-LIMIT (WS-PART-IDX) TO WS-STREAM-LIMIT

           MOVE WS-PT-PARTITION-ID (WS-PART-IDX) TO WS-DTL-PARTITION-ID
           MOVE WS-PT-LOW-ID (WS-PART-IDX) TO WS-DTL-LOW-ID
           MOVE WS-PT-HIGH-ID (WS-PART-IDX) TO WS-DTL-HIGH-ID
           MOVE WS-PT-SRC-COUNT (WS-PART-IDX) TO WS-DTL-SRC-COUNT
           MOVE WS-PT-CUT-COUNT (WS-PART-IDX) TO WS-DTL-CUT-COUNT
           MOVE WS-PT-STM-COUNT (WS-PART-IDX) TO WS-DTL-STM-COUNT
           MOVE WS-PT-SRC-BALANCE (WS-PART-IDX) TO WS-DTL-SRC-BALANCE
           MOVE WS-PT-STM-BALANCE (WS-PART-IDX) TO WS-DTL-STM-BALANCE
           MOVE WS-PART-STATUS-TEXT TO WS-DTL-STATUS
           MOVE WS-REPORT-DETAIL TO PARTITION-MERGE-REPORT-LINE
           WRITE PARTITION-MERGE-REPORT-LINE.

       5200-WRITE-SOURCE-TIE-OUT.
           MOVE WS-BLANK-LINE TO PARTITION-MERGE-REPORT-LINE
           WRITE PARTITION-MERGE-REPORT-LINE
           MOVE WS-REPORT-SUMMARY-HDR TO PARTITION-MERGE-REPORT-LINE
           WRITE PARTITION-MERGE-REPORT-LINE
           MOVE "CUSTSRC RECORDS               " TO WS-TOT-LABEL
           MOVE WS-SOURCE-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "STREAM RECORDS                " TO WS-TOT-LABEL
           MOVE WS-STREAM-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "CUSTSRC ACCT BALANCE SUM      " TO WS-SUM-AMT-LABEL
           MOVE WS-SOURCE-BALANCE TO WS-SUM-AMT-VALUE
           PERFORM 8200-WRITE-AMOUNT-LINE
           MOVE "STREAM ACCT BALANCE SUM       " TO WS-SUM-AMT-LABEL
           MOVE WS-STREAM-BALANCE TO WS-SUM-AMT-VALUE
           PERFORM 8200-WRITE-AMOUNT-LINE
           MOVE "CUSTSRC CREDIT LIMIT SUM      " TO WS-SUM-AMT-LABEL
           MOVE WS-SOURCE-LIMIT TO WS-SUM-AMT-VALUE
           PERFORM 8200-WRITE-AMOUNT-LINE
           MOVE "STREAM CREDIT LIMIT SUM       " TO WS-SUM-AMT-LABEL
           MOVE WS-STREAM-LIMIT TO WS-SUM-AMT-VALUE
           PERFORM 8200-WRITE-AMOUNT-LINE
           MOVE WS-BLANK-LINE TO PARTITION-MERGE-REPORT-LINE
           WRITE PARTITION-MERGE-REPORT-LINE.

       6000-MERGE-STREAM-OUTPUTS.
           OPEN INPUT PART-VALIDATION-REJECT-FILE
           IF WS-PART-VALIDATION-REJ-STATUS NOT = "00"
               DISPLAY "CUSTPMRG: OPEN PVLDREJ FAILED, STATUS="
                       WS-PART-VALIDATION-REJ-STATUS
               PERFORM 6900-ABANDON-MERGE
           END-IF
           OPEN OUTPUT VALIDATION-REJECT-FILE
           IF WS-VALIDATION-REJECT-STATUS NOT = "00"
               DISPLAY "CUSTPMRG: OPEN VLDREJ FAILED, STATUS="
                       WS-VALIDATION-REJECT-STATUS
               CLOSE PART-VALIDATION-REJECT-FILE
               PERFORM 6900-ABANDON-MERGE
           END-IF
           MOVE "N" TO WS-END-OF-FILE
           PERFORM UNTIL END-OF-FILE
               READ PART-VALIDATION-REJECT-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE PART-VALIDATION-REJECT-RCD
                         TO VALIDATION-REJECT-RCD
                       WRITE VALIDATION-REJECT-RCD
                       ADD 1 TO WS-VLDREJ-COUNT
               END-READ
           END-PERFORM
           CLOSE PART-VALIDATION-REJECT-FILE
           CLOSE VALIDATION-REJECT-FILE

           OPEN INPUT PART-MASK-ERROR-FILE
           IF WS-PART-MASK-ERROR-STATUS NOT = "00"
               DISPLAY "CUSTPMRG: OPEN PMSKERR FAILED, STATUS="
                       WS-PART-MASK-ERROR-STATUS
               PERFORM 6900-ABANDON-MERGE
           END-IF
           OPEN OUTPUT MASK-ERROR-FILE
           IF WS-MASK-ERROR-STATUS NOT = "00"
               DISPLAY "CUSTPMRG: OPEN MSKERR FAILED, STATUS="
                       WS-MASK-ERROR-STATUS
               CLOSE PART-MASK-ERROR-FILE
               PERFORM 6900-ABANDON-MERGE
           END-IF
           MOVE "N" TO WS-END-OF-FILE
           PERFORM UNTIL END-OF-FILE
               READ PART-MASK-ERROR-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE PART-MASK-ERROR-RCD TO MASK-ERROR-RCD
                       WRITE MASK-ERROR-RCD
                       ADD 1 TO WS-MSKERR-COUNT
               END-READ
           END-PERFORM
           CLOSE PART-MASK-ERROR-FILE
           CLOSE MASK-ERROR-FILE

           OPEN INPUT PART-INTEREST-REVIEW-FILE
           IF WS-PART-INTEREST-REV-STATUS NOT = "00"
               DISPLAY "CUSTPMRG: OPEN PIRCKRV FAILED, STATUS="
                       WS-PART-INTEREST-REV-STATUS
               PERFORM 6900-ABANDON-MERGE
           END-IF
           OPEN OUTPUT INTEREST-REVIEW-FILE
           IF WS-INTEREST-REVIEW-STATUS NOT = "00"
               DISPLAY "CUSTPMRG: OPEN IRCKREV FAILED, STATUS="
                       WS-INTEREST-REVIEW-STATUS
               CLOSE PART-INTEREST-REVIEW-FILE
               PERFORM 6900-ABANDON-MERGE
           END-IF
           MOVE "N" TO WS-END-OF-FILE
           PERFORM UNTIL END-OF-FILE
               READ PART-INTEREST-REVIEW-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE PART-INTEREST-REVIEW-RCD
                         TO INTEREST-RATE-REVIEW-RCD
                       WRITE INTEREST-RATE-REVIEW-RCD
                       ADD 1 TO WS-IRCKREV-COUNT
               END-READ
           END-PERFORM
           CLOSE PART-INTEREST-REVIEW-FILE
           CLOSE INTEREST-REVIEW-FILE

           OPEN INPUT PART-STAGING-FILE
           IF WS-PART-STAGING-STATUS NOT = "00"
               DISPLAY "CUSTPMRG: OPEN PCUSTSTG FAILED, STATUS="
                       WS-PART-STAGING-STATUS
               PERFORM 6900-ABANDON-MERGE
           END-IF
           OPEN OUTPUT CUSTOMER-STAGING-FILE
           IF WS-CUSTOMER-STAGING-STATUS NOT = "00"
               DISPLAY "CUSTPMRG: OPEN CUSTSTG FAILED, STATUS="
                       WS-CUSTOMER-STAGING-STATUS
               CLOSE PART-STAGING-FILE
               PERFORM 6900-ABANDON-MERGE
           END-IF
           MOVE "N" TO WS-END-OF-FILE
           PERFORM UNTIL END-OF-FILE
               READ PART-STAGING-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE PART-STAGING-RCD TO CUSTOMER-STAGING-RCD
                       WRITE CUSTOMER-STAGING-RCD
                       ADD 1 TO WS-CUSTSTG-COUNT
               END-READ
           END-PERFORM
           CLOSE PART-STAGING-FILE
           CLOSE CUSTOMER-STAGING-FILE

           PERFORM 6100-MERGE-FORMAT-CONTROL
           PERFORM 6200-MERGE-HOLD-GENERATION.

       6100-MERGE-FORMAT-CONTROL.
      *    The streams were all driven with the same format flags and
      *    extract mode; only the staged counts add.
           OPEN INPUT PART-FORMAT-CONTROL-FILE
           IF WS-PART-FORMAT-CONTROL-STATUS NOT = "00"
               DISPLAY "CUSTPMRG: OPEN PFMTCTL FAILED, STATUS="
                       WS-PART-FORMAT-CONTROL-STATUS
               PERFORM 6900-ABANDON-MERGE
           END-IF
           MOVE "N" TO WS-END-OF-FILE
           PERFORM UNTIL END-OF-FILE
               READ PART-FORMAT-CONTROL-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF PFC-JOB-ID = LS-JOB-ID
                           IF NOT FMTCTL-FOUND
                               MOVE PFC-ORC-REQUESTED
                                 TO WS-MF-ORC-REQUESTED
                               MOVE PFC-PARQUET-REQUESTED
                                 TO WS-MF-PARQUET-REQUESTED
                               MOVE PFC-EXTRACT-MODE
                                 TO WS-MF-EXTRACT-MODE
                               SET FMTCTL-FOUND TO TRUE
                           END-IF
                           ADD PFC-SOURCE-RECORD-COUNT
                             TO WS-MF-STAGED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PART-FORMAT-CONTROL-FILE

           OPEN OUTPUT FORMAT-CONTROL-FILE
           IF WS-FORMAT-CONTROL-STATUS NOT = "00"
               DISPLAY "CUSTPMRG: OPEN FMTCTL FAILED, STATUS="
                       WS-FORMAT-CONTROL-STATUS
               PERFORM 6900-ABANDON-MERGE
           END-IF
           MOVE LS-JOB-ID TO FC-JOB-ID
           MOVE WS-MF-ORC-REQUESTED TO FC-ORC-REQUESTED
           MOVE WS-MF-PARQUET-REQUESTED TO FC-PARQUET-REQUESTED
           MOVE WS-MF-EXTRACT-MODE TO FC-EXTRACT-MODE
           MOVE WS-MF-STAGED-COUNT TO FC-SOURCE-RECORD-COUNT
           WRITE FORMAT-CONTROL-RCD
           CLOSE FORMAT-CONTROL-FILE.

       6200-MERGE-HOLD-GENERATION.
           OPEN OUTPUT REJECT-HOLD-OUT-FILE
           IF WS-REJECT-HOLD-OUT-STATUS NOT = "00"
               DISPLAY "CUSTPMRG: OPEN REJHLDO FAILED, STATUS="
                       WS-REJECT-HOLD-OUT-STATUS
               PERFORM 6900-ABANDON-MERGE
           END-IF

           OPEN INPUT PART-HOLD-FILE
           IF WS-PART-HOLD-STATUS NOT = "00"
               DISPLAY "CUSTPMRG: OPEN PREJHLD FAILED, STATUS="
                       WS-PART-HOLD-STATUS
               CLOSE REJECT-HOLD-OUT-FILE
               PERFORM 6900-ABANDON-MERGE
           END-IF
           MOVE "N" TO WS-END-OF-FILE
           PERFORM UNTIL END-OF-FILE
               READ PART-HOLD-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE PART-HOLD-RCD TO REJECT-HOLD-OUT-RCD
                       WRITE REJECT-HOLD-OUT-RCD
                       ADD 1 TO WS-HOLD-COUNT
               END-READ
           END-PERFORM
           CLOSE PART-HOLD-FILE

      *    Holds outside every range were never cut to a stream; they
      *    carry forward untouched.
           OPEN INPUT FULL-HOLD-FILE
           IF WS-FULL-HOLD-STATUS = "00"
               MOVE "N" TO WS-END-OF-FILE
               PERFORM UNTIL END-OF-FILE
                   READ FULL-HOLD-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 6210-CARRY-OUTSIDE-HOLD
                   END-READ
               END-PERFORM
               CLOSE FULL-HOLD-FILE
           ELSE
               IF WS-FULL-HOLD-STATUS NOT = "35"
                   DISPLAY "CUSTPMRG: OPEN FULLHLD FAILED, STATUS="
                           WS-FULL-HOLD-STATUS
                   CLOSE REJECT-HOLD-OUT-FILE
                   PERFORM 6900-ABANDON-MERGE
               END-IF
           END-IF
           CLOSE REJECT-HOLD-OUT-FILE.

       6210-CARRY-OUTSIDE-HOLD.
           MOVE RH-CUSTOMER-ID TO WS-SEARCH-ID
           PERFORM 9000-FIND-RANGE
           IF NOT PARTITION-FOUND
               MOVE REJECT-HOLD-RCD TO REJECT-HOLD-OUT-RCD
               WRITE REJECT-HOLD-OUT-RCD
               ADD 1 TO WS-HOLD-COUNT
               ADD 1 TO WS-HOLD-OUTSIDE-COUNT
           END-IF.

       6900-ABANDON-MERGE.
           MOVE "MERGE FAILED -- SEE JOB LOG" TO WS-RESULT-TEXT
           PERFORM 8000-WRITE-REPORT-TOTALS
           CLOSE PARTITION-MERGE-REPORT-FILE
           MOVE 16 TO RETURN-CODE
           GOBACK.

       7000-APPEND-CONTROL-TOTAL.
           OPEN EXTEND CONTROL-TOTAL-FILE
           IF WS-CONTROL-TOTAL-STATUS = "35"
               OPEN OUTPUT CONTROL-TOTAL-FILE
               CLOSE CONTROL-TOTAL-FILE
               OPEN EXTEND CONTROL-TOTAL-FILE
           END-IF

           IF WS-CONTROL-TOTAL-STATUS NOT = "00"
               DISPLAY "CUSTPMRG: OPEN CTLTOT FAILED, STATUS="
                       WS-CONTROL-TOTAL-STATUS
               PERFORM 6900-ABANDON-MERGE
           END-IF

           MOVE LS-JOB-ID TO CT-JOB-ID
           MOVE "SRC" TO CT-SIDE
           MOVE WS-STREAM-COUNT TO CT-RECORD-COUNT
           MOVE WS-STREAM-BALANCE TO CT-SUM-ACCT-BALANCE
           MOVE WS-STREAM-LIMIT TO CT-SUM-CREDIT-LIMIT
           MOVE FUNCTION CURRENT-DATE TO CT-GENERATED-TS
           WRITE CONTROL-TOTAL-RCD
           CLOSE CONTROL-TOTAL-FILE.

       8000-WRITE-REPORT-TOTALS.
           MOVE "PARTITIONS DEFINED            " TO WS-TOT-LABEL
           MOVE WS-PART-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "PARTITIONS OUT OF BALANCE     " TO WS-TOT-LABEL
           MOVE WS-PARTS-OUT-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "SOURCE RECORDS OUTSIDE RANGES " TO WS-TOT-LABEL
           MOVE WS-UNASSIGNED-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "CUTS NOT ON PARTDEF           " TO WS-TOT-LABEL
           MOVE WS-UNKNOWN-CUT-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "STREAM TOTALS NOT ON PARTDEF  " TO WS-TOT-LABEL
           MOVE WS-UNKNOWN-TOTAL-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "OTHER JOB OR NIGHT IGNORED    " TO WS-TOT-LABEL
           MOVE WS-OTHER-JOB-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "VLDREJ RECORDS MERGED         " TO WS-TOT-LABEL
           MOVE WS-VLDREJ-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "MSKERR RECORDS MERGED         " TO WS-TOT-LABEL
           MOVE WS-MSKERR-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "IRCKREV RECORDS MERGED        " TO WS-TOT-LABEL
           MOVE WS-IRCKREV-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "CUSTSTG RECORDS MERGED        " TO WS-TOT-LABEL
           MOVE WS-CUSTSTG-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "FMTCTL STAGED COUNT           " TO WS-TOT-LABEL
           MOVE WS-MF-STAGED-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "REJHOLD RECORDS MERGED        " TO WS-TOT-LABEL
           MOVE WS-HOLD-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "  OF WHICH OUTSIDE RANGES     " TO WS-TOT-LABEL
           MOVE WS-HOLD-OUTSIDE-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE WS-BLANK-LINE TO PARTITION-MERGE-REPORT-LINE
           WRITE PARTITION-MERGE-REPORT-LINE
           MOVE WS-REPORT-RESULT TO PARTITION-MERGE-REPORT-LINE
           WRITE PARTITION-MERGE-REPORT-LINE.

       8100-WRITE-TOTAL-LINE.
           MOVE WS-REPORT-TOTAL TO PARTITION-MERGE-REPORT-LINE
           WRITE PARTITION-MERGE-REPORT-LINE.

       8200-WRITE-AMOUNT-LINE.
           MOVE WS-REPORT-SUMMARY-AMT TO PARTITION-MERGE-REPORT-LINE
           WRITE PARTITION-MERGE-REPORT-LINE.

       9000-FIND-RANGE.
           MOVE "N" TO WS-PARTITION-FOUND
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-PART-COUNT
                      OR PARTITION-FOUND
               IF WS-SEARCH-ID NOT < WS-PT-LOW-ID (WS-PART-IDX)
                   AND WS-SEARCH-ID NOT > WS-PT-HIGH-ID (WS-PART-IDX)
                   SET PARTITION-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF PARTITION-FOUND
               SUBTRACT 1 FROM WS-PART-IDX
           END-IF.

       9100-FIND-PARTITION.
           MOVE "N" TO WS-PARTITION-FOUND
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-PART-COUNT
                      OR PARTITION-FOUND
               IF WS-PT-PARTITION-ID (WS-PART-IDX)
                    = WS-SEARCH-PARTITION-ID
                   SET PARTITION-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF PARTITION-FOUND
               SUBTRACT 1 FROM WS-PART-IDX
           END-IF.
