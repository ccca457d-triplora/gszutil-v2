       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPCUT.
      *
      * Partition cut for the partitioned nightly chain.  CUSTDRVR
      * runs one stream per customer-id range on PARTDEF, each as its
      * own invocation, and this is the first step of every stream:
      * it cuts the stream's range out of the whole-book files so the
      * per-record steps after it (CUSTVLDT, CUSTIRCK, CUSTCONV,
      * CUSTCTOT) run unchanged against their usual DD names --
      *
      *   CUSTSRC  (whole source)        -> CUSTIN  (this range)
      *   FULLDLT  (whole CUSTDELT delta) -> CUSTDLT (this range)
      *   FULLHLD  (whole REJHOLD)       -> REJHOLD (this range)
      *
      * The hold file is cut too, so each stream's CUSTVLDT and
      * CUSTCONV read and append only their own range's holds, and
      * CUSTPMRG puts the generation back together.  A missing
      * FULLHLD is an empty one.  The run ledger is kept apart the
      * same way: CUSTDRVR extends the stream's own STRMLEDG, never
      * the shared RUNLEDG, so no two streams append to one file.
      *
      * PARTDEF is checked before anything is cut -- a partition id
      * outside 01-32, a repeated id, a range whose low id is above
      * its high id, or two ranges that overlap would process a
      * customer twice or not at all, so any of them ends RC 16 with
      * nothing written.  So does a partition id not on PARTDEF.
      *
      * One PARTITION-CUT-RCD goes to PARTCTL with the range, the
      * source count and the CUSTOMER-ACCT-BALANCE and
      * CUSTOMER-CREDIT-LIMIT sums of the records cut, which
      * CUSTPMRG ties back to the unpartitioned source.
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
           SELECT FULL-DELTA-FILE ASSIGN TO "FULLDLT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FULL-DELTA-STATUS.
           SELECT FULL-HOLD-FILE ASSIGN TO "FULLHLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FULL-HOLD-STATUS.
           SELECT PARTITION-SOURCE-FILE ASSIGN TO "CUSTIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARTITION-SOURCE-STATUS.
           SELECT PARTITION-DELTA-FILE ASSIGN TO "CUSTDLT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARTITION-DELTA-STATUS.
           SELECT PARTITION-HOLD-FILE ASSIGN TO "REJHOLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARTITION-HOLD-STATUS.
           SELECT PARTITION-CUT-FILE ASSIGN TO "PARTCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARTITION-CUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTITION-DEFINITION-FILE.
           COPY "partdef.cpy".

       FD  CUSTOMER-SOURCE-FILE.
       01  WS-CONTAINER.
           COPY "test3.cpy".

       FD  FULL-DELTA-FILE.
           COPY "custdlt.cpy".

       FD  FULL-HOLD-FILE.
           COPY "rejhold.cpy".

       FD  PARTITION-SOURCE-FILE
           RECORD CONTAINS 254 CHARACTERS.
       01  PARTITION-SOURCE-RCD        PIC X(254).

       FD  PARTITION-DELTA-FILE
           RECORD CONTAINS 255 CHARACTERS.
       01  PARTITION-DELTA-RCD         PIC X(255).

       FD  PARTITION-HOLD-FILE
           RECORD CONTAINS 272 CHARACTERS.
       01  PARTITION-HOLD-RCD          PIC X(272).

       FD  PARTITION-CUT-FILE.
           COPY "partctl.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PARTITION-DEF-STATUS     PIC X(2).
       01  WS-CUSTOMER-SOURCE-STATUS   PIC X(2).
       01  WS-FULL-DELTA-STATUS        PIC X(2).
       01  WS-FULL-HOLD-STATUS         PIC X(2).
       01  WS-PARTITION-SOURCE-STATUS  PIC X(2).
       01  WS-PARTITION-DELTA-STATUS   PIC X(2).
       01  WS-PARTITION-HOLD-STATUS    PIC X(2).
       01  WS-PARTITION-CUT-STATUS     PIC X(2).
       01  WS-END-OF-DEFINITIONS       PIC X(1) VALUE "N".
           88  END-OF-DEFINITIONS      VALUE "Y".
       01  WS-END-OF-SOURCE            PIC X(1) VALUE "N".
           88  END-OF-SOURCE           VALUE "Y".
       01  WS-END-OF-DELTA             PIC X(1) VALUE "N".
           88  END-OF-DELTA            VALUE "Y".
       01  WS-END-OF-HOLD              PIC X(1) VALUE "N".
           88  END-OF-HOLD             VALUE "Y".

      *    The ranges on PARTDEF -- 32 streams is the most the chain
      *    is scheduled for.
       01  WS-PART-COUNT               PIC 9(2) VALUE ZERO.
       01  WS-PART-TABLE.
           05  WS-PART-ENTRY OCCURS 32 TIMES.
               10  WS-PT-PARTITION-ID  PIC 9(2).
               10  WS-PT-LOW-ID        PIC X(10).
               10  WS-PT-HIGH-ID       PIC X(10).
       01  WS-PART-IDX                 PIC 9(2).
       01  WS-OTHER-IDX                PIC 9(2).
       01  WS-DEFINITIONS-INVALID      PIC X(1) VALUE "N".
           88  DEFINITIONS-INVALID     VALUE "Y".
       01  WS-PARTITION-FOUND          PIC X(1) VALUE "N".
           88  PARTITION-FOUND         VALUE "Y".
       01  WS-CUT-LOW-ID               PIC X(10).
       01  WS-CUT-HIGH-ID              PIC X(10).

       01  WS-SOURCE-READ-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-SOURCE-CUT-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-DELTA-CUT-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-HOLD-CUT-COUNT           PIC 9(9) VALUE ZERO.
       01  WS-SUM-ACCT-BALANCE         PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  WS-SUM-CREDIT-LIMIT         PIC S9(15)V99 COMP-3 VALUE ZERO.
       01  WS-IDX                      PIC 9(2).

       LINKAGE SECTION.
       01  LS-JOB-ID                   PIC X(8).
       01  LS-RUN-ID                   PIC X(8).
       01  LS-PARTITION-ID             PIC 9(2).

       PROCEDURE DIVISION USING LS-JOB-ID
                                 LS-RUN-ID
                                 LS-PARTITION-ID.

       0000-MAIN-LOGIC.
           OPEN INPUT PARTITION-DEFINITION-FILE
           IF WS-PARTITION-DEF-STATUS NOT = "00"
               DISPLAY "CUSTPCUT: OPEN PARTDEF FAILED, STATUS="
                       WS-PARTITION-DEF-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL END-OF-DEFINITIONS
               READ PARTITION-DEFINITION-FILE
                   AT END
                       SET END-OF-DEFINITIONS TO TRUE
                   NOT AT END
                       PERFORM 1000-TABLE-DEFINITION
               END-READ
           END-PERFORM
           CLOSE PARTITION-DEFINITION-FILE

           PERFORM 1100-CHECK-OVERLAP
               VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > WS-PART-COUNT

           IF DEFINITIONS-INVALID
               DISPLAY "CUSTPCUT: PARTDEF INVALID, NOTHING CUT"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-PART-COUNT
                      OR PARTITION-FOUND
               IF WS-PT-PARTITION-ID (WS-PART-IDX) = LS-PARTITION-ID
                   SET PARTITION-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF NOT PARTITION-FOUND
               DISPLAY "CUSTPCUT: PARTITION " LS-PARTITION-ID
                       " NOT ON PARTDEF"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           SUBTRACT 1 FROM WS-PART-IDX
           MOVE WS-PT-LOW-ID (WS-PART-IDX) TO WS-CUT-LOW-ID
           MOVE WS-PT-HIGH-ID (WS-PART-IDX) TO WS-CUT-HIGH-ID

           PERFORM 0100-OPEN-FILES

           PERFORM UNTIL END-OF-SOURCE
               READ CUSTOMER-SOURCE-FILE
                   AT END
                       SET END-OF-SOURCE TO TRUE
                   NOT AT END
                       PERFORM 2000-CUT-SOURCE-RECORD
               END-READ
           END-PERFORM

           PERFORM UNTIL END-OF-DELTA
               READ FULL-DELTA-FILE
                   AT END
                       SET END-OF-DELTA TO TRUE
                   NOT AT END
                       PERFORM 3000-CUT-DELTA-RECORD
               END-READ
           END-PERFORM

           PERFORM UNTIL END-OF-HOLD
               READ FULL-HOLD-FILE
                   AT END
                       SET END-OF-HOLD TO TRUE
                   NOT AT END
                       PERFORM 4000-CUT-HOLD-RECORD
               END-READ
           END-PERFORM

           PERFORM 5000-WRITE-CUT-RECORD

           CLOSE CUSTOMER-SOURCE-FILE
           CLOSE FULL-DELTA-FILE
           IF WS-FULL-HOLD-STATUS NOT = "35"
               CLOSE FULL-HOLD-FILE
           END-IF
           CLOSE PARTITION-SOURCE-FILE
           CLOSE PARTITION-DELTA-FILE
           CLOSE PARTITION-HOLD-FILE
           CLOSE PARTITION-CUT-FILE

           DISPLAY "CUSTPCUT: PARTITION " LS-PARTITION-ID
                   " " WS-CUT-LOW-ID "-" WS-CUT-HIGH-ID
                   " SOURCE=" WS-SOURCE-CUT-COUNT
                   " DELTA=" WS-DELTA-CUT-COUNT
                   " HOLD=" WS-HOLD-CUT-COUNT
           GOBACK.

       0100-OPEN-FILES.
           OPEN INPUT CUSTOMER-SOURCE-FILE
           IF WS-CUSTOMER-SOURCE-STATUS NOT = "00"
               DISPLAY "CUSTPCUT: OPEN CUSTSRC FAILED, STATUS="
                       WS-CUSTOMER-SOURCE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT FULL-DELTA-FILE
           IF WS-FULL-DELTA-STATUS NOT = "00"
               DISPLAY "CUSTPCUT: OPEN FULLDLT FAILED, STATUS="
                       WS-FULL-DELTA-STATUS
               CLOSE CUSTOMER-SOURCE-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT FULL-HOLD-FILE
           IF WS-FULL-HOLD-STATUS = "35"
      *        Nothing held yet -- every stream starts with no holds.
               SET END-OF-HOLD TO TRUE
           ELSE
               IF WS-FULL-HOLD-STATUS NOT = "00"
                   DISPLAY "CUSTPCUT: OPEN FULLHLD FAILED, STATUS="
                           WS-FULL-HOLD-STATUS
                   CLOSE CUSTOMER-SOURCE-FILE
                   CLOSE FULL-DELTA-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN OUTPUT PARTITION-SOURCE-FILE
           IF WS-PARTITION-SOURCE-STATUS NOT = "00"
               DISPLAY "CUSTPCUT: OPEN CUSTIN FAILED, STATUS="
                       WS-PARTITION-SOURCE-STATUS
               PERFORM 0200-CLOSE-INPUTS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT PARTITION-DELTA-FILE
           IF WS-PARTITION-DELTA-STATUS NOT = "00"
               DISPLAY "CUSTPCUT: OPEN CUSTDLT FAILED, STATUS="
                       WS-PARTITION-DELTA-STATUS
               PERFORM 0200-CLOSE-INPUTS
               CLOSE PARTITION-SOURCE-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT PARTITION-HOLD-FILE
           IF WS-PARTITION-HOLD-STATUS NOT = "00"
               DISPLAY "CUSTPCUT: OPEN REJHOLD FAILED, STATUS="
                       WS-PARTITION-HOLD-STATUS
               PERFORM 0200-CLOSE-INPUTS
               CLOSE PARTITION-SOURCE-FILE
               CLOSE PARTITION-DELTA-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT PARTITION-CUT-FILE
           IF WS-PARTITION-CUT-STATUS NOT = "00"
               DISPLAY "CUSTPCUT: OPEN PARTCTL FAILED, STATUS="
                       WS-PARTITION-CUT-STATUS
               PERFORM 0200-CLOSE-INPUTS
               CLOSE PARTITION-SOURCE-FILE
               CLOSE PARTITION-DELTA-FILE
               CLOSE PARTITION-HOLD-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       0200-CLOSE-INPUTS.
           CLOSE CUSTOMER-SOURCE-FILE
           CLOSE FULL-DELTA-FILE
           IF WS-FULL-HOLD-STATUS NOT = "35"
               CLOSE FULL-HOLD-FILE
           END-IF.

       1000-TABLE-DEFINITION.
           IF PD-PARTITION-ID = ZERO
               OR PD-PARTITION-ID > 32
               OR PD-LOW-CUSTOMER-ID > PD-HIGH-CUSTOMER-ID
               DISPLAY "CUSTPCUT: PARTDEF ENTRY " PD-PARTITION-ID
                       " " PD-LOW-CUSTOMER-ID "-" PD-HIGH-CUSTOMER-ID
                       " INVALID"
               SET DEFINITIONS-INVALID TO TRUE
           ELSE
               IF WS-PART-COUNT NOT < 32
                   DISPLAY "CUSTPCUT: PARTDEF HAS MORE THAN 32 ENTRIES"
                   SET DEFINITIONS-INVALID TO TRUE
               ELSE
                   ADD 1 TO WS-PART-COUNT
                   MOVE PD-PARTITION-ID
                     TO WS-PT-PARTITION-ID (WS-PART-COUNT)
                   MOVE PD-LOW-CUSTOMER-ID
                     TO WS-PT-LOW-ID (WS-PART-COUNT)
                   MOVE PD-HIGH-CUSTOMER-ID
                     TO WS-PT-HIGH-ID (WS-PART-COUNT)
               END-IF
           END-IF.

       1100-CHECK-OVERLAP.
      *    Each range against every later one -- a repeated id or any
      *    shared customer id makes the definition unusable.
           PERFORM VARYING WS-OTHER-IDX FROM WS-PART-IDX BY 1
                   UNTIL WS-OTHER-IDX > WS-PART-COUNT
               IF WS-OTHER-IDX NOT = WS-PART-IDX
                   IF WS-PT-PARTITION-ID (WS-OTHER-IDX)
                        = WS-PT-PARTITION-ID (WS-PART-IDX)
                       DISPLAY "CUSTPCUT: PARTITION "
                               WS-PT-PARTITION-ID (WS-PART-IDX)
                               " DEFINED TWICE"
                       SET DEFINITIONS-INVALID TO TRUE
                   ELSE
                       IF WS-PT-LOW-ID (WS-OTHER-IDX)
                                 NOT > WS-PT-HIGH-ID (WS-PART-IDX)
                           AND WS-PT-HIGH-ID (WS-OTHER-IDX)
                                 NOT < WS-PT-LOW-ID (WS-PART-IDX)
                           DISPLAY "CUSTPCUT: PARTITIONS "
                                   WS-PT-PARTITION-ID (WS-PART-IDX)
                                   " AND "
                                   WS-PT-PARTITION-ID (WS-OTHER-IDX)
                                   " OVERLAP"
                           SET DEFINITIONS-INVALID TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       2000-CUT-SOURCE-RECORD.
           ADD 1 TO WS-SOURCE-READ-COUNT
           IF CUSTOMER-ID NOT < WS-CUT-LOW-ID
               AND CUSTOMER-ID NOT > WS-CUT-HIGH-ID
               MOVE WS-CONTAINER TO PARTITION-SOURCE-RCD
               WRITE PARTITION-SOURCE-RCD
               ADD 1 TO WS-SOURCE-CUT-COUNT
               ADD CUSTOMER-CREDIT-LIMIT TO WS-SUM-CREDIT-LIMIT
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > CUSTOMER-ACCT-COUNT
                   ADD CUSTOMER-ACCT-BALANCE (WS-IDX)
                     TO WS-SUM-ACCT-BALANCE
               END-PERFORM
           END-IF.

       3000-CUT-DELTA-RECORD.
           IF CD-CUSTOMER-IMAGE (1:10) NOT < WS-CUT-LOW-ID
               AND CD-CUSTOMER-IMAGE (1:10) NOT > WS-CUT-HIGH-ID
               MOVE CUSTOMER-DELTA-RCD TO PARTITION-DELTA-RCD
               WRITE PARTITION-DELTA-RCD
               ADD 1 TO WS-DELTA-CUT-COUNT
           END-IF.

       4000-CUT-HOLD-RECORD.
           IF RH-CUSTOMER-ID NOT < WS-CUT-LOW-ID
               AND RH-CUSTOMER-ID NOT > WS-CUT-HIGH-ID
               MOVE REJECT-HOLD-RCD TO PARTITION-HOLD-RCD
               WRITE PARTITION-HOLD-RCD
               ADD 1 TO WS-HOLD-CUT-COUNT
           END-IF.

       5000-WRITE-CUT-RECORD.
           MOVE LS-JOB-ID TO PC-JOB-ID
           MOVE LS-RUN-ID TO PC-RUN-ID
           MOVE LS-PARTITION-ID TO PC-PARTITION-ID
           MOVE WS-CUT-LOW-ID TO PC-LOW-CUSTOMER-ID
           MOVE WS-CUT-HIGH-ID TO PC-HIGH-CUSTOMER-ID
           MOVE WS-SOURCE-CUT-COUNT TO PC-SOURCE-COUNT
           MOVE WS-SUM-ACCT-BALANCE TO PC-SUM-ACCT-BALANCE
           MOVE WS-SUM-CREDIT-LIMIT TO PC-SUM-CREDIT-LIMIT
           MOVE WS-DELTA-CUT-COUNT TO PC-DELTA-COUNT
           MOVE WS-HOLD-CUT-COUNT TO PC-HOLD-COUNT
           MOVE FUNCTION CURRENT-DATE TO PC-CUT-TS
           WRITE PARTITION-CUT-RCD.
