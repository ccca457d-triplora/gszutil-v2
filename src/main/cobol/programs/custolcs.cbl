       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOLCS.
      *
      * Nightly over-limit case maintenance.  CUSTLMTR writes a fresh
      * CREDIT-LIMIT-EXCEPTION-RCD set every night and remembers
      * nothing; this step keeps the memory.  OLCASE is an indexed
      * case file keyed by customer id, one OVER-LIMIT-CASE-RCD per
      * customer that has ever breached:
      *
      *   - a customer on tonight's LMTEXCP with no case, or with a
      *     cured one, has a case opened (OLC-BREACH-COUNT counts the
      *     openings, so a repeat offender shows as such);
      *   - an open case seen again is aged: OLC-DAYS-OVER runs from
      *     the opening date and sets OLC-AGING-BUCKET --
      *         1  under 30 days    3  60 to 89 days
      *         2  30 to 59 days    4  90 days and over
      *     -- and the CLE-OVER-AMOUNT is carried, with the peak
      *     amount and the date it was reached kept alongside;
      *   - an open case whose customer is NOT on tonight's LMTEXCP
      *     is closed as cured (OLC-CASE-STATUS "C").
      *
      * A missing LMTEXCP is a failed CUSTLMTR, not a night with
      * nobody over limit -- curing the whole book off it would be
      * wrong, so the step ends RC 16.  An empty LMTEXCP cures every
      * open case, as it should.  So is an LMTEXCP CUSTLMTR did not
      * write tonight: applied again, last night's exceptions would
      * age every case a day and cure nothing.  LMTEXCP is read
      * through once before OLCASE is opened, and any exception
      * whose CLE-DETECTED-TS is not today's date ends the step RC
      * 16 with the case file untouched.
      *
      * OLC-PERIOD-START-BUCKET belongs to the monthly roll-rate run
      * (CUSTOLRR): it holds the bucket the case stood in when the
      * month began, "N" for a case opened during the month and "X"
      * for a cured case already counted.  This step only ever sets
      * "N", on opening.
      *
      * The OLWORKQ collections work queue lists every open case,
      * most delinquent bucket first and largest over-limit amount
      * first within the bucket, with a count per bucket.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMIT-EXCEPTION-FILE ASSIGN TO "LMTEXCP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIMIT-EXCEPTION-STATUS.
           SELECT OVER-LIMIT-CASE-FILE ASSIGN TO "OLCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLC-CUSTOMER-ID
               FILE STATUS IS WS-OVER-LIMIT-CASE-STATUS.
           SELECT WORK-QUEUE-REPORT-FILE ASSIGN TO "OLWORKQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-QUEUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIMIT-EXCEPTION-FILE.
           COPY "lmtexcp.cpy".

       FD  OVER-LIMIT-CASE-FILE.
           COPY "olcase.cpy".

       FD  WORK-QUEUE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  WORK-QUEUE-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LIMIT-EXCEPTION-STATUS   PIC X(2).
       01  WS-OVER-LIMIT-CASE-STATUS   PIC X(2).
       01  WS-WORK-QUEUE-STATUS        PIC X(2).
       01  WS-END-OF-EXCEPTIONS        PIC X(1) VALUE "N".
           88  END-OF-EXCEPTIONS       VALUE "Y".
       01  WS-EXCEPTIONS-STALE         PIC X(1) VALUE "N".
           88  EXCEPTIONS-STALE        VALUE "Y".
       01  WS-END-OF-CASES             PIC X(1) VALUE "N".
           88  END-OF-CASES            VALUE "Y".
       01  WS-CASE-FOUND               PIC X(1).
           88  CASE-FOUND              VALUE "Y".
       01  WS-QUEUE-TABLE-FULL         PIC X(1) VALUE "N".
           88  QUEUE-TABLE-FULL        VALUE "Y".

      *    Open cases gathered on the sweep, ordered for the work
      *    queue through an index vector the way CUSTSLAT orders its
      *    nights -- the entries themselves never move.
       01  WS-QUEUE-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-QUEUE-TABLE.
           05  WS-QUEUE-ENTRY OCCURS 2000 TIMES.
               10  WS-QUE-CUSTOMER-ID      PIC X(10).
               10  WS-QUE-BUCKET           PIC 9(1).
               10  WS-QUE-DAYS-OVER        PIC 9(5).
               10  WS-QUE-OVER-AMOUNT      PIC S9(15)V99 COMP-3.
               10  WS-QUE-PEAK-AMOUNT      PIC S9(15)V99 COMP-3.
               10  WS-QUE-CREDIT-LIMIT     PIC S9(6)V99.
               10  WS-QUE-OPENED-DATE      PIC 9(8).
               10  WS-QUE-BREACH-COUNT     PIC 9(3).
       01  WS-QUEUE-ORDER-TABLE.
           05  WS-QUE-ORDER-IDX        PIC 9(4) OCCURS 2000 TIMES.
       01  WS-ORD-A                    PIC 9(4).
       01  WS-ORD-B                    PIC 9(4).
       01  WS-ORD-SWAP                 PIC 9(4).
       01  WS-QUE-IDX                  PIC 9(4).
       01  WS-B-SORTS-FIRST            PIC X(1).
           88  B-SORTS-FIRST           VALUE "Y".

       01  WS-BUCKET-IDX               PIC 9(1).
       01  WS-BUCKET-COUNTS.
           05  WS-BUCKET-COUNT         PIC 9(9) OCCURS 4 TIMES.
       01  WS-BUCKET-AMOUNTS.
           05  WS-BUCKET-AMOUNT        PIC S9(15)V99 COMP-3
                                       OCCURS 4 TIMES.
       01  WS-BUCKET-NAMES.
           05  FILLER                  PIC X(8) VALUE "1-29    ".
           05  FILLER                  PIC X(8) VALUE "30-59   ".
           05  FILLER                  PIC X(8) VALUE "60-89   ".
           05  FILLER                  PIC X(8) VALUE "90+     ".
       01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
           05  WS-BUCKET-NAME          PIC X(8) OCCURS 4 TIMES.
       01  WS-PRIOR-BUCKET             PIC 9(1).

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DAY-NUMBER           PIC 9(8).
       01  WS-CURRENT-TS               PIC X(26).
       01  WS-DAYS-OVER                PIC 9(5).

       01  WS-EXCEPTIONS-READ-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-OPENED-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-REOPENED-COUNT           PIC 9(9) VALUE ZERO.
       01  WS-AGED-COUNT               PIC 9(9) VALUE ZERO.
       01  WS-CURED-COUNT              PIC 9(9) VALUE ZERO.
       01  WS-OPEN-CASE-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-ERROR-COUNT              PIC 9(9) VALUE ZERO.

       01  WS-QUEUE-HEADER-1.
           05  FILLER                  PIC X(40) VALUE
               "OVER-LIMIT COLLECTIONS WORK QUEUE FOR   ".
           05  WS-HDR-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(84) VALUE SPACES.
       01  WS-QUEUE-COLUMN-HDR.
           05  FILLER                  PIC X(10) VALUE "BUCKET    ".
           05  FILLER                  PIC X(12) VALUE "CUSTOMER-ID ".
           05  FILLER                  PIC X(6)  VALUE " DAYS ".
           05  FILLER                  PIC X(20) VALUE
               "         OVER LIMIT ".
           05  FILLER                  PIC X(20) VALUE
               "          PEAK OVER ".
           05  FILLER                  PIC X(12) VALUE
               "  CRED LIMIT".
           05  FILLER                  PIC X(10) VALUE "  OPENED  ".
           05  FILLER                  PIC X(8)  VALUE "BREACHES".
           05  FILLER                  PIC X(34) VALUE SPACES.
       01  WS-QUEUE-DETAIL.
           05  WS-QDT-BUCKET           PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-QDT-CUSTOMER-ID      PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-QDT-DAYS-OVER        PIC ZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-QDT-OVER-AMOUNT      PIC -(15)9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-QDT-PEAK-AMOUNT      PIC -(15)9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-QDT-CREDIT-LIMIT     PIC -(6)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-QDT-OPENED-DATE      PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-QDT-BREACH-COUNT     PIC ZZ9.
           05  FILLER                  PIC X(39) VALUE SPACES.
       01  WS-QUEUE-BUCKET-TOTAL.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "BUCKET ".
           05  WS-QBT-BUCKET           PIC X(8).
           05  FILLER                  PIC X(7) VALUE " CASES ".
           05  WS-QBT-COUNT            PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(7) VALUE "  OVER ".
           05  WS-QBT-AMOUNT           PIC -(15)9.99.
           05  FILLER                  PIC X(65) VALUE SPACES.
       01  WS-REPORT-TOTAL.
           05  WS-TOT-LABEL            PIC X(30).
           05  WS-TOT-COUNT            PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(93) VALUE SPACES.
       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TS
           MOVE WS-CURRENT-TS (1:8) TO WS-RUN-DATE
           COMPUTE WS-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)

           OPEN INPUT LIMIT-EXCEPTION-FILE
           IF WS-LIMIT-EXCEPTION-STATUS NOT = "00"
               DISPLAY "CUSTOLCS: OPEN LMTEXCP FAILED, STATUS="
                       WS-LIMIT-EXCEPTION-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 0500-CHECK-EXCEPTION-DATES
           CLOSE LIMIT-EXCEPTION-FILE
           IF EXCEPTIONS-STALE
               DISPLAY "CUSTOLCS: LMTEXCP NOT WRITTEN TODAY, "
                       "NOTHING PROCESSED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO WS-END-OF-EXCEPTIONS
           OPEN INPUT LIMIT-EXCEPTION-FILE
           IF WS-LIMIT-EXCEPTION-STATUS NOT = "00"
               DISPLAY "CUSTOLCS: OPEN LMTEXCP FAILED, STATUS="
                       WS-LIMIT-EXCEPTION-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O OVER-LIMIT-CASE-FILE
           IF WS-OVER-LIMIT-CASE-STATUS = "35"
      *        First night -- create the case file, then reopen it
      *        for update.
               OPEN OUTPUT OVER-LIMIT-CASE-FILE
               CLOSE OVER-LIMIT-CASE-FILE
               OPEN I-O OVER-LIMIT-CASE-FILE
           END-IF
           IF WS-OVER-LIMIT-CASE-STATUS NOT = "00"
               DISPLAY "CUSTOLCS: OPEN OLCASE FAILED, STATUS="
                       WS-OVER-LIMIT-CASE-STATUS
               CLOSE LIMIT-EXCEPTION-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT WORK-QUEUE-REPORT-FILE
           IF WS-WORK-QUEUE-STATUS NOT = "00"
               DISPLAY "CUSTOLCS: OPEN OLWORKQ FAILED, STATUS="
                       WS-WORK-QUEUE-STATUS
               CLOSE LIMIT-EXCEPTION-FILE
               CLOSE OVER-LIMIT-CASE-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL END-OF-EXCEPTIONS
               READ LIMIT-EXCEPTION-FILE
                   AT END
                       SET END-OF-EXCEPTIONS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EXCEPTIONS-READ-COUNT
                       PERFORM 1000-APPLY-EXCEPTION
               END-READ
           END-PERFORM
           CLOSE LIMIT-EXCEPTION-FILE

           PERFORM 2000-SWEEP-CASES
           CLOSE OVER-LIMIT-CASE-FILE

           PERFORM 3000-ORDER-WORK-QUEUE
           PERFORM 4000-WRITE-WORK-QUEUE
           PERFORM 8000-WRITE-REPORT-TOTALS
           CLOSE WORK-QUEUE-REPORT-FILE

           DISPLAY "CUSTOLCS: EXCEPTIONS=" WS-EXCEPTIONS-READ-COUNT
                   " OPENED=" WS-OPENED-COUNT
                   " REOPENED=" WS-REOPENED-COUNT
                   " AGED=" WS-AGED-COUNT
                   " CURED=" WS-CURED-COUNT
                   " OPEN=" WS-OPEN-CASE-COUNT
           IF QUEUE-TABLE-FULL
      *        The case file itself is complete; only the printed
      *        queue is short, and a short queue hides customers.
               DISPLAY "CUSTOLCS: WORK QUEUE TABLE FULL, "
                       "QUEUE INCOMPLETE"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = ZERO AND WS-ERROR-COUNT NOT = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       0500-CHECK-EXCEPTION-DATES.
      *    CUSTLMTR stamps every exception with the time it ran; one
      *    from another day means tonight's CUSTLMTR never wrote the
      *    file.
           PERFORM UNTIL END-OF-EXCEPTIONS OR EXCEPTIONS-STALE
               READ LIMIT-EXCEPTION-FILE
                   AT END
                       SET END-OF-EXCEPTIONS TO TRUE
                   NOT AT END
                       IF CLE-DETECTED-TS (1:8) NOT = WS-RUN-DATE
                           SET EXCEPTIONS-STALE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       1000-APPLY-EXCEPTION.
           MOVE "N" TO WS-CASE-FOUND
           MOVE CLE-CUSTOMER-ID TO OLC-CUSTOMER-ID
           READ OVER-LIMIT-CASE-FILE
               KEY IS OLC-CUSTOMER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CASE-FOUND TO TRUE
           END-READ

           IF NOT CASE-FOUND
               PERFORM 1100-OPEN-NEW-CASE
               WRITE OVER-LIMIT-CASE-RCD
                   INVALID KEY
                       DISPLAY "CUSTOLCS: OLCASE WRITE FAILED FOR "
                               CLE-CUSTOMER-ID
                               " STATUS=" WS-OVER-LIMIT-CASE-STATUS
                       ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-OPENED-COUNT
               END-WRITE
           ELSE
               IF OLC-CASE-STATUS = "C"
      *            Breached again after curing -- a fresh case under
      *            the same key, aged from tonight.  A case counted
      *            cured by the roll-rate run enters the month as new.
                   ADD 1 TO WS-REOPENED-COUNT
                   MOVE "O" TO OLC-CASE-STATUS
                   MOVE WS-RUN-DATE TO OLC-OPENED-DATE
                   MOVE ZERO TO OLC-CURED-DATE
                   MOVE ZERO TO OLC-PEAK-OVER-AMOUNT
                   ADD 1 TO OLC-BREACH-COUNT
                   IF OLC-PERIOD-START-BUCKET = "X"
                       MOVE "N" TO OLC-PERIOD-START-BUCKET
                   END-IF
               ELSE
                   ADD 1 TO WS-AGED-COUNT
               END-IF
               PERFORM 1200-AGE-CASE
               REWRITE OVER-LIMIT-CASE-RCD
                   INVALID KEY
                       DISPLAY "CUSTOLCS: OLCASE REWRITE FAILED FOR "
                               CLE-CUSTOMER-ID
                               " STATUS=" WS-OVER-LIMIT-CASE-STATUS
                       ADD 1 TO WS-ERROR-COUNT
               END-REWRITE
           END-IF.

       1100-OPEN-NEW-CASE.
           MOVE CLE-CUSTOMER-ID TO OLC-CUSTOMER-ID
           MOVE "O" TO OLC-CASE-STATUS
           MOVE WS-RUN-DATE TO OLC-OPENED-DATE
           MOVE ZERO TO OLC-CURED-DATE
           MOVE "N" TO OLC-PERIOD-START-BUCKET
           MOVE ZERO TO OLC-PEAK-OVER-AMOUNT
           MOVE 1 TO OLC-BREACH-COUNT
           PERFORM 1200-AGE-CASE.

       1200-AGE-CASE.
           COMPUTE WS-DAYS-OVER = WS-RUN-DAY-NUMBER
               - FUNCTION INTEGER-OF-DATE (OLC-OPENED-DATE)
           MOVE WS-DAYS-OVER TO OLC-DAYS-OVER
           IF WS-DAYS-OVER < 30
               MOVE 1 TO OLC-AGING-BUCKET
           ELSE
               IF WS-DAYS-OVER < 60
                   MOVE 2 TO OLC-AGING-BUCKET
               ELSE
                   IF WS-DAYS-OVER < 90
                       MOVE 3 TO OLC-AGING-BUCKET
                   ELSE
                       MOVE 4 TO OLC-AGING-BUCKET
                   END-IF
               END-IF
           END-IF

           MOVE WS-RUN-DATE TO OLC-LAST-SEEN-DATE
           MOVE CLE-TOTAL-BALANCE TO OLC-TOTAL-BALANCE
           MOVE CLE-CREDIT-LIMIT TO OLC-CREDIT-LIMIT
           MOVE CLE-OVER-AMOUNT TO OLC-OVER-AMOUNT
           IF CLE-OVER-AMOUNT > OLC-PEAK-OVER-AMOUNT
               MOVE CLE-OVER-AMOUNT TO OLC-PEAK-OVER-AMOUNT
               MOVE WS-RUN-DATE TO OLC-PEAK-DATE
           END-IF
           MOVE WS-CURRENT-TS TO OLC-UPDATED-TS.

       2000-SWEEP-CASES.
      *    Every open case not touched tonight has dropped off the
      *    exception file -- the customer is back inside the limit.
           MOVE LOW-VALUES TO OLC-CUSTOMER-ID
           START OVER-LIMIT-CASE-FILE KEY NOT LESS THAN OLC-CUSTOMER-ID
               INVALID KEY
                   SET END-OF-CASES TO TRUE
           END-START
           PERFORM UNTIL END-OF-CASES
               READ OVER-LIMIT-CASE-FILE NEXT
                   AT END
                       SET END-OF-CASES TO TRUE
                   NOT AT END
                       IF OLC-CASE-STATUS = "O"
                           PERFORM 2100-SWEEP-ONE-CASE
                       END-IF
               END-READ
           END-PERFORM.

       2100-SWEEP-ONE-CASE.
           IF OLC-LAST-SEEN-DATE NOT = WS-RUN-DATE
               MOVE "C" TO OLC-CASE-STATUS
               MOVE WS-RUN-DATE TO OLC-CURED-DATE
               MOVE ZERO TO OLC-OVER-AMOUNT
               MOVE WS-CURRENT-TS TO OLC-UPDATED-TS
               REWRITE OVER-LIMIT-CASE-RCD
                   INVALID KEY
                       DISPLAY "CUSTOLCS: OLCASE REWRITE FAILED FOR "
                               OLC-CUSTOMER-ID
                               " STATUS=" WS-OVER-LIMIT-CASE-STATUS
                       ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-CURED-COUNT
               END-REWRITE
           ELSE
               ADD 1 TO WS-OPEN-CASE-COUNT
               IF WS-QUEUE-COUNT < 2000
                   ADD 1 TO WS-QUEUE-COUNT
                   MOVE OLC-CUSTOMER-ID
                     TO WS-QUE-CUSTOMER-ID (WS-QUEUE-COUNT)
                   MOVE OLC-AGING-BUCKET
                     TO WS-QUE-BUCKET (WS-QUEUE-COUNT)
                   MOVE OLC-DAYS-OVER
                     TO WS-QUE-DAYS-OVER (WS-QUEUE-COUNT)
                   MOVE OLC-OVER-AMOUNT
                     TO WS-QUE-OVER-AMOUNT (WS-QUEUE-COUNT)
                   MOVE OLC-PEAK-OVER-AMOUNT
                     TO WS-QUE-PEAK-AMOUNT (WS-QUEUE-COUNT)
                   MOVE OLC-CREDIT-LIMIT
                     TO WS-QUE-CREDIT-LIMIT (WS-QUEUE-COUNT)
                   MOVE OLC-OPENED-DATE
                     TO WS-QUE-OPENED-DATE (WS-QUEUE-COUNT)
                   MOVE OLC-BREACH-COUNT
                     TO WS-QUE-BREACH-COUNT (WS-QUEUE-COUNT)
               ELSE
                   SET QUEUE-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       3000-ORDER-WORK-QUEUE.
      *    Selection sort of the index vector: highest bucket first,
      *    then largest over-limit amount within the bucket.
           PERFORM VARYING WS-ORD-A FROM 1 BY 1
                   UNTIL WS-ORD-A > WS-QUEUE-COUNT
               MOVE WS-ORD-A TO WS-QUE-ORDER-IDX (WS-ORD-A)
           END-PERFORM
           PERFORM VARYING WS-ORD-A FROM 1 BY 1
                   UNTIL WS-ORD-A > WS-QUEUE-COUNT
               PERFORM VARYING WS-ORD-B FROM WS-ORD-A BY 1
                       UNTIL WS-ORD-B > WS-QUEUE-COUNT
                   PERFORM 3100-COMPARE-QUEUE-ENTRIES
                   IF B-SORTS-FIRST
                       MOVE WS-QUE-ORDER-IDX (WS-ORD-A)
                         TO WS-ORD-SWAP
                       MOVE WS-QUE-ORDER-IDX (WS-ORD-B)
                         TO WS-QUE-ORDER-IDX (WS-ORD-A)
                       MOVE WS-ORD-SWAP
                         TO WS-QUE-ORDER-IDX (WS-ORD-B)
                   END-IF
               END-PERFORM
           END-PERFORM.

       3100-COMPARE-QUEUE-ENTRIES.
           MOVE "N" TO WS-B-SORTS-FIRST
           IF WS-QUE-BUCKET (WS-QUE-ORDER-IDX (WS-ORD-B))
               > WS-QUE-BUCKET (WS-QUE-ORDER-IDX (WS-ORD-A))
               SET B-SORTS-FIRST TO TRUE
           ELSE
               IF WS-QUE-BUCKET (WS-QUE-ORDER-IDX (WS-ORD-B))
                   = WS-QUE-BUCKET (WS-QUE-ORDER-IDX (WS-ORD-A))
                   AND WS-QUE-OVER-AMOUNT (WS-QUE-ORDER-IDX (WS-ORD-B))
                   > WS-QUE-OVER-AMOUNT (WS-QUE-ORDER-IDX (WS-ORD-A))
                   SET B-SORTS-FIRST TO TRUE
               END-IF
           END-IF.

       4000-WRITE-WORK-QUEUE.
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-QUEUE-HEADER-1 TO WORK-QUEUE-REPORT-LINE
           WRITE WORK-QUEUE-REPORT-LINE
           MOVE WS-QUEUE-COLUMN-HDR TO WORK-QUEUE-REPORT-LINE
           WRITE WORK-QUEUE-REPORT-LINE

           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 4
               MOVE ZERO TO WS-BUCKET-COUNT (WS-BUCKET-IDX)
               MOVE ZERO TO WS-BUCKET-AMOUNT (WS-BUCKET-IDX)
           END-PERFORM

           MOVE ZERO TO WS-PRIOR-BUCKET
           PERFORM VARYING WS-ORD-A FROM 1 BY 1
                   UNTIL WS-ORD-A > WS-QUEUE-COUNT
               MOVE WS-QUE-ORDER-IDX (WS-ORD-A) TO WS-QUE-IDX
               IF WS-PRIOR-BUCKET NOT = ZERO
                   AND WS-QUE-BUCKET (WS-QUE-IDX) NOT = WS-PRIOR-BUCKET
                   PERFORM 4200-WRITE-BUCKET-TOTAL
               END-IF
               MOVE WS-QUE-BUCKET (WS-QUE-IDX) TO WS-PRIOR-BUCKET
               PERFORM 4100-WRITE-QUEUE-DETAIL
           END-PERFORM
           IF WS-PRIOR-BUCKET NOT = ZERO
               PERFORM 4200-WRITE-BUCKET-TOTAL
           END-IF.

       4100-WRITE-QUEUE-DETAIL.
           MOVE WS-QUE-BUCKET (WS-QUE-IDX) TO WS-BUCKET-IDX
           ADD 1 TO WS-BUCKET-COUNT (WS-BUCKET-IDX)
           ADD WS-QUE-OVER-AMOUNT (WS-QUE-IDX)
             TO WS-BUCKET-AMOUNT (WS-BUCKET-IDX)
           MOVE WS-BUCKET-NAME (WS-BUCKET-IDX) TO WS-QDT-BUCKET
           MOVE WS-QUE-CUSTOMER-ID (WS-QUE-IDX) TO WS-QDT-CUSTOMER-ID
           MOVE WS-QUE-DAYS-OVER (WS-QUE-IDX) TO WS-QDT-DAYS-OVER
           MOVE WS-QUE-OVER-AMOUNT (WS-QUE-IDX) TO WS-QDT-OVER-AMOUNT
           MOVE WS-QUE-PEAK-AMOUNT (WS-QUE-IDX) TO WS-QDT-PEAK-AMOUNT
           MOVE WS-QUE-CREDIT-LIMIT (WS-QUE-IDX)
             TO WS-QDT-CREDIT-LIMIT
           MOVE WS-QUE-OPENED-DATE (WS-QUE-IDX) TO WS-QDT-OPENED-DATE
           MOVE WS-QUE-BREACH-COUNT (WS-QUE-IDX)
             TO WS-QDT-BREACH-COUNT
           MOVE WS-QUEUE-DETAIL TO WORK-QUEUE-REPORT-LINE
           WRITE WORK-QUEUE-REPORT-LINE.

       4200-WRITE-BUCKET-TOTAL.
           MOVE WS-BUCKET-NAME (WS-PRIOR-BUCKET) TO WS-QBT-BUCKET
           MOVE WS-BUCKET-COUNT (WS-PRIOR-BUCKET) TO WS-QBT-COUNT
           MOVE WS-BUCKET-AMOUNT (WS-PRIOR-BUCKET) TO WS-QBT-AMOUNT
           MOVE WS-QUEUE-BUCKET-TOTAL TO WORK-QUEUE-REPORT-LINE
           WRITE WORK-QUEUE-REPORT-LINE
           MOVE WS-BLANK-LINE TO WORK-QUEUE-REPORT-LINE
           WRITE WORK-QUEUE-REPORT-LINE.

       8000-WRITE-REPORT-TOTALS.
           MOVE "LMTEXCP RECORDS READ          " TO WS-TOT-LABEL
           MOVE WS-EXCEPTIONS-READ-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "CASES OPENED                  " TO WS-TOT-LABEL
           MOVE WS-OPENED-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "CASES REOPENED                " TO WS-TOT-LABEL
           MOVE WS-REOPENED-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "CASES AGED                    " TO WS-TOT-LABEL
           MOVE WS-AGED-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "CASES CURED                   " TO WS-TOT-LABEL
           MOVE WS-CURED-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "CASES OPEN                    " TO WS-TOT-LABEL
           MOVE WS-OPEN-CASE-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "CASE FILE ERRORS              " TO WS-TOT-LABEL
           MOVE WS-ERROR-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE.

       8100-WRITE-TOTAL-LINE.
           MOVE WS-REPORT-TOTAL TO WORK-QUEUE-REPORT-LINE
           WRITE WORK-QUEUE-REPORT-LINE.
