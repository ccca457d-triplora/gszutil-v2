       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOLRR.
      *
      * Monthly over-limit roll-rate summary.  Runs once at month end
      * against the OLCASE case file CUSTOLCS maintains nightly and
      * shows how the month's cases moved: one row per bucket a case
      * stood in when the month began (OLC-PERIOD-START-BUCKET, with
      * "N" for cases opened during the month), one column per place
      * it stands now -- its current OLC-AGING-BUCKET, or CURED for a
      * case closed during the month.  Each row carries its roll
      * rate (the share that moved to a worse bucket) and its cure
      * rate.
      *
      * The run also closes the month: every open case has its
      * current bucket copied to OLC-PERIOD-START-BUCKET, and every
      * cured case counted is marked "X" so it is not counted again.
      * Running it twice in one month therefore reports no movement
      * the second time -- rerun from the pre-run OLCASE backup.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVER-LIMIT-CASE-FILE ASSIGN TO "OLCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLC-CUSTOMER-ID
               FILE STATUS IS WS-OVER-LIMIT-CASE-STATUS.
           SELECT ROLL-RATE-REPORT-FILE ASSIGN TO "OLROLL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROLL-RATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OVER-LIMIT-CASE-FILE.
           COPY "olcase.cpy".

       FD  ROLL-RATE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  ROLL-RATE-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-OVER-LIMIT-CASE-STATUS   PIC X(2).
       01  WS-ROLL-RATE-STATUS         PIC X(2).
       01  WS-END-OF-CASES             PIC X(1) VALUE "N".
           88  END-OF-CASES            VALUE "Y".

      *    Rows: 1 new in the month, 2-5 start buckets 1-4.
      *    Columns: 1-4 current bucket, 5 cured.
       01  WS-ROLL-MATRIX.
           05  WS-ROLL-ROW OCCURS 5 TIMES.
               10  WS-ROLL-CELL        PIC 9(9) OCCURS 5 TIMES.
               10  WS-ROLL-ROW-TOTAL   PIC 9(9).
               10  WS-ROLL-WORSE       PIC 9(9).
       01  WS-COLUMN-TOTALS.
           05  WS-COLUMN-TOTAL         PIC 9(9) OCCURS 5 TIMES.
       01  WS-GRAND-TOTAL              PIC 9(9) VALUE ZERO.
       01  WS-ROW-IDX                  PIC 9(1).
       01  WS-COL-IDX                  PIC 9(1).

       01  WS-ROW-NAMES.
           05  FILLER                  PIC X(10) VALUE "NEW       ".
           05  FILLER                  PIC X(10) VALUE "1-29      ".
           05  FILLER                  PIC X(10) VALUE "30-59     ".
           05  FILLER                  PIC X(10) VALUE "60-89     ".
           05  FILLER                  PIC X(10) VALUE "90+       ".
       01  WS-ROW-NAME-TABLE REDEFINES WS-ROW-NAMES.
           05  WS-ROW-NAME             PIC X(10) OCCURS 5 TIMES.

       01  WS-CASES-READ-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-CASES-COUNTED-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-CASES-SKIPPED-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-ERROR-COUNT              PIC 9(9) VALUE ZERO.
       01  WS-CURRENT-TS               PIC X(26).

       01  WS-ROLL-HEADER-1.
           05  FILLER                  PIC X(40) VALUE
               "OVER-LIMIT ROLL-RATE SUMMARY FOR MONTH  ".
           05  WS-HDR-YEAR-MONTH       PIC 9(6).
           05  FILLER                  PIC X(86) VALUE SPACES.
       01  WS-ROLL-HEADER-2.
           05  FILLER                  PIC X(10) VALUE "FROM      ".
           05  FILLER                  PIC X(10) VALUE "      1-29".
           05  FILLER                  PIC X(10) VALUE "     30-59".
           05  FILLER                  PIC X(10) VALUE "     60-89".
           05  FILLER                  PIC X(10) VALUE "       90+".
           05  FILLER                  PIC X(10) VALUE "     CURED".
           05  FILLER                  PIC X(10) VALUE "     TOTAL".
           05  FILLER                  PIC X(9)  VALUE "    ROLL%".
           05  FILLER                  PIC X(9)  VALUE "    CURE%".
           05  FILLER                  PIC X(44) VALUE SPACES.
       01  WS-ROLL-DETAIL.
           05  WS-RDT-FROM             PIC X(10).
           05  WS-RDT-COLUMNS.
               10  WS-RDT-CELL         PIC Z(9)9 OCCURS 5 TIMES.
           05  WS-RDT-TOTAL            PIC Z(9)9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-RDT-ROLL-PCT         PIC ZZ9.9.
           05  FILLER                  PIC X(1) VALUE "%".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-RDT-CURE-PCT         PIC ZZ9.9.
           05  FILLER                  PIC X(1) VALUE "%".
           05  FILLER                  PIC X(44) VALUE SPACES.
       01  WS-ROLL-PCT                 PIC 9(3)V9.
       01  WS-REPORT-TOTAL.
           05  WS-TOT-LABEL            PIC X(30).
           05  WS-TOT-COUNT            PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(93) VALUE SPACES.
       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-PERIOD-YEAR-MONTH        PIC 9(6).

       PROCEDURE DIVISION USING LS-PERIOD-YEAR-MONTH.

       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TS
           INITIALIZE WS-ROLL-MATRIX
           INITIALIZE WS-COLUMN-TOTALS

           OPEN I-O OVER-LIMIT-CASE-FILE
           IF WS-OVER-LIMIT-CASE-STATUS = "35"
               DISPLAY "CUSTOLRR: NO OLCASE FILE, NO CASES TO ROLL"
               SET END-OF-CASES TO TRUE
           ELSE
               IF WS-OVER-LIMIT-CASE-STATUS NOT = "00"
                   DISPLAY "CUSTOLRR: OPEN OLCASE FAILED, STATUS="
                           WS-OVER-LIMIT-CASE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN OUTPUT ROLL-RATE-REPORT-FILE
           IF WS-ROLL-RATE-STATUS NOT = "00"
               DISPLAY "CUSTOLRR: OPEN OLROLL FAILED, STATUS="
                       WS-ROLL-RATE-STATUS
               IF WS-OVER-LIMIT-CASE-STATUS NOT = "35"
                   CLOSE OVER-LIMIT-CASE-FILE
               END-IF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF NOT END-OF-CASES
               MOVE LOW-VALUES TO OLC-CUSTOMER-ID
               START OVER-LIMIT-CASE-FILE
                   KEY NOT LESS THAN OLC-CUSTOMER-ID
                   INVALID KEY
                       SET END-OF-CASES TO TRUE
               END-START
           END-IF
           PERFORM UNTIL END-OF-CASES
               READ OVER-LIMIT-CASE-FILE NEXT
                   AT END
                       SET END-OF-CASES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CASES-READ-COUNT
                       PERFORM 1000-ROLL-ONE-CASE
               END-READ
           END-PERFORM
           IF WS-OVER-LIMIT-CASE-STATUS NOT = "35"
               CLOSE OVER-LIMIT-CASE-FILE
           END-IF

           PERFORM 2000-WRITE-ROLL-MATRIX
           PERFORM 8000-WRITE-REPORT-TOTALS
           CLOSE ROLL-RATE-REPORT-FILE

           DISPLAY "CUSTOLRR: CASES=" WS-CASES-READ-COUNT
                   " COUNTED=" WS-CASES-COUNTED-COUNT
                   " SKIPPED=" WS-CASES-SKIPPED-COUNT
           IF WS-ERROR-COUNT NOT = ZERO
      *        A case not rolled forward is counted again next month.
               MOVE 16 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-ROLL-ONE-CASE.
           IF OLC-PERIOD-START-BUCKET = "X"
               ADD 1 TO WS-CASES-SKIPPED-COUNT
           ELSE
               IF OLC-PERIOD-START-BUCKET = "N"
                   MOVE 1 TO WS-ROW-IDX
               ELSE
                   MOVE OLC-PERIOD-START-BUCKET TO WS-ROW-IDX
                   ADD 1 TO WS-ROW-IDX
               END-IF
               IF OLC-CASE-STATUS = "C"
                   MOVE 5 TO WS-COL-IDX
                   MOVE "X" TO OLC-PERIOD-START-BUCKET
               ELSE
                   MOVE OLC-AGING-BUCKET TO WS-COL-IDX
                   MOVE OLC-AGING-BUCKET TO OLC-PERIOD-START-BUCKET
                   IF WS-ROW-IDX > 1
                       AND WS-COL-IDX > WS-ROW-IDX - 1
                       ADD 1 TO WS-ROLL-WORSE (WS-ROW-IDX)
                   END-IF
               END-IF
               ADD 1 TO WS-ROLL-CELL (WS-ROW-IDX WS-COL-IDX)
               ADD 1 TO WS-ROLL-ROW-TOTAL (WS-ROW-IDX)
               ADD 1 TO WS-COLUMN-TOTAL (WS-COL-IDX)
               ADD 1 TO WS-GRAND-TOTAL
               ADD 1 TO WS-CASES-COUNTED-COUNT

               MOVE WS-CURRENT-TS TO OLC-UPDATED-TS
               REWRITE OVER-LIMIT-CASE-RCD
                   INVALID KEY
                       DISPLAY "CUSTOLRR: OLCASE REWRITE FAILED FOR "
                               OLC-CUSTOMER-ID
                               " STATUS=" WS-OVER-LIMIT-CASE-STATUS
                       ADD 1 TO WS-ERROR-COUNT
               END-REWRITE
           END-IF.

       2000-WRITE-ROLL-MATRIX.
           MOVE LS-PERIOD-YEAR-MONTH TO WS-HDR-YEAR-MONTH
           MOVE WS-ROLL-HEADER-1 TO ROLL-RATE-REPORT-LINE
           WRITE ROLL-RATE-REPORT-LINE
           MOVE WS-BLANK-LINE TO ROLL-RATE-REPORT-LINE
           WRITE ROLL-RATE-REPORT-LINE
           MOVE WS-ROLL-HEADER-2 TO ROLL-RATE-REPORT-LINE
           WRITE ROLL-RATE-REPORT-LINE

           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > 5
               PERFORM 2100-WRITE-ROLL-ROW
           END-PERFORM

           MOVE "TOTAL" TO WS-RDT-FROM
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > 5
               MOVE WS-COLUMN-TOTAL (WS-COL-IDX)
                 TO WS-RDT-CELL (WS-COL-IDX)
           END-PERFORM
           MOVE WS-GRAND-TOTAL TO WS-RDT-TOTAL
           MOVE ZERO TO WS-RDT-ROLL-PCT
           IF WS-GRAND-TOTAL = ZERO
               MOVE ZERO TO WS-RDT-CURE-PCT
           ELSE
               COMPUTE WS-ROLL-PCT ROUNDED =
                   WS-COLUMN-TOTAL (5) * 100 / WS-GRAND-TOTAL
               MOVE WS-ROLL-PCT TO WS-RDT-CURE-PCT
           END-IF
           MOVE WS-ROLL-DETAIL TO ROLL-RATE-REPORT-LINE
           WRITE ROLL-RATE-REPORT-LINE
           MOVE WS-BLANK-LINE TO ROLL-RATE-REPORT-LINE
           WRITE ROLL-RATE-REPORT-LINE.

       2100-WRITE-ROLL-ROW.
           MOVE WS-ROW-NAME (WS-ROW-IDX) TO WS-RDT-FROM
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > 5
               MOVE WS-ROLL-CELL (WS-ROW-IDX WS-COL-IDX)
                 TO WS-RDT-CELL (WS-COL-IDX)
           END-PERFORM
           MOVE WS-ROLL-ROW-TOTAL (WS-ROW-IDX) TO WS-RDT-TOTAL
           IF WS-ROLL-ROW-TOTAL (WS-ROW-IDX) = ZERO
               MOVE ZERO TO WS-RDT-ROLL-PCT
               MOVE ZERO TO WS-RDT-CURE-PCT
           ELSE
               COMPUTE WS-ROLL-PCT ROUNDED =
                   WS-ROLL-WORSE (WS-ROW-IDX) * 100
                   / WS-ROLL-ROW-TOTAL (WS-ROW-IDX)
               MOVE WS-ROLL-PCT TO WS-RDT-ROLL-PCT
               COMPUTE WS-ROLL-PCT ROUNDED =
                   WS-ROLL-CELL (WS-ROW-IDX 5) * 100
                   / WS-ROLL-ROW-TOTAL (WS-ROW-IDX)
               MOVE WS-ROLL-PCT TO WS-RDT-CURE-PCT
           END-IF
           MOVE WS-ROLL-DETAIL TO ROLL-RATE-REPORT-LINE
           WRITE ROLL-RATE-REPORT-LINE.

       8000-WRITE-REPORT-TOTALS.
           MOVE "OLCASE RECORDS READ           " TO WS-TOT-LABEL
           MOVE WS-CASES-READ-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "CASES COUNTED THIS MONTH      " TO WS-TOT-LABEL
           MOVE WS-CASES-COUNTED-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "CURED CASES ALREADY COUNTED   " TO WS-TOT-LABEL
           MOVE WS-CASES-SKIPPED-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "CASE FILE ERRORS              " TO WS-TOT-LABEL
           MOVE WS-ERROR-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE.

       8100-WRITE-TOTAL-LINE.
           MOVE WS-REPORT-TOTAL TO ROLL-RATE-REPORT-LINE
           WRITE ROLL-RATE-REPORT-LINE.
