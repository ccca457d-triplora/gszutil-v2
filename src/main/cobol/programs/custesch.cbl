       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTESCH.
      *
      * Unclaimed-property (escheatment) due diligence and state
      * filing, run monthly after CUSTDORM for the same year-month.
      * CUSTDORM flags dormant account occurrences; this step carries
      * each one through the law of the state the owner lives in.
      *
      * ESCCASE is an indexed case file keyed by customer id and
      * occurrence, one ESCHEAT-CASE-RCD per dormant occurrence ever
      * flagged.  CUSTDORM's streak never runs past its own window,
      * so the case remembers ESC-DORMANT-SINCE-YM -- the month the
      * balance last moved -- from the night it was opened, and the
      * months dormant are counted from there.  The holding state is
      * the customer's STATE on CUSTSRC when the case opens.
      *
      * ESCPERD is the state dormancy-period reference, one
      * ESCHEAT-PERIOD-RCD per state: the months dormant after which
      * the property must be reported and remitted (the deadline)
      * and how many months ahead of the deadline the due-diligence
      * letter goes to the owner.  A state missing from it is
      * reported, never guessed at.
      *
      * Case status, ESC-CASE-STATUS:
      *   W  watching -- dormant, the letter not yet due
      *   L  letter sent -- a DUE-DILIGENCE-LETTER-RCD went to ESCLTR
      *      once the occurrence came within the state's lead months
      *      of its deadline
      *   F  filed -- past the deadline with the letter sent in an
      *      earlier month and the account still unmoved; a holder
      *      report detail went to ESCHRPT with the balance as the
      *      remittance amount
      *   C  owner contact -- the letter went out but the occurrence
      *      has since dropped off DORMFLAG: its balance moved, the
      *      owner is alive to the account and it is pulled from the
      *      filing
      *   R  reactivated -- dropped off DORMFLAG before any letter
      * A closed case (C or R) flagged again is a new dormancy and
      * opens afresh under the same key.  ESC-STATUS-YM is the
      * processing month the case last changed status in.
      *
      * ESCLTR and ESCHRPT are the month's files and are written
      * fresh each run, so a rerun for the same year-month rebuilds
      * them whole: a case lettered, filed or closed in this
      * processing month is written, tabled or counted again as it
      * stands, without moving it on.  A case filed in an earlier
      * month is only counted.
      *
      * ESCHRPT carries the holder report for the month grouped by
      * state: the detail records of each state followed by its
      * HOLDER-REPORT-SUMMARY-RCD with the property count and total
      * remittance.  ESCRPT lists every letter, filing, owner
      * contact and exception, then the per-state summary.
      *
      * DORMFLAG must be CUSTDORM's output for the caller's year-
      * month: an older file would sweep every open case to owner
      * contact, so a flag for any other month ends the step RC 16
      * before the case file is touched.  A missing DORMFLAG or
      * ESCPERD is RC 16 as well.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DORMANT-FLAG-FILE ASSIGN TO "DORMFLAG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DORMANT-FLAG-STATUS.
           SELECT ESCHEAT-PERIOD-FILE ASSIGN TO "ESCPERD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESCHEAT-PERIOD-STATUS.
           SELECT CUSTOMER-SOURCE-FILE ASSIGN TO "CUSTSRC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-SOURCE-STATUS.
           SELECT ESCHEAT-CASE-FILE ASSIGN TO "ESCCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESC-CASE-KEY
               FILE STATUS IS WS-ESCHEAT-CASE-STATUS.
           SELECT DUE-DILIGENCE-LETTER-FILE ASSIGN TO "ESCLTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.
           SELECT HOLDER-REPORT-FILE ASSIGN TO "ESCHRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLDER-REPORT-STATUS.
           SELECT ESCHEAT-REPORT-FILE ASSIGN TO "ESCRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESCHEAT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DORMANT-FLAG-FILE.
           COPY "dormflag.cpy".

       FD  ESCHEAT-PERIOD-FILE.
           COPY "escperd.cpy".

       FD  CUSTOMER-SOURCE-FILE.
       01  WS-CONTAINER.
           COPY "test3.cpy".

       FD  ESCHEAT-CASE-FILE.
           COPY "esccase.cpy".

       FD  DUE-DILIGENCE-LETTER-FILE.
           COPY "escltr.cpy".

       FD  HOLDER-REPORT-FILE.
           COPY "eschldr.cpy".
           COPY "eschlds.cpy".

       FD  ESCHEAT-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  ESCHEAT-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DORMANT-FLAG-STATUS      PIC X(2).
       01  WS-ESCHEAT-PERIOD-STATUS    PIC X(2).
       01  WS-CUSTOMER-SOURCE-STATUS   PIC X(2).
       01  WS-ESCHEAT-CASE-STATUS      PIC X(2).
       01  WS-LETTER-STATUS            PIC X(2).
       01  WS-HOLDER-REPORT-STATUS     PIC X(2).
       01  WS-ESCHEAT-REPORT-STATUS    PIC X(2).
       01  WS-END-OF-FLAGS             PIC X(1) VALUE "N".
           88  END-OF-FLAGS            VALUE "Y".
       01  WS-END-OF-PERIODS           PIC X(1) VALUE "N".
           88  END-OF-PERIODS          VALUE "Y".
       01  WS-END-OF-SOURCE            PIC X(1) VALUE "N".
           88  END-OF-SOURCE           VALUE "Y".
       01  WS-END-OF-CASES             PIC X(1) VALUE "N".
           88  END-OF-CASES            VALUE "Y".

           COPY "statetab.cpy".

      *    The state dormancy periods, with the month's filings
      *    totalled against each for the holder report summaries.
       01  WS-PERIOD-COUNT             PIC 9(2) VALUE ZERO.
       01  WS-PERIOD-TABLE.
           05  WS-PERIOD-ENTRY OCCURS 60 TIMES.
               10  WS-PER-STATE-CODE   PIC X(2).
               10  WS-PER-DORMANCY-MONTHS
                                       PIC 9(3).
               10  WS-PER-LETTER-LEAD-MONTHS
                                       PIC 9(3).
               10  WS-PER-FILED-COUNT  PIC 9(9).
               10  WS-PER-FILED-AMOUNT PIC S9(15)V99 COMP-3.
       01  WS-PER-IDX                  PIC 9(2).
       01  WS-MATCH-PER-IDX            PIC 9(2).
       01  WS-SEARCH-STATE             PIC X(2).
       01  WS-PERIOD-FOUND             PIC X(1).
           88  PERIOD-FOUND            VALUE "Y".
       01  WS-PERIODS-INVALID          PIC X(1) VALUE "N".
           88  PERIODS-INVALID         VALUE "Y".
       01  WS-STATE-FOUND              PIC X(1).
           88  STATE-FOUND             VALUE "Y".
       01  WS-TABLE-IDX                PIC 9(2).

      *    Tonight's dormant flags, matched to their customers on the
      *    one pass of CUSTSRC.
       01  WS-FLAG-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-FLAG-TABLE.
           05  WS-FLAG-ENTRY OCCURS 2000 TIMES.
               10  WS-FLG-CUSTOMER-ID  PIC X(10).
               10  WS-FLG-OCCURRENCE   PIC 9(2).
               10  WS-FLG-MONTHS-DORMANT
                                       PIC 9(3).
               10  WS-FLG-LAST-BALANCE PIC S9(13)V99 COMP-3.
               10  WS-FLG-MATCHED      PIC X(1).
       01  WS-FLG-IDX                  PIC 9(4).
       01  WS-FLAGS-STALE              PIC X(1) VALUE "N".
           88  FLAGS-STALE             VALUE "Y".
       01  WS-FLAG-TABLE-FULL          PIC X(1) VALUE "N".
           88  FLAG-TABLE-FULL         VALUE "Y".
       01  WS-CUSTOMER-ON-FILE         PIC X(1).
           88  CUSTOMER-ON-FILE        VALUE "Y".

      *    The month's filings, held so the holder report can go out
      *    grouped by state.
       01  WS-FILING-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-FILING-TABLE.
           05  WS-FILING-ENTRY OCCURS 2000 TIMES.
               10  WS-FIL-HOLDING-STATE
                                       PIC X(2).
               10  WS-FIL-CUSTOMER-ID  PIC X(10).
               10  WS-FIL-OCCURRENCE   PIC 9(2).
               10  WS-FIL-LAST-NAME    PIC X(16).
               10  WS-FIL-FIRST-NAME   PIC X(16).
               10  WS-FIL-STREET       PIC X(30).
               10  WS-FIL-CITY         PIC X(20).
               10  WS-FIL-STATE        PIC X(2).
               10  WS-FIL-ZIP          PIC X(10).
               10  WS-FIL-DORMANT-SINCE-YM
                                       PIC 9(6).
               10  WS-FIL-LETTER-DATE  PIC 9(8).
               10  WS-FIL-REMIT-AMOUNT PIC S9(13)V99 COMP-3.
       01  WS-FIL-IDX                  PIC 9(4).
       01  WS-FILING-TABLE-FULL        PIC X(1) VALUE "N".
           88  FILING-TABLE-FULL       VALUE "Y".

       01  WS-CASE-FOUND               PIC X(1).
           88  CASE-FOUND              VALUE "Y".
       01  WS-ENTRY-STATUS             PIC X(1).
       01  WS-LETTER-WRITTEN           PIC X(1).
           88  LETTER-WRITTEN          VALUE "Y".
       01  WS-FILING-TABLED            PIC X(1).
           88  FILING-TABLED           VALUE "Y".

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-CURRENT-TS               PIC X(26).
       01  WS-WORK-YM                  PIC 9(6).
       01  WS-WORK-YM-SPLIT REDEFINES WS-WORK-YM.
           05  WS-WORK-YEAR            PIC 9(4).
           05  WS-WORK-MONTH           PIC 9(2).
       01  WS-MONTH-NUMBER             PIC 9(6).
       01  WS-LETTER-DUE-YM            PIC 9(6).

       01  WS-FLAGS-READ-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-OPENED-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-LETTER-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-FILED-COUNT              PIC 9(9) VALUE ZERO.
       01  WS-FILED-AMOUNT             PIC S9(15)V99 COMP-3
                                       VALUE ZERO.
       01  WS-CONTACT-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-REACTIVATED-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-ALREADY-FILED-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-NOT-ON-SOURCE-COUNT      PIC 9(9) VALUE ZERO.
       01  WS-NO-PERIOD-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-ERROR-COUNT              PIC 9(9) VALUE ZERO.

       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(44) VALUE
               "ESCHEATMENT DUE DILIGENCE AND FILING - AS OF".
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-HDR-AS-OF-YM         PIC 9(6).
           05  FILLER                  PIC X(81) VALUE SPACES.
       01  WS-REPORT-COLUMN-HDR.
           05  FILLER                  PIC X(15) VALUE "ACTION".
           05  FILLER                  PIC X(12) VALUE "CUSTOMER-ID ".
           05  FILLER                  PIC X(5)  VALUE "ACCT ".
           05  FILLER                  PIC X(4)  VALUE "ST  ".
           05  FILLER                  PIC X(8)  VALUE "SINCE   ".
           05  FILLER                  PIC X(8)  VALUE "DEADLINE".
           05  FILLER                  PIC X(10) VALUE "  LETTER  ".
           05  FILLER                  PIC X(17) VALUE
               "          BALANCE".
           05  FILLER                  PIC X(53) VALUE SPACES.
       01  WS-REPORT-DETAIL.
           05  WS-RPT-ACTION           PIC X(14).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPT-CUSTOMER-ID      PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-OCCURRENCE       PIC Z9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-RPT-STATE            PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-SINCE-YM         PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-DEADLINE-YM      PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-LETTER-DATE      PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-BALANCE          PIC -(13)9.99.
           05  FILLER                  PIC X(53) VALUE SPACES.
       01  WS-STATE-SUMMARY-HDR.
           05  FILLER                  PIC X(40) VALUE
               "HOLDER REPORT SUMMARY BY STATE          ".
           05  FILLER                  PIC X(92) VALUE SPACES.
       01  WS-STATE-SUMMARY-LINE.
           05  FILLER                  PIC X(6) VALUE "STATE ".
           05  WS-SUM-STATE            PIC X(2).
           05  FILLER                  PIC X(13) VALUE
               "  PROPERTIES ".
           05  WS-SUM-COUNT            PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(13) VALUE
               "  REMITTANCE ".
           05  WS-SUM-AMOUNT           PIC -(15)9.99.
           05  FILLER                  PIC X(70) VALUE SPACES.
       01  WS-REPORT-TOTAL.
           05  WS-TOT-LABEL            PIC X(30).
           05  WS-TOT-COUNT            PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(93) VALUE SPACES.
       01  WS-REPORT-SUMMARY-AMT.
           05  WS-AMT-LABEL            PIC X(30).
           05  WS-AMT-VALUE            PIC -(13)9.99.
           05  FILLER                  PIC X(85) VALUE SPACES.
       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-CURRENT-YEAR-MONTH       PIC 9(6).

       PROCEDURE DIVISION USING LS-CURRENT-YEAR-MONTH.

       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TS
           MOVE WS-CURRENT-TS (1:8) TO WS-RUN-DATE

           PERFORM 1000-LOAD-PERIODS
           PERFORM 1500-LOAD-FLAGS

           OPEN INPUT CUSTOMER-SOURCE-FILE
           IF WS-CUSTOMER-SOURCE-STATUS NOT = "00"
               DISPLAY "CUSTESCH: OPEN CUSTSRC FAILED, STATUS="
                       WS-CUSTOMER-SOURCE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O ESCHEAT-CASE-FILE
           IF WS-ESCHEAT-CASE-STATUS = "35"
      *        First month -- create the case file, then reopen it
      *        for update.
               OPEN OUTPUT ESCHEAT-CASE-FILE
               CLOSE ESCHEAT-CASE-FILE
               OPEN I-O ESCHEAT-CASE-FILE
           END-IF
           IF WS-ESCHEAT-CASE-STATUS NOT = "00"
               DISPLAY "CUSTESCH: OPEN ESCCASE FAILED, STATUS="
                       WS-ESCHEAT-CASE-STATUS
               CLOSE CUSTOMER-SOURCE-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT DUE-DILIGENCE-LETTER-FILE
           IF WS-LETTER-STATUS NOT = "00"
               DISPLAY "CUSTESCH: OPEN ESCLTR FAILED, STATUS="
                       WS-LETTER-STATUS
               CLOSE CUSTOMER-SOURCE-FILE
               CLOSE ESCHEAT-CASE-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT HOLDER-REPORT-FILE
           IF WS-HOLDER-REPORT-STATUS NOT = "00"
               DISPLAY "CUSTESCH: OPEN ESCHRPT FAILED, STATUS="
                       WS-HOLDER-REPORT-STATUS
               CLOSE CUSTOMER-SOURCE-FILE
               CLOSE ESCHEAT-CASE-FILE
               CLOSE DUE-DILIGENCE-LETTER-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ESCHEAT-REPORT-FILE
           IF WS-ESCHEAT-REPORT-STATUS NOT = "00"
               DISPLAY "CUSTESCH: OPEN ESCRPT FAILED, STATUS="
                       WS-ESCHEAT-REPORT-STATUS
               CLOSE CUSTOMER-SOURCE-FILE
               CLOSE ESCHEAT-CASE-FILE
               CLOSE DUE-DILIGENCE-LETTER-FILE
               CLOSE HOLDER-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 5000-WRITE-REPORT-HEADERS

           PERFORM UNTIL END-OF-SOURCE
               READ CUSTOMER-SOURCE-FILE
                   AT END
                       SET END-OF-SOURCE TO TRUE
                   NOT AT END
                       PERFORM 2000-MATCH-CUSTOMER-FLAGS
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-SOURCE-FILE

           PERFORM 2500-APPLY-UNMATCHED-FLAGS

           PERFORM 4000-SWEEP-CASES
           CLOSE ESCHEAT-CASE-FILE
           CLOSE DUE-DILIGENCE-LETTER-FILE

           PERFORM 6000-WRITE-HOLDER-REPORT
           CLOSE HOLDER-REPORT-FILE

           PERFORM 8000-WRITE-REPORT-TOTALS
           CLOSE ESCHEAT-REPORT-FILE

           DISPLAY "CUSTESCH: FLAGS=" WS-FLAGS-READ-COUNT
                   " LETTERS=" WS-LETTER-COUNT
                   " FILED=" WS-FILED-COUNT
                   " OWNER-CONTACT=" WS-CONTACT-COUNT
                   " NO-PERIOD=" WS-NO-PERIOD-COUNT
           IF FILING-TABLE-FULL
      *        The cases over the table stay at letter-sent and file
      *        next month -- late, which is why it is loud.
               DISPLAY "CUSTESCH: FILING TABLE FULL, "
                       "FILINGS DEFERRED"
               MOVE 16 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = ZERO
               AND (WS-ERROR-COUNT NOT = ZERO
                    OR WS-NO-PERIOD-COUNT NOT = ZERO
                    OR WS-NOT-ON-SOURCE-COUNT NOT = ZERO)
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-LOAD-PERIODS.
           OPEN INPUT ESCHEAT-PERIOD-FILE
           IF WS-ESCHEAT-PERIOD-STATUS NOT = "00"
               DISPLAY "CUSTESCH: OPEN ESCPERD FAILED, STATUS="
                       WS-ESCHEAT-PERIOD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL END-OF-PERIODS
               READ ESCHEAT-PERIOD-FILE
                   AT END
                       SET END-OF-PERIODS TO TRUE
                   NOT AT END
                       PERFORM 1100-TABLE-PERIOD
               END-READ
           END-PERFORM
           CLOSE ESCHEAT-PERIOD-FILE

           IF PERIODS-INVALID
      *        A wrong period files a state's property early or
      *        late; nothing is done on a reference we cannot trust.
               DISPLAY "CUSTESCH: ESCPERD INVALID, NOTHING PROCESSED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       1100-TABLE-PERIOD.
           MOVE "N" TO WS-STATE-FOUND
           PERFORM VARYING WS-TABLE-IDX FROM 1 BY 1
                   UNTIL WS-TABLE-IDX > 52
                      OR STATE-FOUND
               IF EP-STATE-CODE = VALID-STATE-CODE (WS-TABLE-IDX)
                   SET STATE-FOUND TO TRUE
               END-IF
           END-PERFORM
           MOVE EP-STATE-CODE TO WS-SEARCH-STATE
           PERFORM 3200-FIND-PERIOD

           IF NOT STATE-FOUND
               DISPLAY "CUSTESCH: ESCPERD STATE " EP-STATE-CODE
                       " NOT A VALID STATE CODE"
               SET PERIODS-INVALID TO TRUE
           ELSE
               IF PERIOD-FOUND
                   DISPLAY "CUSTESCH: ESCPERD STATE " EP-STATE-CODE
                           " APPEARS MORE THAN ONCE"
                   SET PERIODS-INVALID TO TRUE
               ELSE
                   IF EP-DORMANCY-MONTHS NOT NUMERIC
                       OR EP-LETTER-LEAD-MONTHS NOT NUMERIC
                       OR EP-DORMANCY-MONTHS = ZERO
                       OR EP-LETTER-LEAD-MONTHS NOT < EP-DORMANCY-MONTHS
                       DISPLAY "CUSTESCH: ESCPERD STATE " EP-STATE-CODE
                               " HAS A BAD DORMANCY OR LETTER PERIOD"
                       SET PERIODS-INVALID TO TRUE
                   ELSE
                       IF WS-PERIOD-COUNT NOT < 60
                           DISPLAY "CUSTESCH: ESCPERD HAS MORE THAN 60"
                                   " STATES"
                           SET PERIODS-INVALID TO TRUE
                       ELSE
                           ADD 1 TO WS-PERIOD-COUNT
                           MOVE EP-STATE-CODE
                             TO WS-PER-STATE-CODE (WS-PERIOD-COUNT)
                           MOVE EP-DORMANCY-MONTHS
                             TO WS-PER-DORMANCY-MONTHS (WS-PERIOD-COUNT)
                           MOVE EP-LETTER-LEAD-MONTHS
                             TO WS-PER-LETTER-LEAD-MONTHS
                                    (WS-PERIOD-COUNT)
                           MOVE ZERO
                             TO WS-PER-FILED-COUNT (WS-PERIOD-COUNT)
                           MOVE ZERO
                             TO WS-PER-FILED-AMOUNT (WS-PERIOD-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1500-LOAD-FLAGS.
      *    No DORMFLAG is a CUSTDORM that never ran, not a month with
      *    nothing dormant -- sweeping the case file off it would
      *    turn every letter into an owner contact.
           OPEN INPUT DORMANT-FLAG-FILE
           IF WS-DORMANT-FLAG-STATUS NOT = "00"
               DISPLAY "CUSTESCH: OPEN DORMFLAG FAILED, STATUS="
                       WS-DORMANT-FLAG-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL END-OF-FLAGS
               READ DORMANT-FLAG-FILE
                   AT END
                       SET END-OF-FLAGS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FLAGS-READ-COUNT
                       PERFORM 1600-TABLE-FLAG
               END-READ
           END-PERFORM
           CLOSE DORMANT-FLAG-FILE

           IF FLAGS-STALE
               DISPLAY "CUSTESCH: DORMFLAG IS NOT FOR "
                       LS-CURRENT-YEAR-MONTH ", NOTHING PROCESSED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF FLAG-TABLE-FULL
               DISPLAY "CUSTESCH: FLAG TABLE FULL, NOTHING PROCESSED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       1600-TABLE-FLAG.
           IF DF-ASOF-YEAR-MONTH NOT = LS-CURRENT-YEAR-MONTH
               SET FLAGS-STALE TO TRUE
           ELSE
               IF WS-FLAG-COUNT NOT < 2000
                   SET FLAG-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-FLAG-COUNT
                   MOVE DF-CUSTOMER-ID
                     TO WS-FLG-CUSTOMER-ID (WS-FLAG-COUNT)
                   MOVE DF-OCCURRENCE-INDEX
                     TO WS-FLG-OCCURRENCE (WS-FLAG-COUNT)
                   MOVE DF-MONTHS-DORMANT
                     TO WS-FLG-MONTHS-DORMANT (WS-FLAG-COUNT)
                   MOVE DF-LAST-BALANCE
                     TO WS-FLG-LAST-BALANCE (WS-FLAG-COUNT)
                   MOVE "N" TO WS-FLG-MATCHED (WS-FLAG-COUNT)
               END-IF
           END-IF.

       2000-MATCH-CUSTOMER-FLAGS.
           SET CUSTOMER-ON-FILE TO TRUE
           PERFORM VARYING WS-FLG-IDX FROM 1 BY 1
                   UNTIL WS-FLG-IDX > WS-FLAG-COUNT
               IF WS-FLG-CUSTOMER-ID (WS-FLG-IDX) = CUSTOMER-ID
                   MOVE "Y" TO WS-FLG-MATCHED (WS-FLG-IDX)
                   PERFORM 3000-APPLY-FLAG
               END-IF
           END-PERFORM.

       2500-APPLY-UNMATCHED-FLAGS.
      *    A flag whose customer is not on CUSTSRC has no owner
      *    address to write to or file under; its case is kept
      *    current so the sweep does not mistake it for activity.
           MOVE "N" TO WS-CUSTOMER-ON-FILE
           PERFORM VARYING WS-FLG-IDX FROM 1 BY 1
                   UNTIL WS-FLG-IDX > WS-FLAG-COUNT
               IF WS-FLG-MATCHED (WS-FLG-IDX) = "N"
                   PERFORM 3000-APPLY-FLAG
               END-IF
           END-PERFORM.

       3000-APPLY-FLAG.
           MOVE "N" TO WS-CASE-FOUND
           MOVE WS-FLG-CUSTOMER-ID (WS-FLG-IDX) TO ESC-CUSTOMER-ID
           MOVE WS-FLG-OCCURRENCE (WS-FLG-IDX) TO ESC-OCCURRENCE-INDEX
           READ ESCHEAT-CASE-FILE
               KEY IS ESC-CASE-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CASE-FOUND TO TRUE
           END-READ

           IF CASE-FOUND AND ESC-CASE-STATUS = "F"
               AND ESC-STATUS-YM NOT = LS-CURRENT-YEAR-MONTH
      *        Reported and remitted in an earlier month; the books
      *        catch up with the remittance on their own.
               ADD 1 TO WS-ALREADY-FILED-COUNT
           ELSE
               IF NOT CASE-FOUND
                   OR ESC-CASE-STATUS = "C"
                   OR ESC-CASE-STATUS = "R"
                   PERFORM 3100-OPEN-CASE
               END-IF
               MOVE ESC-CASE-STATUS TO WS-ENTRY-STATUS
               MOVE LS-CURRENT-YEAR-MONTH TO ESC-LAST-SEEN-YM
               MOVE WS-FLG-LAST-BALANCE (WS-FLG-IDX)
                 TO ESC-LAST-BALANCE
               MOVE WS-CURRENT-TS TO ESC-UPDATED-TS

               IF NOT CUSTOMER-ON-FILE
                   ADD 1 TO WS-NOT-ON-SOURCE-COUNT
                   MOVE "NOT ON CUSTSRC" TO WS-RPT-ACTION
                   PERFORM 5100-WRITE-CASE-LINE
               ELSE
                   IF ESC-HOLDING-STATE = SPACES
      *                Opened while the customer was off CUSTSRC.
                       MOVE STATE TO ESC-HOLDING-STATE
                   END-IF
                   MOVE ESC-HOLDING-STATE TO WS-SEARCH-STATE
                   PERFORM 3200-FIND-PERIOD
                   IF NOT PERIOD-FOUND
                       ADD 1 TO WS-NO-PERIOD-COUNT
                       MOVE "NO STATE PERIOD" TO WS-RPT-ACTION
                       PERFORM 5100-WRITE-CASE-LINE
                   ELSE
                       PERFORM 3300-ADVANCE-CASE
                   END-IF
               END-IF

               PERFORM 3900-SAVE-CASE
           END-IF.

       3100-OPEN-CASE.
      *    CUSTDORM counts the months unmoved up to the flag month;
      *    the balance last moved that many months before it.
           MOVE LS-CURRENT-YEAR-MONTH TO WS-WORK-YM
           PERFORM 9200-YM-TO-MONTH-NUMBER
           SUBTRACT WS-FLG-MONTHS-DORMANT (WS-FLG-IDX)
               FROM WS-MONTH-NUMBER
           PERFORM 9300-MONTH-NUMBER-TO-YM
           MOVE WS-WORK-YM TO ESC-DORMANT-SINCE-YM
           MOVE "W" TO ESC-CASE-STATUS
           MOVE LS-CURRENT-YEAR-MONTH TO ESC-STATUS-YM
           IF CUSTOMER-ON-FILE
               MOVE STATE TO ESC-HOLDING-STATE
           ELSE
               MOVE SPACES TO ESC-HOLDING-STATE
           END-IF
           MOVE ZERO TO ESC-DEADLINE-YM
           MOVE ZERO TO ESC-LETTER-DATE
           MOVE ZERO TO ESC-LETTER-BALANCE
           MOVE ZERO TO ESC-FILED-DATE
           MOVE ZERO TO ESC-REMIT-AMOUNT
           MOVE ZERO TO ESC-CLOSED-DATE
           ADD 1 TO WS-OPENED-COUNT.

       3200-FIND-PERIOD.
           MOVE "N" TO WS-PERIOD-FOUND
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-PERIOD-COUNT
                      OR PERIOD-FOUND
               IF WS-PER-STATE-CODE (WS-PER-IDX) = WS-SEARCH-STATE
                   SET PERIOD-FOUND TO TRUE
                   MOVE WS-PER-IDX TO WS-MATCH-PER-IDX
               END-IF
           END-PERFORM.

       3300-ADVANCE-CASE.
      *    The deadline is the state's dormancy period on from the
      *    dormant-since month; the letter falls due its lead months
      *    ahead of that.  A case first seen already inside the lead
      *    -- or past the deadline -- gets its letter tonight and
      *    files no sooner than next month.
           MOVE ESC-DORMANT-SINCE-YM TO WS-WORK-YM
           PERFORM 9200-YM-TO-MONTH-NUMBER
           ADD WS-PER-DORMANCY-MONTHS (WS-MATCH-PER-IDX)
               TO WS-MONTH-NUMBER
           PERFORM 9300-MONTH-NUMBER-TO-YM
           MOVE WS-WORK-YM TO ESC-DEADLINE-YM
           SUBTRACT WS-PER-LETTER-LEAD-MONTHS (WS-MATCH-PER-IDX)
               FROM WS-MONTH-NUMBER
           PERFORM 9300-MONTH-NUMBER-TO-YM
           MOVE WS-WORK-YM TO WS-LETTER-DUE-YM

           IF WS-ENTRY-STATUS = "F"
      *        Filed earlier this month -- a rerun of the month puts
      *        it back on the holder report it was filed on.
               PERFORM 3500-TABLE-FILING
           ELSE
               IF WS-ENTRY-STATUS = "L"
                   AND ESC-STATUS-YM = LS-CURRENT-YEAR-MONTH
      *            Lettered earlier this month -- the rerun writes the
      *            same letter again onto the month's ESCLTR.
                   PERFORM 3400-WRITE-LETTER
               ELSE
                   IF ESC-LAST-BALANCE NOT > ZERO
      *                Nothing owed to the owner, nothing to remit.
                       CONTINUE
                   ELSE
                       IF WS-ENTRY-STATUS = "W"
                           IF LS-CURRENT-YEAR-MONTH
                               NOT < WS-LETTER-DUE-YM
                               PERFORM 3450-SEND-LETTER
                           END-IF
                       ELSE
                           IF LS-CURRENT-YEAR-MONTH
                               NOT < ESC-DEADLINE-YM
                               AND ESC-STATUS-YM
                                   < LS-CURRENT-YEAR-MONTH
                               PERFORM 3550-FILE-PROPERTY
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3400-WRITE-LETTER.
           MOVE "N" TO WS-LETTER-WRITTEN
           MOVE ESC-CUSTOMER-ID TO DDL-CUSTOMER-ID
           MOVE ESC-OCCURRENCE-INDEX TO DDL-OCCURRENCE-INDEX
           MOVE LAST-NAME TO DDL-OWNER-LAST-NAME
           MOVE FIRST-NAME TO DDL-OWNER-FIRST-NAME
           MOVE STREET TO DDL-OWNER-STREET
           MOVE CITY TO DDL-OWNER-CITY
           MOVE STATE TO DDL-OWNER-STATE
           MOVE ZIP TO DDL-OWNER-ZIP
           MOVE ESC-HOLDING-STATE TO DDL-HOLDING-STATE
           MOVE ESC-LETTER-BALANCE TO DDL-BALANCE
           MOVE ESC-DORMANT-SINCE-YM TO DDL-DORMANT-SINCE-YM
           MOVE ESC-DEADLINE-YM TO DDL-DEADLINE-YM
           MOVE ESC-LETTER-DATE TO DDL-LETTER-DATE
           MOVE WS-CURRENT-TS TO DDL-CREATED-TS
           WRITE DUE-DILIGENCE-LETTER-RCD
           IF WS-LETTER-STATUS NOT = "00"
               DISPLAY "CUSTESCH: ESCLTR WRITE FAILED FOR "
                       ESC-CUSTOMER-ID
                       " STATUS=" WS-LETTER-STATUS
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               SET LETTER-WRITTEN TO TRUE
               ADD 1 TO WS-LETTER-COUNT
               MOVE "LETTER" TO WS-RPT-ACTION
               PERFORM 5100-WRITE-CASE-LINE
           END-IF.

       3450-SEND-LETTER.
           MOVE WS-RUN-DATE TO ESC-LETTER-DATE
           MOVE ESC-LAST-BALANCE TO ESC-LETTER-BALANCE
           PERFORM 3400-WRITE-LETTER
           IF LETTER-WRITTEN
               MOVE "L" TO ESC-CASE-STATUS
               MOVE LS-CURRENT-YEAR-MONTH TO ESC-STATUS-YM
           ELSE
               MOVE ZERO TO ESC-LETTER-DATE
               MOVE ZERO TO ESC-LETTER-BALANCE
           END-IF.

       3500-TABLE-FILING.
           MOVE "N" TO WS-FILING-TABLED
           IF WS-FILING-COUNT NOT < 2000
               SET FILING-TABLE-FULL TO TRUE
           ELSE
               ADD 1 TO WS-FILING-COUNT
               MOVE ESC-HOLDING-STATE
                 TO WS-FIL-HOLDING-STATE (WS-FILING-COUNT)
               MOVE ESC-CUSTOMER-ID
                 TO WS-FIL-CUSTOMER-ID (WS-FILING-COUNT)
               MOVE ESC-OCCURRENCE-INDEX
                 TO WS-FIL-OCCURRENCE (WS-FILING-COUNT)
               MOVE LAST-NAME TO WS-FIL-LAST-NAME (WS-FILING-COUNT)
               MOVE FIRST-NAME TO WS-FIL-FIRST-NAME (WS-FILING-COUNT)
               MOVE STREET TO WS-FIL-STREET (WS-FILING-COUNT)
               MOVE CITY TO WS-FIL-CITY (WS-FILING-COUNT)
               MOVE STATE TO WS-FIL-STATE (WS-FILING-COUNT)
               MOVE ZIP TO WS-FIL-ZIP (WS-FILING-COUNT)
               MOVE ESC-DORMANT-SINCE-YM
                 TO WS-FIL-DORMANT-SINCE-YM (WS-FILING-COUNT)
               MOVE ESC-LETTER-DATE
                 TO WS-FIL-LETTER-DATE (WS-FILING-COUNT)
               MOVE ESC-REMIT-AMOUNT
                 TO WS-FIL-REMIT-AMOUNT (WS-FILING-COUNT)
               ADD 1 TO WS-PER-FILED-COUNT (WS-MATCH-PER-IDX)
               ADD ESC-REMIT-AMOUNT
                 TO WS-PER-FILED-AMOUNT (WS-MATCH-PER-IDX)
               ADD 1 TO WS-FILED-COUNT
               ADD ESC-REMIT-AMOUNT TO WS-FILED-AMOUNT
               SET FILING-TABLED TO TRUE
               MOVE "FILED" TO WS-RPT-ACTION
               PERFORM 5100-WRITE-CASE-LINE
           END-IF.

       3550-FILE-PROPERTY.
           MOVE WS-RUN-DATE TO ESC-FILED-DATE
           MOVE ESC-LAST-BALANCE TO ESC-REMIT-AMOUNT
           PERFORM 3500-TABLE-FILING
           IF FILING-TABLED
               MOVE "F" TO ESC-CASE-STATUS
               MOVE LS-CURRENT-YEAR-MONTH TO ESC-STATUS-YM
           ELSE
               MOVE ZERO TO ESC-FILED-DATE
               MOVE ZERO TO ESC-REMIT-AMOUNT
           END-IF.

       3900-SAVE-CASE.
           IF CASE-FOUND
               REWRITE ESCHEAT-CASE-RCD
                   INVALID KEY
                       DISPLAY "CUSTESCH: ESCCASE REWRITE FAILED FOR "
                               ESC-CUSTOMER-ID
                               " STATUS=" WS-ESCHEAT-CASE-STATUS
                       ADD 1 TO WS-ERROR-COUNT
               END-REWRITE
           ELSE
               WRITE ESCHEAT-CASE-RCD
                   INVALID KEY
                       DISPLAY "CUSTESCH: ESCCASE WRITE FAILED FOR "
                               ESC-CUSTOMER-ID
                               " STATUS=" WS-ESCHEAT-CASE-STATUS
                       ADD 1 TO WS-ERROR-COUNT
               END-WRITE
           END-IF.

       4000-SWEEP-CASES.
      *    A watched or lettered case not flagged this month has
      *    dropped off DORMFLAG -- its balance moved.  A case closed
      *    earlier this month is counted again on a rerun.
           MOVE LOW-VALUES TO ESC-CASE-KEY
           START ESCHEAT-CASE-FILE KEY NOT LESS THAN ESC-CASE-KEY
               INVALID KEY
                   SET END-OF-CASES TO TRUE
           END-START
           PERFORM UNTIL END-OF-CASES
               READ ESCHEAT-CASE-FILE NEXT
                   AT END
                       SET END-OF-CASES TO TRUE
                   NOT AT END
                       IF ((ESC-CASE-STATUS = "W"
                            OR ESC-CASE-STATUS = "L")
                           AND ESC-LAST-SEEN-YM
                               NOT = LS-CURRENT-YEAR-MONTH)
                           OR ((ESC-CASE-STATUS = "C"
                                OR ESC-CASE-STATUS = "R")
                               AND ESC-STATUS-YM
                                   = LS-CURRENT-YEAR-MONTH)
                           PERFORM 4100-SWEEP-ONE-CASE
                       END-IF
               END-READ
           END-PERFORM.

       4100-SWEEP-ONE-CASE.
           IF ESC-CASE-STATUS = "C" OR ESC-CASE-STATUS = "R"
      *        Closed earlier this month; counted and listed again,
      *        the case itself is left as it is.
               IF ESC-CASE-STATUS = "C"
                   ADD 1 TO WS-CONTACT-COUNT
                   MOVE "OWNER CONTACT" TO WS-RPT-ACTION
                   PERFORM 5100-WRITE-CASE-LINE
               ELSE
                   ADD 1 TO WS-REACTIVATED-COUNT
               END-IF
           ELSE
               IF ESC-CASE-STATUS = "L"
      *            The owner moved the balance after the letter:
      *            pulled from the filing and handed to the
      *            owner-contact list.
                   MOVE "C" TO ESC-CASE-STATUS
                   ADD 1 TO WS-CONTACT-COUNT
                   MOVE "OWNER CONTACT" TO WS-RPT-ACTION
                   PERFORM 5100-WRITE-CASE-LINE
               ELSE
                   MOVE "R" TO ESC-CASE-STATUS
                   ADD 1 TO WS-REACTIVATED-COUNT
               END-IF
               MOVE LS-CURRENT-YEAR-MONTH TO ESC-STATUS-YM
               MOVE WS-RUN-DATE TO ESC-CLOSED-DATE
               MOVE WS-CURRENT-TS TO ESC-UPDATED-TS
               REWRITE ESCHEAT-CASE-RCD
                   INVALID KEY
                       DISPLAY "CUSTESCH: ESCCASE REWRITE FAILED FOR "
                               ESC-CUSTOMER-ID
                               " STATUS=" WS-ESCHEAT-CASE-STATUS
                       ADD 1 TO WS-ERROR-COUNT
               END-REWRITE
           END-IF.

       5000-WRITE-REPORT-HEADERS.
           MOVE LS-CURRENT-YEAR-MONTH TO WS-HDR-AS-OF-YM
           MOVE WS-REPORT-HEADER-1 TO ESCHEAT-REPORT-LINE
           WRITE ESCHEAT-REPORT-LINE
           MOVE WS-BLANK-LINE TO ESCHEAT-REPORT-LINE
           WRITE ESCHEAT-REPORT-LINE
           MOVE WS-REPORT-COLUMN-HDR TO ESCHEAT-REPORT-LINE
           WRITE ESCHEAT-REPORT-LINE.

       5100-WRITE-CASE-LINE.
           MOVE ESC-CUSTOMER-ID TO WS-RPT-CUSTOMER-ID
           MOVE ESC-OCCURRENCE-INDEX TO WS-RPT-OCCURRENCE
           MOVE ESC-HOLDING-STATE TO WS-RPT-STATE
           MOVE ESC-DORMANT-SINCE-YM TO WS-RPT-SINCE-YM
           MOVE ESC-DEADLINE-YM TO WS-RPT-DEADLINE-YM
           MOVE ESC-LETTER-DATE TO WS-RPT-LETTER-DATE
           MOVE ESC-LAST-BALANCE TO WS-RPT-BALANCE
           MOVE WS-REPORT-DETAIL TO ESCHEAT-REPORT-LINE
           WRITE ESCHEAT-REPORT-LINE.

       6000-WRITE-HOLDER-REPORT.
           MOVE WS-BLANK-LINE TO ESCHEAT-REPORT-LINE
           WRITE ESCHEAT-REPORT-LINE
           MOVE WS-STATE-SUMMARY-HDR TO ESCHEAT-REPORT-LINE
           WRITE ESCHEAT-REPORT-LINE
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-PERIOD-COUNT
               IF WS-PER-FILED-COUNT (WS-PER-IDX) > ZERO
                   PERFORM 6100-WRITE-STATE-FILING
               END-IF
           END-PERFORM.

       6100-WRITE-STATE-FILING.
           PERFORM VARYING WS-FIL-IDX FROM 1 BY 1
                   UNTIL WS-FIL-IDX > WS-FILING-COUNT
               IF WS-FIL-HOLDING-STATE (WS-FIL-IDX)
                   = WS-PER-STATE-CODE (WS-PER-IDX)
                   PERFORM 6200-WRITE-HOLDER-DETAIL
               END-IF
           END-PERFORM

           MOVE "S" TO HRS-RECORD-TYPE
           MOVE WS-PER-STATE-CODE (WS-PER-IDX) TO HRS-HOLDING-STATE
           MOVE LS-CURRENT-YEAR-MONTH TO HRS-REPORT-YEAR-MONTH
           MOVE WS-PER-FILED-COUNT (WS-PER-IDX) TO HRS-PROPERTY-COUNT
           MOVE WS-PER-FILED-AMOUNT (WS-PER-IDX)
             TO HRS-TOTAL-REMIT-AMOUNT
           MOVE WS-CURRENT-TS TO HRS-CREATED-TS
           WRITE HOLDER-REPORT-SUMMARY-RCD
           IF WS-HOLDER-REPORT-STATUS NOT = "00"
               DISPLAY "CUSTESCH: ESCHRPT WRITE FAILED, STATUS="
                       WS-HOLDER-REPORT-STATUS
               ADD 1 TO WS-ERROR-COUNT
           END-IF

           MOVE WS-PER-STATE-CODE (WS-PER-IDX) TO WS-SUM-STATE
           MOVE WS-PER-FILED-COUNT (WS-PER-IDX) TO WS-SUM-COUNT
           MOVE WS-PER-FILED-AMOUNT (WS-PER-IDX) TO WS-SUM-AMOUNT
           MOVE WS-STATE-SUMMARY-LINE TO ESCHEAT-REPORT-LINE
           WRITE ESCHEAT-REPORT-LINE.

       6200-WRITE-HOLDER-DETAIL.
           MOVE "D" TO HRD-RECORD-TYPE
           MOVE WS-FIL-HOLDING-STATE (WS-FIL-IDX) TO HRD-HOLDING-STATE
           MOVE LS-CURRENT-YEAR-MONTH TO HRD-REPORT-YEAR-MONTH
           MOVE WS-FIL-CUSTOMER-ID (WS-FIL-IDX) TO HRD-CUSTOMER-ID
           MOVE WS-FIL-OCCURRENCE (WS-FIL-IDX) TO HRD-OCCURRENCE-INDEX
           MOVE WS-FIL-LAST-NAME (WS-FIL-IDX) TO HRD-OWNER-LAST-NAME
           MOVE WS-FIL-FIRST-NAME (WS-FIL-IDX)
             TO HRD-OWNER-FIRST-NAME
           MOVE WS-FIL-STREET (WS-FIL-IDX) TO HRD-OWNER-STREET
           MOVE WS-FIL-CITY (WS-FIL-IDX) TO HRD-OWNER-CITY
           MOVE WS-FIL-STATE (WS-FIL-IDX) TO HRD-OWNER-STATE
           MOVE WS-FIL-ZIP (WS-FIL-IDX) TO HRD-OWNER-ZIP
           MOVE WS-FIL-DORMANT-SINCE-YM (WS-FIL-IDX)
             TO HRD-DORMANT-SINCE-YM
           MOVE WS-FIL-LETTER-DATE (WS-FIL-IDX) TO HRD-LETTER-DATE
           MOVE WS-FIL-REMIT-AMOUNT (WS-FIL-IDX) TO HRD-REMIT-AMOUNT
           MOVE WS-CURRENT-TS TO HRD-CREATED-TS
           WRITE HOLDER-REPORT-DETAIL-RCD
           IF WS-HOLDER-REPORT-STATUS NOT = "00"
               DISPLAY "CUSTESCH: ESCHRPT WRITE FAILED, STATUS="
                       WS-HOLDER-REPORT-STATUS
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       8000-WRITE-REPORT-TOTALS.
           MOVE WS-BLANK-LINE TO ESCHEAT-REPORT-LINE
           WRITE ESCHEAT-REPORT-LINE
           MOVE "DORMANT FLAGS READ            " TO WS-TOT-LABEL
           MOVE WS-FLAGS-READ-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "CASES OPENED                  " TO WS-TOT-LABEL
           MOVE WS-OPENED-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "DUE-DILIGENCE LETTERS WRITTEN " TO WS-TOT-LABEL
           MOVE WS-LETTER-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "PROPERTIES FILED              " TO WS-TOT-LABEL
           MOVE WS-FILED-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "TOTAL REMITTANCE              " TO WS-AMT-LABEL
           MOVE WS-FILED-AMOUNT TO WS-AMT-VALUE
           MOVE WS-REPORT-SUMMARY-AMT TO ESCHEAT-REPORT-LINE
           WRITE ESCHEAT-REPORT-LINE
           MOVE "PULLED FOR OWNER CONTACT      " TO WS-TOT-LABEL
           MOVE WS-CONTACT-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "REACTIVATED BEFORE LETTER     " TO WS-TOT-LABEL
           MOVE WS-REACTIVATED-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "ALREADY FILED, STILL FLAGGED  " TO WS-TOT-LABEL
           MOVE WS-ALREADY-FILED-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "CUSTOMER NOT ON CUSTSRC       " TO WS-TOT-LABEL
           MOVE WS-NOT-ON-SOURCE-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "NO DORMANCY PERIOD FOR STATE  " TO WS-TOT-LABEL
           MOVE WS-NO-PERIOD-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "CASE FILE ERRORS              " TO WS-TOT-LABEL
           MOVE WS-ERROR-COUNT TO WS-TOT-COUNT
           PERFORM 8100-WRITE-TOTAL-LINE.

       8100-WRITE-TOTAL-LINE.
           MOVE WS-REPORT-TOTAL TO ESCHEAT-REPORT-LINE
           WRITE ESCHEAT-REPORT-LINE.

       9200-YM-TO-MONTH-NUMBER.
           COMPUTE WS-MONTH-NUMBER =
               WS-WORK-YEAR * 12 + WS-WORK-MONTH - 1.

       9300-MONTH-NUMBER-TO-YM.
           DIVIDE WS-MONTH-NUMBER BY 12
               GIVING WS-WORK-YEAR
               REMAINDER WS-WORK-MONTH
           ADD 1 TO WS-WORK-MONTH.
