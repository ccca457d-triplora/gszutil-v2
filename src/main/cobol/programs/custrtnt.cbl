       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRTNT.
      *
      * Advance notice of scheduled rate changes.  Our terms, and the
      * regulators, require a customer to be told of a rate change
      * before it applies; CUSTRTCH applies RTCHSCH entries on their
      * effective date, so the telling has to happen here, ahead of
      * it.  On each run this step takes the RTCHSCH entries coming
      * into the notice window -- effective after the run date and no
      * more than RTCH-NOTICE-DAYS plus RTCH-NOTICE-LEAD days ahead
      * (parameter file as of the run date; 45 and 7 if none) -- and
      * matches them against every account occurrence on the CUSTMST
      * master exactly as CUSTRTCH will: on the current rate, band low
      * inclusive and high exclusive, first entry for the date wins,
      * and only where the new rate differs.
      *
      * For each customer with an occurrence to be repriced one
      * RATE-CHANGE-NOTICE-RCD per effective date goes to the RTNOTC
      * letter file, carrying the clear-text name and address off the
      * master and, per occurrence, the old and the new rate.  Every
      * occurrence noticed is logged on RTNLOG, keyed by customer,
      * effective date and occurrence, with the notice date, once its
      * letter is safely on RTNOTC.  An occurrence logged on an
      * earlier day is not noticed again, so an entry sitting in the
      * window for weeks gets one letter.
      *
      * RTNOTC is written fresh each run, so a same-day rerun rebuilds
      * it whole: an occurrence logged with today's notice date goes
      * back on its letter and is not logged a second time.  A letter
      * that cannot be written is not logged at all and ends the step
      * RC 16 -- CUSTRTCH must never take a change as noticed when no
      * letter went out.
      *
      * CUSTRTCH reads the same log on the effective night and skips
      * any occurrence without a notice at least RTCH-NOTICE-DAYS old.
      * The lead days are the slack between the two: an entry reaches
      * the window a week before it must be noticed, so one missed
      * night does not cost the change its date.
      *
      * The clear-text CUSTSRC unload drives the customer ids, as it
      * does for CUSTRTCH.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-CHANGE-FILE ASSIGN TO "RTCHSCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-CHANGE-STATUS.
           SELECT CUSTOMER-SOURCE-FILE ASSIGN TO "CUSTSRC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-SOURCE-STATUS.
           SELECT RATE-NOTICE-LOG-FILE ASSIGN TO "RTNLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RNL-KEY
               FILE STATUS IS WS-NOTICE-LOG-STATUS.
           SELECT RATE-NOTICE-FILE ASSIGN TO "RTNOTC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-NOTICE-STATUS.
           SELECT NOTICE-REPORT-FILE ASSIGN TO "RTNTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTICE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-CHANGE-FILE.
           COPY "rtchsch.cpy".

       FD  CUSTOMER-SOURCE-FILE.
       01  WS-SOURCE-CONTAINER.
           COPY "test3.cpy"
               REPLACING CUSTOMER-RCD BY SOURCE-CUSTOMER-RCD
                         CUSTOMER-ID BY SOURCE-CUSTOMER-ID
                         LAST-NAME BY SOURCE-LAST-NAME
                         FIRST-NAME BY SOURCE-FIRST-NAME
                         CUSTOMER-PHONE-COUNT BY SOURCE-PHONE-COUNT
                         CUSTOMER-CREDIT-LIMIT BY SOURCE-CREDIT-LIMIT
                         CUSTOMER-ACCT-COUNT BY SOURCE-ACCT-COUNT
                         CUSTOMER-ACCT-BALANCE BY SOURCE-ACCT-BALANCE
                         CUSTOMER-INTEREST-RATE
                             BY SOURCE-INTEREST-RATE.

       FD  RATE-NOTICE-LOG-FILE.
           COPY "rtnlog.cpy".

       FD  RATE-NOTICE-FILE
           RECORD CONTAINS 227 CHARACTERS.
       01  RATE-NOTICE-LINE            PIC X(227).

       FD  NOTICE-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  NOTICE-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RATE-CHANGE-STATUS       PIC X(2).
       01  WS-CUSTOMER-SOURCE-STATUS   PIC X(2).
       01  WS-NOTICE-LOG-STATUS        PIC X(2).
       01  WS-RATE-NOTICE-STATUS       PIC X(2).
       01  WS-NOTICE-REPORT-STATUS     PIC X(2).
       01  WS-END-OF-SCHEDULE          PIC X(1) VALUE "N".
           88  END-OF-SCHEDULE         VALUE "Y".
       01  WS-END-OF-SOURCE            PIC X(1) VALUE "N".
           88  END-OF-SOURCE           VALUE "Y".

       01  WS-CHANGE-COUNT             PIC 9(2) VALUE ZERO.
       01  WS-CHANGE-TABLE.
           05  WS-CHANGE-ENTRY OCCURS 50 TIMES.
               10  WS-CHG-BAND-LOW         COMP-1.
               10  WS-CHG-BAND-HIGH        COMP-1.
               10  WS-CHG-NEW-RATE         COMP-1.
               10  WS-CHG-EFFECTIVE-DATE   PIC 9(8).
               10  WS-CHG-ENTERED-BY   PIC X(8).
       01  WS-CHG-IDX                  PIC 9(2).
       01  WS-CHANGE-TABLE-FULL        PIC X(1) VALUE "N".
           88  CHANGE-TABLE-FULL       VALUE "Y".

      *    The distinct effective dates in the window -- one notice
      *    per customer per date.
       01  WS-DATE-COUNT               PIC 9(2) VALUE ZERO.
       01  WS-DATE-TABLE.
           05  WS-WINDOW-DATE          PIC 9(8) OCCURS 50 TIMES.
       01  WS-DATE-IDX                 PIC 9(2).
       01  WS-DATE-FOUND               PIC X(1).
           88  DATE-FOUND              VALUE "Y".

       01  WS-MINQ-FUNCTION            PIC X(1).
       01  WS-MINQ-CUSTOMER-ID         PIC X(10).
       01  WS-MINQ-IMAGE               PIC X(254).
       01  WS-MINQ-RETURN-CODE         PIC 9(2).

       01  WS-CONTAINER.
           COPY "test3.cpy".

       01  WS-IDX                      PIC 9(2).
       01  WS-RATE-MATCHED             PIC X(1).
           88  RATE-MATCHED            VALUE "Y".
       01  WS-ALREADY-NOTICED          PIC X(1).
           88  ALREADY-NOTICED         VALUE "Y".
           88  NOTICED-TONIGHT         VALUE "T".
      *    One flag per change on the letter being built: "Y" when an
      *    earlier run today already logged it.
       01  WS-RELETTER-TABLE.
           05  WS-RELETTER-FLAG        PIC X(1) OCCURS 8 TIMES.

           COPY "rtnotc.cpy".

       01  WS-PARM-NAME                PIC X(16).
       01  WS-AS-OF-DATE               PIC 9(8).
       01  WS-PARM-VALUE               PIC S9(9)V9(4).
       01  WS-PARM-RETURN-CODE         PIC 9(2).
       01  WS-NOTICE-DAYS              PIC 9(3) VALUE 45.
       01  WS-NOTICE-LEAD              PIC 9(3) VALUE 7.
       01  WS-WINDOW-END-DATE          PIC 9(8).
       01  WS-CURRENT-TS               PIC X(26).

       01  WS-CUSTOMER-COUNT           PIC 9(9) VALUE ZERO.
       01  WS-MISSING-COUNT            PIC 9(9) VALUE ZERO.
       01  WS-NOTICE-COUNT             PIC 9(9) VALUE ZERO.
       01  WS-NOTICED-OCC-COUNT        PIC 9(9) VALUE ZERO.
       01  WS-PRIOR-NOTICE-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-LOG-ERROR-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-RELETTERED-OCC-COUNT     PIC 9(9) VALUE ZERO.
       01  WS-NOTICE-ERROR-COUNT       PIC 9(9) VALUE ZERO.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(36) VALUE
               "RATE CHANGE NOTICES - RUN DATE      ".
           05  WS-HDR-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(20) VALUE
               "  WINDOW THROUGH    ".
           05  WS-HDR-WINDOW-END       PIC 9(8).
           05  FILLER                  PIC X(60) VALUE SPACES.
       01  WS-REPORT-ENTRY-HDR.
           05  FILLER                  PIC X(12) VALUE "  BAND-LOW  ".
           05  FILLER                  PIC X(12) VALUE " BAND-HIGH  ".
           05  FILLER                  PIC X(12) VALUE " NEW-RATE   ".
           05  FILLER                  PIC X(10) VALUE "EFFECTIVE ".
           05  FILLER                  PIC X(10) VALUE "ENTERED-BY".
           05  FILLER                  PIC X(76) VALUE SPACES.
       01  WS-REPORT-ENTRY-LINE.
           05  WS-ENT-BAND-LOW         PIC -(2)9.999.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-ENT-BAND-HIGH        PIC -(2)9.999.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-ENT-NEW-RATE         PIC -(2)9.999.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-ENT-EFFECTIVE-DATE   PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ENT-ENTERED-BY       PIC X(8).
           05  FILLER                  PIC X(84) VALUE SPACES.
       01  WS-REPORT-COUNT-LINE.
           05  WS-CNT-LABEL            PIC X(30).
           05  WS-CNT-VALUE            PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(93) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-RUN-DATE                 PIC 9(8).
       01  LS-JOB-ID                   PIC X(8).
       01  LS-RUN-ID                   PIC X(8).

       PROCEDURE DIVISION USING LS-RUN-DATE
                                 LS-JOB-ID
                                 LS-RUN-ID.

       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TS
           PERFORM 0500-FETCH-NOTICE-PERIOD

           OPEN OUTPUT NOTICE-REPORT-FILE
           IF WS-NOTICE-REPORT-STATUS NOT = "00"
               DISPLAY "CUSTRTNT: OPEN RTNTRPT FAILED, STATUS="
                       WS-NOTICE-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1000-LOAD-WINDOW-CHANGES
           IF CHANGE-TABLE-FULL
      *        Noticing part of the window would let the rest reach
      *        their date unnoticed.
               DISPLAY "CUSTRTNT: CHANGE TABLE FULL, ABORTING"
               CLOSE NOTICE-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 2000-WRITE-REPORT-HEADERS

           IF WS-CHANGE-COUNT = ZERO
               DISPLAY "CUSTRTNT: NO CHANGES IN NOTICE WINDOW THROUGH "
                       WS-WINDOW-END-DATE
           ELSE
               PERFORM 3000-NOTICE-THE-BOOK
           END-IF

           PERFORM 8000-WRITE-REPORT-TOTALS
           CLOSE NOTICE-REPORT-FILE

           DISPLAY "CUSTRTNT: CUSTOMERS=" WS-CUSTOMER-COUNT
                   " NOTICES=" WS-NOTICE-COUNT
                   " OCCURRENCES=" WS-NOTICED-OCC-COUNT
           IF WS-NOTICE-ERROR-COUNT NOT = ZERO
               MOVE 16 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = ZERO AND WS-LOG-ERROR-COUNT NOT = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       0500-FETCH-NOTICE-PERIOD.
           MOVE LS-RUN-DATE TO WS-AS-OF-DATE
           MOVE "RTCH-NOTICE-DAYS" TO WS-PARM-NAME
           PERFORM 0600-CALL-PARAMETER-FETCH
           IF WS-PARM-RETURN-CODE = ZERO
               MOVE WS-PARM-VALUE TO WS-NOTICE-DAYS
           END-IF
           MOVE "RTCH-NOTICE-LEAD" TO WS-PARM-NAME
           PERFORM 0600-CALL-PARAMETER-FETCH
           IF WS-PARM-RETURN-CODE = ZERO
               MOVE WS-PARM-VALUE TO WS-NOTICE-LEAD
           END-IF
           COMPUTE WS-WINDOW-END-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (LS-RUN-DATE)
                + WS-NOTICE-DAYS + WS-NOTICE-LEAD).

       0600-CALL-PARAMETER-FETCH.
           CALL "CUSTPRMF" USING WS-PARM-NAME
                                  WS-AS-OF-DATE
                                  WS-PARM-VALUE
                                  WS-PARM-RETURN-CODE
           IF WS-PARM-RETURN-CODE = 91
      *        A window shorter than the one compliance has set would
      *        send notices too late for CUSTRTCH to apply the change.
               DISPLAY "CUSTRTNT: PARMFILE UNREADABLE, "
                       "CANNOT TRUST NOTICE PERIOD"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-PARM-RETURN-CODE NOT = ZERO
               DISPLAY "CUSTRTNT: NO " WS-PARM-NAME
                       " PARAMETER, USING DEFAULT"
           END-IF.

       1000-LOAD-WINDOW-CHANGES.
      *    A missing schedule file is a night with nothing to notice.
           OPEN INPUT RATE-CHANGE-FILE
           IF WS-RATE-CHANGE-STATUS = "35"
               SET END-OF-SCHEDULE TO TRUE
           ELSE
               IF WS-RATE-CHANGE-STATUS NOT = "00"
                   DISPLAY "CUSTRTNT: OPEN RTCHSCH FAILED, STATUS="
                           WS-RATE-CHANGE-STATUS
                   CLOSE NOTICE-REPORT-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           PERFORM UNTIL END-OF-SCHEDULE
               READ RATE-CHANGE-FILE
                   AT END
                       SET END-OF-SCHEDULE TO TRUE
                   NOT AT END
                       IF RTC-EFFECTIVE-DATE > LS-RUN-DATE
                           AND RTC-EFFECTIVE-DATE
                               NOT > WS-WINDOW-END-DATE
                           PERFORM 1100-TABLE-WINDOW-ENTRY
                       END-IF
               END-READ
           END-PERFORM

           IF WS-RATE-CHANGE-STATUS NOT = "35"
               CLOSE RATE-CHANGE-FILE
           END-IF.

       1100-TABLE-WINDOW-ENTRY.
           IF WS-CHANGE-COUNT < 50
               ADD 1 TO WS-CHANGE-COUNT
               MOVE RTC-BAND-LOW TO WS-CHG-BAND-LOW (WS-CHANGE-COUNT)
               MOVE RTC-BAND-HIGH
                 TO WS-CHG-BAND-HIGH (WS-CHANGE-COUNT)
               MOVE RTC-NEW-RATE TO WS-CHG-NEW-RATE (WS-CHANGE-COUNT)
               MOVE RTC-EFFECTIVE-DATE
                 TO WS-CHG-EFFECTIVE-DATE (WS-CHANGE-COUNT)
               MOVE RTC-ENTERED-BY
                 TO WS-CHG-ENTERED-BY (WS-CHANGE-COUNT)
               MOVE "N" TO WS-DATE-FOUND
               PERFORM VARYING WS-DATE-IDX FROM 1 BY 1
                       UNTIL WS-DATE-IDX > WS-DATE-COUNT
                       OR DATE-FOUND
                   IF WS-WINDOW-DATE (WS-DATE-IDX)
                       = RTC-EFFECTIVE-DATE
                       SET DATE-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT DATE-FOUND
                   ADD 1 TO WS-DATE-COUNT
                   MOVE RTC-EFFECTIVE-DATE
                     TO WS-WINDOW-DATE (WS-DATE-COUNT)
               END-IF
           ELSE
               SET CHANGE-TABLE-FULL TO TRUE
               SET END-OF-SCHEDULE TO TRUE
           END-IF.

       2000-WRITE-REPORT-HEADERS.
           MOVE LS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-WINDOW-END-DATE TO WS-HDR-WINDOW-END
           MOVE WS-REPORT-HEADER TO NOTICE-REPORT-LINE
           WRITE NOTICE-REPORT-LINE
           MOVE WS-REPORT-ENTRY-HDR TO NOTICE-REPORT-LINE
           WRITE NOTICE-REPORT-LINE
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHANGE-COUNT
               MOVE WS-CHG-BAND-LOW (WS-CHG-IDX) TO WS-ENT-BAND-LOW
               MOVE WS-CHG-BAND-HIGH (WS-CHG-IDX)
                 TO WS-ENT-BAND-HIGH
               MOVE WS-CHG-NEW-RATE (WS-CHG-IDX) TO WS-ENT-NEW-RATE
               MOVE WS-CHG-EFFECTIVE-DATE (WS-CHG-IDX)
                 TO WS-ENT-EFFECTIVE-DATE
               MOVE WS-CHG-ENTERED-BY (WS-CHG-IDX)
                 TO WS-ENT-ENTERED-BY
               MOVE WS-REPORT-ENTRY-LINE TO NOTICE-REPORT-LINE
               WRITE NOTICE-REPORT-LINE
           END-PERFORM.

       3000-NOTICE-THE-BOOK.
           OPEN I-O RATE-NOTICE-LOG-FILE
           IF WS-NOTICE-LOG-STATUS = "35"
      *        First notice run -- create the log, then reopen it for
      *        update.
               OPEN OUTPUT RATE-NOTICE-LOG-FILE
               CLOSE RATE-NOTICE-LOG-FILE
               OPEN I-O RATE-NOTICE-LOG-FILE
           END-IF
           IF WS-NOTICE-LOG-STATUS NOT = "00"
               DISPLAY "CUSTRTNT: OPEN RTNLOG FAILED, STATUS="
                       WS-NOTICE-LOG-STATUS
               CLOSE NOTICE-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT RATE-NOTICE-FILE
           IF WS-RATE-NOTICE-STATUS NOT = "00"
               DISPLAY "CUSTRTNT: OPEN RTNOTC FAILED, STATUS="
                       WS-RATE-NOTICE-STATUS
               CLOSE RATE-NOTICE-LOG-FILE
               CLOSE NOTICE-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CUSTOMER-SOURCE-FILE
           IF WS-CUSTOMER-SOURCE-STATUS NOT = "00"
               DISPLAY "CUSTRTNT: OPEN CUSTSRC FAILED, STATUS="
                       WS-CUSTOMER-SOURCE-STATUS
               CLOSE RATE-NOTICE-LOG-FILE
               CLOSE RATE-NOTICE-FILE
               CLOSE NOTICE-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL END-OF-SOURCE
               READ CUSTOMER-SOURCE-FILE
                   AT END
                       SET END-OF-SOURCE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CUSTOMER-COUNT
                       PERFORM 4000-NOTICE-ONE-CUSTOMER
               END-READ
           END-PERFORM

           CLOSE CUSTOMER-SOURCE-FILE
           CLOSE RATE-NOTICE-FILE
           CLOSE RATE-NOTICE-LOG-FILE.

       4000-NOTICE-ONE-CUSTOMER.
      *    The rates matched are the master's, the ones CUSTRTCH will
      *    reprice on the night.
           MOVE "R" TO WS-MINQ-FUNCTION
           MOVE SOURCE-CUSTOMER-ID TO WS-MINQ-CUSTOMER-ID
           CALL "CUSTMINQ" USING WS-MINQ-FUNCTION
                                  WS-MINQ-CUSTOMER-ID
                                  WS-MINQ-IMAGE
                                  WS-MINQ-RETURN-CODE
           IF WS-MINQ-RETURN-CODE NOT = ZERO
               ADD 1 TO WS-MISSING-COUNT
           ELSE
               MOVE WS-MINQ-IMAGE TO WS-CONTAINER (1:254)
               PERFORM VARYING WS-DATE-IDX FROM 1 BY 1
                       UNTIL WS-DATE-IDX > WS-DATE-COUNT
                   PERFORM 5000-NOTICE-ONE-DATE
               END-PERFORM
           END-IF.

       5000-NOTICE-ONE-DATE.
           MOVE ZERO TO RN-CHANGE-COUNT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > CUSTOMER-ACCT-COUNT
               PERFORM 5100-MATCH-ONE-ACCOUNT
           END-PERFORM

           IF RN-CHANGE-COUNT NOT = ZERO
               MOVE CUSTOMER-ID TO RN-CUSTOMER-ID
               MOVE LS-RUN-DATE TO RN-NOTICE-DATE
               MOVE WS-WINDOW-DATE (WS-DATE-IDX) TO RN-EFFECTIVE-DATE
               MOVE LAST-NAME TO RN-LAST-NAME
               MOVE FIRST-NAME TO RN-FIRST-NAME
               MOVE STREET IN WS-CONTAINER TO RN-STREET
               MOVE CITY IN WS-CONTAINER TO RN-CITY
               MOVE STATE IN WS-CONTAINER TO RN-STATE
               MOVE ZIP IN WS-CONTAINER TO RN-ZIP
               MOVE WS-CURRENT-TS TO RN-GENERATED-TS
               WRITE RATE-NOTICE-LINE FROM RATE-CHANGE-NOTICE-RCD
               IF WS-RATE-NOTICE-STATUS NOT = "00"
                   DISPLAY "CUSTRTNT: RTNOTC WRITE FAILED FOR "
                           RN-CUSTOMER-ID " " RN-EFFECTIVE-DATE
                           " STATUS=" WS-RATE-NOTICE-STATUS
                   ADD 1 TO WS-NOTICE-ERROR-COUNT
               ELSE
                   ADD 1 TO WS-NOTICE-COUNT
                   PERFORM 6000-LOG-NOTICE-SENT
               END-IF
           END-IF.

       5100-MATCH-ONE-ACCOUNT.
           MOVE "N" TO WS-RATE-MATCHED
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHANGE-COUNT
                   OR RATE-MATCHED
               IF WS-CHG-EFFECTIVE-DATE (WS-CHG-IDX)
                   = WS-WINDOW-DATE (WS-DATE-IDX)
                   AND CUSTOMER-INTEREST-RATE (WS-IDX)
                       NOT < WS-CHG-BAND-LOW (WS-CHG-IDX)
                   AND CUSTOMER-INTEREST-RATE (WS-IDX)
                       < WS-CHG-BAND-HIGH (WS-CHG-IDX)
                   SET RATE-MATCHED TO TRUE
               END-IF
           END-PERFORM
      *    The VARYING steps once more after the match.
           IF RATE-MATCHED
               SUBTRACT 1 FROM WS-CHG-IDX
               IF WS-CHG-NEW-RATE (WS-CHG-IDX)
                   NOT = CUSTOMER-INTEREST-RATE (WS-IDX)
                   PERFORM 5200-CHECK-ALREADY-NOTICED
                   IF ALREADY-NOTICED
                       ADD 1 TO WS-PRIOR-NOTICE-COUNT
                   ELSE
                       ADD 1 TO RN-CHANGE-COUNT
                       IF NOTICED-TONIGHT
                           MOVE "Y"
                             TO WS-RELETTER-FLAG (RN-CHANGE-COUNT)
                       ELSE
                           MOVE "N"
                             TO WS-RELETTER-FLAG (RN-CHANGE-COUNT)
                       END-IF
                       MOVE WS-IDX
                         TO RN-OCCURRENCE-INDEX (RN-CHANGE-COUNT)
                       MOVE CUSTOMER-INTEREST-RATE (WS-IDX)
                         TO RN-OLD-RATE (RN-CHANGE-COUNT)
                       MOVE WS-CHG-NEW-RATE (WS-CHG-IDX)
                         TO RN-NEW-RATE (RN-CHANGE-COUNT)
                   END-IF
               END-IF
           END-IF.

       5200-CHECK-ALREADY-NOTICED.
           MOVE "N" TO WS-ALREADY-NOTICED
           MOVE CUSTOMER-ID TO RNL-CUSTOMER-ID
           MOVE WS-WINDOW-DATE (WS-DATE-IDX) TO RNL-EFFECTIVE-DATE
           MOVE WS-IDX TO RNL-OCCURRENCE-INDEX
           READ RATE-NOTICE-LOG-FILE
               KEY IS RNL-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
      *            Logged today means an earlier run of today wrote
      *            the letter onto the RTNOTC this run is rebuilding.
                   IF RNL-NOTICE-DATE = LS-RUN-DATE
                       SET NOTICED-TONIGHT TO TRUE
                   ELSE
                       SET ALREADY-NOTICED TO TRUE
                   END-IF
           END-READ.

       6000-LOG-NOTICE-SENT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > RN-CHANGE-COUNT
               IF WS-RELETTER-FLAG (WS-IDX) = "Y"
                   ADD 1 TO WS-RELETTERED-OCC-COUNT
               ELSE
                   PERFORM 6100-LOG-ONE-OCCURRENCE
               END-IF
           END-PERFORM.

       6100-LOG-ONE-OCCURRENCE.
           MOVE CUSTOMER-ID TO RNL-CUSTOMER-ID
           MOVE RN-EFFECTIVE-DATE TO RNL-EFFECTIVE-DATE
           MOVE RN-OCCURRENCE-INDEX (WS-IDX)
             TO RNL-OCCURRENCE-INDEX
           MOVE RN-OLD-RATE (WS-IDX) TO RNL-OLD-RATE
           MOVE RN-NEW-RATE (WS-IDX) TO RNL-NEW-RATE
           MOVE LS-RUN-DATE TO RNL-NOTICE-DATE
           MOVE LS-JOB-ID TO RNL-JOB-ID
           MOVE LS-RUN-ID TO RNL-RUN-ID
           MOVE WS-CURRENT-TS TO RNL-LOGGED-TS
           WRITE RATE-NOTICE-LOG-RCD
               INVALID KEY
                   DISPLAY "CUSTRTNT: RTNLOG WRITE FAILED FOR "
                           RNL-CUSTOMER-ID " " RNL-EFFECTIVE-DATE
                           " STATUS=" WS-NOTICE-LOG-STATUS
                   ADD 1 TO WS-LOG-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-NOTICED-OCC-COUNT
           END-WRITE.

       8000-WRITE-REPORT-TOTALS.
           MOVE "CUSTOMERS READ                " TO WS-CNT-LABEL
           MOVE WS-CUSTOMER-COUNT TO WS-CNT-VALUE
           PERFORM 8100-WRITE-COUNT-LINE
           MOVE "CUSTOMERS NOT ON MASTER       " TO WS-CNT-LABEL
           MOVE WS-MISSING-COUNT TO WS-CNT-VALUE
           PERFORM 8100-WRITE-COUNT-LINE
           MOVE "NOTICES WRITTEN               " TO WS-CNT-LABEL
           MOVE WS-NOTICE-COUNT TO WS-CNT-VALUE
           PERFORM 8100-WRITE-COUNT-LINE
           MOVE "OCCURRENCES NOTICED AND LOGGED" TO WS-CNT-LABEL
           MOVE WS-NOTICED-OCC-COUNT TO WS-CNT-VALUE
           PERFORM 8100-WRITE-COUNT-LINE
           MOVE "OCCURRENCES NOTICED EARLIER   " TO WS-CNT-LABEL
           MOVE WS-PRIOR-NOTICE-COUNT TO WS-CNT-VALUE
           PERFORM 8100-WRITE-COUNT-LINE
           MOVE "OCCURRENCES RE-LETTERED TODAY " TO WS-CNT-LABEL
           MOVE WS-RELETTERED-OCC-COUNT TO WS-CNT-VALUE
           PERFORM 8100-WRITE-COUNT-LINE
           MOVE "NOTICE LETTER WRITE FAILURES  " TO WS-CNT-LABEL
           MOVE WS-NOTICE-ERROR-COUNT TO WS-CNT-VALUE
           PERFORM 8100-WRITE-COUNT-LINE
           MOVE "NOTICE LOG WRITE FAILURES     " TO WS-CNT-LABEL
           MOVE WS-LOG-ERROR-COUNT TO WS-CNT-VALUE
           PERFORM 8100-WRITE-COUNT-LINE.

       8100-WRITE-COUNT-LINE.
           MOVE WS-REPORT-COUNT-LINE TO NOTICE-REPORT-LINE
           WRITE NOTICE-REPORT-LINE.
