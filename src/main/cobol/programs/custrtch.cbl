      * whose effective night never ran (a chain failure, a skipped
      * weekend) is a missed repricing that risk has to re-enter, and
      * it must show on the summary rather than pass silently.
      *
      * A change may only reach a customer who was told of it in
      * time.  CUSTRTNT logs every notice on RTNLOG by customer,
      * effective date and occurrence; an occurrence with no logged
      * notice for tonight's date, or one sent fewer than
      * RTCH-NOTICE-DAYS days ahead (parameter file as of the run
      * date, 45 if none), keeps its old rate and is listed on the
      * summary as not noticed -- risk re-enters the change with a
      * date the notice can honor.  Any such skip ends the step RC 8.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REPRICE-REPORT-FILE ASSIGN TO "RTCHRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPRICE-REPORT-STATUS.
           SELECT RATE-NOTICE-LOG-FILE ASSIGN TO "RTNLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RNL-KEY
               FILE STATUS IS WS-NOTICE-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 132 CHARACTERS.
       01  REPRICE-REPORT-LINE         PIC X(132).

       FD  RATE-NOTICE-LOG-FILE.
           COPY "rtnlog.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RATE-CHANGE-STATUS       PIC X(2).
       01  WS-CUSTOMER-SOURCE-STATUS   PIC X(2).
       01  WS-REPRICE-REPORT-STATUS    PIC X(2).
       01  WS-NOTICE-LOG-STATUS        PIC X(2).
       01  WS-NOTICE-LOG-PRESENT       PIC X(1) VALUE "N".
           88  NOTICE-LOG-PRESENT      VALUE "Y".
       01  WS-NOTICE-GIVEN             PIC X(1).
           88  NOTICE-GIVEN            VALUE "Y".
       01  WS-NOTICE-DAYS              PIC 9(3) VALUE 45.
       01  WS-NOTICE-DAYS-GIVEN        PIC S9(5).
       01  WS-UNNOTICED-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-PARM-NAME                PIC X(16).
       01  WS-AS-OF-DATE               PIC 9(8).
       01  WS-PARM-VALUE               PIC S9(9)V9(4).
       01  WS-PARM-RETURN-CODE         PIC 9(2).
       01  WS-END-OF-SCHEDULE          PIC X(1) VALUE "N".
           88  END-OF-SCHEDULE         VALUE "Y".
       01  WS-END-OF-SOURCE            PIC X(1) VALUE "N".
           05  WS-RTE-LABEL            PIC X(30).
           05  WS-RTE-VALUE            PIC -(2)9.999.
           05  FILLER                  PIC X(95) VALUE SPACES.
       01  WS-REPORT-SKIP-HDR.
           05  FILLER                  PIC X(40) VALUE
               "NOT REPRICED - NO TIMELY NOTICE         ".
           05  FILLER                  PIC X(92) VALUE SPACES.
       01  WS-REPORT-SKIP-LINE.
           05  WS-SKP-CUSTOMER-ID      PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-SKP-OCCURRENCE       PIC Z9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-SKP-OLD-RATE         PIC -(2)9.999.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-SKP-NEW-RATE         PIC -(2)9.999.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-SKP-REASON           PIC X(20).
           05  WS-SKP-NOTICE-DATE      PIC X(8).
           05  FILLER                  PIC X(68) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-RUN-DATE                 PIC 9(8).
                                 LS-RUN-ID.

       0000-MAIN-LOGIC.
           PERFORM 0500-FETCH-NOTICE-DAYS

           OPEN OUTPUT REPRICE-REPORT-FILE
           IF WS-REPRICE-REPORT-STATUS NOT = "00"
               DISPLAY "CUSTRTCH: OPEN RTCHRPT FAILED, STATUS="

           DISPLAY "CUSTRTCH: CUSTOMERS=" WS-CUSTOMER-COUNT
                   " TOUCHED=" WS-TOUCHED-COUNT
                   " UNNOTICED=" WS-UNNOTICED-COUNT
           IF RETURN-CODE = ZERO AND WS-UNNOTICED-COUNT NOT = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       0500-FETCH-NOTICE-DAYS.
           MOVE LS-RUN-DATE TO WS-AS-OF-DATE
           MOVE "RTCH-NOTICE-DAYS" TO WS-PARM-NAME
           CALL "CUSTPRMF" USING WS-PARM-NAME
                                  WS-AS-OF-DATE
                                  WS-PARM-VALUE
                                  WS-PARM-RETURN-CODE
           IF WS-PARM-RETURN-CODE = ZERO
               MOVE WS-PARM-VALUE TO WS-NOTICE-DAYS
           ELSE
               IF WS-PARM-RETURN-CODE = 91
      *            A shorter period than compliance has set would let
      *            changes through on notices sent too late.
                   DISPLAY "CUSTRTCH: PARMFILE UNREADABLE, "
                           "CANNOT TRUST NOTICE PERIOD"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               ELSE
                   DISPLAY "CUSTRTCH: NO RTCH-NOTICE-DAYS PARAMETER, "
                           "USING DEFAULT"
               END-IF
           END-IF.

       1000-LOAD-EFFECTIVE-CHANGES.
      *    Only entries effective TODAY apply; future entries wait
      *    for their date and past entries already had their night.
               GOBACK
           END-IF

           OPEN INPUT RATE-NOTICE-LOG-FILE
           IF WS-NOTICE-LOG-STATUS = "35"
      *        No notice has ever been sent -- nothing may reprice.
               DISPLAY "CUSTRTCH: NO RTNLOG FILE, "
                       "EVERY CHANGE SKIPPED AS NOT NOTICED"
           ELSE
               IF WS-NOTICE-LOG-STATUS NOT = "00"
                   DISPLAY "CUSTRTCH: OPEN RTNLOG FAILED, STATUS="
                           WS-NOTICE-LOG-STATUS
                   CLOSE CUSTOMER-SOURCE-FILE
                   CLOSE REPRICE-REPORT-FILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               ELSE
                   SET NOTICE-LOG-PRESENT TO TRUE
               END-IF
           END-IF

           PERFORM UNTIL END-OF-SOURCE
               READ CUSTOMER-SOURCE-FILE
                   AT END
               END-READ
           END-PERFORM

           CLOSE CUSTOMER-SOURCE-FILE
           IF NOTICE-LOG-PRESENT
               CLOSE RATE-NOTICE-LOG-FILE
           END-IF.

       4000-REPRICE-ONE-CUSTOMER.
      *    The unload drives the ids; the image repriced is the
                   SET RATE-MATCHED TO TRUE
                   IF WS-CHG-NEW-RATE (WS-CHG-IDX)
                       NOT = WS-ORIGINAL-RATE
                       PERFORM 5100-CHECK-NOTICE-GIVEN
                       IF NOTICE-GIVEN
                           MOVE WS-CHG-NEW-RATE (WS-CHG-IDX)
                             TO CUSTOMER-INTEREST-RATE (WS-IDX)
                           SET CUSTOMER-CHANGED TO TRUE
                           ADD 1 TO WS-TOUCHED-COUNT
                       ELSE
                           PERFORM 5200-REPORT-NOT-NOTICED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
                           CUSTOMER-ID
           END-COMPUTE.

       5100-CHECK-NOTICE-GIVEN.
           MOVE "N" TO WS-NOTICE-GIVEN
           MOVE "NO NOTICE LOGGED    " TO WS-SKP-REASON
           MOVE SPACES TO WS-SKP-NOTICE-DATE
           IF NOTICE-LOG-PRESENT
               MOVE CUSTOMER-ID TO RNL-CUSTOMER-ID
               MOVE LS-RUN-DATE TO RNL-EFFECTIVE-DATE
               MOVE WS-IDX TO RNL-OCCURRENCE-INDEX
               READ RATE-NOTICE-LOG-FILE
                   KEY IS RNL-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 5150-CHECK-NOTICE-PERIOD
               END-READ
           END-IF.

       5150-CHECK-NOTICE-PERIOD.
           COMPUTE WS-NOTICE-DAYS-GIVEN =
               FUNCTION INTEGER-OF-DATE (LS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE (RNL-NOTICE-DATE)
           IF WS-NOTICE-DAYS-GIVEN NOT < WS-NOTICE-DAYS
               SET NOTICE-GIVEN TO TRUE
           ELSE
               MOVE "NOTICE TOO LATE ON  " TO WS-SKP-REASON
               MOVE RNL-NOTICE-DATE TO WS-SKP-NOTICE-DATE
           END-IF.

       5200-REPORT-NOT-NOTICED.
           IF WS-UNNOTICED-COUNT = ZERO
               MOVE WS-REPORT-SKIP-HDR TO REPRICE-REPORT-LINE
               WRITE REPRICE-REPORT-LINE
           END-IF
           ADD 1 TO WS-UNNOTICED-COUNT
           MOVE CUSTOMER-ID TO WS-SKP-CUSTOMER-ID
           MOVE WS-IDX TO WS-SKP-OCCURRENCE
           MOVE WS-ORIGINAL-RATE TO WS-SKP-OLD-RATE
           MOVE WS-CHG-NEW-RATE (WS-CHG-IDX) TO WS-SKP-NEW-RATE
           MOVE WS-REPORT-SKIP-LINE TO REPRICE-REPORT-LINE
           WRITE REPRICE-REPORT-LINE.

       6000-REWRITE-AND-AUDIT.
           MOVE WS-CONTAINER (1:254) TO WS-AFTER-IMAGE
           MOVE "W" TO WS-MINQ-FUNCTION
           MOVE "CUSTOMERS NOT ON MASTER       " TO WS-CNT-LABEL
           MOVE WS-MISSING-COUNT TO WS-CNT-VALUE
           PERFORM 8100-WRITE-COUNT-LINE
           MOVE "ACCOUNTS SKIPPED, NOT NOTICED " TO WS-CNT-LABEL
           MOVE WS-UNNOTICED-COUNT TO WS-CNT-VALUE
           PERFORM 8100-WRITE-COUNT-LINE
           MOVE "CHANGES WAITING (FUTURE DATED)" TO WS-CNT-LABEL
           MOVE WS-FUTURE-COUNT TO WS-CNT-VALUE
           PERFORM 8100-WRITE-COUNT-LINE
